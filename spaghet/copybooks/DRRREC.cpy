000100*--------------------------------------------------------------*
000200*    DRRREC.CPY
000300*    DOWNTIME REASON MAINTENANCE REJECT RECORD.  ONE LINE PER
000400*    CARD THAT FAILED EDIT IN SPAGHETTI-DRNMNT, CARRYING THE
000500*    CARD AS KEYED PLUS THE REASON IT WAS KICKED OUT.
000600*
000700*    MODIFICATION HISTORY
000800*    DATE       INIT  DESCRIPTION
000900*    ---------- ----  -----------------------------------------
001000*    2026-10-15 RA    ORIGINAL.
001100*--------------------------------------------------------------*
001200 01  REASON-MAINT-REJECT-RECORD.
001300     05  DRR-ACTION-CODE            PIC X(01).
001400     05  DRR-REASON-CODE            PIC X(04).
001500     05  DRR-DESCRIPTION            PIC X(30).
001600     05  DRR-CATEGORY               PIC X(01).
001700     05  DRR-ACTIVE-FLAG            PIC X(01).
001800     05  DRR-REJECT-CODE            PIC X(04).
001900     05  DRR-REJECT-TEXT            PIC X(25).
002000     05  FILLER                     PIC X(14).
