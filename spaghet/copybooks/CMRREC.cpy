000100*--------------------------------------------------------------*
000200*    CMRREC.CPY
000300*    PRODUCTION CALENDAR MAINTENANCE REJECT RECORD (CMRFILE).
000400*    THE CARD AS KEYED, WITH THE CODE AND TEXT OF THE REASON IT
000500*    WAS NOT APPLIED.
000600*
000700*    MODIFICATION HISTORY
000800*    DATE       INIT  DESCRIPTION
000900*    ---------- ----  -----------------------------------------
001000*    2026-10-15 RA    ORIGINAL.
001100*--------------------------------------------------------------*
001200 01  CALENDAR-MAINT-REJECT-RECORD.
001300     05  CMR-ACTION-CODE            PIC X(01).
001400     05  CMR-PLANT-CODE             PIC X(02).
001500     05  CMR-YEAR                   PIC X(04).
001600     05  CMR-WORKDAYS               PIC X(07).
001700     05  CMR-FROM-DATE              PIC X(08).
001800     05  CMR-TO-DATE                PIC X(08).
001900     05  CMR-DAY-TYPE               PIC X(01).
002000     05  CMR-DESCRIPTION            PIC X(30).
002100     05  CMR-REJECT-CODE            PIC X(04).
002200     05  CMR-REJECT-TEXT            PIC X(25).
002300     05  FILLER                     PIC X(10).
