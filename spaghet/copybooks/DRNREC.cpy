000100*--------------------------------------------------------------*
000200*    DRNREC.CPY
000300*    DOWNTIME REASON TABLE RECORD.  ONE RECORD PER REASON A
000400*    LINE MAY GIVE FOR STANDING STILL, WITH ITS DESCRIPTION,
000500*    WHETHER THE STOP WAS PLANNED (SANITATION, CHANGEOVER,
000600*    SCHEDULED MAINTENANCE) OR NOT, AND AN ACTIVE FLAG.  A
000700*    DOWNTIME EVENT MUST NAME AN ACTIVE REASON; A REASON IS
000800*    NEVER REMOVED, ONLY DEACTIVATED, SO THE HISTORY STILL
000900*    RESOLVES.  KEPT IN ASCENDING REASON-CODE ORDER.
001000*
001100*    MAINTAINED BY:  SPAGHETTI-DRNMNT ONLY - NOT BY HAND
001200*
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------- ----  -----------------------------------------
001600*    2026-10-15 RA    ORIGINAL.
001700*--------------------------------------------------------------*
001800 01  DOWNTIME-REASON-RECORD.
001900     05  DRN-REASON-CODE            PIC X(04).
002000     05  DRN-DESCRIPTION            PIC X(30).
002100     05  DRN-CATEGORY               PIC X(01).
002200         88  DRN-IS-PLANNED                    VALUE "P".
002300         88  DRN-IS-UNPLANNED                  VALUE "U".
002400     05  DRN-ACTIVE-FLAG            PIC X(01).
002500         88  DRN-IS-ACTIVE                     VALUE "A".
002600         88  DRN-IS-INACTIVE                   VALUE "I".
002700     05  FILLER                     PIC X(44).
