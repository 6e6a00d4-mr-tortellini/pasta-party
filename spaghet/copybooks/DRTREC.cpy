000100*--------------------------------------------------------------*
000200*    DRTREC.CPY
000300*    DOWNTIME REASON MAINTENANCE TRANSACTION CARD.  ONE CARD PER
000400*    CHANGE TO THE DOWNTIME REASON TABLE - ACTION "A" ADDS A
000500*    REASON, "C" CHANGES ONE (A BLANK FIELD KEEPS THE VALUE ON
000600*    THE TABLE, AS ON THE ITEM MAINTENANCE CARDS), AND "D"
000700*    DEACTIVATES ONE WITHOUT REMOVING IT.  EDITED FIELD BY
000800*    FIELD BY SPAGHETTI-DRNMNT.
000900*
001000*    MAINTAINED BY:  PRODUCTION LINE SUPERVISION
001100*
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  -----------------------------------------
001500*    2026-10-15 RA    ORIGINAL.
001600*--------------------------------------------------------------*
001700 01  REASON-MAINT-CARD-RECORD.
001800     05  DRT-ACTION-CODE            PIC X(01).
001900         88  DRT-ACTION-ADD                    VALUE "A".
002000         88  DRT-ACTION-CHANGE                 VALUE "C".
002100         88  DRT-ACTION-DEACTIVATE             VALUE "D".
002200     05  DRT-REASON-CODE            PIC X(04).
002300     05  DRT-DESCRIPTION            PIC X(30).
002400     05  DRT-CATEGORY               PIC X(01).
002500     05  DRT-ACTIVE-FLAG            PIC X(01).
002600     05  FILLER                     PIC X(43).
