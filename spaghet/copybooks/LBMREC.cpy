000100*--------------------------------------------------------------*
000200*    LBMREC.CPY
000300*    LOT-BALANCE MASTER RECORD.  ONE RECORD PER PLANT AND LOT
000400*    NUMBER EVER POSTED, CARRYING THE LOT'S ITEM, ITS
000500*    PRODUCTION DATE, AND ITS NET POSTED QUANTITY - THE
000600*    ORIGINAL PLUS EVERY ADJUSTMENT LESS EVERY REVERSAL.
000700*    SPAGHETTI-CODE LOADS IT AT INITIALIZE TIME, PROVES EVERY
000800*    REVERSAL, ADJUSTMENT, AND ORIGINAL AGAINST IT, AND
000900*    REWRITES IT WHOLE AT END OF RUN IN PLANT/LOT ORDER.  A
001000*    BLANK PLANT IS NEVER WRITTEN - PLANT 01 IS SPELLED OUT.
001100*
001200*    MAINTAINED BY:  DATA CENTER PRODUCTION SUPPORT
001300*
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------- ----  -----------------------------------------
001700*    2026-10-15 RA    ORIGINAL.
001710*    2026-10-15 RA    ADDED THE LOT'S SOURCE LINE AND SHIFT, SO
001720*                      A QA HOLD ON A LINE AND SHIFT CAN FIND
001730*                      IT, AND ITS QA HOLD STATUS - BLANK IS
001740*                      FREE, "H" HELD OUT OF INVENTORY, "S"
001750*                      SCRAPPED - WITH THE DATE IT WENT ON HOLD.
001800*--------------------------------------------------------------*
001900 01  LOT-BALANCE-RECORD.
002000     05  LBM-KEY.
002100         10  LBM-PLANT-CODE         PIC X(02).
002200         10  LBM-LOT-NUMBER         PIC 9(05).
002300     05  LBM-ITEM-CODE              PIC X(10).
002400     05  LBM-PROD-DATE              PIC 9(08).
002500     05  LBM-NET-QTY                PIC S9(09).
002600     05  LBM-LAST-RUN-DATE          PIC 9(08).
002610     05  LBM-SOURCE-LINE            PIC X(01).
002620     05  LBM-SHIFT-CODE             PIC 9(01).
002630     05  LBM-HOLD-STATUS            PIC X(01).
002640         88  LBM-LOT-IS-FREE                   VALUE SPACE.
002650         88  LBM-LOT-IS-HELD                   VALUE "H".
002660         88  LBM-LOT-IS-SCRAPPED               VALUE "S".
002670     05  LBM-HOLD-DATE              PIC 9(08).
002700     05  FILLER                     PIC X(27).
