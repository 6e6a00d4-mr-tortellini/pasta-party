000100*--------------------------------------------------------------*
000200*    QHMREC.CPY
000300*    QA HOLD MASTER RECORD.  TWO KINDS OF RECORD SHARE THE
000400*    FILE.  AN "H" RECORD IS AN OPEN QA HOLD - ON ONE LOT
000500*    NUMBER, ON AN ITEM FOR ONE PRODUCTION DATE, OR ON A
000600*    SOURCE LINE AND SHIFT FOR ONE PRODUCTION DATE - AND
000700*    SPAGHETTI-CODE POSTS EVERY ORIGINAL LOT IT COVERS ON
000800*    HOLD.  A "D" RECORD IS QA'S DISPOSITION OF ONE HELD LOT -
000900*    RELEASED TO INVENTORY OR SCRAPPED - AND IS KEPT FOR GOOD,
001000*    SO A LOT-BALANCE MASTER REBUILT FROM THE LEDGER STILL
001100*    ENDS UP WITH EVERY LOT'S HOLD STATUS AS QA LEFT IT.
001200*    WRITTEN ONLY BY SPAGHETTI-QAHOLD; A CLOSED HOLD DROPS
001300*    OFF THE FILE.  A BLANK PLANT IS PLANT 01.
001400*
001500*    MAINTAINED BY:  DATA CENTER PRODUCTION SUPPORT
001600*
001700*    MODIFICATION HISTORY
001800*    DATE       INIT  DESCRIPTION
001900*    ---------- ----  -----------------------------------------
002000*    2026-10-15 RA    ORIGINAL.
002100*--------------------------------------------------------------*
002200 01  QA-HOLD-RECORD.
002300     05  QHM-RECORD-KIND            PIC X(01).
002400         88  QHM-IS-OPEN-HOLD                  VALUE "H".
002500         88  QHM-IS-DISPOSITION                VALUE "D".
002600     05  QHM-PLANT-CODE             PIC X(02).
002700     05  QHM-HOLD-SCOPE             PIC X(01).
002800         88  QHM-SCOPE-IS-LOT                  VALUE "L".
002900         88  QHM-SCOPE-IS-ITEM-DATE            VALUE "I".
003000         88  QHM-SCOPE-IS-LINE-SHIFT           VALUE "S".
003100     05  QHM-LOT-NUMBER             PIC 9(05).
003200     05  QHM-ITEM-CODE              PIC X(10).
003300     05  QHM-PROD-DATE              PIC 9(08).
003400     05  QHM-SOURCE-LINE            PIC X(01).
003500     05  QHM-SHIFT-CODE             PIC 9(01).
003600     05  QHM-HOLD-DATE              PIC 9(08).
003700     05  QHM-DISPOSITION            PIC X(01).
003800         88  QHM-LOT-RELEASED                  VALUE "R".
003900         88  QHM-LOT-SCRAPPED                  VALUE "S".
004000     05  QHM-REASON-TEXT            PIC X(20).
004100     05  FILLER                     PIC X(22).
