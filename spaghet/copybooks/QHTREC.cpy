000100*--------------------------------------------------------------*
000200*    QHTREC.CPY
000300*    QA HOLD TRANSACTION CARD.  ONE CARD PER QA DECISION -
000400*    ACTION "H" PUTS A HOLD ON, "R" RELEASES IT AND SENDS ITS
000500*    LOTS TO INVENTORY, "S" SCRAPS ITS LOTS AND BACKS THEM OUT
000600*    OF THE TOTALS.  THE SCOPE SAYS WHAT THE HOLD COVERS -
000700*    "L" ONE LOT NUMBER, "I" AN ITEM FOR ONE PRODUCTION DATE,
000800*    "S" A SOURCE LINE AND SHIFT FOR ONE PRODUCTION DATE - AND
000900*    ONLY THE FIELDS THE SCOPE USES ARE KEYED.  A RELEASE OR
001000*    SCRAP CARD NAMES THE HOLD EXACTLY AS IT WAS PUT ON.  A
001100*    BLANK PLANT IS PLANT 01.
001200*
001300*    MAINTAINED BY:  DATA CENTER PRODUCTION SUPPORT
001400*
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    ---------- ----  -----------------------------------------
001800*    2026-10-15 RA    ORIGINAL.
001900*--------------------------------------------------------------*
002000 01  QA-HOLD-CARD-RECORD.
002100     05  QHT-ACTION-CODE            PIC X(01).
002200         88  QHT-ACTION-HOLD                   VALUE "H".
002300         88  QHT-ACTION-RELEASE                VALUE "R".
002400         88  QHT-ACTION-SCRAP                  VALUE "S".
002500     05  QHT-HOLD-SCOPE             PIC X(01).
002600         88  QHT-SCOPE-IS-LOT                  VALUE "L".
002700         88  QHT-SCOPE-IS-ITEM-DATE            VALUE "I".
002800         88  QHT-SCOPE-IS-LINE-SHIFT           VALUE "S".
002900     05  QHT-PLANT-CODE             PIC X(02).
003000     05  QHT-LOT-NUMBER             PIC X(05).
003100     05  QHT-ITEM-CODE              PIC X(10).
003200     05  QHT-PROD-DATE              PIC X(08).
003300     05  QHT-PROD-DATE-SPLIT REDEFINES QHT-PROD-DATE.
003400         10  QHT-PROD-YYYY          PIC 9(04).
003500         10  QHT-PROD-MM            PIC 9(02).
003600         10  QHT-PROD-DD            PIC 9(02).
003700     05  QHT-SOURCE-LINE            PIC X(01).
003800     05  QHT-SHIFT-CODE             PIC X(01).
003900     05  QHT-REASON-TEXT            PIC X(20).
004000     05  FILLER                     PIC X(31).
