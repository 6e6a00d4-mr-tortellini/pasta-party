000100*--------------------------------------------------------------*
000200*    ISMREC.CPY
000300*    INGREDIENT STOCK MASTER RECORD.  TWO KINDS OF RECORD SHARE
000400*    THE FILE.  A "B" RECORD IS THE PERPETUAL ON-HAND BALANCE
000500*    OF ONE INGREDIENT AT ONE PLANT, IN THE SAME UNITS AND TO
000600*    THE SAME FOUR DECIMALS AS THE RAW-USAGE EXTRACT.  A "U"
000700*    RECORD LOGS ONE RAW-USAGE EXTRACT ALREADY TAKEN AS
000800*    CONSUMPTION - ITS PLANT, RUN DATE, SOURCE, AND CONTROL
000900*    TOTALS - SO THE SAME EXTRACT IS NEVER TAKEN TWICE, HOWEVER
001000*    OFTEN IT IS PRESENTED.  WRITTEN ONLY BY SPAGHETTI-INGSTOCK,
001100*    WHOLE, IN PLANT/INGREDIENT ORDER.  A BLANK PLANT IS NEVER
001200*    WRITTEN - PLANT 01 IS SPELLED OUT.
001300*
001400*    MAINTAINED BY:  DATA CENTER PRODUCTION SUPPORT
001500*
001600*    MODIFICATION HISTORY
001700*    DATE       INIT  DESCRIPTION
001800*    ---------- ----  -----------------------------------------
001900*    2026-10-15 RA    ORIGINAL.
002000*--------------------------------------------------------------*
002100 01  INGREDIENT-STOCK-RECORD.
002200     05  ISM-RECORD-KIND            PIC X(01).
002300         88  ISM-IS-BALANCE                    VALUE "B".
002400         88  ISM-IS-USAGE-TAKEN                VALUE "U".
002500     05  ISM-PLANT-CODE             PIC X(02).
002600     05  ISM-BALANCE-BODY.
002700         10  ISM-INGREDIENT-CODE    PIC X(10).
002800         10  ISM-INGREDIENT-DESC    PIC X(30).
002900         10  ISM-ON-HAND-QTY        PIC S9(11)V9(04).
003000         10  ISM-LAST-COUNT-DATE    PIC 9(08).
003100         10  ISM-LAST-RUN-DATE      PIC 9(08).
003200         10  FILLER                 PIC X(06).
003300     05  ISM-USAGE-BODY REDEFINES ISM-BALANCE-BODY.
003400         10  ISM-USE-RUN-DATE       PIC 9(08).
003500         10  ISM-USE-SOURCE-SYSTEM  PIC X(08).
003600         10  ISM-USE-RECORD-COUNT   PIC 9(07).
003700         10  ISM-USE-HASH-TOTAL     PIC S9(13)V9(04).
003800         10  ISM-USE-TAKEN-DATE     PIC 9(08).
003900         10  FILLER                 PIC X(29).
