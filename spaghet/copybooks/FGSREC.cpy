000100*--------------------------------------------------------------*
000200*    FGSREC.CPY
000300*    FINISHED-GOODS STOCK MASTER RECORD.  TWO KINDS OF RECORD
000400*    SHARE THE FILE.  AN "L" RECORD IS ONE LOT OF ONE ITEM AT
000500*    ONE PLANT - ITS PRODUCTION DATE, THE NET QUANTITY POSTED
000600*    TO THE LEDGER, THE QUANTITY SHIPPED AGAINST IT TO DATE,
000700*    AND ITS QA HOLD STATUS AS LAST SEEN.  ON HAND IS POSTED
000800*    LESS SHIPPED.  A "T" RECORD LOGS ONE SHIPMENT ALREADY
000900*    TAKEN AT A PLANT - ITS SHIP DATE, TICKET, ITEM, LOT, AND
001000*    QUANTITY - SO A SHIPMENT FEED SENT TWICE IS NEVER TAKEN
001100*    TWICE, WHILE A REJECTED SHIPMENT CAN STILL BE SENT AGAIN.
001200*    WRITTEN ONLY BY SPAGHETTI-FGSTOCK, WHOLE, IN PLANT/ITEM/LOT
001300*    ORDER.  A BLANK PLANT IS NEVER WRITTEN - PLANT 01 IS
001400*    SPELLED OUT.
001500*
001600*    MAINTAINED BY:  DATA CENTER PRODUCTION SUPPORT
001700*
001800*    MODIFICATION HISTORY
001900*    DATE       INIT  DESCRIPTION
002000*    ---------- ----  -----------------------------------------
002100*    2026-10-15 RA    ORIGINAL.
002200*--------------------------------------------------------------*
002300 01  FG-STOCK-RECORD.
002400     05  FGS-RECORD-KIND            PIC X(01).
002500         88  FGS-IS-LOT                        VALUE "L".
002600         88  FGS-IS-SHIPMENT-TAKEN             VALUE "T".
002700     05  FGS-PLANT-CODE             PIC X(02).
002800     05  FGS-LOT-BODY.
002900         10  FGS-ITEM-CODE          PIC X(10).
003000         10  FGS-LOT-NUMBER         PIC 9(05).
003100         10  FGS-PROD-DATE          PIC 9(08).
003200         10  FGS-POSTED-QTY         PIC S9(09).
003300         10  FGS-SHIPPED-QTY        PIC S9(09).
003400         10  FGS-LAST-SHIP-DATE     PIC 9(08).
003500         10  FGS-HOLD-STATUS        PIC X(01).
003600         10  FILLER                 PIC X(17).
003700     05  FGS-TAKEN-BODY REDEFINES FGS-LOT-BODY.
003800         10  FGS-TKN-SHIP-DATE      PIC 9(08).
003900         10  FGS-TKN-SHIP-TICKET    PIC X(10).
004000         10  FGS-TKN-ITEM-CODE      PIC X(10).
004100         10  FGS-TKN-LOT-NUMBER     PIC 9(05).
004200         10  FGS-TKN-QUANTITY       PIC 9(07).
004300         10  FGS-TKN-TAKEN-DATE     PIC 9(08).
004400         10  FILLER                 PIC X(19).
