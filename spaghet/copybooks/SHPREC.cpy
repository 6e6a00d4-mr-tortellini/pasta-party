000100*--------------------------------------------------------------*
000200*    SHPREC.CPY
000300*    FINISHED-GOODS SHIPMENT RECORD.  ONE RECORD PER LOT
000400*    SHIPPED, SENT DAILY BY THE WAREHOUSE - THE DATE IT LEFT,
000500*    THE ITEM AND LOT, THE QUANTITY IN UNITS, AND THE SHIPPING
000600*    TICKET FOR THE AUDIT TRAIL.  READ BY SPAGHETTI-FGSTOCK.  A
000700*    BLANK PLANT IS PLANT 01.
000800*
000900*    MAINTAINED BY:  DATA CENTER PRODUCTION SUPPORT
001000*
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  -----------------------------------------
001400*    2026-10-15 RA    ORIGINAL.
001500*--------------------------------------------------------------*
001600 01  FG-SHIPMENT-RECORD.
001700     05  SHP-PLANT-CODE             PIC X(02).
001800     05  SHP-SHIP-DATE              PIC X(08).
001900     05  SHP-SHIP-DATE-SPLIT REDEFINES SHP-SHIP-DATE.
002000         10  SHP-SHIP-YYYY          PIC 9(04).
002100         10  SHP-SHIP-MM            PIC 9(02).
002200         10  SHP-SHIP-DD            PIC 9(02).
002300     05  SHP-ITEM-CODE              PIC X(10).
002400     05  SHP-LOT-NUMBER             PIC X(05).
002500     05  SHP-LOT-NUMBER-N REDEFINES SHP-LOT-NUMBER
002600                                    PIC 9(05).
002700     05  SHP-QUANTITY               PIC X(07).
002800     05  SHP-QUANTITY-N REDEFINES SHP-QUANTITY
002900                                    PIC 9(07).
003000     05  SHP-SHIP-TICKET            PIC X(10).
003100     05  FILLER                     PIC X(18).
