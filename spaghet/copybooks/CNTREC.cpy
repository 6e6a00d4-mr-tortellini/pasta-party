000100*--------------------------------------------------------------*
000200*    CNTREC.CPY
000300*    INGREDIENT PHYSICAL COUNT CARD.  ONE CARD PER INGREDIENT
000400*    COUNTED ON THE FLOOR - THE INGREDIENT, THE COUNT DATE, AND
000500*    THE QUANTITY FOUND IN STOCK UNITS TO FOUR ASSUMED
000600*    DECIMALS.  THE COUNT IS TAKEN AFTER THE DAY'S RECEIPTS
000700*    AND CONSUMPTION, AND REPLACES THE BOOK BALANCE.  READ BY
000800*    SPAGHETTI-INGSTOCK.  A BLANK PLANT IS PLANT 01.
000900*
001000*    MAINTAINED BY:  DATA CENTER PRODUCTION SUPPORT
001100*
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  -----------------------------------------
001500*    2026-10-15 RA    ORIGINAL.
001600*--------------------------------------------------------------*
001700 01  INGREDIENT-COUNT-RECORD.
001800     05  CNT-PLANT-CODE             PIC X(02).
001900     05  CNT-INGREDIENT-CODE        PIC X(10).
002000     05  CNT-COUNT-DATE             PIC X(08).
002100     05  CNT-COUNT-DATE-SPLIT REDEFINES CNT-COUNT-DATE.
002200         10  CNT-COUNT-YYYY         PIC 9(04).
002300         10  CNT-COUNT-MM           PIC 9(02).
002400         10  CNT-COUNT-DD           PIC 9(02).
002500     05  CNT-COUNTED-QTY            PIC X(11).
002600     05  CNT-COUNTED-QTY-N REDEFINES CNT-COUNTED-QTY
002700                                    PIC 9(07)V9(04).
002800     05  CNT-COUNTED-BY             PIC X(10).
002900     05  FILLER                     PIC X(39).
