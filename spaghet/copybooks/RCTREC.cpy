000100*--------------------------------------------------------------*
000200*    RCTREC.CPY
000300*    INGREDIENT RECEIPT CARD.  ONE CARD PER INGREDIENT
000400*    DELIVERY, KEYED FROM THE DOCK PAPERWORK - THE INGREDIENT,
000500*    THE DATE IT CAME IN, THE QUANTITY RECEIVED IN STOCK UNITS
000600*    TO FOUR ASSUMED DECIMALS, AND THE DOCK TICKET AND VENDOR
000700*    FOR THE AUDIT TRAIL.  READ BY SPAGHETTI-INGSTOCK.  A BLANK
000800*    PLANT IS PLANT 01.
000900*
001000*    MAINTAINED BY:  DATA CENTER PRODUCTION SUPPORT
001100*
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  -----------------------------------------
001500*    2026-10-15 RA    ORIGINAL.
001600*--------------------------------------------------------------*
001700 01  INGREDIENT-RECEIPT-RECORD.
001800     05  RCT-PLANT-CODE             PIC X(02).
001900     05  RCT-INGREDIENT-CODE        PIC X(10).
002000     05  RCT-RECEIPT-DATE           PIC X(08).
002100     05  RCT-RECEIPT-DATE-SPLIT REDEFINES RCT-RECEIPT-DATE.
002200         10  RCT-RECEIPT-YYYY       PIC 9(04).
002300         10  RCT-RECEIPT-MM         PIC 9(02).
002400         10  RCT-RECEIPT-DD         PIC 9(02).
002500     05  RCT-QUANTITY               PIC X(11).
002600     05  RCT-QUANTITY-N REDEFINES RCT-QUANTITY
002700                                    PIC 9(07)V9(04).
002800     05  RCT-DOCK-TICKET            PIC X(10).
002900     05  RCT-VENDOR-CODE            PIC X(10).
003000     05  FILLER                     PIC X(29).
