000100*--------------------------------------------------------------*
000200*    OPRREC.CPY
000300*    OPEN RECEIPT RECORD.  ONE RECORD PER PURCHASE ORDER LINE
000400*    STILL DUE IN - THE INGREDIENT, THE DATE THE VENDOR HAS
000500*    PROMISED IT AT THE DOCK, AND THE QUANTITY STILL OPEN IN
000600*    STOCK UNITS TO FOUR ASSUMED DECIMALS.  PURCHASING DROPS A
000700*    LINE ONCE THE DOCK HAS RECEIVED IT.  READ BY SPAGHETTI-MRP
000800*    TO NET REQUIREMENTS.  A BLANK PLANT IS PLANT 01.
000900*
001000*    MAINTAINED BY:  PURCHASING
001100*
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  -----------------------------------------
001500*    2026-10-15 RA    ORIGINAL.
001600*--------------------------------------------------------------*
001700 01  OPEN-RECEIPT-RECORD.
001800     05  OPR-PLANT-CODE             PIC X(02).
001900     05  OPR-INGREDIENT-CODE        PIC X(10).
002000     05  OPR-DUE-DATE               PIC X(08).
002100     05  OPR-DUE-DATE-N REDEFINES OPR-DUE-DATE
002200                                    PIC 9(08).
002300     05  OPR-OPEN-QTY               PIC X(11).
002400     05  OPR-OPEN-QTY-N REDEFINES OPR-OPEN-QTY
002500                                    PIC 9(07)V9(04).
002600     05  OPR-PO-NUMBER              PIC X(10).
002700     05  OPR-VENDOR-CODE            PIC X(10).
002800     05  FILLER                     PIC X(29).
