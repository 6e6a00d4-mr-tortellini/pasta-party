000100*--------------------------------------------------------------*
000200*    ISCREC.CPY
000300*    CONTROL-CARD RECORD FOR THE INGREDIENT STOCK RUN
000400*    (SPAGHETTI-INGSTOCK).  NAMES THE PLANT WHOSE STOCK IS
000500*    POSTED AND REPORTED - A BLANK PLANT IS PLANT 01, THE
000600*    SUITE CONVENTION - AND THE PERCENTAGE A PHYSICAL COUNT
000700*    MAY DIFFER FROM THE BOOK BALANCE BEFORE IT IS FLAGGED,
000800*    TO TWO ASSUMED DECIMALS.  A BLANK PERCENTAGE IS 5.00.
000900*
001000*    MAINTAINED BY:  DATA CENTER PRODUCTION SUPPORT
001100*
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  -----------------------------------------
001500*    2026-10-15 RA    ORIGINAL.
001600*--------------------------------------------------------------*
001700 01  INGREDIENT-STOCK-CONTROL-RECORD.
001800     05  ISC-PLANT-CODE             PIC X(02).
001900     05  ISC-VARIANCE-PCT           PIC X(05).
002000     05  ISC-VARIANCE-PCT-N REDEFINES ISC-VARIANCE-PCT
002100                                    PIC 9(03)V9(02).
002200     05  FILLER                     PIC X(73).
