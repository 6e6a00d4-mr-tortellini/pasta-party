000100*--------------------------------------------------------------*
000200*    BMTREC.CPY
000300*    RECIPE MAINTENANCE TRANSACTION CARD.  ONE CARD PER CHANGE
000400*    TO THE RECIPE FILE, KEYED BY ITEM, INGREDIENT, AND THE
000500*    DATE THE RECIPE LINE COMES INTO FORCE.
000600*      "A" ADDS A NEW VERSION OF A LINE FROM ITS EFFECTIVE-FROM
000700*          DATE - A BLANK EFFECTIVE-TO LEAVES IT IN FORCE, A
000800*          BLANK DESCRIPTION TAKES THE ONE ALREADY ON FILE FOR
000900*          THE SAME ITEM AND INGREDIENT.
001000*      "C" CHANGES A VERSION - A BLANK FIELD KEEPS THE VALUE ON
001100*          FILE, SAME CONVENTION AS THE ITEM MAINTENANCE CARDS.
001200*      "E" EXPIRES A VERSION - ITS LAST DAY IN FORCE IS THE
001300*          EFFECTIVE-TO DATE ON THE CARD.
001400*      "I" ASKS WHICH RECIPE WAS IN FORCE ON THE EFFECTIVE-FROM
001500*          DATE (BLANK IS THE RUN DATE) FOR THE ITEM (BLANK IS
001600*          EVERY ITEM) AND PRINTS IT - NOTHING IS CHANGED.
001700*    ON A "C" OR "E" CARD A BLANK EFFECTIVE-FROM NAMES THE
001800*    VERSION STILL IN FORCE.  EVERY CARD IS EDITED BY
001900*    SPAGHETTI-BOMMNT BEFORE IT TOUCHES THE RECIPE FILE - THE
002000*    FILE IS NOT TO BE EDITED BY HAND ANY MORE.
002100*
002200*    MAINTAINED BY:  DATA CENTER PRODUCTION SUPPORT
002300*
002400*    MODIFICATION HISTORY
002500*    DATE       INIT  DESCRIPTION
002600*    ---------- ----  -----------------------------------------
002700*    2026-10-15 RA    ORIGINAL.
002800*--------------------------------------------------------------*
002900 01  RECIPE-MAINT-CARD-RECORD.
003000     05  BMT-ACTION-CODE            PIC X(01).
003100         88  BMT-ACTION-ADD                    VALUE "A".
003200         88  BMT-ACTION-CHANGE                 VALUE "C".
003300         88  BMT-ACTION-EXPIRE                 VALUE "E".
003400         88  BMT-ACTION-INQUIRE                VALUE "I".
003500     05  BMT-ITEM-CODE              PIC X(10).
003600     05  BMT-INGREDIENT-CODE        PIC X(10).
003700     05  BMT-EFFECTIVE-FROM         PIC X(08).
003800     05  BMT-EFFECTIVE-FROM-N REDEFINES BMT-EFFECTIVE-FROM
003900                                    PIC 9(08).
004000     05  BMT-INGREDIENT-DESC        PIC X(30).
004100     05  BMT-QTY-PER-UNIT           PIC X(08).
004200     05  BMT-QTY-PER-UNIT-N REDEFINES BMT-QTY-PER-UNIT
004300                                    PIC 9(04)V9(04).
004400     05  BMT-EFFECTIVE-TO           PIC X(08).
004500     05  BMT-EFFECTIVE-TO-N REDEFINES BMT-EFFECTIVE-TO
004600                                    PIC 9(08).
004700     05  FILLER                     PIC X(05).
