000100*--------------------------------------------------------------*
000200*    BMRREC.CPY
000300*    RECIPE MAINTENANCE REJECT RECORD.  ONE LINE PER CARD THAT
000400*    FAILED EDIT IN SPAGHETTI-BOMMNT, CARRYING THE CARD AS
000500*    KEYED PLUS THE REASON IT WAS KICKED OUT, SO PRODUCTION
000600*    SUPPORT CAN FIX AND RESUBMIT THE CARD WITHOUT GOING BACK
000700*    TO THE JOB LOG.
000800*
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -----------------------------------------
001200*    2026-10-15 RA    ORIGINAL.
001300*--------------------------------------------------------------*
001400 01  RECIPE-MAINT-REJECT-RECORD.
001500     05  BMR-ACTION-CODE            PIC X(01).
001600     05  BMR-ITEM-CODE              PIC X(10).
001700     05  BMR-INGREDIENT-CODE        PIC X(10).
001800     05  BMR-EFFECTIVE-FROM         PIC X(08).
001900     05  BMR-INGREDIENT-DESC        PIC X(30).
002000     05  BMR-QTY-PER-UNIT           PIC X(08).
002100     05  BMR-EFFECTIVE-TO           PIC X(08).
002200     05  BMR-REASON-CODE            PIC X(04).
002300     05  BMR-REASON-TEXT            PIC X(25).
002400     05  FILLER                     PIC X(06).
