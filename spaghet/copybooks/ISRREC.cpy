000100*--------------------------------------------------------------*
000200*    ISRREC.CPY
000300*    INGREDIENT STOCK REJECT RECORD.  ONE LINE PER RECEIPT OR
000400*    COUNT CARD THAT FAILED EDIT IN SPAGHETTI-INGSTOCK - WHICH
000500*    FEED IT CAME FROM ("R" RECEIPT, "C" COUNT), THE CARD AS
000600*    KEYED, AND THE REASON IT WAS KICKED OUT.
000700*
000800*    MODIFICATION HISTORY
000900*    DATE       INIT  DESCRIPTION
001000*    ---------- ----  -----------------------------------------
001100*    2026-10-15 RA    ORIGINAL.
001200*--------------------------------------------------------------*
001300 01  INGREDIENT-STOCK-REJECT-RECORD.
001400     05  ISR-FEED-CODE              PIC X(01).
001500     05  ISR-CARD-IMAGE             PIC X(51).
001600     05  ISR-REASON-CODE            PIC X(04).
001700     05  ISR-REASON-TEXT            PIC X(25).
