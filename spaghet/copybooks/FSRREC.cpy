000100*--------------------------------------------------------------*
000200*    FSRREC.CPY
000300*    SHIPMENT REJECT RECORD.  ONE LINE PER SHIPMENT THAT FAILED
000400*    EDIT IN SPAGHETTI-FGSTOCK - THE RECORD AS SENT AND THE
000500*    REASON IT WAS KICKED OUT.  THE WAREHOUSE SENDS A REJECTED
000600*    SHIPMENT AGAIN, CORRECTED, ON A LATER FEED.
000700*
000800*    MODIFICATION HISTORY
000900*    DATE       INIT  DESCRIPTION
001000*    ---------- ----  -----------------------------------------
001100*    2026-10-15 RA    ORIGINAL.
001200*--------------------------------------------------------------*
001300 01  FG-SHIPMENT-REJECT-RECORD.
001400     05  FSR-CARD-IMAGE             PIC X(60).
001500     05  FSR-REASON-CODE            PIC X(04).
001600     05  FSR-REASON-TEXT            PIC X(25).
