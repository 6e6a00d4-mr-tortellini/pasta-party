000100*--------------------------------------------------------------*
000200*    FSPREC.CPY
000300*    FINISHED-GOODS STOCK REPORT PRINT LINE.  132-COLUMN PRINT
000400*    IMAGE FOR THE FINISHED-GOODS STOCK RUN - THE SHIPMENTS AS
000500*    POSTED, THEN EVERY LOT STILL ON HAND WITH ITS PRODUCTION
000600*    DATE, EXPIRY DATE, AND DAYS TO EXPIRY.
000700*
000800*    MODIFICATION HISTORY
000900*    DATE       INIT  DESCRIPTION
001000*    ---------- ----  -----------------------------------------
001100*    2026-10-15 RA    ORIGINAL.
001200*--------------------------------------------------------------*
001300 01  FG-STOCK-PRINT-RECORD          PIC X(132).
