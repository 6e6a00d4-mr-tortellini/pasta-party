000100*--------------------------------------------------------------*
000200*    ISPREC.CPY
000300*    INGREDIENT STOCK REPORT PRINT LINE.  132-COLUMN PRINT
000400*    IMAGE FOR THE INGREDIENT STOCK RUN - THE RECEIPTS, THE
000500*    USAGE EXTRACT, AND THE COUNTS AS APPLIED, THEN ONE LINE
000600*    PER INGREDIENT FROM OPENING TO CLOSING BALANCE.
000700*
000800*    MODIFICATION HISTORY
000900*    DATE       INIT  DESCRIPTION
001000*    ---------- ----  -----------------------------------------
001100*    2026-10-15 RA    ORIGINAL.
001200*--------------------------------------------------------------*
001300 01  INGREDIENT-STOCK-PRINT-RECORD  PIC X(132).
