000100*--------------------------------------------------------------*
000200*    CVPREC.CPY
000300*    PERIOD COST AND VARIANCE REPORT PRINT LINE.  132-COLUMN
000400*    PRINT IMAGE FOR SPAGHETTI-CLOSE - ONE LINE PER PLANT AND
000500*    ITEM VALUING THE PERIOD'S POSTED PRODUCTION AT STANDARD
000600*    AND ITS INGREDIENT USAGE AT COST, WITH THE VARIANCE, THEN
000700*    THE GL JOURNAL AS EXTRACTED.
000800*
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -----------------------------------------
001200*    2026-10-15 RA    ORIGINAL.
001300*--------------------------------------------------------------*
001400 01  COST-VARIANCE-PRINT-RECORD     PIC X(132).
