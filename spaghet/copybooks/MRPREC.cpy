000100*--------------------------------------------------------------*
000200*    MRPREC.CPY
000300*    MATERIAL REQUIREMENTS REPORT PRINT LINE.  132-COLUMN
000400*    PRINT IMAGE FOR THE MATERIAL REQUIREMENTS RUN - GROSS
000500*    REQUIREMENTS BY INGREDIENT AND DAY NETTED AGAINST STOCK
000600*    AND OPEN RECEIPTS, THEN THE SHORTAGES WITH THE PLANNED
000700*    ITEMS THAT DRIVE THEM.
000800*
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -----------------------------------------
001200*    2026-10-15 RA    ORIGINAL.
001300*--------------------------------------------------------------*
001400 01  MRP-PRINT-RECORD               PIC X(132).
