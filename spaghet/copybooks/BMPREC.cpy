000100*--------------------------------------------------------------*
000200*    BMPREC.CPY
000300*    RECIPE MAINTENANCE REPORT PRINT LINE.  132-COLUMN PRINT
000400*    IMAGE FOR THE BEFORE/AFTER REPORT THAT PROVES WHAT THE
000500*    RECIPE MAINTENANCE RUN FOUND, WHAT EACH CARD DID TO IT,
000600*    WHICH RECIPE WAS IN FORCE ON EACH DAY ASKED ABOUT, AND
000700*    WHAT IT LEFT BEHIND.
000800*
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -----------------------------------------
001200*    2026-10-15 RA    ORIGINAL.
001300*--------------------------------------------------------------*
001400 01  RECIPE-MAINT-PRINT-RECORD      PIC X(132).
