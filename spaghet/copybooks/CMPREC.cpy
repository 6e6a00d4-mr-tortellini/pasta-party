000100*--------------------------------------------------------------*
000200*    CMPREC.CPY
000300*    PRODUCTION CALENDAR MAINTENANCE REPORT PRINT LINE.
000400*    132-COLUMN PRINT IMAGE FOR SPAGHETTI-CALMNT - THE CALENDAR
000500*    AS FOUND, THE CARDS AS APPLIED, THE CALENDAR AS LEFT, AND
000600*    HOW LONG EACH PLANT'S CALENDAR HAS TO RUN.
000700*
000800*    MODIFICATION HISTORY
000900*    DATE       INIT  DESCRIPTION
001000*    ---------- ----  -----------------------------------------
001100*    2026-10-15 RA    ORIGINAL.
001200*--------------------------------------------------------------*
001300 01  CALENDAR-MAINT-PRINT-RECORD    PIC X(132).
