000100*--------------------------------------------------------------*
000200*    DRPREC.CPY
000300*    DOWNTIME REASON MAINTENANCE REPORT PRINT LINE.  132-COLUMN
000400*    PRINT IMAGE FOR THE BEFORE/AFTER REPORT OF THE REASON
000500*    TABLE MAINTENANCE RUN.
000600*
000700*    MODIFICATION HISTORY
000800*    DATE       INIT  DESCRIPTION
000900*    ---------- ----  -----------------------------------------
001000*    2026-10-15 RA    ORIGINAL.
001100*--------------------------------------------------------------*
001200 01  REASON-MAINT-PRINT-RECORD      PIC X(132).
