000100*--------------------------------------------------------------*
000200*    UTPREC.CPY
000300*    LINE UTILIZATION REPORT PRINT LINE.  132-COLUMN PRINT
000400*    IMAGE FOR THE UTILIZATION REPORT - EACH LINE AND SHIFT'S
000500*    AVAILABLE TIME, DOWNTIME BY REASON, RUN TIME, ACTUAL
000600*    AGAINST STANDARD OUTPUT, AND UTILIZATION, BY DAY, MONTH,
000700*    AND WEEK OF THE MONTH.
000800*
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -----------------------------------------
001200*    2026-10-15 RA    ORIGINAL.
001300*--------------------------------------------------------------*
001400 01  UTILIZATION-PRINT-RECORD       PIC X(132).
