000100*--------------------------------------------------------------*
000200*    SSPREC.CPY
000300*    MORNING STEP-STATUS REPORT PRINT LINE.  132-COLUMN PRINT
000400*    IMAGE FOR SPAGHETTI-STATUS - FOR EVERY PLANT, WHAT RAN,
000500*    WHAT DID NOT, AND WHAT IS BLOCKED, THEN EVERY STEP THAT RAN
000600*    IN THE REPORT WINDOW.
000700*
000800*    MODIFICATION HISTORY
000900*    DATE       INIT  DESCRIPTION
001000*    ---------- ----  -----------------------------------------
001100*    2026-10-15 RA    ORIGINAL.
001200*--------------------------------------------------------------*
001300 01  STEP-STATUS-PRINT-RECORD       PIC X(132).
