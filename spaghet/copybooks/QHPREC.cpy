000100*--------------------------------------------------------------*
000200*    QHPREC.CPY
000300*    QA HOLD REPORT PRINT LINE.  132-COLUMN PRINT IMAGE FOR
000400*    THE QA HOLD RUN - WHAT EACH CARD DID, THEN EVERY HOLD
000500*    STILL OPEN FOR THE PLANT WITH ITS AGE AND THE QUANTITY
000600*    IT IS KEEPING OUT OF INVENTORY.
000700*
000800*    MODIFICATION HISTORY
000900*    DATE       INIT  DESCRIPTION
001000*    ---------- ----  -----------------------------------------
001100*    2026-10-15 RA    ORIGINAL.
001200*--------------------------------------------------------------*
001300 01  QA-HOLD-PRINT-RECORD           PIC X(132).
