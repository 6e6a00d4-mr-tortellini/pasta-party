000100*--------------------------------------------------------------*
000200*    CMCREC.CPY
000300*    CONTROL-CARD RECORD FOR THE PRODUCTION CALENDAR RUN
000400*    (SPAGHETTI-CALMNT).  GIVES THE WARNING WINDOW IN DAYS: A
000500*    PLANT WHOSE CALENDAR ENDS WITHIN THAT MANY DAYS OF THE RUN
000600*    IS WARNED, SO THE NEXT YEAR IS GENERATED BEFORE THE POSTING
000700*    RUN FINDS ITS DATE MISSING.  A BLANK WINDOW IS 60 DAYS.
000800*
000900*    MAINTAINED BY:  DATA CENTER PRODUCTION SUPPORT
001000*
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  -----------------------------------------
001400*    2026-10-15 RA    ORIGINAL.
001500*--------------------------------------------------------------*
001600 01  CALENDAR-CONTROL-RECORD.
001700     05  CMC-WARNING-DAYS           PIC X(03).
001800     05  CMC-WARNING-DAYS-N REDEFINES CMC-WARNING-DAYS
001900                                    PIC 9(03).
002000     05  FILLER                     PIC X(77).
