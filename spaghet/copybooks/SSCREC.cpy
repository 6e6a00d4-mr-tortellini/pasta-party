000100*--------------------------------------------------------------*
000200*    SSCREC.CPY
000300*    CONTROL-CARD RECORD FOR THE MORNING STEP-STATUS REPORT
000400*    (SPAGHETTI-STATUS).  NAMES THE DATE THE REPORT IS FOR - A
000500*    BLANK DATE IS TODAY.  THE REPORT COVERS THE STEPS THAT RAN
000600*    ON THAT DATE AND THE DAY BEFORE, SO THE NIGHT'S SCHEDULE IS
000700*    SEEN WHOLE WHEREVER MIDNIGHT FELL IN IT.
000800*
000900*    MAINTAINED BY:  DATA CENTER PRODUCTION SUPPORT
001000*
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  -----------------------------------------
001400*    2026-10-15 RA    ORIGINAL.
001500*--------------------------------------------------------------*
001600 01  STEP-STATUS-CONTROL-RECORD.
001700     05  SSC-REPORT-DATE            PIC X(08).
001800     05  SSC-REPORT-DATE-N REDEFINES SSC-REPORT-DATE
001900                                    PIC 9(08).
002000     05  FILLER                     PIC X(72).
