001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  -----------------------------------------
001300*    2026-09-02 RA    ORIGINAL.
001310*    2026-10-15 RA    ADDED THE GL ACCOUNTS THE CLOSE JOURNAL
001320*                      POSTS TO - FINISHED GOODS, RAW
001330*                      MATERIALS, AND PRODUCTION VARIANCE.  A
001340*                      BLANK ACCOUNT TAKES THE HOUSE DEFAULT.
001350*    2026-10-15 RA    ADDED PCL-RUN-OVERRIDE - "Y" LETS THE
001360*                      RUN GO AHEAD WITH ITS PREREQUISITES ON
001370*                      THE STEP-STATUS LEDGER NOT MET, THE SAME
001380*                      WAY PARM-RUN-OVERRIDE DOES FOR
001390*                      SPAGHETTI-CODE.
001400*--------------------------------------------------------------*
001500 01  PERIOD-CLOSE-CONTROL-RECORD.
001600     05  PCL-PERIOD                 PIC X(06).
001610     05  PCL-FG-ACCOUNT             PIC X(10).
001620     05  PCL-RM-ACCOUNT             PIC X(10).
001630     05  PCL-VARIANCE-ACCOUNT       PIC X(10).
001730     05  PCL-RUN-OVERRIDE           PIC X(01).
001830         88  PCL-OVERRIDE-IS-ON                VALUE "Y".
001930     05  FILLER                     PIC X(43).
