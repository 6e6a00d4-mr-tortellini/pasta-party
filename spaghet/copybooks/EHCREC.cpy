001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -----------------------------------------
001200*    2026-09-02 RA    ORIGINAL.
001210*    2026-10-15 RA    ADDED EHC-RUN-OVERRIDE - "Y" LETS THE
001220*                      RUN GO AHEAD WITH ITS PREREQUISITES ON
001230*                      THE STEP-STATUS LEDGER NOT MET, THE SAME
001240*                      WAY PARM-RUN-OVERRIDE DOES FOR
001250*                      SPAGHETTI-CODE.
001300*--------------------------------------------------------------*
001400 01  EXCEPTION-HIST-CONTROL-REC.
001500     05  EHC-DATE-FROM              PIC X(08).
001600     05  EHC-DATE-TO                PIC X(08).
001700     05  EHC-RUN-OVERRIDE           PIC X(01).
001800         88  EHC-OVERRIDE-IS-ON                VALUE "Y".
001900     05  FILLER                     PIC X(63).
