001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  -----------------------------------------
001400*    2026-09-02 RA    ORIGINAL.
001410*    2026-10-15 RA    ADDED YLC-RUN-OVERRIDE - "Y" LETS THE
001420*                      RUN GO AHEAD WITH ITS PREREQUISITES ON
001430*                      THE STEP-STATUS LEDGER NOT MET, THE SAME
001440*                      WAY PARM-RUN-OVERRIDE DOES FOR
001450*                      SPAGHETTI-CODE.
001500*--------------------------------------------------------------*
001600 01  YIELD-CONTROL-RECORD.
001700     05  YLC-TOLERANCE-PCT          PIC X(03).
001800     05  YLC-DATE-FROM              PIC X(08).
001900     05  YLC-DATE-TO                PIC X(08).
002000     05  YLC-RUN-OVERRIDE           PIC X(01).
002100         88  YLC-OVERRIDE-IS-ON                VALUE "Y".
002200     05  FILLER                     PIC X(60).
