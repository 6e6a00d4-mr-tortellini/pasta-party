001520*                      A REPORT LINE - DAILY OFF THE ITEM
001530*                      SUMMARY, WEEK-TO-DATE OFF THE SHARED
001540*                      LEDGER - COVER THE SAME PLANT.
001550*    2026-10-15 RA    ADDED PLC-RUN-OVERRIDE - "Y" LETS THE
001560*                      RUN GO AHEAD WITH ITS PREREQUISITES ON
001570*                      THE STEP-STATUS LEDGER NOT MET, THE SAME
001580*                      WAY PARM-RUN-OVERRIDE DOES FOR
001590*                      SPAGHETTI-CODE.
001600*--------------------------------------------------------------*
001700 01  PLAN-CONTROL-RECORD.
001800     05  PLC-REPORT-DATE            PIC X(08).
001850     05  PLC-PLANT-CODE             PIC X(02).
001950     05  PLC-RUN-OVERRIDE           PIC X(01).
002050         88  PLC-OVERRIDE-IS-ON                VALUE "Y".
002150     05  FILLER                     PIC X(69).
