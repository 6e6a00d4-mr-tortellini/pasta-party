007500*                      DATES, NOT HISTORY RECORDS - A RECORD
007600*                      COUNT STOPPED MEANING RUNS WHEN THE
007700*                      HISTORY WENT ONE-RECORD-PER-DATE.
007720*    2026-10-15 RA    WRITES A START AND AN END RECORD TO THE
007740*                      STEP-STATUS LEDGER (STSFILE) WITH ITS
007760*                      RETURN CODE AND KEY COUNTS.
007800*--------------------------------------------------------------*
007900*
008000 ENVIRONMENT DIVISION.
008900     SELECT TREND-REPORT-FILE ASSIGN TO "TRNDFILE"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-TRND-FILE-STATUS.
009120     SELECT STEP-STATUS-FILE ASSIGN TO "STSFILE"
009140         ORGANIZATION IS LINE SEQUENTIAL
009160         FILE STATUS IS WS-STS-FILE-STATUS.
009200*
009300 DATA DIVISION.
009400 FILE SECTION.
010400     RECORDING MODE IS F.
010500     COPY TRNDREC.
010600*
010620 FD  STEP-STATUS-FILE
010640     RECORDING MODE IS F.
010660     COPY STSREC.
010680*
010700 WORKING-STORAGE SECTION.
010800*--------------------------------------------------------------*
010900*    FILE STATUS WORKING STORAGE
021300         10  WS-WEK-TOTAL          PIC S9(10).
021400         10  WS-WEK-RUNS           PIC 9(05).
021500*
021505*--------------------------------------------------------------*
021510*    STEP-STATUS WORKING STORAGE
021515*    EVERY RUN PUTS A START AND AN END RECORD ON THE SUITE'S
021520*    STEP-STATUS LEDGER SO THE MORNING STATUS REPORT CAN SAY
021525*    WHAT RAN, HOW IT ENDED, AND WHAT IS STILL WAITING.
021530*--------------------------------------------------------------*
021535 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE "00".
021540     88  WS-STS-FILE-OK                      VALUE "00".
021545     88  WS-STS-FILE-NOT-FOUND               VALUE "35".
021550 01  WS-STEP-PROGRAM-ID           PIC X(20)   VALUE
021555     "SPAGHETTI-TREND".
021560 01  WS-STEP-PLANT                PIC X(02)   VALUE "**".
021580*
021600 PROCEDURE DIVISION.
021700 MAIN-SECTION.
021800     PERFORM 050-INITIALIZE
022800*--------------------------------------------------------------*
022900 050-INITIALIZE.
023000     PERFORM 060-LOAD-CONTROL-CARD
023050     PERFORM 900-WRITE-START-STEP
023100     OPEN INPUT RESULT-HISTORY-FILE
023200     IF WS-HIST-FILE-NOT-FOUND
023300         DISPLAY 'HISTFILE NOT FOUND - NOTHING TO SUMMARIZE'
060800     IF WS-TRND-FILE-OK
060900         CLOSE TREND-REPORT-FILE
061000     END-IF
061100     DISPLAY 'TREND REPORT COMPLETE - ' WS-DAY-COUNT ' DATES'
061200     PERFORM 905-WRITE-END-STEP.
061300*
061400*--------------------------------------------------------------*
061500*    900-WRITE-START-STEP
061600*    PUTS THIS RUN'S START RECORD ON THE STEP-STATUS LEDGER.  A
061700*    START WITH NO END AFTER IT IS A RUN THAT NEVER FINISHED.
061800*--------------------------------------------------------------*
061900 900-WRITE-START-STEP.
062000     PERFORM 908-BUILD-STEP-RECORD
062100     SET STS-IS-START TO TRUE
062200     PERFORM 910-WRITE-STEP-RECORD.
062300*
062400*--------------------------------------------------------------*
062500*    905-WRITE-END-STEP
062600*    PUTS THIS RUN'S END RECORD ON THE STEP-STATUS LEDGER WITH
062700*    THE RETURN CODE THE RUN IS ENDING ON AND ITS KEY COUNTS.
062800*    EVERY WAY OUT OF THE RUN - NORMAL END OR ABORT - COMES
062900*    THROUGH HERE ONCE THE RETURN CODE IS SET.
063000*--------------------------------------------------------------*
063100 905-WRITE-END-STEP.
063200     PERFORM 908-BUILD-STEP-RECORD
063300     MOVE RETURN-CODE TO STS-RETURN-CODE
063400     SET STS-IS-END TO TRUE
063500     MOVE "DATES   " TO STS-COUNT-NAME(1)
063600     MOVE WS-DAY-COUNT TO STS-COUNT-VALUE(1)
063700     PERFORM 910-WRITE-STEP-RECORD.
063800*
063900 908-BUILD-STEP-RECORD.
064000     MOVE SPACES TO STEP-STATUS-RECORD
064100     MOVE WS-STEP-PLANT TO STS-PLANT-CODE
064200     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD
064300     ACCEPT STS-RUN-TIME FROM TIME
064400     MOVE WS-STEP-PROGRAM-ID TO STS-PROGRAM-ID
064500     MOVE 0 TO STS-RETURN-CODE STS-SUBJECT-DATE
064600     MOVE 0 TO STS-COUNT-VALUE(1) STS-COUNT-VALUE(2)
064700         STS-COUNT-VALUE(3).
064800*
064900*--------------------------------------------------------------*
065000*    910-WRITE-STEP-RECORD
065100*    THE LEDGER IS APPENDED TO - THE FIRST RUN EVER CREATES IT.
065200*    IT IS OPENED AND CLOSED AROUND EACH RECORD SO AN ABORT
065300*    LATER IN THE RUN CANNOT LOSE THE START RECORD.  A LEDGER
065400*    THAT WILL NOT OPEN COSTS THE STATUS REPORT THIS STEP, NOT
065500*    THE RUN ITS WORK.
065600*--------------------------------------------------------------*
065700 910-WRITE-STEP-RECORD.
065800     OPEN EXTEND STEP-STATUS-FILE
065900     IF NOT WS-STS-FILE-OK
066000         OPEN OUTPUT STEP-STATUS-FILE
066100     END-IF
066200     IF WS-STS-FILE-OK
066300         WRITE STEP-STATUS-RECORD
066400         CLOSE STEP-STATUS-FILE
066500     ELSE
066600         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
066700             WS-STS-FILE-STATUS ' - STEP NOT RECORDED'
066800     END-IF.
