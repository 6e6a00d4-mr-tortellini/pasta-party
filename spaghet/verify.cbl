002940*                      PLANT 01 - SO A BOTH-PLANTS LEDGER SUM
002950*                      NO LONGER FALSE-ALARMS AGAINST A
002960*                      ONE-PLANT ITEM SUMMARY.
002970*    2026-10-15 RA    WRITES A START AND AN END RECORD TO THE
002980*                      STEP-STATUS LEDGER (STSFILE) WITH ITS
002990*                      RETURN CODE AND KEY COUNTS.
003000*--------------------------------------------------------------*
003100*
003200 ENVIRONMENT DIVISION.
004700     SELECT VERIFY-REPORT-FILE ASSIGN TO "VRPFILE"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-VRP-FILE-STATUS.
004920     SELECT STEP-STATUS-FILE ASSIGN TO "STSFILE"
004940         ORGANIZATION IS LINE SEQUENTIAL
004960         FILE STATUS IS WS-STS-FILE-STATUS.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
007000     RECORDING MODE IS F.
007100     COPY VRPREC.
007200*
007220 FD  STEP-STATUS-FILE
007240     RECORDING MODE IS F.
007260     COPY STSREC.
007280*
007300 WORKING-STORAGE SECTION.
007400*--------------------------------------------------------------*
007500*    FILE STATUS WORKING STORAGE
020500*--------------------------------------------------------------*
020600 01  WS-CURRENT-DATE-YYYYMMDD     PIC 9(08)   VALUE 0.
020700*
020705*--------------------------------------------------------------*
020710*    STEP-STATUS WORKING STORAGE
020715*    EVERY RUN PUTS A START AND AN END RECORD ON THE SUITE'S
020720*    STEP-STATUS LEDGER SO THE MORNING STATUS REPORT CAN SAY
020725*    WHAT RAN, HOW IT ENDED, AND WHAT IS STILL WAITING.
020730*--------------------------------------------------------------*
020735 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE "00".
020740     88  WS-STS-FILE-OK                      VALUE "00".
020745     88  WS-STS-FILE-NOT-FOUND               VALUE "35".
020750 01  WS-STEP-PROGRAM-ID           PIC X(20)   VALUE
020755     "SPAGHETTI-VERIFY".
020760 01  WS-STEP-PLANT                PIC X(02)   VALUE "01".
020780*
020800 PROCEDURE DIVISION.
020900 MAIN-SECTION.
021000     PERFORM 050-INITIALIZE
022500     ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
022600     MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-VERIFY-DATE
022700     PERFORM 060-LOAD-CONTROL-CARD
022720     MOVE WS-VERIFY-PLANT TO WS-STEP-PLANT
022740     PERFORM 900-WRITE-START-STEP
022800     OPEN INPUT POSTED-LEDGER-FILE
022900     IF WS-LEDG-FILE-OK
023000         SET WS-LEDG-FILE-IS-OPEN TO TRUE
044710         ' PLANT ' WS-VERIFY-PLANT ' - '
044800         WS-MISMATCH-COUNT ' MISMATCHES'
044900     DISPLAY 'RUN SEVERITY: ' WS-RUN-SEVERITY
045000     MOVE WS-RUN-SEVERITY TO RETURN-CODE
045050     PERFORM 905-WRITE-END-STEP.
045100*
045200*--------------------------------------------------------------*
045300*    510-PRINT-PROOF-REPORT
057800         MOVE WS-VRP-WORK-LINE TO VERIFY-PRINT-RECORD
057900         WRITE VERIFY-PRINT-RECORD
058000     END-IF.
058100*
058200*--------------------------------------------------------------*
058300*    900-WRITE-START-STEP
058400*    PUTS THIS RUN'S START RECORD ON THE STEP-STATUS LEDGER.  A
058500*    START WITH NO END AFTER IT IS A RUN THAT NEVER FINISHED.
058600*--------------------------------------------------------------*
058700 900-WRITE-START-STEP.
058800     PERFORM 908-BUILD-STEP-RECORD
058900     SET STS-IS-START TO TRUE
059000     PERFORM 910-WRITE-STEP-RECORD.
059100*
059200*--------------------------------------------------------------*
059300*    905-WRITE-END-STEP
059400*    PUTS THIS RUN'S END RECORD ON THE STEP-STATUS LEDGER WITH
059500*    THE RETURN CODE THE RUN IS ENDING ON AND ITS KEY COUNTS.
059600*    EVERY WAY OUT OF THE RUN - NORMAL END OR ABORT - COMES
059700*    THROUGH HERE ONCE THE RETURN CODE IS SET.
059800*--------------------------------------------------------------*
059900 905-WRITE-END-STEP.
060000     PERFORM 908-BUILD-STEP-RECORD
060100     MOVE RETURN-CODE TO STS-RETURN-CODE
060200     SET STS-IS-END TO TRUE
060300     MOVE WS-VERIFY-DATE TO STS-SUBJECT-DATE
060400     MOVE "POSTINGS" TO STS-COUNT-NAME(1)
060500     MOVE WS-LEDG-POSTINGS TO STS-COUNT-VALUE(1)
060600     MOVE "HISTORY " TO STS-COUNT-NAME(2)
060700     MOVE WS-HIST-DATE-RECORDS TO STS-COUNT-VALUE(2)
060800     MOVE "MISMATCH" TO STS-COUNT-NAME(3)
060900     MOVE WS-MISMATCH-COUNT TO STS-COUNT-VALUE(3)
061000     PERFORM 910-WRITE-STEP-RECORD.
061100*
061200 908-BUILD-STEP-RECORD.
061300     MOVE SPACES TO STEP-STATUS-RECORD
061400     MOVE WS-STEP-PLANT TO STS-PLANT-CODE
061500     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD
061600     ACCEPT STS-RUN-TIME FROM TIME
061700     MOVE WS-STEP-PROGRAM-ID TO STS-PROGRAM-ID
061800     MOVE 0 TO STS-RETURN-CODE STS-SUBJECT-DATE
061900     MOVE 0 TO STS-COUNT-VALUE(1) STS-COUNT-VALUE(2)
062000         STS-COUNT-VALUE(3).
062100*
062200*--------------------------------------------------------------*
062300*    910-WRITE-STEP-RECORD
062400*    THE LEDGER IS APPENDED TO - THE FIRST RUN EVER CREATES IT.
062500*    IT IS OPENED AND CLOSED AROUND EACH RECORD SO AN ABORT
062600*    LATER IN THE RUN CANNOT LOSE THE START RECORD.  A LEDGER
062700*    THAT WILL NOT OPEN COSTS THE STATUS REPORT THIS STEP, NOT
062800*    THE RUN ITS WORK.
062900*--------------------------------------------------------------*
063000 910-WRITE-STEP-RECORD.
063100     OPEN EXTEND STEP-STATUS-FILE
063200     IF NOT WS-STS-FILE-OK
063300         OPEN OUTPUT STEP-STATUS-FILE
063400     END-IF
063500     IF WS-STS-FILE-OK
063600         WRITE STEP-STATUS-RECORD
063700         CLOSE STEP-STATUS-FILE
063800     ELSE
063900         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
064000             WS-STS-FILE-STATUS ' - STEP NOT RECORDED'
064100     END-IF.
