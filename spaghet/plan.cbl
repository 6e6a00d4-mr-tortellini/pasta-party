002350*                      SHARED LEDGER COVER THE SAME PLANT.  A
002360*                      BLANK PLANT ON ANY OLD RECORD READS AS
002370*                      PLANT 01.
002375*    2026-10-15 RA    WRITES A START AND AN END RECORD TO THE
002380*                      STEP-STATUS LEDGER (STSFILE) WITH ITS
002385*                      RETURN CODE AND KEY COUNTS, AND REFUSES
002390*                      TO RUN AHEAD OF ITS PREREQUISITES ON
002395*                      THAT LEDGER UNLESS THE CARD OVERRIDES.
002400*--------------------------------------------------------------*
002500*
002600 ENVIRONMENT DIVISION.
004100     SELECT PLAN-REPORT-FILE ASSIGN TO "PVAFILE"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-PVA-FILE-STATUS.
004320     SELECT STEP-STATUS-FILE ASSIGN TO "STSFILE"
004340         ORGANIZATION IS LINE SEQUENTIAL
004360         FILE STATUS IS WS-STS-FILE-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
006400     RECORDING MODE IS F.
006500     COPY PVAREC.
006600*
006620 FD  STEP-STATUS-FILE
006640     RECORDING MODE IS F.
006660     COPY STSREC.
006680*
006700 WORKING-STORAGE SECTION.
006800*--------------------------------------------------------------*
006900*    FILE STATUS WORKING STORAGE
019400*--------------------------------------------------------------*
019500 01  WS-CURRENT-DATE-YYYYMMDD     PIC 9(08)   VALUE 0.
019600*
019605*--------------------------------------------------------------*
019610*    STEP-STATUS WORKING STORAGE
019615*    EVERY RUN PUTS A START AND AN END RECORD ON THE SUITE'S
019620*    STEP-STATUS LEDGER SO THE MORNING STATUS REPORT CAN SAY
019625*    WHAT RAN, HOW IT ENDED, AND WHAT IS STILL WAITING.
019630*--------------------------------------------------------------*
019635 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE "00".
019640     88  WS-STS-FILE-OK                      VALUE "00".
019645     88  WS-STS-FILE-NOT-FOUND               VALUE "35".
019650 01  WS-STEP-PROGRAM-ID           PIC X(20)   VALUE
019655     "SPAGHETTI-PLAN".
019660 01  WS-STEP-PLANT                PIC X(02)   VALUE "01".
019665 01  WS-STEP-OVERRIDE-FLAG        PIC X(01)   VALUE SPACE.
019670     88  WS-STEP-RAN-ON-OVERRIDE              VALUE "O".
019671 01  WS-STEP-REFUSAL-TEXT         PIC X(51)   VALUE SPACES.
019672 01  WS-STEP-PREREQ-TEXT          PIC X(51)   VALUE SPACES.
019673 01  WS-STS-EOF-SWITCH            PIC X(01)   VALUE "N".
019674     88  WS-STS-EOF-REACHED                   VALUE "Y".
019675 01  WS-LAST-CODE-START           PIC X(16)   VALUE ZEROS.
019676 01  WS-LAST-CODE-CLOSE           PIC X(16)   VALUE ZEROS.
019677 01  WS-LAST-CODE-END             PIC X(16)   VALUE ZEROS.
019678 01  WS-LAST-CODE-RC              PIC 9(02)   VALUE 0.
019679 01  WS-LAST-OWN-END              PIC X(16)   VALUE ZEROS.
019680 01  WS-RUN-OVERRIDE              PIC X(01)   VALUE "N".
019681     88  WS-OVERRIDE-IS-ON                    VALUE "Y".
019685*
019700 PROCEDURE DIVISION.
019800 MAIN-SECTION.
019900     PERFORM 050-INITIALIZE
021300     ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
021400     MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-REPORT-DATE
021500     PERFORM 060-LOAD-CONTROL-CARD
021520     MOVE WS-REPORT-PLANT TO WS-STEP-PLANT
021540     PERFORM 900-WRITE-START-STEP
021560     PERFORM 920-CHECK-STEP-PREREQUISITES
021600     MOVE WS-REPORT-DATE TO WS-WEEK-START-DATE
021610*    THE WEEK NUMBER IS SETTLED IN AN INTEGER FIRST, THE WAY
021620*    240-ACCUMULATE-WEEK IN SPAGHETTI-TREND DOES IT - FOLDING
027210         IF WS-PLC-FILE-OK AND PLC-PLANT-CODE NOT = SPACES
027220             MOVE PLC-PLANT-CODE TO WS-REPORT-PLANT
027230         END-IF
027240         IF WS-PLC-FILE-OK
027250             MOVE PLC-RUN-OVERRIDE TO WS-RUN-OVERRIDE
027260         END-IF
027300         CLOSE PLAN-CONTROL-FILE
027400     END-IF.
027500*
041200 099-ABORT-NO-PLAN.
041300     DISPLAY 'RUN ABORTED - NO REPORT WAS WRITTEN'
041400     MOVE 16 TO RETURN-CODE
041450     PERFORM 905-WRITE-END-STEP
041500     STOP RUN.
041600*
041700*--------------------------------------------------------------*
048800     DISPLAY 'PLAN REPORT COMPLETE - ' WS-PVA-COUNT
048900         ' ITEMS REPORTED FOR ' WS-REPORT-DATE
049000     DISPLAY 'RUN SEVERITY: ' WS-RUN-SEVERITY
049100     MOVE WS-RUN-SEVERITY TO RETURN-CODE
049150     PERFORM 905-WRITE-END-STEP.
049200*
049300*--------------------------------------------------------------*
049400*    510-PRINT-ONE-ITEM-LINE
057600 541-PRINT-FIGURE-LINE.
057700     MOVE WS-PVA-TEXT-LINE TO WS-PVA-WORK-LINE
057800     PERFORM 094-WRITE-REPORT-LINE.
057900*
058000*--------------------------------------------------------------*
058100*    900-WRITE-START-STEP
058200*    PUTS THIS RUN'S START RECORD ON THE STEP-STATUS LEDGER.  A
058300*    START WITH NO END AFTER IT IS A RUN THAT NEVER FINISHED.
058400*--------------------------------------------------------------*
058500 900-WRITE-START-STEP.
058600     PERFORM 908-BUILD-STEP-RECORD
058700     SET STS-IS-START TO TRUE
058800     PERFORM 910-WRITE-STEP-RECORD.
058900*
059000*--------------------------------------------------------------*
059100*    905-WRITE-END-STEP
059200*    PUTS THIS RUN'S END RECORD ON THE STEP-STATUS LEDGER WITH
059300*    THE RETURN CODE THE RUN IS ENDING ON AND ITS KEY COUNTS.
059400*    A RUN REFUSED FOR A MISSING PREREQUISITE ENDS ON A
059500*    REFUSED RECORD CARRYING THE REASON INSTEAD.
059600*    EVERY WAY OUT OF THE RUN - NORMAL END OR ABORT - COMES
059700*    THROUGH HERE ONCE THE RETURN CODE IS SET.
059800*--------------------------------------------------------------*
059900 905-WRITE-END-STEP.
060000     PERFORM 908-BUILD-STEP-RECORD
060100     MOVE RETURN-CODE TO STS-RETURN-CODE
060200     IF WS-STEP-REFUSAL-TEXT NOT = SPACES
060300         SET STS-IS-REFUSED TO TRUE
060400         MOVE WS-STEP-REFUSAL-TEXT TO STS-REFUSAL-TEXT
060500     ELSE
060600         SET STS-IS-END TO TRUE
060700         MOVE WS-STEP-OVERRIDE-FLAG TO STS-OVERRIDE-FLAG
060800         MOVE "ITEMS   " TO STS-COUNT-NAME(1)
060900         MOVE WS-PVA-COUNT TO STS-COUNT-VALUE(1)
061000     END-IF
061100     PERFORM 910-WRITE-STEP-RECORD.
061200*
061300 908-BUILD-STEP-RECORD.
061400     MOVE SPACES TO STEP-STATUS-RECORD
061500     MOVE WS-STEP-PLANT TO STS-PLANT-CODE
061600     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD
061700     ACCEPT STS-RUN-TIME FROM TIME
061800     MOVE WS-STEP-PROGRAM-ID TO STS-PROGRAM-ID
061900     MOVE 0 TO STS-RETURN-CODE STS-SUBJECT-DATE
062000     MOVE 0 TO STS-COUNT-VALUE(1) STS-COUNT-VALUE(2)
062100         STS-COUNT-VALUE(3).
062200*
062300*--------------------------------------------------------------*
062400*    910-WRITE-STEP-RECORD
062500*    THE LEDGER IS APPENDED TO - THE FIRST RUN EVER CREATES IT.
062600*    IT IS OPENED AND CLOSED AROUND EACH RECORD SO AN ABORT
062700*    LATER IN THE RUN CANNOT LOSE THE START RECORD.  A LEDGER
062800*    THAT WILL NOT OPEN COSTS THE STATUS REPORT THIS STEP, NOT
062900*    THE RUN ITS WORK.
063000*--------------------------------------------------------------*
063100 910-WRITE-STEP-RECORD.
063200     OPEN EXTEND STEP-STATUS-FILE
063300     IF NOT WS-STS-FILE-OK
063400         OPEN OUTPUT STEP-STATUS-FILE
063500     END-IF
063600     IF WS-STS-FILE-OK
063700         WRITE STEP-STATUS-RECORD
063800         CLOSE STEP-STATUS-FILE
063900     ELSE
064000         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
064100             WS-STS-FILE-STATUS ' - STEP NOT RECORDED'
064200     END-IF.
064300*
064400*--------------------------------------------------------------*
064500*    920-CHECK-STEP-PREREQUISITES
064600*    THIS REPORT RUNS AFTER THE POSTING RUN.  THE STEP-STATUS
064700*    LEDGER MUST SHOW THE LATEST POSTING RUN FOR THE REPORT PLANT
064800*    ENDED NORMALLY, AND ENDED AFTER THIS PROGRAM LAST DID -
064900*    OTHERWISE THIS RUN WOULD PICK UP A HALF-POSTED NIGHT OR
065000*    THE SAME POSTING TWICE.  THE OVERRIDE ON THE CONTROL CARD
065100*    RUNS IT ANYWAY, WITH A WARNING.  A REFUSAL STOPS THE RUN
065200*    BEFORE ANY OUTPUT IS OPENED.  THE LEDGER IS IN THE ORDER
065300*    IT WAS WRITTEN, SO THE LAST RECORD OF A KIND READ IS THE
065400*    LATEST.
065500*--------------------------------------------------------------*
065600 920-CHECK-STEP-PREREQUISITES.
065700     OPEN INPUT STEP-STATUS-FILE
065800     IF WS-STS-FILE-OK
065900         PERFORM 921-READ-ONE-STEP
066000             UNTIL WS-STS-EOF-REACHED
066100         CLOSE STEP-STATUS-FILE
066200     ELSE
066300         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
066400             WS-STS-FILE-STATUS
066500     END-IF
066600     PERFORM 923-JUDGE-STEP-PREREQUISITES.
066700*
066800 921-READ-ONE-STEP.
066900     READ STEP-STATUS-FILE
067000         AT END
067100             SET WS-STS-EOF-REACHED TO TRUE
067200         NOT AT END
067300             PERFORM 922-NOTE-ONE-STEP
067400     END-READ.
067500*
067600*    A REFUSED POSTING RUN CLOSES ITS START BUT DID NO WORK,
067700*    SO IT NEITHER COMPLETES NOR ABENDS THE POSTING.
067800 922-NOTE-ONE-STEP.
067900     IF STS-PROGRAM-ID = "SPAGHETTI-CODE"
068000         AND STS-PLANT-CODE = WS-REPORT-PLANT
068100         IF STS-IS-START
068200             MOVE STS-RUN-STAMP TO WS-LAST-CODE-START
068300         ELSE
068400             MOVE STS-RUN-STAMP TO WS-LAST-CODE-CLOSE
068500             IF STS-IS-END
068600                 MOVE STS-RETURN-CODE TO WS-LAST-CODE-RC
068700                 IF STS-RETURN-CODE < 16
068800                     MOVE STS-RUN-STAMP TO WS-LAST-CODE-END
068900                 END-IF
069000             END-IF
069100         END-IF
069200     END-IF
069300     IF STS-PROGRAM-ID = WS-STEP-PROGRAM-ID
069400         AND STS-PLANT-CODE = WS-STEP-PLANT
069500         AND STS-IS-END
069600         AND STS-RETURN-CODE < 16
069700         MOVE STS-RUN-STAMP TO WS-LAST-OWN-END
069800     END-IF.
069900*
070000 923-JUDGE-STEP-PREREQUISITES.
070100     IF WS-LAST-CODE-START > WS-LAST-CODE-CLOSE
070200         MOVE "POSTING RUN STARTED AND NEVER ENDED" TO
070300             WS-STEP-PREREQ-TEXT
070400     ELSE
070500         IF WS-LAST-CODE-RC NOT < 16
070600             MOVE "LAST POSTING RUN ABENDED" TO
070700                 WS-STEP-PREREQ-TEXT
070800         ELSE
070900             IF WS-LAST-CODE-END NOT > WS-LAST-OWN-END
071000                 MOVE "NO POSTING RUN SINCE THIS PROGRAM LAST RAN"
071100                     TO WS-STEP-PREREQ-TEXT
071200             END-IF
071300         END-IF
071400     END-IF
071500     IF WS-STEP-PREREQ-TEXT NOT = SPACES
071600         DISPLAY 'STEP PREREQUISITE NOT MET - '
071700             WS-STEP-PREREQ-TEXT
071800         IF WS-OVERRIDE-IS-ON
071900             DISPLAY 'OVERRIDE ON CONTROL CARD - RUNNING ANYWAY'
072000             SET WS-STEP-RAN-ON-OVERRIDE TO TRUE
072100             PERFORM 095-RAISE-WARNING
072200         ELSE
072300             MOVE WS-STEP-PREREQ-TEXT TO WS-STEP-REFUSAL-TEXT
072400             GO TO 925-ABORT-PREREQUISITE-NOT-MET
072500         END-IF
072600     END-IF.
072700*
072800*--------------------------------------------------------------*
072900*    925-ABORT-PREREQUISITE-NOT-MET
073000*    NOTHING HAS BEEN OPENED FOR OUTPUT, SO THE RUN IS SIMPLY
073100*    RESUBMITTED ONCE THE POSTING RUN HAS COMPLETED.
073200*--------------------------------------------------------------*
073300 925-ABORT-PREREQUISITE-NOT-MET.
073400     DISPLAY 'RUN REFUSED - NO OVERRIDE ON CONTROL CARD'
073500     MOVE 16 TO RETURN-CODE
073600     PERFORM 905-WRITE-END-STEP
073700     STOP RUN.
