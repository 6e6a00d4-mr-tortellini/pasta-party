002200*    DATE       INIT  DESCRIPTION
002300*    ---------- ----  -----------------------------------------
002400*    2026-09-02 RA    ORIGINAL.
002410*    2026-10-15 RA    WRITES A START AND AN END RECORD TO THE
002420*                      STEP-STATUS LEDGER (STSFILE) WITH ITS
002430*                      RETURN CODE AND KEY COUNTS, AND REFUSES
002440*                      TO RUN AHEAD OF ITS PREREQUISITES ON
002450*                      THAT LEDGER UNLESS THE CARD OVERRIDES.
002500*--------------------------------------------------------------*
002600*
002700 ENVIRONMENT DIVISION.
003900     SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXHFILE"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-EXR-FILE-STATUS.
004120     SELECT STEP-STATUS-FILE ASSIGN TO "STSFILE"
004140         ORGANIZATION IS LINE SEQUENTIAL
004160         FILE STATUS IS WS-STS-FILE-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
006000     RECORDING MODE IS F.
006100     COPY EXHREC.
006200*
006220 FD  STEP-STATUS-FILE
006240     RECORDING MODE IS F.
006260     COPY STSREC.
006280*
006300 WORKING-STORAGE SECTION.
006400*--------------------------------------------------------------*
006500*    FILE STATUS WORKING STORAGE
022500*--------------------------------------------------------------*
022600 01  WS-CURRENT-DATE-YYYYMMDD     PIC 9(08)   VALUE 0.
022700*
022705*--------------------------------------------------------------*
022710*    STEP-STATUS WORKING STORAGE
022715*    EVERY RUN PUTS A START AND AN END RECORD ON THE SUITE'S
022720*    STEP-STATUS LEDGER SO THE MORNING STATUS REPORT CAN SAY
022725*    WHAT RAN, HOW IT ENDED, AND WHAT IS STILL WAITING.
022730*--------------------------------------------------------------*
022735 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE "00".
022740     88  WS-STS-FILE-OK                      VALUE "00".
022745     88  WS-STS-FILE-NOT-FOUND               VALUE "35".
022750 01  WS-STEP-PROGRAM-ID           PIC X(20)   VALUE
022755     "SPAGHETTI-EXCHIST".
022760 01  WS-STEP-PLANT                PIC X(02)   VALUE "**".
022765 01  WS-STEP-OVERRIDE-FLAG        PIC X(01)   VALUE SPACE.
022770     88  WS-STEP-RAN-ON-OVERRIDE              VALUE "O".
022771 01  WS-STEP-REFUSAL-TEXT         PIC X(51)   VALUE SPACES.
022772 01  WS-STEP-PREREQ-TEXT          PIC X(51)   VALUE SPACES.
022773 01  WS-STS-EOF-SWITCH            PIC X(01)   VALUE "N".
022774     88  WS-STS-EOF-REACHED                   VALUE "Y".
022775 01  WS-LAST-CODE-START           PIC X(16)   VALUE ZEROS.
022776 01  WS-LAST-CODE-CLOSE           PIC X(16)   VALUE ZEROS.
022777 01  WS-LAST-CODE-END             PIC X(16)   VALUE ZEROS.
022778 01  WS-LAST-CODE-RC              PIC 9(02)   VALUE 0.
022779 01  WS-LAST-OWN-END              PIC X(16)   VALUE ZEROS.
022780 01  WS-RUN-OVERRIDE              PIC X(01)   VALUE "N".
022781     88  WS-OVERRIDE-IS-ON                    VALUE "Y".
022785*
022800 PROCEDURE DIVISION.
022900 MAIN-SECTION.
023000     PERFORM 050-INITIALIZE
024100 050-INITIALIZE.
024200     ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
024300     PERFORM 060-LOAD-CONTROL-CARD
024320     PERFORM 900-WRITE-START-STEP
024340     PERFORM 920-CHECK-STEP-PREREQUISITES
024400     OPEN OUTPUT EXCEPTION-REPORT-FILE
024500     IF NOT WS-EXR-FILE-OK
024600         DISPLAY 'EXHFILE COULD NOT BE OPENED - STATUS '
026500                 MOVE EHC-DATE-TO TO WS-DATE-TO
026600                 MOVE "N" TO WS-RANGE-IS-OPEN-SWITCH
026700         END-IF
026720         IF WS-EHC-FILE-OK
026740             MOVE EHC-RUN-OVERRIDE TO WS-RUN-OVERRIDE
026760         END-IF
026800         CLOSE EXCEPTION-HIST-CONTROL-FILE
026900     END-IF.
027000*
050600         WS-RECORDS-IN-RANGE ' RECORDS IN RANGE, '
050700         WS-RECORDS-APPENDED ' APPENDED'
050800     DISPLAY 'RUN SEVERITY: ' WS-RUN-SEVERITY
050900     MOVE WS-RUN-SEVERITY TO RETURN-CODE
050950     PERFORM 905-WRITE-END-STEP.
051000*
051100 510-PRINT-REPORT.
051200     MOVE WS-CURRENT-DATE-YYYYMMDD TO EXR-H1-RUN-DATE
064300         MOVE WS-EXR-WORK-LINE TO EXCEPTION-HIST-PRINT-RECORD
064400         WRITE EXCEPTION-HIST-PRINT-RECORD
064500     END-IF.
064600*
064700*--------------------------------------------------------------*
064800*    900-WRITE-START-STEP
064900*    PUTS THIS RUN'S START RECORD ON THE STEP-STATUS LEDGER.  A
065000*    START WITH NO END AFTER IT IS A RUN THAT NEVER FINISHED.
065100*--------------------------------------------------------------*
065200 900-WRITE-START-STEP.
065300     PERFORM 908-BUILD-STEP-RECORD
065400     SET STS-IS-START TO TRUE
065500     PERFORM 910-WRITE-STEP-RECORD.
065600*
065700*--------------------------------------------------------------*
065800*    905-WRITE-END-STEP
065900*    PUTS THIS RUN'S END RECORD ON THE STEP-STATUS LEDGER WITH
066000*    THE RETURN CODE THE RUN IS ENDING ON AND ITS KEY COUNTS.
066100*    A RUN REFUSED FOR A MISSING PREREQUISITE ENDS ON A
066200*    REFUSED RECORD CARRYING THE REASON INSTEAD.
066300*    EVERY WAY OUT OF THE RUN - NORMAL END OR ABORT - COMES
066400*    THROUGH HERE ONCE THE RETURN CODE IS SET.
066500*--------------------------------------------------------------*
066600 905-WRITE-END-STEP.
066700     PERFORM 908-BUILD-STEP-RECORD
066800     MOVE RETURN-CODE TO STS-RETURN-CODE
066900     IF WS-STEP-REFUSAL-TEXT NOT = SPACES
067000         SET STS-IS-REFUSED TO TRUE
067100         MOVE WS-STEP-REFUSAL-TEXT TO STS-REFUSAL-TEXT
067200     ELSE
067300         SET STS-IS-END TO TRUE
067400         MOVE WS-STEP-OVERRIDE-FLAG TO STS-OVERRIDE-FLAG
067500         MOVE "INRANGE " TO STS-COUNT-NAME(1)
067600         MOVE WS-RECORDS-IN-RANGE TO STS-COUNT-VALUE(1)
067700         MOVE "APPENDED" TO STS-COUNT-NAME(2)
067800         MOVE WS-RECORDS-APPENDED TO STS-COUNT-VALUE(2)
067900     END-IF
068000     PERFORM 910-WRITE-STEP-RECORD.
068100*
068200 908-BUILD-STEP-RECORD.
068300     MOVE SPACES TO STEP-STATUS-RECORD
068400     MOVE WS-STEP-PLANT TO STS-PLANT-CODE
068500     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD
068600     ACCEPT STS-RUN-TIME FROM TIME
068700     MOVE WS-STEP-PROGRAM-ID TO STS-PROGRAM-ID
068800     MOVE 0 TO STS-RETURN-CODE STS-SUBJECT-DATE
068900     MOVE 0 TO STS-COUNT-VALUE(1) STS-COUNT-VALUE(2)
069000         STS-COUNT-VALUE(3).
069100*
069200*--------------------------------------------------------------*
069300*    910-WRITE-STEP-RECORD
069400*    THE LEDGER IS APPENDED TO - THE FIRST RUN EVER CREATES IT.
069500*    IT IS OPENED AND CLOSED AROUND EACH RECORD SO AN ABORT
069600*    LATER IN THE RUN CANNOT LOSE THE START RECORD.  A LEDGER
069700*    THAT WILL NOT OPEN COSTS THE STATUS REPORT THIS STEP, NOT
069800*    THE RUN ITS WORK.
069900*--------------------------------------------------------------*
070000 910-WRITE-STEP-RECORD.
070100     OPEN EXTEND STEP-STATUS-FILE
070200     IF NOT WS-STS-FILE-OK
070300         OPEN OUTPUT STEP-STATUS-FILE
070400     END-IF
070500     IF WS-STS-FILE-OK
070600         WRITE STEP-STATUS-RECORD
070700         CLOSE STEP-STATUS-FILE
070800     ELSE
070900         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
071000             WS-STS-FILE-STATUS ' - STEP NOT RECORDED'
071100     END-IF.
071200*
071300*--------------------------------------------------------------*
071400*    920-CHECK-STEP-PREREQUISITES
071500*    THIS ANALYSIS RUNS AFTER THE POSTING RUN.  THE STEP-STATUS
071600*    LEDGER MUST SHOW THE LATEST POSTING RUN FOR ANY PLANT
071700*    ENDED NORMALLY, AND ENDED AFTER THIS PROGRAM LAST DID -
071800*    OTHERWISE THIS RUN WOULD PICK UP A HALF-POSTED NIGHT OR
071900*    THE SAME POSTING TWICE.  THE OVERRIDE ON THE CONTROL CARD
072000*    RUNS IT ANYWAY, WITH A WARNING.  A REFUSAL STOPS THE RUN
072100*    BEFORE ANY OUTPUT IS OPENED.  THE LEDGER IS IN THE ORDER
072200*    IT WAS WRITTEN, SO THE LAST RECORD OF A KIND READ IS THE
072300*    LATEST.
072400*--------------------------------------------------------------*
072500 920-CHECK-STEP-PREREQUISITES.
072600     OPEN INPUT STEP-STATUS-FILE
072700     IF WS-STS-FILE-OK
072800         PERFORM 921-READ-ONE-STEP
072900             UNTIL WS-STS-EOF-REACHED
073000         CLOSE STEP-STATUS-FILE
073100     ELSE
073200         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
073300             WS-STS-FILE-STATUS
073400     END-IF
073500     PERFORM 923-JUDGE-STEP-PREREQUISITES.
073600*
073700 921-READ-ONE-STEP.
073800     READ STEP-STATUS-FILE
073900         AT END
074000             SET WS-STS-EOF-REACHED TO TRUE
074100         NOT AT END
074200             PERFORM 922-NOTE-ONE-STEP
074300     END-READ.
074400*
074500*    A REFUSED POSTING RUN CLOSES ITS START BUT DID NO WORK,
074600*    SO IT NEITHER COMPLETES NOR ABENDS THE POSTING.
074700 922-NOTE-ONE-STEP.
074800     IF STS-PROGRAM-ID = "SPAGHETTI-CODE"
074900         IF STS-IS-START
075000             MOVE STS-RUN-STAMP TO WS-LAST-CODE-START
075100         ELSE
075200             MOVE STS-RUN-STAMP TO WS-LAST-CODE-CLOSE
075300             IF STS-IS-END
075400                 MOVE STS-RETURN-CODE TO WS-LAST-CODE-RC
075500                 IF STS-RETURN-CODE < 16
075600                     MOVE STS-RUN-STAMP TO WS-LAST-CODE-END
075700                 END-IF
075800             END-IF
075900         END-IF
076000     END-IF
076100     IF STS-PROGRAM-ID = WS-STEP-PROGRAM-ID
076200         AND STS-PLANT-CODE = WS-STEP-PLANT
076300         AND STS-IS-END
076400         AND STS-RETURN-CODE < 16
076500         MOVE STS-RUN-STAMP TO WS-LAST-OWN-END
076600     END-IF.
076700*
076800 923-JUDGE-STEP-PREREQUISITES.
076900     IF WS-LAST-CODE-START > WS-LAST-CODE-CLOSE
077000         MOVE "POSTING RUN STARTED AND NEVER ENDED" TO
077100             WS-STEP-PREREQ-TEXT
077200     ELSE
077300         IF WS-LAST-CODE-RC NOT < 16
077400             MOVE "LAST POSTING RUN ABENDED" TO
077500                 WS-STEP-PREREQ-TEXT
077600         ELSE
077700             IF WS-LAST-CODE-END NOT > WS-LAST-OWN-END
077800                 MOVE "NO POSTING RUN SINCE THIS PROGRAM LAST RAN"
077900                     TO WS-STEP-PREREQ-TEXT
078000             END-IF
078100         END-IF
078200     END-IF
078300     IF WS-STEP-PREREQ-TEXT NOT = SPACES
078400         DISPLAY 'STEP PREREQUISITE NOT MET - '
078500             WS-STEP-PREREQ-TEXT
078600         IF WS-OVERRIDE-IS-ON
078700             DISPLAY 'OVERRIDE ON CONTROL CARD - RUNNING ANYWAY'
078800             SET WS-STEP-RAN-ON-OVERRIDE TO TRUE
078900             PERFORM 095-RAISE-WARNING
079000         ELSE
079100             MOVE WS-STEP-PREREQ-TEXT TO WS-STEP-REFUSAL-TEXT
079200             GO TO 925-ABORT-PREREQUISITE-NOT-MET
079300         END-IF
079400     END-IF.
079500*
079600*--------------------------------------------------------------*
079700*    925-ABORT-PREREQUISITE-NOT-MET
079800*    NOTHING HAS BEEN OPENED FOR OUTPUT, SO THE RUN IS SIMPLY
079900*    RESUBMITTED ONCE THE POSTING RUN HAS COMPLETED.
080000*--------------------------------------------------------------*
080100 925-ABORT-PREREQUISITE-NOT-MET.
080200     DISPLAY 'RUN REFUSED - NO OVERRIDE ON CONTROL CARD'
080300     MOVE 16 TO RETURN-CODE
080400     PERFORM 905-WRITE-END-STEP
080500     STOP RUN.
