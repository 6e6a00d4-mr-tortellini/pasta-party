002360*                      JUDGED AGAINST A FULL STANDARD LOT,
002370*                      FLAGGED SHORT, AND PADDING THE YIELD
002380*                      DENOMINATORS EVERY ADJUSTMENT DAY.
002382*    2026-10-15 RA    WRITES A START AND AN END RECORD TO THE
002384*                      STEP-STATUS LEDGER (STSFILE) WITH ITS
002386*                      RETURN CODE AND KEY COUNTS, AND REFUSES
002388*                      TO RUN AHEAD OF ITS PREREQUISITES ON
002390*                      THAT LEDGER UNLESS THE CARD OVERRIDES.
002400*--------------------------------------------------------------*
002500*
002600 ENVIRONMENT DIVISION.
003800     SELECT YIELD-REPORT-FILE ASSIGN TO "YLDFILE"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-YLD-FILE-STATUS.
004020     SELECT STEP-STATUS-FILE ASSIGN TO "STSFILE"
004040         ORGANIZATION IS LINE SEQUENTIAL
004060         FILE STATUS IS WS-STS-FILE-STATUS.
004100*
004200 DATA DIVISION.
004300 FILE SECTION.
005700     RECORDING MODE IS F.
005800     COPY YLDREC.
005900*
005920 FD  STEP-STATUS-FILE
005940     RECORDING MODE IS F.
005960     COPY STSREC.
005980*
006000 WORKING-STORAGE SECTION.
006100*--------------------------------------------------------------*
006200*    FILE STATUS WORKING STORAGE
023400*--------------------------------------------------------------*
023500 01  WS-CURRENT-DATE-YYYYMMDD     PIC 9(08)   VALUE 0.
023600*
023605*--------------------------------------------------------------*
023610*    STEP-STATUS WORKING STORAGE
023615*    EVERY RUN PUTS A START AND AN END RECORD ON THE SUITE'S
023620*    STEP-STATUS LEDGER SO THE MORNING STATUS REPORT CAN SAY
023625*    WHAT RAN, HOW IT ENDED, AND WHAT IS STILL WAITING.
023630*--------------------------------------------------------------*
023635 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE "00".
023640     88  WS-STS-FILE-OK                      VALUE "00".
023645     88  WS-STS-FILE-NOT-FOUND               VALUE "35".
023650 01  WS-STEP-PROGRAM-ID           PIC X(20)   VALUE
023655     "SPAGHETTI-YIELD".
023660 01  WS-STEP-PLANT                PIC X(02)   VALUE "**".
023665 01  WS-STEP-OVERRIDE-FLAG        PIC X(01)   VALUE SPACE.
023670     88  WS-STEP-RAN-ON-OVERRIDE              VALUE "O".
023671 01  WS-STEP-REFUSAL-TEXT         PIC X(51)   VALUE SPACES.
023672 01  WS-STEP-PREREQ-TEXT          PIC X(51)   VALUE SPACES.
023673 01  WS-STS-EOF-SWITCH            PIC X(01)   VALUE "N".
023674     88  WS-STS-EOF-REACHED                   VALUE "Y".
023675 01  WS-LAST-CODE-START           PIC X(16)   VALUE ZEROS.
023676 01  WS-LAST-CODE-CLOSE           PIC X(16)   VALUE ZEROS.
023677 01  WS-LAST-CODE-END             PIC X(16)   VALUE ZEROS.
023678 01  WS-LAST-CODE-RC              PIC 9(02)   VALUE 0.
023679 01  WS-LAST-OWN-END              PIC X(16)   VALUE ZEROS.
023680 01  WS-RUN-OVERRIDE              PIC X(01)   VALUE "N".
023681     88  WS-OVERRIDE-IS-ON                    VALUE "Y".
023685*
023700 PROCEDURE DIVISION.
023800 MAIN-SECTION.
023900     PERFORM 050-INITIALIZE
025100 050-INITIALIZE.
025200     ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
025300     PERFORM 060-LOAD-CONTROL-CARD
025320     PERFORM 900-WRITE-START-STEP
025340     PERFORM 920-CHECK-STEP-PREREQUISITES
025400     PERFORM 070-LOAD-ITEM-MASTER
025500     OPEN INPUT POSTED-LEDGER-FILE
025600     IF WS-LEDG-FILE-NOT-FOUND
030000             AND YLC-DATE-TO NOT = ZEROS
030100                 MOVE YLC-DATE-TO TO WS-DATE-TO
030200         END-IF
030220         IF WS-YLC-FILE-OK
030240             MOVE YLC-RUN-OVERRIDE TO WS-RUN-OVERRIDE
030260         END-IF
030300         CLOSE YIELD-CONTROL-FILE
030400     END-IF.
030500*
036000 079-ABORT-NO-ITEM-MASTER.
036100     DISPLAY 'RUN ABORTED - NO POSTINGS WERE REPORTED'
036200     MOVE 16 TO RETURN-CODE
036250     PERFORM 905-WRITE-END-STEP
036300     STOP RUN.
036400*
036500 090-PRINT-REPORT-HEADINGS.
057200     DISPLAY 'YIELD REPORT COMPLETE - ' WS-POSTINGS-REPORTED
057300         ' OF ' WS-POSTINGS-READ ' POSTINGS REPORTED'
057400     DISPLAY 'RUN SEVERITY: ' WS-RUN-SEVERITY
057500     MOVE WS-RUN-SEVERITY TO RETURN-CODE
057550     PERFORM 905-WRITE-END-STEP.
057600*
057700*--------------------------------------------------------------*
057800*    510-PRINT-ITEM-YIELDS
069400 541-PRINT-FIGURE-LINE.
069500     MOVE WS-YLD-TEXT-LINE TO WS-YLD-WORK-LINE
069600     PERFORM 094-WRITE-REPORT-LINE.
069700*
069800*--------------------------------------------------------------*
069900*    900-WRITE-START-STEP
070000*    PUTS THIS RUN'S START RECORD ON THE STEP-STATUS LEDGER.  A
070100*    START WITH NO END AFTER IT IS A RUN THAT NEVER FINISHED.
070200*--------------------------------------------------------------*
070300 900-WRITE-START-STEP.
070400     PERFORM 908-BUILD-STEP-RECORD
070500     SET STS-IS-START TO TRUE
070600     PERFORM 910-WRITE-STEP-RECORD.
070700*
070800*--------------------------------------------------------------*
070900*    905-WRITE-END-STEP
071000*    PUTS THIS RUN'S END RECORD ON THE STEP-STATUS LEDGER WITH
071100*    THE RETURN CODE THE RUN IS ENDING ON AND ITS KEY COUNTS.
071200*    A RUN REFUSED FOR A MISSING PREREQUISITE ENDS ON A
071300*    REFUSED RECORD CARRYING THE REASON INSTEAD.
071400*    EVERY WAY OUT OF THE RUN - NORMAL END OR ABORT - COMES
071500*    THROUGH HERE ONCE THE RETURN CODE IS SET.
071600*--------------------------------------------------------------*
071700 905-WRITE-END-STEP.
071800     PERFORM 908-BUILD-STEP-RECORD
071900     MOVE RETURN-CODE TO STS-RETURN-CODE
072000     IF WS-STEP-REFUSAL-TEXT NOT = SPACES
072100         SET STS-IS-REFUSED TO TRUE
072200         MOVE WS-STEP-REFUSAL-TEXT TO STS-REFUSAL-TEXT
072300     ELSE
072400         SET STS-IS-END TO TRUE
072500         MOVE WS-STEP-OVERRIDE-FLAG TO STS-OVERRIDE-FLAG
072600         MOVE "READ    " TO STS-COUNT-NAME(1)
072700         MOVE WS-POSTINGS-READ TO STS-COUNT-VALUE(1)
072800         MOVE "REPORTED" TO STS-COUNT-NAME(2)
072900         MOVE WS-POSTINGS-REPORTED TO STS-COUNT-VALUE(2)
073000     END-IF
073100     PERFORM 910-WRITE-STEP-RECORD.
073200*
073300 908-BUILD-STEP-RECORD.
073400     MOVE SPACES TO STEP-STATUS-RECORD
073500     MOVE WS-STEP-PLANT TO STS-PLANT-CODE
073600     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD
073700     ACCEPT STS-RUN-TIME FROM TIME
073800     MOVE WS-STEP-PROGRAM-ID TO STS-PROGRAM-ID
073900     MOVE 0 TO STS-RETURN-CODE STS-SUBJECT-DATE
074000     MOVE 0 TO STS-COUNT-VALUE(1) STS-COUNT-VALUE(2)
074100         STS-COUNT-VALUE(3).
074200*
074300*--------------------------------------------------------------*
074400*    910-WRITE-STEP-RECORD
074500*    THE LEDGER IS APPENDED TO - THE FIRST RUN EVER CREATES IT.
074600*    IT IS OPENED AND CLOSED AROUND EACH RECORD SO AN ABORT
074700*    LATER IN THE RUN CANNOT LOSE THE START RECORD.  A LEDGER
074800*    THAT WILL NOT OPEN COSTS THE STATUS REPORT THIS STEP, NOT
074900*    THE RUN ITS WORK.
075000*--------------------------------------------------------------*
075100 910-WRITE-STEP-RECORD.
075200     OPEN EXTEND STEP-STATUS-FILE
075300     IF NOT WS-STS-FILE-OK
075400         OPEN OUTPUT STEP-STATUS-FILE
075500     END-IF
075600     IF WS-STS-FILE-OK
075700         WRITE STEP-STATUS-RECORD
075800         CLOSE STEP-STATUS-FILE
075900     ELSE
076000         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
076100             WS-STS-FILE-STATUS ' - STEP NOT RECORDED'
076200     END-IF.
076300*
076400*--------------------------------------------------------------*
076500*    920-CHECK-STEP-PREREQUISITES
076600*    THIS REPORT RUNS AFTER THE POSTING RUN.  THE STEP-STATUS
076700*    LEDGER MUST SHOW THE LATEST POSTING RUN FOR ANY PLANT
076800*    ENDED NORMALLY, AND ENDED AFTER THIS PROGRAM LAST DID -
076900*    OTHERWISE THIS RUN WOULD PICK UP A HALF-POSTED NIGHT OR
077000*    THE SAME POSTING TWICE.  THE OVERRIDE ON THE CONTROL CARD
077100*    RUNS IT ANYWAY, WITH A WARNING.  A REFUSAL STOPS THE RUN
077200*    BEFORE ANY OUTPUT IS OPENED.  THE LEDGER IS IN THE ORDER
077300*    IT WAS WRITTEN, SO THE LAST RECORD OF A KIND READ IS THE
077400*    LATEST.
077500*--------------------------------------------------------------*
077600 920-CHECK-STEP-PREREQUISITES.
077700     OPEN INPUT STEP-STATUS-FILE
077800     IF WS-STS-FILE-OK
077900         PERFORM 921-READ-ONE-STEP
078000             UNTIL WS-STS-EOF-REACHED
078100         CLOSE STEP-STATUS-FILE
078200     ELSE
078300         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
078400             WS-STS-FILE-STATUS
078500     END-IF
078600     PERFORM 923-JUDGE-STEP-PREREQUISITES.
078700*
078800 921-READ-ONE-STEP.
078900     READ STEP-STATUS-FILE
079000         AT END
079100             SET WS-STS-EOF-REACHED TO TRUE
079200         NOT AT END
079300             PERFORM 922-NOTE-ONE-STEP
079400     END-READ.
079500*
079600*    A REFUSED POSTING RUN CLOSES ITS START BUT DID NO WORK,
079700*    SO IT NEITHER COMPLETES NOR ABENDS THE POSTING.
079800 922-NOTE-ONE-STEP.
079900     IF STS-PROGRAM-ID = "SPAGHETTI-CODE"
080000         IF STS-IS-START
080100             MOVE STS-RUN-STAMP TO WS-LAST-CODE-START
080200         ELSE
080300             MOVE STS-RUN-STAMP TO WS-LAST-CODE-CLOSE
080400             IF STS-IS-END
080500                 MOVE STS-RETURN-CODE TO WS-LAST-CODE-RC
080600                 IF STS-RETURN-CODE < 16
080700                     MOVE STS-RUN-STAMP TO WS-LAST-CODE-END
080800                 END-IF
080900             END-IF
081000         END-IF
081100     END-IF
081200     IF STS-PROGRAM-ID = WS-STEP-PROGRAM-ID
081300         AND STS-PLANT-CODE = WS-STEP-PLANT
081400         AND STS-IS-END
081500         AND STS-RETURN-CODE < 16
081600         MOVE STS-RUN-STAMP TO WS-LAST-OWN-END
081700     END-IF.
081800*
081900 923-JUDGE-STEP-PREREQUISITES.
082000     IF WS-LAST-CODE-START > WS-LAST-CODE-CLOSE
082100         MOVE "POSTING RUN STARTED AND NEVER ENDED" TO
082200             WS-STEP-PREREQ-TEXT
082300     ELSE
082400         IF WS-LAST-CODE-RC NOT < 16
082500             MOVE "LAST POSTING RUN ABENDED" TO
082600                 WS-STEP-PREREQ-TEXT
082700         ELSE
082800             IF WS-LAST-CODE-END NOT > WS-LAST-OWN-END
082900                 MOVE "NO POSTING RUN SINCE THIS PROGRAM LAST RAN"
083000                     TO WS-STEP-PREREQ-TEXT
083100             END-IF
083200         END-IF
083300     END-IF
083400     IF WS-STEP-PREREQ-TEXT NOT = SPACES
083500         DISPLAY 'STEP PREREQUISITE NOT MET - '
083600             WS-STEP-PREREQ-TEXT
083700         IF WS-OVERRIDE-IS-ON
083800             DISPLAY 'OVERRIDE ON CONTROL CARD - RUNNING ANYWAY'
083900             SET WS-STEP-RAN-ON-OVERRIDE TO TRUE
084000             PERFORM 095-RAISE-WARNING
084100         ELSE
084200             MOVE WS-STEP-PREREQ-TEXT TO WS-STEP-REFUSAL-TEXT
084300             GO TO 925-ABORT-PREREQUISITE-NOT-MET
084400         END-IF
084500     END-IF.
084600*
084700*--------------------------------------------------------------*
084800*    925-ABORT-PREREQUISITE-NOT-MET
084900*    NOTHING HAS BEEN OPENED FOR OUTPUT, SO THE RUN IS SIMPLY
085000*    RESUBMITTED ONCE THE POSTING RUN HAS COMPLETED.
085100*--------------------------------------------------------------*
085200 925-ABORT-PREREQUISITE-NOT-MET.
085300     DISPLAY 'RUN REFUSED - NO OVERRIDE ON CONTROL CARD'
085400     MOVE 16 TO RETURN-CODE
085500     PERFORM 905-WRITE-END-STEP
085600     STOP RUN.
