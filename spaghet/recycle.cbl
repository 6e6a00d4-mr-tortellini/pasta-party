007700*                      AGE OUT.  THOSE REJECTS NOW STAY ON
007800*                      OPNFILE, ORIGINAL DATE INTACT, AND AGE
007900*                      NORMALLY.
007910*    2026-10-15 RA    A DUPLICATE-LOT OR LOT-NOT-ON-MASTER
007920*                      REJECT IS UNCORRECTABLE BY CARD THE SAME
007930*                      WAY - THE CARD CANNOT CHANGE THE LOT
007940*                      NUMBER OR ITEM - AND NOW STAYS ON OPNFILE
007950*                      TO AGE OUT.
007960*    2026-10-15 RA    WRITES A START AND AN END RECORD TO THE
007970*                      STEP-STATUS LEDGER (STSFILE) WITH ITS
007980*                      RETURN CODE AND KEY COUNTS.
008000*--------------------------------------------------------------*
008100*
008200 ENVIRONMENT DIVISION.
010900     SELECT DISPOSITION-FILE ASSIGN TO "DSPFILE"
011000         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS WS-DSP-FILE-STATUS.
011120     SELECT STEP-STATUS-FILE ASSIGN TO "STSFILE"
011140         ORGANIZATION IS LINE SEQUENTIAL
011160         FILE STATUS IS WS-STS-FILE-STATUS.
011200*
011300 DATA DIVISION.
011400 FILE SECTION.
015500     RECORDING MODE IS F.
015600     COPY DSPREC.
015700*
015720 FD  STEP-STATUS-FILE
015740     RECORDING MODE IS F.
015760     COPY STSREC.
015780*
015800 WORKING-STORAGE SECTION.
015900*--------------------------------------------------------------*
016000*    FILE STATUS WORKING STORAGE
032500*--------------------------------------------------------------*
032600 01  WS-CURRENT-DATE-YYYYMMDD     PIC 9(08)   VALUE 0.
032700*
032705*--------------------------------------------------------------*
032710*    STEP-STATUS WORKING STORAGE
032715*    EVERY RUN PUTS A START AND AN END RECORD ON THE SUITE'S
032720*    STEP-STATUS LEDGER SO THE MORNING STATUS REPORT CAN SAY
032725*    WHAT RAN, HOW IT ENDED, AND WHAT IS STILL WAITING.
032730*--------------------------------------------------------------*
032735 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE "00".
032740     88  WS-STS-FILE-OK                      VALUE "00".
032745     88  WS-STS-FILE-NOT-FOUND               VALUE "35".
032750 01  WS-STEP-PROGRAM-ID           PIC X(20)   VALUE
032755     "SPAGHETTI-RECYCLE".
032760 01  WS-STEP-PLANT                PIC X(02)   VALUE "**".
032780*
032800 PROCEDURE DIVISION.
032900 MAIN-SECTION.
033000     PERFORM 050-INITIALIZE
034200 050-INITIALIZE.
034300     ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
034400     PERFORM 060-LOAD-CONTROL-CARD
034450     PERFORM 900-WRITE-START-STEP
034500     PERFORM 065-LOAD-ITEM-MASTER
034600     PERFORM 070-LOAD-CORRECTION-CARDS
034700     PERFORM 075-CARRY-UNPOSTED-LOTS
046400 069-ABORT-NO-ITEM-MASTER.
046500     DISPLAY 'RUN ABORTED - NO REJECTS WERE PROCESSED THIS RUN'
046600     MOVE 16 TO RETURN-CODE
046650     PERFORM 905-WRITE-END-STEP
046700     STOP RUN.
046800*
046900*--------------------------------------------------------------*
061200     CLOSE RECYCLE-LOT-FILE
061300     DISPLAY 'RUN ABORTED - NO REJECTS WERE PROCESSED THIS RUN'
061400     MOVE 16 TO RETURN-CODE
061450     PERFORM 905-WRITE-END-STEP
061500     STOP RUN.
061600*
061700*--------------------------------------------------------------*
077700                 MOVE "TYP " TO WS-CAND-REASON-CODE
077800         END-IF
077900     END-IF
078000*    A CLOSED-PERIOD, WRONG-PLANT, DUPLICATE-LOT, OR UNKNOWN-LOT
078100*    REJECT CANNOT BE FIXED BY A CARD THAT ONLY CARRIES QUANTITY
078200*    AND SHIFT - IT WOULD BOUNCE STRAIGHT BACK WITH A FRESH
078210*    REJECT DATE.
078300     IF WS-CAND-IS-VALID
078400         AND (REJ-REASON-CODE = "CLS "
078500         OR REJ-REASON-CODE = "PLT "
078510         OR REJ-REASON-CODE = "DUP "
078520         OR REJ-REASON-CODE = "LNF ")
078600             SET WS-CAND-IS-INVALID TO TRUE
078700             MOVE REJ-REASON-CODE TO WS-CAND-REASON-CODE
078800     END-IF
093400     IF WS-COR-DROP-COUNT > 0
093500         DISPLAY WS-COR-DROP-COUNT ' CORRECTION CARDS '
093600             'DROPPED - RAISE WS-COR-MAX-ENTRIES'
093700     END-IF
093750     PERFORM 905-WRITE-END-STEP.
093800*
093900*--------------------------------------------------------------*
094000*    295-CARRY-REJECT-FORWARD
099500             MOVE OPEN-REJECT-WORK-RECORD TO OPEN-REJECT-RECORD
099600             WRITE OPEN-REJECT-RECORD
099700     END-READ.
099800*
099900*--------------------------------------------------------------*
100000*    900-WRITE-START-STEP
100100*    PUTS THIS RUN'S START RECORD ON THE STEP-STATUS LEDGER.  A
100200*    START WITH NO END AFTER IT IS A RUN THAT NEVER FINISHED.
100300*--------------------------------------------------------------*
100400 900-WRITE-START-STEP.
100500     PERFORM 908-BUILD-STEP-RECORD
100600     SET STS-IS-START TO TRUE
100700     PERFORM 910-WRITE-STEP-RECORD.
100800*
100900*--------------------------------------------------------------*
101000*    905-WRITE-END-STEP
101100*    PUTS THIS RUN'S END RECORD ON THE STEP-STATUS LEDGER WITH
101200*    THE RETURN CODE THE RUN IS ENDING ON AND ITS KEY COUNTS.
101300*    EVERY WAY OUT OF THE RUN - NORMAL END OR ABORT - COMES
101400*    THROUGH HERE ONCE THE RETURN CODE IS SET.
101500*--------------------------------------------------------------*
101600 905-WRITE-END-STEP.
101700     PERFORM 908-BUILD-STEP-RECORD
101800     MOVE RETURN-CODE TO STS-RETURN-CODE
101900     SET STS-IS-END TO TRUE
102000     MOVE "REJECTS " TO STS-COUNT-NAME(1)
102100     MOVE WS-REJECT-COUNT TO STS-COUNT-VALUE(1)
102200     MOVE "RESUBMIT" TO STS-COUNT-NAME(2)
102300     MOVE WS-RESUBMIT-COUNT TO STS-COUNT-VALUE(2)
102400     MOVE "WRITEOFF" TO STS-COUNT-NAME(3)
102500     MOVE WS-WRITEOFF-COUNT TO STS-COUNT-VALUE(3)
102600     PERFORM 910-WRITE-STEP-RECORD.
102700*
102800 908-BUILD-STEP-RECORD.
102900     MOVE SPACES TO STEP-STATUS-RECORD
103000     MOVE WS-STEP-PLANT TO STS-PLANT-CODE
103100     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD
103200     ACCEPT STS-RUN-TIME FROM TIME
103300     MOVE WS-STEP-PROGRAM-ID TO STS-PROGRAM-ID
103400     MOVE 0 TO STS-RETURN-CODE STS-SUBJECT-DATE
103500     MOVE 0 TO STS-COUNT-VALUE(1) STS-COUNT-VALUE(2)
103600         STS-COUNT-VALUE(3).
103700*
103800*--------------------------------------------------------------*
103900*    910-WRITE-STEP-RECORD
104000*    THE LEDGER IS APPENDED TO - THE FIRST RUN EVER CREATES IT.
104100*    IT IS OPENED AND CLOSED AROUND EACH RECORD SO AN ABORT
104200*    LATER IN THE RUN CANNOT LOSE THE START RECORD.  A LEDGER
104300*    THAT WILL NOT OPEN COSTS THE STATUS REPORT THIS STEP, NOT
104400*    THE RUN ITS WORK.
104500*--------------------------------------------------------------*
104600 910-WRITE-STEP-RECORD.
104700     OPEN EXTEND STEP-STATUS-FILE
104800     IF NOT WS-STS-FILE-OK
104900         OPEN OUTPUT STEP-STATUS-FILE
105000     END-IF
105100     IF WS-STS-FILE-OK
105200         WRITE STEP-STATUS-RECORD
105300         CLOSE STEP-STATUS-FILE
105400     ELSE
105500         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
105600             WS-STS-FILE-STATUS ' - STEP NOT RECORDED'
105700     END-IF.
