005600*                      FOREVER.  THE REWRITE-COULD-NOT-START
005700*                      BRANCHES NOW CLOSE WHICHEVER OF THE
005800*                      KEEP/LIVE PAIR DID OPEN.
005820*    2026-10-15 RA    WRITES A START AND AN END RECORD TO THE
005840*                      STEP-STATUS LEDGER (STSFILE) WITH ITS
005860*                      RETURN CODE AND KEY COUNTS.
005900*--------------------------------------------------------------*
006000*
006100 ENVIRONMENT DIVISION.
009100     SELECT PURGE-REPORT-FILE ASSIGN TO "PRGFILE"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-PRG-FILE-STATUS.
009320     SELECT STEP-STATUS-FILE ASSIGN TO "STSFILE"
009340         ORGANIZATION IS LINE SEQUENTIAL
009360         FILE STATUS IS WS-STS-FILE-STATUS.
009400*
009500 DATA DIVISION.
009600 FILE SECTION.
014700     RECORDING MODE IS F.
014800     COPY PRGREC.
014900*
014920 FD  STEP-STATUS-FILE
014940     RECORDING MODE IS F.
014960     COPY STSREC.
014980*
015000 WORKING-STORAGE SECTION.
015100*--------------------------------------------------------------*
015200*    FILE STATUS WORKING STORAGE
026700     05  FILLER                   PIC X(83)   VALUE SPACES.
026800 01  WS-PRG-WORK-LINE             PIC X(132)  VALUE SPACES.
026900*
026905*--------------------------------------------------------------*
026910*    STEP-STATUS WORKING STORAGE
026915*    EVERY RUN PUTS A START AND AN END RECORD ON THE SUITE'S
026920*    STEP-STATUS LEDGER SO THE MORNING STATUS REPORT CAN SAY
026925*    WHAT RAN, HOW IT ENDED, AND WHAT IS STILL WAITING.
026930*--------------------------------------------------------------*
026935 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE "00".
026940     88  WS-STS-FILE-OK                      VALUE "00".
026945     88  WS-STS-FILE-NOT-FOUND               VALUE "35".
026950 01  WS-STEP-PROGRAM-ID           PIC X(20)   VALUE
026955     "SPAGHETTI-PURGE".
026960 01  WS-STEP-PLANT                PIC X(02)   VALUE "**".
026980*
027000 PROCEDURE DIVISION.
027100 MAIN-SECTION.
027200     PERFORM 050-INITIALIZE
028500 050-INITIALIZE.
028600     ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
028700     PERFORM 060-LOAD-RETENTION-CARD
028750     PERFORM 900-WRITE-START-STEP
028800     COMPUTE WS-CUTOFF-YEAR =
028900         WS-CURRENT-YEAR - WS-RETAIN-YEARS + 1
029000     PERFORM 065-EDIT-ARCHIVE-YEAR
087300         ' ARCHIVED ' WS-AUD-KEEP-COUNT ' RETAINED '
087400         WS-AUD-HELD-COUNT ' HELD'
087500     DISPLAY 'RUN SEVERITY: ' WS-PURGE-SEVERITY
087600     MOVE WS-PURGE-SEVERITY TO RETURN-CODE
087700     PERFORM 905-WRITE-END-STEP.
087800*
087900*--------------------------------------------------------------*
088000*    900-WRITE-START-STEP
088100*    PUTS THIS RUN'S START RECORD ON THE STEP-STATUS LEDGER.  A
088200*    START WITH NO END AFTER IT IS A RUN THAT NEVER FINISHED.
088300*--------------------------------------------------------------*
088400 900-WRITE-START-STEP.
088500     PERFORM 908-BUILD-STEP-RECORD
088600     SET STS-IS-START TO TRUE
088700     PERFORM 910-WRITE-STEP-RECORD.
088800*
088900*--------------------------------------------------------------*
089000*    905-WRITE-END-STEP
089100*    PUTS THIS RUN'S END RECORD ON THE STEP-STATUS LEDGER WITH
089200*    THE RETURN CODE THE RUN IS ENDING ON AND ITS KEY COUNTS.
089300*    EVERY WAY OUT OF THE RUN - NORMAL END OR ABORT - COMES
089400*    THROUGH HERE ONCE THE RETURN CODE IS SET.
089500*--------------------------------------------------------------*
089600 905-WRITE-END-STEP.
089700     PERFORM 908-BUILD-STEP-RECORD
089800     MOVE RETURN-CODE TO STS-RETURN-CODE
089900     SET STS-IS-END TO TRUE
090000     MOVE "HISTARC " TO STS-COUNT-NAME(1)
090100     MOVE WS-HIST-ARC-COUNT TO STS-COUNT-VALUE(1)
090200     MOVE "AUDARC  " TO STS-COUNT-NAME(2)
090300     MOVE WS-AUD-ARC-COUNT TO STS-COUNT-VALUE(2)
090400     MOVE "HISTHELD" TO STS-COUNT-NAME(3)
090500     MOVE WS-HIST-HELD-COUNT TO STS-COUNT-VALUE(3)
090600     PERFORM 910-WRITE-STEP-RECORD.
090700*
090800 908-BUILD-STEP-RECORD.
090900     MOVE SPACES TO STEP-STATUS-RECORD
091000     MOVE WS-STEP-PLANT TO STS-PLANT-CODE
091100     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD
091200     ACCEPT STS-RUN-TIME FROM TIME
091300     MOVE WS-STEP-PROGRAM-ID TO STS-PROGRAM-ID
091400     MOVE 0 TO STS-RETURN-CODE STS-SUBJECT-DATE
091500     MOVE 0 TO STS-COUNT-VALUE(1) STS-COUNT-VALUE(2)
091600         STS-COUNT-VALUE(3).
091700*
091800*--------------------------------------------------------------*
091900*    910-WRITE-STEP-RECORD
092000*    THE LEDGER IS APPENDED TO - THE FIRST RUN EVER CREATES IT.
092100*    IT IS OPENED AND CLOSED AROUND EACH RECORD SO AN ABORT
092200*    LATER IN THE RUN CANNOT LOSE THE START RECORD.  A LEDGER
092300*    THAT WILL NOT OPEN COSTS THE STATUS REPORT THIS STEP, NOT
092400*    THE RUN ITS WORK.
092500*--------------------------------------------------------------*
092600 910-WRITE-STEP-RECORD.
092700     OPEN EXTEND STEP-STATUS-FILE
092800     IF NOT WS-STS-FILE-OK
092900         OPEN OUTPUT STEP-STATUS-FILE
093000     END-IF
093100     IF WS-STS-FILE-OK
093200         WRITE STEP-STATUS-RECORD
093300         CLOSE STEP-STATUS-FILE
093400     ELSE
093500         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
093600             WS-STS-FILE-STATUS ' - STEP NOT RECORDED'
093700     END-IF.
