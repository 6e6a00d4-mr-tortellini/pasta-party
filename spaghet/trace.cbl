002100*                      PLANT ONLY ITS OWN POSTINGS.  A BLANK
002200*                      PLANT ON AN OLD LEDGER RECORD IS
002300*                      PLANT 01.
002320*    2026-10-15 RA    WRITES A START AND AN END RECORD TO THE
002340*                      STEP-STATUS LEDGER (STSFILE) WITH ITS
002360*                      RETURN CODE AND KEY COUNTS.
002400*--------------------------------------------------------------*
002500*
002600 ENVIRONMENT DIVISION.
003500     SELECT TRACE-EXTRACT-FILE ASSIGN TO "TRCFILE"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-TRC-FILE-STATUS.
003720     SELECT STEP-STATUS-FILE ASSIGN TO "STSFILE"
003740         ORGANIZATION IS LINE SEQUENTIAL
003760         FILE STATUS IS WS-STS-FILE-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
005000     RECORDING MODE IS F.
005100     COPY TRCREC.
005200*
005220 FD  STEP-STATUS-FILE
005240     RECORDING MODE IS F.
005260     COPY STSREC.
005280*
005300 WORKING-STORAGE SECTION.
005400*--------------------------------------------------------------*
005500*    FILE STATUS WORKING STORAGE
009700 01  WS-READ-COUNT                PIC 9(07)   VALUE 0.
009800 01  WS-MATCH-COUNT               PIC 9(07)   VALUE 0.
009900*
009905*--------------------------------------------------------------*
009910*    STEP-STATUS WORKING STORAGE
009915*    EVERY RUN PUTS A START AND AN END RECORD ON THE SUITE'S
009920*    STEP-STATUS LEDGER SO THE MORNING STATUS REPORT CAN SAY
009925*    WHAT RAN, HOW IT ENDED, AND WHAT IS STILL WAITING.
009930*--------------------------------------------------------------*
009935 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE "00".
009940     88  WS-STS-FILE-OK                      VALUE "00".
009945     88  WS-STS-FILE-NOT-FOUND               VALUE "35".
009950 01  WS-STEP-PROGRAM-ID           PIC X(20)   VALUE
009955     "SPAGHETTI-TRACE".
009960 01  WS-STEP-PLANT                PIC X(02)   VALUE "**".
009980*
010000 PROCEDURE DIVISION.
010100 MAIN-SECTION.
010200     PERFORM 050-INITIALIZE
011200*--------------------------------------------------------------*
011300 050-INITIALIZE.
011400     PERFORM 060-LOAD-SELECTION-CARD
011450     PERFORM 900-WRITE-START-STEP
011500     IF NOT WS-CARD-IS-VALID
011600         SET WS-EOF-REACHED TO TRUE
011700     ELSE
027400         CLOSE TRACE-EXTRACT-FILE
027500     END-IF
027600     DISPLAY 'TRACE COMPLETE - ' WS-MATCH-COUNT ' OF '
027700         WS-READ-COUNT ' POSTINGS MATCHED'
027800     PERFORM 905-WRITE-END-STEP.
027900*
028000*--------------------------------------------------------------*
028100*    900-WRITE-START-STEP
028200*    PUTS THIS RUN'S START RECORD ON THE STEP-STATUS LEDGER.  A
028300*    START WITH NO END AFTER IT IS A RUN THAT NEVER FINISHED.
028400*--------------------------------------------------------------*
028500 900-WRITE-START-STEP.
028600     PERFORM 908-BUILD-STEP-RECORD
028700     SET STS-IS-START TO TRUE
028800     PERFORM 910-WRITE-STEP-RECORD.
028900*
029000*--------------------------------------------------------------*
029100*    905-WRITE-END-STEP
029200*    PUTS THIS RUN'S END RECORD ON THE STEP-STATUS LEDGER WITH
029300*    THE RETURN CODE THE RUN IS ENDING ON AND ITS KEY COUNTS.
029400*    EVERY WAY OUT OF THE RUN - NORMAL END OR ABORT - COMES
029500*    THROUGH HERE ONCE THE RETURN CODE IS SET.
029600*--------------------------------------------------------------*
029700 905-WRITE-END-STEP.
029800     PERFORM 908-BUILD-STEP-RECORD
029900     MOVE RETURN-CODE TO STS-RETURN-CODE
030000     SET STS-IS-END TO TRUE
030100     MOVE "READ    " TO STS-COUNT-NAME(1)
030200     MOVE WS-READ-COUNT TO STS-COUNT-VALUE(1)
030300     MOVE "MATCHED " TO STS-COUNT-NAME(2)
030400     MOVE WS-MATCH-COUNT TO STS-COUNT-VALUE(2)
030500     PERFORM 910-WRITE-STEP-RECORD.
030600*
030700 908-BUILD-STEP-RECORD.
030800     MOVE SPACES TO STEP-STATUS-RECORD
030900     MOVE WS-STEP-PLANT TO STS-PLANT-CODE
031000     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD
031100     ACCEPT STS-RUN-TIME FROM TIME
031200     MOVE WS-STEP-PROGRAM-ID TO STS-PROGRAM-ID
031300     MOVE 0 TO STS-RETURN-CODE STS-SUBJECT-DATE
031400     MOVE 0 TO STS-COUNT-VALUE(1) STS-COUNT-VALUE(2)
031500         STS-COUNT-VALUE(3).
031600*
031700*--------------------------------------------------------------*
031800*    910-WRITE-STEP-RECORD
031900*    THE LEDGER IS APPENDED TO - THE FIRST RUN EVER CREATES IT.
032000*    IT IS OPENED AND CLOSED AROUND EACH RECORD SO AN ABORT
032100*    LATER IN THE RUN CANNOT LOSE THE START RECORD.  A LEDGER
032200*    THAT WILL NOT OPEN COSTS THE STATUS REPORT THIS STEP, NOT
032300*    THE RUN ITS WORK.
032400*--------------------------------------------------------------*
032500 910-WRITE-STEP-RECORD.
032600     OPEN EXTEND STEP-STATUS-FILE
032700     IF NOT WS-STS-FILE-OK
032800         OPEN OUTPUT STEP-STATUS-FILE
032900     END-IF
033000     IF WS-STS-FILE-OK
033100         WRITE STEP-STATUS-RECORD
033200         CLOSE STEP-STATUS-FILE
033300     ELSE
033400         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
033500             WS-STS-FILE-STATUS ' - STEP NOT RECORDED'
033600     END-IF.
