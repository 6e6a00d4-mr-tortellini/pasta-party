002600*    DATE       INIT  DESCRIPTION
002700*    ---------- ----  -----------------------------------------
002800*    2026-09-02 RA    ORIGINAL.
002810*    2026-10-15 RA    THE MASTER NOW CARRIES EACH ITEM'S STANDARD
002820*                      COST PER UNIT, KEYED ON THE CARDS AND
002830*                      PRINTED ON THE LISTINGS.  A BLANK COST ON
002840*                      AN OLD MASTER RECORD LOADS AS ZERO - NOT
002850*                      YET COSTED; A GARBLED ONE IS REPAIRED TO
002860*                      ZERO AND REPORTED, AS THE LOT SIZE IS.
002870*    2026-10-15 RA    THE MASTER NOW CARRIES EACH ITEM'S STANDARD
002880*                      RUN RATE IN UNITS PER HOUR, KEYED, EDITED,
002890*                      AND PRINTED THE SAME WAY AS THE COST.
002892*    2026-10-15 RA    THE MASTER NOW CARRIES EACH ITEM'S SHELF
002894*                      LIFE IN DAYS, KEYED, EDITED, AND PRINTED
002895*                      THE SAME WAY AS THE RUN RATE.  A BLANK
002896*                      SHELF LIFE NEVER EXPIRES.
002897*    2026-10-15 RA    WRITES A START AND AN END RECORD TO THE
002898*                      STEP-STATUS LEDGER (STSFILE) WITH ITS
002899*                      RETURN CODE AND KEY COUNTS.
002900*--------------------------------------------------------------*
003000*
003100 ENVIRONMENT DIVISION.
004300     SELECT MAINT-REJECT-FILE ASSIGN TO "IMRFILE"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-IMR-FILE-STATUS.
004520     SELECT STEP-STATUS-FILE ASSIGN TO "STSFILE"
004540         ORGANIZATION IS LINE SEQUENTIAL
004560         FILE STATUS IS WS-STS-FILE-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
006200     RECORDING MODE IS F.
006300     COPY IMRREC.
006400*
006420 FD  STEP-STATUS-FILE
006440     RECORDING MODE IS F.
006460     COPY STSREC.
006480*
006500 WORKING-STORAGE SECTION.
006600*--------------------------------------------------------------*
006700*    FILE STATUS WORKING STORAGE
011000         10  WS-MAST-DESCRIPTION       PIC X(30).
011100         10  WS-MAST-ACTIVE-FLAG       PIC X(01).
011200         10  WS-MAST-STD-LOT-SIZE      PIC 9(07).
011250         10  WS-MAST-STD-COST          PIC 9(05)V9(04).
011270         10  WS-MAST-STD-RUN-RATE      PIC 9(07).
011280         10  WS-MAST-SHELF-LIFE        PIC 9(04).
011300*--------------------------------------------------------------*
011400*    CARD EDIT WORKING STORAGE
011500*--------------------------------------------------------------*
012900 01  WS-CARDS-REJECTED            PIC 9(05)   VALUE 0.
013000 01  WS-DUPS-DROPPED              PIC 9(05)   VALUE 0.
013100 01  WS-SIZES-REPAIRED            PIC 9(05)   VALUE 0.
013150 01  WS-COSTS-REPAIRED            PIC 9(05)   VALUE 0.
013170 01  WS-RATES-REPAIRED            PIC 9(05)   VALUE 0.
013180 01  WS-SHELF-LIVES-REPAIRED      PIC 9(05)   VALUE 0.
013200*--------------------------------------------------------------*
013300*    REPORT WORKING STORAGE
013400*--------------------------------------------------------------*
015200     05  IMP-ITM-ACTIVE-FLAG      PIC X(01).
015300     05  FILLER                   PIC X(02)   VALUE SPACES.
015400     05  IMP-ITM-STD-LOT-SIZE     PIC ZZZZZZ9.
015450     05  FILLER                   PIC X(02)   VALUE SPACES.
015470     05  IMP-ITM-STD-COST         PIC ZZZZ9.9999.
015490     05  FILLER                   PIC X(02)   VALUE SPACES.
015510     05  IMP-ITM-STD-RUN-RATE     PIC ZZZZZZ9.
015530     05  FILLER                   PIC X(02)   VALUE SPACES.
015550     05  IMP-ITM-SHELF-LIFE       PIC ZZZ9.
015570     05  FILLER                   PIC X(50)   VALUE SPACES.
015600 01  WS-IMP-LOG-LINE.
015700     05  FILLER                   PIC X(01)   VALUE SPACE.
015800     05  IMP-LOG-ACTION           PIC X(01).
017200*--------------------------------------------------------------*
017300 01  WS-CURRENT-DATE-YYYYMMDD     PIC 9(08)   VALUE 0.
017400*
017405*--------------------------------------------------------------*
017410*    STEP-STATUS WORKING STORAGE
017415*    EVERY RUN PUTS A START AND AN END RECORD ON THE SUITE'S
017420*    STEP-STATUS LEDGER SO THE MORNING STATUS REPORT CAN SAY
017425*    WHAT RAN, HOW IT ENDED, AND WHAT IS STILL WAITING.
017430*--------------------------------------------------------------*
017435 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE "00".
017440     88  WS-STS-FILE-OK                      VALUE "00".
017445     88  WS-STS-FILE-NOT-FOUND               VALUE "35".
017450 01  WS-STEP-PROGRAM-ID           PIC X(20)   VALUE
017455     "SPAGHETTI-ITEMMNT".
017460 01  WS-STEP-PLANT                PIC X(02)   VALUE "**".
017480*
017500 PROCEDURE DIVISION.
017600 MAIN-SECTION.
017700     PERFORM 050-INITIALIZE
018700*--------------------------------------------------------------*
018800 050-INITIALIZE.
018900     ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
018950     PERFORM 900-WRITE-START-STEP
019000     PERFORM 060-LOAD-ITEM-MASTER
019100     MOVE WS-MAST-COUNT TO WS-MAST-BEFORE-COUNT
019200     PERFORM 070-OPEN-MAINT-CARDS
026300             ADD 1 TO WS-SIZES-REPAIRED
026400             PERFORM 095-RAISE-WARNING
026500         END-IF
026502         IF ITEM-STD-COST = SPACES
026504             MOVE 0 TO WS-MAST-STD-COST(WS-MAST-SLOT)
026506         ELSE
026508             IF ITEM-STD-COST NUMERIC
026510                 MOVE ITEM-STD-COST-N TO
026512                     WS-MAST-STD-COST(WS-MAST-SLOT)
026514             ELSE
026516                 DISPLAY 'STANDARD COST NOT NUMERIC FOR '
026518                     ITEM-CODE ' - REPAIRED TO ZERO'
026520                 MOVE 0 TO WS-MAST-STD-COST(WS-MAST-SLOT)
026522                 ADD 1 TO WS-COSTS-REPAIRED
026524                 PERFORM 095-RAISE-WARNING
026526             END-IF
026528         END-IF
026530         IF ITEM-STD-RUN-RATE = SPACES
026532             MOVE 0 TO WS-MAST-STD-RUN-RATE(WS-MAST-SLOT)
026534         ELSE
026536             IF ITEM-STD-RUN-RATE NUMERIC
026538                 MOVE ITEM-STD-RUN-RATE-N TO
026540                     WS-MAST-STD-RUN-RATE(WS-MAST-SLOT)
026542             ELSE
026544                 DISPLAY 'STANDARD RUN RATE NOT NUMERIC FOR '
026546                     ITEM-CODE ' - REPAIRED TO ZERO'
026548                 MOVE 0 TO WS-MAST-STD-RUN-RATE(WS-MAST-SLOT)
026550                 ADD 1 TO WS-RATES-REPAIRED
026552                 PERFORM 095-RAISE-WARNING
026554             END-IF
026556         END-IF
026558         IF ITEM-SHELF-LIFE-DAYS = SPACES
026560             MOVE 0 TO WS-MAST-SHELF-LIFE(WS-MAST-SLOT)
026562         ELSE
026564             IF ITEM-SHELF-LIFE-DAYS NUMERIC
026566                 MOVE ITEM-SHELF-LIFE-DAYS-N TO
026568                     WS-MAST-SHELF-LIFE(WS-MAST-SLOT)
026570             ELSE
026572                 DISPLAY 'SHELF LIFE NOT NUMERIC FOR '
026574                     ITEM-CODE ' - REPAIRED TO ZERO'
026576                 MOVE 0 TO WS-MAST-SHELF-LIFE(WS-MAST-SLOT)
026578                 ADD 1 TO WS-SHELF-LIVES-REPAIRED
026580                 PERFORM 095-RAISE-WARNING
026582             END-IF
026584         END-IF
026586     END-IF.
026700*
026800*--------------------------------------------------------------*
026900*    063-FIND-INSERT-SLOT
031700 069-ABORT-MASTER-AS-FOUND.
031800     DISPLAY 'RUN ABORTED - ITEM MASTER LEFT AS FOUND'
031900     MOVE 16 TO RETURN-CODE
031950     PERFORM 905-WRITE-END-STEP
032000     STOP RUN.
032100*
032200*--------------------------------------------------------------*
039000         IMP-ITM-ACTIVE-FLAG
039100     MOVE WS-MAST-STD-LOT-SIZE(WS-MAST-SUB) TO
039200         IMP-ITM-STD-LOT-SIZE
039250     MOVE WS-MAST-STD-COST(WS-MAST-SUB) TO IMP-ITM-STD-COST
039260     MOVE WS-MAST-STD-RUN-RATE(WS-MAST-SUB) TO
039270         IMP-ITM-STD-RUN-RATE
039280     MOVE WS-MAST-SHELF-LIFE(WS-MAST-SUB) TO IMP-ITM-SHELF-LIFE
039300     MOVE WS-IMP-ITEM-LINE TO WS-IMP-WORK-LINE
039400     PERFORM 094-WRITE-REPORT-LINE
039500     ADD 1 TO WS-MAST-SUB.
049300             SET WS-CARD-IS-INVALID TO TRUE
049400             MOVE "FUL " TO WS-REJECT-REASON-CODE
049500             MOVE "ITEM TABLE IS FULL" TO WS-REJECT-REASON-TEXT
049520     END-IF
049540     IF WS-CARD-IS-VALID
049560         AND IMT-STD-COST NOT = SPACES
049580         AND IMT-STD-COST NOT NUMERIC
049600             SET WS-CARD-IS-INVALID TO TRUE
049620             MOVE "CST " TO WS-REJECT-REASON-CODE
049640             MOVE "STANDARD COST NOT NUMERIC" TO
049660                 WS-REJECT-REASON-TEXT
049662     END-IF
049664     IF WS-CARD-IS-VALID
049666         AND IMT-STD-RUN-RATE NOT = SPACES
049668         AND IMT-STD-RUN-RATE NOT NUMERIC
049670             SET WS-CARD-IS-INVALID TO TRUE
049672             MOVE "RAT " TO WS-REJECT-REASON-CODE
049674             MOVE "RUN RATE IS NOT NUMERIC" TO
049676                 WS-REJECT-REASON-TEXT
049678     END-IF
049680     IF WS-CARD-IS-VALID
049682         AND IMT-SHELF-LIFE-DAYS NOT = SPACES
049684         AND IMT-SHELF-LIFE-DAYS NOT NUMERIC
049686             SET WS-CARD-IS-INVALID TO TRUE
049688             MOVE "SHL " TO WS-REJECT-REASON-CODE
049690             MOVE "SHELF LIFE IS NOT NUMERIC" TO
049692                 WS-REJECT-REASON-TEXT
049694     END-IF.
049700*
049800*--------------------------------------------------------------*
049900*    214-EDIT-CHANGE-FIELDS
050500     IF IMT-ITEM-DESCRIPTION = SPACES
050600         AND IMT-ACTIVE-FLAG = SPACE
050700         AND IMT-STD-LOT-SIZE = SPACES
050750         AND IMT-STD-COST = SPACES
050770         AND IMT-STD-RUN-RATE = SPACES
050780         AND IMT-SHELF-LIFE-DAYS = SPACES
050800             SET WS-CARD-IS-INVALID TO TRUE
050900             MOVE "NCH " TO WS-REJECT-REASON-CODE
051000             MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON-TEXT
052500             MOVE "SIZ " TO WS-REJECT-REASON-CODE
052600             MOVE "LOT SIZE IS NOT NUMERIC" TO
052700                 WS-REJECT-REASON-TEXT
052720     END-IF
052740     IF WS-CARD-IS-VALID
052760         AND IMT-STD-COST NOT = SPACES
052780         AND IMT-STD-COST NOT NUMERIC
052800             SET WS-CARD-IS-INVALID TO TRUE
052820             MOVE "CST " TO WS-REJECT-REASON-CODE
052840             MOVE "STANDARD COST NOT NUMERIC" TO
052860                 WS-REJECT-REASON-TEXT
052862     END-IF
052864     IF WS-CARD-IS-VALID
052866         AND IMT-STD-RUN-RATE NOT = SPACES
052868         AND IMT-STD-RUN-RATE NOT NUMERIC
052870             SET WS-CARD-IS-INVALID TO TRUE
052872             MOVE "RAT " TO WS-REJECT-REASON-CODE
052874             MOVE "RUN RATE IS NOT NUMERIC" TO
052876                 WS-REJECT-REASON-TEXT
052878     END-IF
052880     IF WS-CARD-IS-VALID
052882         AND IMT-SHELF-LIFE-DAYS NOT = SPACES
052884         AND IMT-SHELF-LIFE-DAYS NOT NUMERIC
052886             SET WS-CARD-IS-INVALID TO TRUE
052888             MOVE "SHL " TO WS-REJECT-REASON-CODE
052890             MOVE "SHELF LIFE IS NOT NUMERIC" TO
052892                 WS-REJECT-REASON-TEXT
052894     END-IF.
052900*
053000 220-FIND-MASTER-ENTRY.
053100     MOVE "N" TO WS-MAST-FOUND-SWITCH
058000             WS-MAST-ACTIVE-FLAG(WS-MAST-SLOT)
058100     END-IF
058200     MOVE IMT-STD-LOT-SIZE TO
058220         WS-MAST-STD-LOT-SIZE(WS-MAST-SLOT)
058240     IF IMT-STD-COST = SPACES
058260         MOVE 0 TO WS-MAST-STD-COST(WS-MAST-SLOT)
058280     ELSE
058300         MOVE IMT-STD-COST-N TO WS-MAST-STD-COST(WS-MAST-SLOT)
058310     END-IF
058320     IF IMT-STD-RUN-RATE = SPACES
058330         MOVE 0 TO WS-MAST-STD-RUN-RATE(WS-MAST-SLOT)
058340     ELSE
058350         MOVE IMT-STD-RUN-RATE-N TO
058360             WS-MAST-STD-RUN-RATE(WS-MAST-SLOT)
058370     END-IF
058374     IF IMT-SHELF-LIFE-DAYS = SPACES
058378         MOVE 0 TO WS-MAST-SHELF-LIFE(WS-MAST-SLOT)
058382     ELSE
058386         MOVE IMT-SHELF-LIFE-DAYS-N TO
058390             WS-MAST-SHELF-LIFE(WS-MAST-SLOT)
058394     END-IF.
058400*
058500 254-APPLY-CHANGE.
058600     IF IMT-ITEM-DESCRIPTION NOT = SPACES
059400     IF IMT-STD-LOT-SIZE NOT = SPACES
059500         MOVE IMT-STD-LOT-SIZE TO
059600             WS-MAST-STD-LOT-SIZE(WS-MAST-INDEX)
059620     END-IF
059640     IF IMT-STD-COST NOT = SPACES
059660         MOVE IMT-STD-COST-N TO WS-MAST-STD-COST(WS-MAST-INDEX)
059680     END-IF
059700     IF IMT-STD-RUN-RATE NOT = SPACES
059720         MOVE IMT-STD-RUN-RATE-N TO
059740             WS-MAST-STD-RUN-RATE(WS-MAST-INDEX)
059760     END-IF
059768     IF IMT-SHELF-LIFE-DAYS NOT = SPACES
059776         MOVE IMT-SHELF-LIFE-DAYS-N TO
059784             WS-MAST-SHELF-LIFE(WS-MAST-INDEX)
059792     END-IF.
059800*
059900 256-APPLY-DEACTIVATE.
060000     MOVE "I" TO WS-MAST-ACTIVE-FLAG(WS-MAST-INDEX).
062000         MOVE IMT-ITEM-DESCRIPTION TO IMR-ITEM-DESCRIPTION
062100         MOVE IMT-ACTIVE-FLAG TO IMR-ACTIVE-FLAG
062200         MOVE IMT-STD-LOT-SIZE TO IMR-STD-LOT-SIZE
062250         MOVE IMT-STD-COST TO IMR-STD-COST
062270         MOVE IMT-STD-RUN-RATE TO IMR-STD-RUN-RATE
062280         MOVE IMT-SHELF-LIFE-DAYS TO IMR-SHELF-LIFE-DAYS
062300         MOVE WS-REJECT-REASON-CODE TO IMR-REASON-CODE
062400         MOVE WS-REJECT-REASON-TEXT TO IMR-REASON-TEXT
062500         WRITE ITEM-MAINT-REJECT-RECORD
065000         ' CARDS READ ' WS-CARDS-APPLIED ' APPLIED '
065100         WS-CARDS-REJECTED ' REJECTED'
065200     DISPLAY 'RUN SEVERITY: ' WS-RUN-SEVERITY
065300     MOVE WS-RUN-SEVERITY TO RETURN-CODE
065350     PERFORM 905-WRITE-END-STEP.
065400*
065500*--------------------------------------------------------------*
065600*    510-REWRITE-ITEM-MASTER
067800     MOVE WS-MAST-ACTIVE-FLAG(WS-MAST-SUB) TO ITEM-ACTIVE-FLAG
067900     MOVE WS-MAST-STD-LOT-SIZE(WS-MAST-SUB) TO
068000         ITEM-STD-LOT-SIZE
068050     MOVE WS-MAST-STD-COST(WS-MAST-SUB) TO ITEM-STD-COST-N
068060     MOVE WS-MAST-STD-RUN-RATE(WS-MAST-SUB) TO
068070         ITEM-STD-RUN-RATE-N
068080     MOVE WS-MAST-SHELF-LIFE(WS-MAST-SUB) TO
068090         ITEM-SHELF-LIFE-DAYS-N
068100     WRITE ITEM-MASTER-RECORD
068200     ADD 1 TO WS-MAST-SUB.
068300*
071800     PERFORM 541-PRINT-FIGURE-LINE
071900     MOVE "LOT SIZES REPAIRED TO ZERO" TO IMP-TXT-LABEL
072000     MOVE WS-SIZES-REPAIRED TO IMP-TXT-VALUE
072020     PERFORM 541-PRINT-FIGURE-LINE
072040     MOVE "STANDARD COSTS REPAIRED TO ZERO" TO IMP-TXT-LABEL
072060     MOVE WS-COSTS-REPAIRED TO IMP-TXT-VALUE
072080     PERFORM 541-PRINT-FIGURE-LINE
072100     MOVE "STANDARD RUN RATES REPAIRED" TO IMP-TXT-LABEL
072120     MOVE WS-RATES-REPAIRED TO IMP-TXT-VALUE
072130     PERFORM 541-PRINT-FIGURE-LINE
072140     MOVE "SHELF LIVES REPAIRED TO ZERO" TO IMP-TXT-LABEL
072150     MOVE WS-SHELF-LIVES-REPAIRED TO IMP-TXT-VALUE
072160     PERFORM 541-PRINT-FIGURE-LINE.
072200*
072300 541-PRINT-FIGURE-LINE.
072400     MOVE WS-IMP-TEXT-LINE TO WS-IMP-WORK-LINE
072500     PERFORM 094-WRITE-REPORT-LINE.
072600*
072700*--------------------------------------------------------------*
072800*    900-WRITE-START-STEP
072900*    PUTS THIS RUN'S START RECORD ON THE STEP-STATUS LEDGER.  A
073000*    START WITH NO END AFTER IT IS A RUN THAT NEVER FINISHED.
073100*--------------------------------------------------------------*
073200 900-WRITE-START-STEP.
073300     PERFORM 908-BUILD-STEP-RECORD
073400     SET STS-IS-START TO TRUE
073500     PERFORM 910-WRITE-STEP-RECORD.
073600*
073700*--------------------------------------------------------------*
073800*    905-WRITE-END-STEP
073900*    PUTS THIS RUN'S END RECORD ON THE STEP-STATUS LEDGER WITH
074000*    THE RETURN CODE THE RUN IS ENDING ON AND ITS KEY COUNTS.
074100*    EVERY WAY OUT OF THE RUN - NORMAL END OR ABORT - COMES
074200*    THROUGH HERE ONCE THE RETURN CODE IS SET.
074300*--------------------------------------------------------------*
074400 905-WRITE-END-STEP.
074500     PERFORM 908-BUILD-STEP-RECORD
074600     MOVE RETURN-CODE TO STS-RETURN-CODE
074700     SET STS-IS-END TO TRUE
074800     MOVE "READ    " TO STS-COUNT-NAME(1)
074900     MOVE WS-CARDS-READ TO STS-COUNT-VALUE(1)
075000     MOVE "APPLIED " TO STS-COUNT-NAME(2)
075100     MOVE WS-CARDS-APPLIED TO STS-COUNT-VALUE(2)
075200     MOVE "REJECTED" TO STS-COUNT-NAME(3)
075300     MOVE WS-CARDS-REJECTED TO STS-COUNT-VALUE(3)
075400     PERFORM 910-WRITE-STEP-RECORD.
075500*
075600 908-BUILD-STEP-RECORD.
075700     MOVE SPACES TO STEP-STATUS-RECORD
075800     MOVE WS-STEP-PLANT TO STS-PLANT-CODE
075900     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD
076000     ACCEPT STS-RUN-TIME FROM TIME
076100     MOVE WS-STEP-PROGRAM-ID TO STS-PROGRAM-ID
076200     MOVE 0 TO STS-RETURN-CODE STS-SUBJECT-DATE
076300     MOVE 0 TO STS-COUNT-VALUE(1) STS-COUNT-VALUE(2)
076400         STS-COUNT-VALUE(3).
076500*
076600*--------------------------------------------------------------*
076700*    910-WRITE-STEP-RECORD
076800*    THE LEDGER IS APPENDED TO - THE FIRST RUN EVER CREATES IT.
076900*    IT IS OPENED AND CLOSED AROUND EACH RECORD SO AN ABORT
077000*    LATER IN THE RUN CANNOT LOSE THE START RECORD.  A LEDGER
077100*    THAT WILL NOT OPEN COSTS THE STATUS REPORT THIS STEP, NOT
077200*    THE RUN ITS WORK.
077300*--------------------------------------------------------------*
077400 910-WRITE-STEP-RECORD.
077500     OPEN EXTEND STEP-STATUS-FILE
077600     IF NOT WS-STS-FILE-OK
077700         OPEN OUTPUT STEP-STATUS-FILE
077800     END-IF
077900     IF WS-STS-FILE-OK
078000         WRITE STEP-STATUS-RECORD
078100         CLOSE STEP-STATUS-FILE
078200     ELSE
078300         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
078400             WS-STS-FILE-STATUS ' - STEP NOT RECORDED'
078500     END-IF.
