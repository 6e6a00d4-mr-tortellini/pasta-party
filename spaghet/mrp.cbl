000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SPAGHETTI-MRP.
000300 AUTHOR.        R. ALFREDO.
000400 INSTALLATION.  PASTA-PARTY DATA CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    SPAGHETTI-MRP IS THE MATERIAL REQUIREMENTS RUN.  IT TAKES
000900*    THE PRODUCTION PLAN SCHEDULING KEYS (PLNFILE) FOR THE
001000*    CONTROL CARD'S DATE WINDOW, EXPLODES EVERY PLANNED
001100*    QUANTITY THROUGH THE RECIPES (BOMFILE) INTO GROSS
001200*    INGREDIENT REQUIREMENTS BY DAY, AND NETS THEM DAY BY DAY
001300*    AGAINST THE INGREDIENT STOCK ON HAND (ISMFILE) AND THE
001400*    PURCHASE ORDERS STILL DUE IN (OPRFILE).
001500*
001600*    THE REPORT SHOWS EVERY INGREDIENT'S REQUIREMENTS BY DAY
001700*    WITH ITS PROJECTED BALANCE, THEN A SHORTAGE SECTION THAT
001800*    SAYS WHICH INGREDIENT RUNS OUT, ON WHICH PLANNED DATE, AND
001900*    WHICH PLANNED ITEMS DRIVE IT.  EVERY SHORTFALL ALSO GOES
002000*    TO PURCHASING ON A SUGGESTION EXTRACT (MRSFILE) IN THE
002100*    RAW-USAGE EXTRACT'S HEADER/DETAIL/TRAILER LAYOUT, ONE
002200*    DETAIL PER INGREDIENT PER DATE IT IS NEEDED BY.
002300*
002400*    THE PLAN CARRIES NO PLANT - LIKE SPAGHETTI-PLAN, THE RUN
002500*    TAKES IT AS THE CONTROL CARD PLANT'S PLAN.
002600*
002700*    MODIFICATION HISTORY
002800*    DATE       INIT  DESCRIPTION
002900*    ---------- ----  -----------------------------------------
003000*    2026-10-15 RA    ORIGINAL.
003020*    2026-10-15 RA    A PLANNED DAY NOW EXPLODES AT THE RECIPE
003040*                      VERSION IN FORCE ON THAT DAY, BY THE NEW
003060*                      EFFECTIVE DATES ON BOMFILE.
003070*    2026-10-15 RA    WRITES A START AND AN END RECORD TO THE
003080*                      STEP-STATUS LEDGER (STSFILE) WITH ITS
003090*                      RETURN CODE AND KEY COUNTS.
003100*--------------------------------------------------------------*
003200*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT MRP-CONTROL-FILE ASSIGN TO "MRCFILE"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-MRC-FILE-STATUS.
003900     SELECT RECIPE-FILE ASSIGN TO "BOMFILE"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-BOM-FILE-STATUS.
004200     SELECT PRODUCTION-PLAN-FILE ASSIGN TO "PLNFILE"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-PLN-FILE-STATUS.
004500     SELECT INGREDIENT-STOCK-FILE ASSIGN TO "ISMFILE"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-ISM-FILE-STATUS.
004800     SELECT OPEN-RECEIPT-FILE ASSIGN TO "OPRFILE"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-OPR-FILE-STATUS.
005100     SELECT MRP-REPORT-FILE ASSIGN TO "MRPFILE"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-MRP-FILE-STATUS.
005400     SELECT PURCHASE-SUGGESTION-FILE ASSIGN TO "MRSFILE"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-MRS-FILE-STATUS.
005620     SELECT STEP-STATUS-FILE ASSIGN TO "STSFILE"
005640         ORGANIZATION IS LINE SEQUENTIAL
005660         FILE STATUS IS WS-STS-FILE-STATUS.
005700*
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  MRP-CONTROL-FILE
006100     RECORDING MODE IS F.
006200     COPY MRCREC.
006300*
006400 FD  RECIPE-FILE
006500     RECORDING MODE IS F.
006600     COPY BOMREC.
006700*
006800 FD  PRODUCTION-PLAN-FILE
006900     RECORDING MODE IS F.
007000     COPY PLNREC.
007100*
007200 FD  INGREDIENT-STOCK-FILE
007300     RECORDING MODE IS F.
007400     COPY ISMREC.
007500*
007600 FD  OPEN-RECEIPT-FILE
007700     RECORDING MODE IS F.
007800     COPY OPRREC.
007900*
008000 FD  MRP-REPORT-FILE
008100     RECORDING MODE IS F.
008200     COPY MRPREC.
008300*
008400 FD  PURCHASE-SUGGESTION-FILE
008500     RECORDING MODE IS F.
008600     COPY RMUREC.
008700*
008720 FD  STEP-STATUS-FILE
008740     RECORDING MODE IS F.
008760     COPY STSREC.
008780*
008800 WORKING-STORAGE SECTION.
008900*--------------------------------------------------------------*
009000*    FILE STATUS WORKING STORAGE
009100*--------------------------------------------------------------*
009200 01  WS-MRC-FILE-STATUS          PIC X(02)   VALUE "00".
009300     88  WS-MRC-FILE-OK                      VALUE "00".
009400     88  WS-MRC-FILE-NOT-FOUND               VALUE "35".
009500 01  WS-BOM-FILE-STATUS          PIC X(02)   VALUE "00".
009600     88  WS-BOM-FILE-OK                      VALUE "00".
009700     88  WS-BOM-FILE-NOT-FOUND               VALUE "35".
009800 01  WS-PLN-FILE-STATUS          PIC X(02)   VALUE "00".
009900     88  WS-PLN-FILE-OK                      VALUE "00".
010000     88  WS-PLN-FILE-NOT-FOUND               VALUE "35".
010100 01  WS-ISM-FILE-STATUS          PIC X(02)   VALUE "00".
010200     88  WS-ISM-FILE-OK                      VALUE "00".
010300     88  WS-ISM-FILE-NOT-FOUND               VALUE "35".
010400 01  WS-OPR-FILE-STATUS          PIC X(02)   VALUE "00".
010500     88  WS-OPR-FILE-OK                      VALUE "00".
010600     88  WS-OPR-FILE-NOT-FOUND               VALUE "35".
010700 01  WS-MRP-FILE-STATUS          PIC X(02)   VALUE "00".
010800     88  WS-MRP-FILE-OK                      VALUE "00".
010900 01  WS-MRS-FILE-STATUS          PIC X(02)   VALUE "00".
011000     88  WS-MRS-FILE-OK                      VALUE "00".
011100*--------------------------------------------------------------*
011200*    LOOP-CONTROL WORKING STORAGE
011300*--------------------------------------------------------------*
011400 01  WS-BOM-LOAD-SWITCH           PIC X(01)   VALUE "N".
011500     88  WS-BOM-LOAD-DONE                     VALUE "Y".
011600 01  WS-PLN-LOAD-SWITCH           PIC X(01)   VALUE "N".
011700     88  WS-PLN-LOAD-DONE                     VALUE "Y".
011800 01  WS-ISM-LOAD-SWITCH           PIC X(01)   VALUE "N".
011900     88  WS-ISM-LOAD-DONE                     VALUE "Y".
012000 01  WS-OPR-LOAD-SWITCH           PIC X(01)   VALUE "N".
012100     88  WS-OPR-LOAD-DONE                     VALUE "Y".
012200 01  WS-RUN-SEVERITY              PIC 9(02)   VALUE 0.
012300*--------------------------------------------------------------*
012400*    CONTROL-CARD WORKING STORAGE
012500*    THE PLANT PLANNED FOR AND THE WINDOW OF PLANNED DATES.
012600*    A BLANK PLANT ON ANY RECORD IS PLANT 01.
012700*--------------------------------------------------------------*
012800 01  WS-MRP-PLANT                 PIC X(02)   VALUE "01".
012900 01  WS-RECORD-PLANT              PIC X(02)   VALUE SPACES.
013000 01  WS-WINDOW-FROM               PIC 9(08)   VALUE 0.
013100 01  WS-WINDOW-TO                 PIC 9(08)   VALUE 99999999.
013200 01  WS-PLAN-DATE                 PIC 9(08)   VALUE 0.
013300 01  WS-DUE-DATE                  PIC 9(08)   VALUE 0.
013400*--------------------------------------------------------------*
013500*    RECIPE TABLE WORKING STORAGE
013600*    THE WHOLE RECIPE FILE, IN FILE ORDER, AS SPAGHETTI-CODE
013700*    HOLDS IT FOR THE BACKFLUSH.
013800*--------------------------------------------------------------*
013900 01  WS-BOM-MAX-ENTRIES           PIC 9(04)   VALUE 5000.
014000 01  WS-BOM-COUNT                 PIC 9(04)   VALUE 0.
014100 01  WS-BOM-SUB                   PIC 9(04)   VALUE 0.
014200 01  WS-BOM-DROP-COUNT            PIC 9(05)   VALUE 0.
014300 01  WS-BOM-TABLE.
014400     05  WS-BOM-ENTRY OCCURS 5000 TIMES.
014500         10  WS-BOM-ITEM-CODE      PIC X(10).
014600         10  WS-BOM-INGREDIENT     PIC X(10).
014700         10  WS-BOM-DESCRIPTION    PIC X(30).
014800         10  WS-BOM-QTY-PER-UNIT   PIC 9(04)V9(04).
014830         10  WS-BOM-EFFECTIVE-FROM PIC 9(08).
014860         10  WS-BOM-EFFECTIVE-TO   PIC 9(08).
014900*--------------------------------------------------------------*
015000*    PLAN TABLE WORKING STORAGE
015100*    THE PLAN RECORDS INSIDE THE WINDOW, IN FILE ORDER.  KEPT
015200*    SO THE SHORTAGE SECTION CAN NAME THE ITEMS BEHIND EACH
015300*    SHORT DAY.
015400*--------------------------------------------------------------*
015500 01  WS-PLN-MAX-ENTRIES           PIC 9(04)   VALUE 2000.
015600 01  WS-PLN-COUNT                 PIC 9(04)   VALUE 0.
015700 01  WS-PLN-SUB                   PIC 9(04)   VALUE 0.
015800 01  WS-PLN-TABLE.
015900     05  WS-PLN-ENTRY OCCURS 2000 TIMES.
016000         10  WS-PLN-DATE           PIC 9(08).
016100         10  WS-PLN-ITEM-CODE      PIC X(10).
016200         10  WS-PLN-QTY            PIC 9(09).
016300         10  WS-PLN-RECIPE-SWITCH  PIC X(01).
016400             88  WS-PLN-HAS-RECIPE             VALUE "Y".
016500*--------------------------------------------------------------*
016600*    INGREDIENT TABLE WORKING STORAGE
016700*    ONE ENTRY PER INGREDIENT THE WINDOW'S PLAN CALLS FOR, IN
016800*    INGREDIENT ORDER, CARRYING ITS STOCK ON HAND AND ITS
016900*    WINDOW TOTALS.  WS-ING-FIRST-REQ POINTS AT THE
017000*    INGREDIENT'S FIRST DAY IN THE REQUIREMENT TABLE.
017100*--------------------------------------------------------------*
017200 01  WS-ING-MAX-ENTRIES           PIC 9(04)   VALUE 1000.
017300 01  WS-ING-COUNT                 PIC 9(04)   VALUE 0.
017400 01  WS-ING-SUB                   PIC 9(04)   VALUE 0.
017500 01  WS-ING-INDEX                 PIC 9(04)   VALUE 0.
017600 01  WS-ING-SLOT                  PIC 9(04)   VALUE 0.
017700 01  WS-ING-MOVE-SUB              PIC 9(04)   VALUE 0.
017800 01  WS-ING-FOUND-SWITCH          PIC X(01)   VALUE "N".
017900     88  WS-ING-FOUND                         VALUE "Y".
018000 01  WS-ING-SLOT-SWITCH           PIC X(01)   VALUE "N".
018100     88  WS-ING-SLOT-FOUND                    VALUE "Y".
018200 01  WS-ING-TABLE.
018300     05  WS-ING-ENTRY OCCURS 1000 TIMES.
018400         10  WS-ING-CODE           PIC X(10).
018500         10  WS-ING-DESCRIPTION    PIC X(30).
018600         10  WS-ING-ON-HAND-QTY    PIC S9(11)V9(04).
018700         10  WS-ING-GROSS-QTY      PIC S9(11)V9(04).
018800         10  WS-ING-RECEIPT-QTY    PIC S9(11)V9(04).
018900         10  WS-ING-SHORT-QTY      PIC S9(11)V9(04).
019000         10  WS-ING-RUN-OUT-DATE   PIC 9(08).
019100         10  WS-ING-FIRST-REQ      PIC 9(04).
019200*--------------------------------------------------------------*
019300*    REQUIREMENT TABLE WORKING STORAGE
019400*    ONE ENTRY PER INGREDIENT PER DAY WITH A REQUIREMENT OR A
019500*    RECEIPT DUE, IN INGREDIENT/DATE ORDER.  THE NETTING PASS
019600*    FILLS IN THE PROJECTED BALANCE AND THE SHORTFALL.
019700*--------------------------------------------------------------*
019800 01  WS-REQ-MAX-ENTRIES           PIC 9(04)   VALUE 5000.
019900 01  WS-REQ-COUNT                 PIC 9(04)   VALUE 0.
020000 01  WS-REQ-SUB                   PIC 9(04)   VALUE 0.
020100 01  WS-REQ-INDEX                 PIC 9(04)   VALUE 0.
020200 01  WS-REQ-SLOT                  PIC 9(04)   VALUE 0.
020300 01  WS-REQ-MOVE-SUB              PIC 9(04)   VALUE 0.
020400 01  WS-REQ-FOUND-SWITCH          PIC X(01)   VALUE "N".
020500     88  WS-REQ-FOUND                         VALUE "Y".
020600 01  WS-REQ-SLOT-SWITCH           PIC X(01)   VALUE "N".
020700     88  WS-REQ-SLOT-FOUND                    VALUE "Y".
020800 01  WS-FIND-KEY.
020900     05  WS-FIND-INGREDIENT       PIC X(10).
021000     05  WS-FIND-DATE             PIC 9(08).
021100 01  WS-FIND-DESCRIPTION          PIC X(30)   VALUE SPACES.
021200 01  WS-REQ-TABLE.
021300     05  WS-REQ-ENTRY OCCURS 5000 TIMES.
021400         10  WS-REQ-KEY.
021500             15  WS-REQ-INGREDIENT PIC X(10).
021600             15  WS-REQ-DATE       PIC 9(08).
021700         10  WS-REQ-GROSS-QTY      PIC S9(11)V9(04).
021800         10  WS-REQ-RECEIPT-QTY    PIC S9(11)V9(04).
021900         10  WS-REQ-PROJECTED-QTY  PIC S9(11)V9(04).
022000         10  WS-REQ-SHORT-QTY      PIC S9(11)V9(04).
022100*--------------------------------------------------------------*
022200*    NETTING WORKING STORAGE
022300*--------------------------------------------------------------*
022400 01  WS-NET-INGREDIENT            PIC X(10)   VALUE SPACES.
022500 01  WS-PROJECTED-QTY             PIC S9(11)V9(04) VALUE 0.
022600 01  WS-NEED-QTY                  PIC S9(11)V9(04) VALUE 0.
022700 01  WS-SHORT-DATE-COUNT          PIC 9(05)   VALUE 0.
022800 01  WS-INGREDIENTS-SHORT         PIC 9(05)   VALUE 0.
022900*--------------------------------------------------------------*
023000*    RUN-COUNT WORKING STORAGE
023100*--------------------------------------------------------------*
023200 01  WS-PLAN-RECORDS-READ         PIC 9(07)   VALUE 0.
023300 01  WS-PLAN-RECORDS-USED         PIC 9(07)   VALUE 0.
023400 01  WS-PLAN-RECORDS-BAD          PIC 9(07)   VALUE 0.
023500 01  WS-PLAN-OUTSIDE-WINDOW       PIC 9(07)   VALUE 0.
023600 01  WS-ITEMS-WITHOUT-RECIPE      PIC 9(05)   VALUE 0.
023700 01  WS-EXPLODE-OVERFLOWS         PIC 9(05)   VALUE 0.
023800 01  WS-RECEIPTS-READ             PIC 9(07)   VALUE 0.
023900 01  WS-RECEIPTS-USED             PIC 9(07)   VALUE 0.
024000 01  WS-RECEIPTS-PAST-DUE         PIC 9(07)   VALUE 0.
024100 01  WS-RECEIPTS-NOT-NEEDED       PIC 9(07)   VALUE 0.
024200 01  WS-RECEIPTS-BAD              PIC 9(07)   VALUE 0.
024300 01  WS-MRS-RECORD-COUNT          PIC 9(07)   VALUE 0.
024400 01  WS-MRS-HASH-TOTAL            PIC S9(13)V9(04) VALUE 0.
024500*--------------------------------------------------------------*
024600*    REPORT WORKING STORAGE
024700*--------------------------------------------------------------*
024800 01  WS-MRP-HEAD-1.
024900     05  FILLER                   PIC X(40)   VALUE
025000         "PASTA-PARTY MATERIAL REQUIREMENTS RUN".
025100     05  FILLER                   PIC X(09)   VALUE "RUN DATE ".
025200     05  MRP-H1-RUN-DATE          PIC 9(08).
025300     05  FILLER                   PIC X(75)   VALUE SPACES.
025400 01  WS-MRP-HEAD-2.
025500     05  FILLER                   PIC X(06)   VALUE "PLANT ".
025600     05  MRP-H2-PLANT             PIC X(02).
025700     05  FILLER                   PIC X(15)   VALUE
025800         "  PLANNED FROM ".
025900     05  MRP-H2-WINDOW-FROM       PIC 9(08).
026000     05  FILLER                   PIC X(04)   VALUE " TO ".
026100     05  MRP-H2-WINDOW-TO         PIC 9(08).
026200     05  FILLER                   PIC X(89)   VALUE SPACES.
026300 01  WS-MRP-SECTION-LINE.
026400     05  FILLER                   PIC X(01)   VALUE SPACE.
026500     05  MRP-SECTION-LABEL        PIC X(50).
026600     05  FILLER                   PIC X(81)   VALUE SPACES.
026700 01  WS-MRP-REQ-HEAD.
026800     05  FILLER                   PIC X(23)   VALUE
026900         " INGREDIENT  DATE".
027000     05  FILLER                   PIC X(17)   VALUE
027100         "  GROSS REQUIRED ".
027200     05  FILLER                   PIC X(17)   VALUE
027300         "    RECEIPTS DUE ".
027400     05  FILLER                   PIC X(17)   VALUE
027500         "       PROJECTED ".
027600     05  FILLER                   PIC X(17)   VALUE
027700         "           SHORT ".
027800     05  FILLER                   PIC X(41)   VALUE " FLAG".
027900 01  WS-MRP-REQ-LINE.
028000     05  FILLER                   PIC X(01)   VALUE SPACE.
028100     05  MRP-REQ-INGREDIENT       PIC X(10).
028200     05  FILLER                   PIC X(02)   VALUE SPACES.
028300     05  MRP-REQ-DATE             PIC 9(08).
028400     05  FILLER                   PIC X(02)   VALUE SPACES.
028500     05  MRP-REQ-GROSS            PIC ZZ,ZZZ,ZZ9.9999-.
028600     05  FILLER                   PIC X(01)   VALUE SPACE.
028700     05  MRP-REQ-RECEIPTS         PIC ZZ,ZZZ,ZZ9.9999-.
028800     05  FILLER                   PIC X(01)   VALUE SPACE.
028900     05  MRP-REQ-PROJECTED        PIC ZZ,ZZZ,ZZ9.9999-.
029000     05  FILLER                   PIC X(01)   VALUE SPACE.
029100     05  MRP-REQ-SHORT            PIC ZZ,ZZZ,ZZ9.9999-.
029200     05  FILLER                   PIC X(02)   VALUE SPACES.
029300     05  MRP-REQ-FLAG             PIC X(08).
029400     05  FILLER                   PIC X(32)   VALUE SPACES.
029500 01  WS-MRP-SHORT-ING-LINE.
029600     05  FILLER                   PIC X(01)   VALUE SPACE.
029700     05  MRP-SIL-INGREDIENT       PIC X(10).
029800     05  FILLER                   PIC X(01)   VALUE SPACE.
029900     05  MRP-SIL-DESCRIPTION      PIC X(30).
030000     05  FILLER                   PIC X(09)   VALUE " ON HAND ".
030100     05  MRP-SIL-ON-HAND          PIC ZZ,ZZZ,ZZ9.9999-.
030200     05  FILLER                   PIC X(14)   VALUE
030300         "  RUNS OUT ON ".
030400     05  MRP-SIL-RUN-OUT-DATE     PIC 9(08).
030500     05  FILLER                   PIC X(14)   VALUE
030600         "  TOTAL SHORT ".
030700     05  MRP-SIL-SHORT            PIC ZZ,ZZZ,ZZ9.9999-.
030800     05  FILLER                   PIC X(13)   VALUE SPACES.
030900 01  WS-MRP-SHORT-DAY-LINE.
031000     05  FILLER                   PIC X(05)   VALUE SPACES.
031100     05  FILLER                   PIC X(09)   VALUE "SHORT ON ".
031200     05  MRP-SDL-DATE             PIC 9(08).
031300     05  FILLER                   PIC X(11)   VALUE
031400         "  REQUIRED ".
031500     05  MRP-SDL-GROSS            PIC ZZ,ZZZ,ZZ9.9999-.
031600     05  FILLER                   PIC X(08)   VALUE "  SHORT ".
031700     05  MRP-SDL-SHORT            PIC ZZ,ZZZ,ZZ9.9999-.
031800     05  FILLER                   PIC X(59)   VALUE SPACES.
031900 01  WS-MRP-DRIVER-LINE.
032000     05  FILLER                   PIC X(09)   VALUE SPACES.
032100     05  FILLER                   PIC X(10)   VALUE "DRIVEN BY ".
032200     05  MRP-DRV-ITEM-CODE        PIC X(10).
032300     05  FILLER                   PIC X(10)   VALUE
032400         "  PLANNED ".
032500     05  MRP-DRV-PLANNED          PIC ZZZ,ZZZ,ZZ9.
032600     05  FILLER                   PIC X(08)   VALUE "  NEEDS ".
032700     05  MRP-DRV-NEED             PIC ZZ,ZZZ,ZZ9.9999-.
032800     05  FILLER                   PIC X(58)   VALUE SPACES.
032900 01  WS-MRP-MESSAGE-LINE.
033000     05  FILLER                   PIC X(01)   VALUE SPACE.
033100     05  MRP-MSG-TEXT             PIC X(100).
033200     05  FILLER                   PIC X(31)   VALUE SPACES.
033300 01  WS-MRP-TEXT-LINE.
033400     05  FILLER                   PIC X(01)   VALUE SPACE.
033500     05  MRP-TXT-LABEL            PIC X(34).
033600     05  MRP-TXT-VALUE            PIC ZZZZZZ9.
033700     05  FILLER                   PIC X(90)   VALUE SPACES.
033800 01  WS-MRP-WORK-LINE             PIC X(132)  VALUE SPACES.
033900*--------------------------------------------------------------*
034000*    RUN-DATE WORKING STORAGE
034100*--------------------------------------------------------------*
034200 01  WS-CURRENT-DATE-YYYYMMDD     PIC 9(08)   VALUE 0.
034300*
034305*--------------------------------------------------------------*
034310*    STEP-STATUS WORKING STORAGE
034315*    EVERY RUN PUTS A START AND AN END RECORD ON THE SUITE'S
034320*    STEP-STATUS LEDGER SO THE MORNING STATUS REPORT CAN SAY
034325*    WHAT RAN, HOW IT ENDED, AND WHAT IS STILL WAITING.
034330*--------------------------------------------------------------*
034335 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE "00".
034340     88  WS-STS-FILE-OK                      VALUE "00".
034345     88  WS-STS-FILE-NOT-FOUND               VALUE "35".
034350 01  WS-STEP-PROGRAM-ID           PIC X(20)   VALUE
034355     "SPAGHETTI-MRP".
034360 01  WS-STEP-PLANT                PIC X(02)   VALUE "01".
034380*
034400 PROCEDURE DIVISION.
034500 MAIN-SECTION.
034600     PERFORM 050-INITIALIZE
034700     PERFORM 300-NET-REQUIREMENTS
034800     PERFORM 400-PRINT-SHORTAGES
034900     PERFORM 500-EXIT
035000     STOP RUN.
035100*
035200*--------------------------------------------------------------*
035300*    050-INITIALIZE
035400*    LOADS THE RECIPES AND THE WINDOW'S PLAN, EXPLODES THE PLAN
035500*    INTO REQUIREMENTS BY DAY, AND LOADS THE STOCK AND OPEN
035600*    RECEIPTS THAT NET AGAINST THEM - ALL BEFORE ANYTHING IS
035700*    OPENED FOR OUTPUT, SO A RUN THAT CANNOT SEE THE WHOLE
035800*    PICTURE STOPS WITHOUT LEAVING A HALF REPORT OR A SHORT
035900*    SUGGESTION EXTRACT BEHIND.
036000*--------------------------------------------------------------*
036100 050-INITIALIZE.
036200     ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
036300     MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-WINDOW-FROM
036400     PERFORM 060-LOAD-CONTROL-CARD
036420     MOVE WS-MRP-PLANT TO WS-STEP-PLANT
036440     PERFORM 900-WRITE-START-STEP
036500     PERFORM 062-LOAD-RECIPES
036600     PERFORM 066-LOAD-PLAN
036700     PERFORM 200-EXPLODE-PLAN
036800     PERFORM 070-LOAD-ON-HAND
036900     PERFORM 074-LOAD-OPEN-RECEIPTS
037000     PERFORM 080-OPEN-REPORT-FILE
037100     PERFORM 082-OPEN-SUGGESTION-FILE
037200     PERFORM 090-PRINT-HEADINGS.
037300*
037400*--------------------------------------------------------------*
037500*    060-LOAD-CONTROL-CARD
037600*    THE CARD NAMES THE PLANT AND THE WINDOW.  NO CARD PLANS
037700*    PLANT 01 FROM THE RUN DATE ON.
037800*--------------------------------------------------------------*
037900 060-LOAD-CONTROL-CARD.
038000     OPEN INPUT MRP-CONTROL-FILE
038100     IF WS-MRC-FILE-NOT-FOUND
038200         DISPLAY 'MRCFILE NOT FOUND - PLANNING PLANT 01 FROM THE '
038300             'RUN DATE'
038400     ELSE
038500         READ MRP-CONTROL-FILE
038600             AT END
038700                 DISPLAY 'MRCFILE EMPTY - PLANNING PLANT 01 FROM '
038800                     'THE RUN DATE'
038900         END-READ
039000         IF WS-MRC-FILE-OK AND MRC-PLANT-CODE NOT = SPACES
039100             MOVE MRC-PLANT-CODE TO WS-MRP-PLANT
039200         END-IF
039300         IF WS-MRC-FILE-OK AND MRC-WINDOW-FROM NUMERIC
039400             AND MRC-WINDOW-FROM-N > 0
039500                 MOVE MRC-WINDOW-FROM-N TO WS-WINDOW-FROM
039600         END-IF
039700         IF WS-MRC-FILE-OK AND MRC-WINDOW-TO NUMERIC
039800             AND MRC-WINDOW-TO-N > 0
039900                 MOVE MRC-WINDOW-TO-N TO WS-WINDOW-TO
040000         END-IF
040100         CLOSE MRP-CONTROL-FILE
040200     END-IF
040300     IF WS-WINDOW-TO < WS-WINDOW-FROM
040400         DISPLAY 'MRCFILE WINDOW ENDS ' WS-WINDOW-TO
040500             ' BEFORE IT STARTS ' WS-WINDOW-FROM
040600         GO TO 069-ABORT-NOTHING-WRITTEN
040700     END-IF.
040800*
040900*--------------------------------------------------------------*
041000*    062-LOAD-RECIPES
041100*    NO RECIPES MEANS NOTHING TO EXPLODE AND THE RUN REFUSES.
041200*    A LINE WITH A BAD QUANTITY PER UNIT IS DROPPED AND
041300*    COUNTED, AS THE BACKFLUSH DOES.
041330*    A LINE WITH A GARBLED EFFECTIVE DATE IS DROPPED THE SAME
041360*    WAY.  EACH PLANNED DAY TAKES ONLY THE LINES IN FORCE ON IT.
041400*--------------------------------------------------------------*
041500 062-LOAD-RECIPES.
041600     OPEN INPUT RECIPE-FILE
041700     IF WS-BOM-FILE-NOT-FOUND
041800         DISPLAY 'BOMFILE NOT FOUND - NOTHING TO EXPLODE'
041900         GO TO 069-ABORT-NOTHING-WRITTEN
042000     END-IF
042100     IF NOT WS-BOM-FILE-OK
042200         DISPLAY 'BOMFILE COULD NOT BE OPENED - STATUS '
042300             WS-BOM-FILE-STATUS
042400         GO TO 069-ABORT-NOTHING-WRITTEN
042500     END-IF
042600     PERFORM 063-LOAD-ONE-RECIPE UNTIL WS-BOM-LOAD-DONE
042700     CLOSE RECIPE-FILE
042800     IF WS-BOM-COUNT = 0
042900         DISPLAY 'BOMFILE HOLDS NO USABLE RECIPES'
043000         GO TO 069-ABORT-NOTHING-WRITTEN
043100     END-IF.
043200*
043300 063-LOAD-ONE-RECIPE.
043400     READ RECIPE-FILE
043500         AT END
043600             MOVE "Y" TO WS-BOM-LOAD-SWITCH
043700         NOT AT END
043720             IF BOM-QTY-PER-UNIT NOT NUMERIC
043740                 OR (BOM-EFFECTIVE-FROM NOT = SPACES
043760                     AND BOM-EFFECTIVE-FROM NOT NUMERIC)
043780                 OR (BOM-EFFECTIVE-TO NOT = SPACES
043800                     AND BOM-EFFECTIVE-TO NOT NUMERIC)
043820                 DISPLAY 'RECIPE DROPPED - QTY OR A DATE NOT '
044000                     'NUMERIC FOR ' BOM-ITEM-CODE ' / '
044100                     BOM-INGREDIENT-CODE
044200                 ADD 1 TO WS-BOM-DROP-COUNT
044300             ELSE
044400                 IF WS-BOM-COUNT NOT < WS-BOM-MAX-ENTRIES
044500                     DISPLAY 'RECIPE TABLE FULL - RAISE '
044600                         'WS-BOM-MAX-ENTRIES'
044700                     GO TO 069-ABORT-NOTHING-WRITTEN
044800                 END-IF
044900                 ADD 1 TO WS-BOM-COUNT
045000                 MOVE BOM-ITEM-CODE TO
045100                     WS-BOM-ITEM-CODE(WS-BOM-COUNT)
045200                 MOVE BOM-INGREDIENT-CODE TO
045300                     WS-BOM-INGREDIENT(WS-BOM-COUNT)
045400                 MOVE BOM-INGREDIENT-DESC TO
045500                     WS-BOM-DESCRIPTION(WS-BOM-COUNT)
045600                 MOVE BOM-QTY-PER-UNIT TO
045700                     WS-BOM-QTY-PER-UNIT(WS-BOM-COUNT)
045750                 PERFORM 064-SEAT-RECIPE-DATES
045800             END-IF
045900     END-READ.
046000*
046004*--------------------------------------------------------------*
046008*    064-SEAT-RECIPE-DATES
046012*    A BLANK EFFECTIVE-FROM PREDATES RECIPE VERSIONS AND IS
046016*    SEATED AS ZERO; A BLANK EFFECTIVE-TO IS STILL IN FORCE AND
046020*    IS SEATED AS ALL NINES.
046024*--------------------------------------------------------------*
046028 064-SEAT-RECIPE-DATES.
046032     IF BOM-EFFECTIVE-FROM = SPACES
046036         MOVE 0 TO WS-BOM-EFFECTIVE-FROM(WS-BOM-COUNT)
046040     ELSE
046044         MOVE BOM-EFFECTIVE-FROM-N TO
046048             WS-BOM-EFFECTIVE-FROM(WS-BOM-COUNT)
046052     END-IF
046056     IF BOM-EFFECTIVE-TO = SPACES
046060         MOVE 99999999 TO WS-BOM-EFFECTIVE-TO(WS-BOM-COUNT)
046064     ELSE
046068         MOVE BOM-EFFECTIVE-TO-N TO
046072             WS-BOM-EFFECTIVE-TO(WS-BOM-COUNT)
046076     END-IF.
046080*
046100*--------------------------------------------------------------*
046200*    066-LOAD-PLAN
046300*    LOADS THE PLAN RECORDS INSIDE THE WINDOW.  A RECORD WITH A
046400*    BAD DATE OR QUANTITY IS DROPPED AND COUNTED, AS IN
046500*    SPAGHETTI-PLAN.  NO PLAN FILE MEANS NOTHING TO EXPLODE.
046600*--------------------------------------------------------------*
046700 066-LOAD-PLAN.
046800     OPEN INPUT PRODUCTION-PLAN-FILE
046900     IF WS-PLN-FILE-NOT-FOUND
047000         DISPLAY 'PLNFILE NOT FOUND - NO PLAN TO EXPLODE'
047100         GO TO 069-ABORT-NOTHING-WRITTEN
047200     END-IF
047300     IF NOT WS-PLN-FILE-OK
047400         DISPLAY 'PLNFILE COULD NOT BE OPENED - STATUS '
047500             WS-PLN-FILE-STATUS
047600         GO TO 069-ABORT-NOTHING-WRITTEN
047700     END-IF
047800     PERFORM 067-LOAD-ONE-PLAN UNTIL WS-PLN-LOAD-DONE
047900     CLOSE PRODUCTION-PLAN-FILE.
048000*
048100 067-LOAD-ONE-PLAN.
048200     READ PRODUCTION-PLAN-FILE
048300         AT END
048400             MOVE "Y" TO WS-PLN-LOAD-SWITCH
048500         NOT AT END
048600             ADD 1 TO WS-PLAN-RECORDS-READ
048700             PERFORM 068-STORE-ONE-PLAN
048800     END-READ.
048900*
049000 068-STORE-ONE-PLAN.
049100     IF PLN-PLAN-DATE NOT NUMERIC
049200         OR PLN-PLANNED-QTY NOT NUMERIC
049300         OR PLN-ITEM-CODE = SPACES
049400             ADD 1 TO WS-PLAN-RECORDS-BAD
049500     ELSE
049600         MOVE PLN-PLAN-DATE TO WS-PLAN-DATE
049700         IF WS-PLAN-DATE < WS-WINDOW-FROM
049800             OR WS-PLAN-DATE > WS-WINDOW-TO
049900                 ADD 1 TO WS-PLAN-OUTSIDE-WINDOW
050000         ELSE
050100             IF WS-PLN-COUNT NOT < WS-PLN-MAX-ENTRIES
050200                 DISPLAY 'PLAN TABLE FULL - RAISE '
050300                     'WS-PLN-MAX-ENTRIES'
050400                 GO TO 069-ABORT-NOTHING-WRITTEN
050500             END-IF
050600             ADD 1 TO WS-PLAN-RECORDS-USED
050700             ADD 1 TO WS-PLN-COUNT
050800             MOVE WS-PLAN-DATE TO WS-PLN-DATE(WS-PLN-COUNT)
050900             MOVE PLN-ITEM-CODE TO WS-PLN-ITEM-CODE(WS-PLN-COUNT)
051000             MOVE PLN-PLANNED-QTY TO WS-PLN-QTY(WS-PLN-COUNT)
051100             MOVE "N" TO WS-PLN-RECIPE-SWITCH(WS-PLN-COUNT)
051200         END-IF
051300     END-IF.
051400*
051500*--------------------------------------------------------------*
051600*    069-ABORT-NOTHING-WRITTEN
051700*    THE RUN CANNOT SEE THE WHOLE PLAN OR WHAT NETS AGAINST IT,
051800*    SO IT WILL NOT GUESS.  NOTHING HAS BEEN OPENED FOR OUTPUT, SO
051900*    LAST NIGHT'S REPORT AND EXTRACT STAND AS THEY WERE.
052000*--------------------------------------------------------------*
052100 069-ABORT-NOTHING-WRITTEN.
052200     DISPLAY 'RUN ABORTED - NO REPORT OR EXTRACT WAS WRITTEN'
052300     MOVE 16 TO RETURN-CODE
052350     PERFORM 905-WRITE-END-STEP
052400     STOP RUN.
052500*
052600*--------------------------------------------------------------*
052700*    070-LOAD-ON-HAND
052800*    TAKES THE PLANT'S ON-HAND BALANCE FOR EVERY INGREDIENT THE
052900*    PLAN CALLS FOR OFF THE INGREDIENT STOCK MASTER.  NO MASTER
053000*    NETS FROM ZERO - EVERY REQUIREMENT SHOWS AS SHORT UNLESS
053100*    AN OPEN RECEIPT COVERS IT - AND THE RUN IS FLAGGED.  A
053110*    MASTER THAT IS THERE BUT CANNOT BE OPENED STOPS THE RUN;
053120*    NETTING FROM ZERO THEN WOULD SUGGEST ORDERS FOR STOCK
053130*    ALREADY ON THE SHELF.
053200*--------------------------------------------------------------*
053300 070-LOAD-ON-HAND.
053400     OPEN INPUT INGREDIENT-STOCK-FILE
053500     IF WS-ISM-FILE-NOT-FOUND
053600         DISPLAY 'ISMFILE NOT FOUND - NETTING FROM ZERO STOCK'
053700         PERFORM 095-RAISE-WARNING
053800     ELSE
053900         IF NOT WS-ISM-FILE-OK
054000             DISPLAY 'ISMFILE COULD NOT BE OPENED - STATUS '
054100                 WS-ISM-FILE-STATUS
054200             GO TO 069-ABORT-NOTHING-WRITTEN
054300         ELSE
054400             PERFORM 071-LOAD-ONE-BALANCE UNTIL WS-ISM-LOAD-DONE
054500             CLOSE INGREDIENT-STOCK-FILE
054600         END-IF
054700     END-IF.
054800*
054900 071-LOAD-ONE-BALANCE.
055000     READ INGREDIENT-STOCK-FILE
055100         AT END
055200             MOVE "Y" TO WS-ISM-LOAD-SWITCH
055300         NOT AT END
055400             IF ISM-PLANT-CODE = SPACES
055500                 MOVE "01" TO WS-RECORD-PLANT
055600             ELSE
055700                 MOVE ISM-PLANT-CODE TO WS-RECORD-PLANT
055800             END-IF
055900             IF ISM-IS-BALANCE AND WS-RECORD-PLANT = WS-MRP-PLANT
056000                 MOVE ISM-INGREDIENT-CODE TO WS-FIND-INGREDIENT
056100                 PERFORM 160-FIND-ING-ENTRY
056200                 IF WS-ING-FOUND
056300                     MOVE ISM-ON-HAND-QTY TO
056400                         WS-ING-ON-HAND-QTY(WS-ING-INDEX)
056500                 END-IF
056600             END-IF
056700     END-READ.
056800*
056900*--------------------------------------------------------------*
057000*    074-LOAD-OPEN-RECEIPTS
057100*    EVERY OPEN PURCHASE ORDER LINE FOR THE PLANT AND FOR AN
057200*    INGREDIENT THE PLAN CALLS FOR, DUE BY THE END OF THE
057300*    WINDOW, IS SEATED ON ITS DUE DATE.  ONE ALREADY PAST DUE
057400*    IS COUNTED ON THE FIRST DAY OF THE WINDOW AND COUNTED AS
057500*    PAST DUE, SO PURCHASING CAN CHASE IT.  NO FILE MEANS NO
057600*    ORDERS ARE OPEN.  A FILE THAT IS THERE BUT CANNOT BE
057610*    OPENED STOPS THE RUN, AS IN 070.
057700*--------------------------------------------------------------*
057800 074-LOAD-OPEN-RECEIPTS.
057900     OPEN INPUT OPEN-RECEIPT-FILE
058000     IF WS-OPR-FILE-NOT-FOUND
058100         DISPLAY 'OPRFILE NOT FOUND - NO OPEN RECEIPTS NETTED'
058200     ELSE
058300         IF NOT WS-OPR-FILE-OK
058400             DISPLAY 'OPRFILE COULD NOT BE OPENED - STATUS '
058500                 WS-OPR-FILE-STATUS
058600             GO TO 069-ABORT-NOTHING-WRITTEN
058700         ELSE
058800             PERFORM 075-LOAD-ONE-RECEIPT UNTIL WS-OPR-LOAD-DONE
058900             CLOSE OPEN-RECEIPT-FILE
059000         END-IF
059100     END-IF.
059200*
059300 075-LOAD-ONE-RECEIPT.
059400     READ OPEN-RECEIPT-FILE
059500         AT END
059600             MOVE "Y" TO WS-OPR-LOAD-SWITCH
059700         NOT AT END
059800             ADD 1 TO WS-RECEIPTS-READ
059900             PERFORM 076-STORE-ONE-RECEIPT
060000     END-READ.
060100*
060200 076-STORE-ONE-RECEIPT.
060300     IF OPR-PLANT-CODE = SPACES
060400         MOVE "01" TO WS-RECORD-PLANT
060500     ELSE
060600         MOVE OPR-PLANT-CODE TO WS-RECORD-PLANT
060700     END-IF
060800     IF WS-RECORD-PLANT = WS-MRP-PLANT
060900         IF OPR-DUE-DATE NOT NUMERIC OR OPR-OPEN-QTY NOT NUMERIC
061000             ADD 1 TO WS-RECEIPTS-BAD
061100         ELSE
061200             MOVE OPR-INGREDIENT-CODE TO WS-FIND-INGREDIENT
061300             PERFORM 160-FIND-ING-ENTRY
061400             IF NOT WS-ING-FOUND
061500                 OR OPR-DUE-DATE-N > WS-WINDOW-TO
061600                     ADD 1 TO WS-RECEIPTS-NOT-NEEDED
061700             ELSE
061800                 PERFORM 077-SEAT-ONE-RECEIPT
061900             END-IF
062000         END-IF
062100     END-IF.
062200*
062300 077-SEAT-ONE-RECEIPT.
062400     MOVE OPR-DUE-DATE-N TO WS-DUE-DATE
062500     IF WS-DUE-DATE < WS-WINDOW-FROM
062600         ADD 1 TO WS-RECEIPTS-PAST-DUE
062700         MOVE WS-WINDOW-FROM TO WS-DUE-DATE
062800     END-IF
062900     MOVE WS-DUE-DATE TO WS-FIND-DATE
063000     PERFORM 150-FIND-REQ-ENTRY
063100     IF NOT WS-REQ-FOUND
063200         PERFORM 155-ADD-REQ-ENTRY
063300     END-IF
063400     ADD OPR-OPEN-QTY-N TO WS-REQ-RECEIPT-QTY(WS-REQ-INDEX)
063500     ADD OPR-OPEN-QTY-N TO WS-ING-RECEIPT-QTY(WS-ING-INDEX)
063600     ADD 1 TO WS-RECEIPTS-USED.
063700*
063800 080-OPEN-REPORT-FILE.
063900     OPEN OUTPUT MRP-REPORT-FILE
064000     IF NOT WS-MRP-FILE-OK
064100         DISPLAY 'MRPFILE COULD NOT BE OPENED - STATUS '
064200             WS-MRP-FILE-STATUS
064300         PERFORM 095-RAISE-WARNING
064400     END-IF.
064500*
064600*--------------------------------------------------------------*
064700*    082-OPEN-SUGGESTION-FILE
064800*    OPENS THE PURCHASE-SUGGESTION EXTRACT AND WRITES ITS
064900*    HEADER.  EVERY RUN SHIPS A RELEASED EXTRACT - ONE WITH NO
065000*    DETAILS AND A ZERO TRAILER SAYS NOTHING IS SHORT.
065100*--------------------------------------------------------------*
065200 082-OPEN-SUGGESTION-FILE.
065300     OPEN OUTPUT PURCHASE-SUGGESTION-FILE
065400     IF NOT WS-MRS-FILE-OK
065500         DISPLAY 'MRSFILE COULD NOT BE OPENED - STATUS '
065600             WS-MRS-FILE-STATUS
065700         PERFORM 095-RAISE-WARNING
065800     ELSE
065900         MOVE SPACES TO RAW-USAGE-EXTRACT-RECORD
066000         MOVE "H" TO RMU-RECORD-TYPE
066100         MOVE WS-CURRENT-DATE-YYYYMMDD TO RMU-HDR-RUN-DATE
066200         MOVE "SPAGMRP " TO RMU-HDR-SOURCE-SYSTEM
066300         MOVE "R" TO RMU-HDR-STATUS-FLAG
066400         MOVE WS-MRP-PLANT TO RMU-HDR-PLANT-CODE
066500         WRITE RAW-USAGE-EXTRACT-RECORD
066600     END-IF.
066700*
066800 090-PRINT-HEADINGS.
066900     MOVE WS-CURRENT-DATE-YYYYMMDD TO MRP-H1-RUN-DATE
067000     MOVE WS-MRP-HEAD-1 TO WS-MRP-WORK-LINE
067100     PERFORM 094-WRITE-REPORT-LINE
067200     MOVE WS-MRP-PLANT TO MRP-H2-PLANT
067300     MOVE WS-WINDOW-FROM TO MRP-H2-WINDOW-FROM
067400     MOVE WS-WINDOW-TO TO MRP-H2-WINDOW-TO
067500     MOVE WS-MRP-HEAD-2 TO WS-MRP-WORK-LINE
067600     PERFORM 094-WRITE-REPORT-LINE.
067700*
067800 092-PRINT-SECTION-HEAD.
067900     MOVE SPACES TO WS-MRP-WORK-LINE
068000     PERFORM 094-WRITE-REPORT-LINE
068100     MOVE WS-MRP-SECTION-LINE TO WS-MRP-WORK-LINE
068200     PERFORM 094-WRITE-REPORT-LINE.
068300*
068400 094-WRITE-REPORT-LINE.
068500     IF WS-MRP-FILE-OK
068600         MOVE WS-MRP-WORK-LINE TO MRP-PRINT-RECORD
068700         WRITE MRP-PRINT-RECORD
068800     END-IF.
068900*
069000 095-RAISE-WARNING.
069100     IF WS-RUN-SEVERITY < 04
069200         MOVE 04 TO WS-RUN-SEVERITY
069300     END-IF.
069400*
069500*--------------------------------------------------------------*
069600*    150-FIND-REQ-ENTRY
069700*    WALKS THE REQUIREMENT TABLE FOR WS-FIND-KEY.  LEAVES
069800*    WS-REQ-INDEX AT THE ENTRY WHEN FOUND, AND WS-REQ-SLOT AT
069900*    THE SEAT IT BELONGS IN WHEN NOT.
070000*--------------------------------------------------------------*
070100 150-FIND-REQ-ENTRY.
070200     MOVE "N" TO WS-REQ-FOUND-SWITCH
070300     MOVE "N" TO WS-REQ-SLOT-SWITCH
070400     MOVE 1 TO WS-REQ-SLOT
070500     PERFORM 151-CHECK-ONE-REQ
070600         UNTIL WS-REQ-FOUND OR WS-REQ-SLOT-FOUND
070700         OR WS-REQ-SLOT > WS-REQ-COUNT.
070800*
070900 151-CHECK-ONE-REQ.
071000     IF WS-REQ-KEY(WS-REQ-SLOT) = WS-FIND-KEY
071100         SET WS-REQ-FOUND TO TRUE
071200         MOVE WS-REQ-SLOT TO WS-REQ-INDEX
071300     ELSE
071400         IF WS-REQ-KEY(WS-REQ-SLOT) > WS-FIND-KEY
071500             SET WS-REQ-SLOT-FOUND TO TRUE
071600         ELSE
071700             ADD 1 TO WS-REQ-SLOT
071800         END-IF
071900     END-IF.
072000*
072100*--------------------------------------------------------------*
072200*    155-ADD-REQ-ENTRY
072300*    OPENS AN EMPTY DAY FOR WS-FIND-KEY AT THE SLOT 150 LEFT.
072400*    A FULL TABLE STOPS THE RUN - A DAY LEFT OUT WOULD NET
072500*    TOO LOW AND HIDE A SHORTAGE.
072600*--------------------------------------------------------------*
072700 155-ADD-REQ-ENTRY.
072800     IF WS-REQ-COUNT NOT < WS-REQ-MAX-ENTRIES
072900         DISPLAY 'REQUIREMENT TABLE FULL - RAISE '
073000             'WS-REQ-MAX-ENTRIES'
073100         GO TO 069-ABORT-NOTHING-WRITTEN
073200     END-IF
073300     MOVE WS-REQ-COUNT TO WS-REQ-MOVE-SUB
073400     PERFORM 156-SHIFT-ONE-REQ
073500         UNTIL WS-REQ-MOVE-SUB < WS-REQ-SLOT
073600     ADD 1 TO WS-REQ-COUNT
073700     MOVE WS-REQ-SLOT TO WS-REQ-INDEX
073800     MOVE WS-FIND-KEY TO WS-REQ-KEY(WS-REQ-INDEX)
073900     MOVE 0 TO WS-REQ-GROSS-QTY(WS-REQ-INDEX)
074000     MOVE 0 TO WS-REQ-RECEIPT-QTY(WS-REQ-INDEX)
074100     MOVE 0 TO WS-REQ-PROJECTED-QTY(WS-REQ-INDEX)
074200     MOVE 0 TO WS-REQ-SHORT-QTY(WS-REQ-INDEX).
074300*
074400 156-SHIFT-ONE-REQ.
074500     MOVE WS-REQ-ENTRY(WS-REQ-MOVE-SUB) TO
074600         WS-REQ-ENTRY(WS-REQ-MOVE-SUB + 1)
074700     SUBTRACT 1 FROM WS-REQ-MOVE-SUB.
074800*
074900*--------------------------------------------------------------*
075000*    160-FIND-ING-ENTRY
075100*    WALKS THE INGREDIENT TABLE FOR WS-FIND-INGREDIENT, AS 150
075200*    DOES FOR THE REQUIREMENT TABLE.
075300*--------------------------------------------------------------*
075400 160-FIND-ING-ENTRY.
075500     MOVE "N" TO WS-ING-FOUND-SWITCH
075600     MOVE "N" TO WS-ING-SLOT-SWITCH
075700     MOVE 1 TO WS-ING-SLOT
075800     PERFORM 161-CHECK-ONE-ING
075900         UNTIL WS-ING-FOUND OR WS-ING-SLOT-FOUND
076000         OR WS-ING-SLOT > WS-ING-COUNT.
076100*
076200 161-CHECK-ONE-ING.
076300     IF WS-ING-CODE(WS-ING-SLOT) = WS-FIND-INGREDIENT
076400         SET WS-ING-FOUND TO TRUE
076500         MOVE WS-ING-SLOT TO WS-ING-INDEX
076600     ELSE
076700         IF WS-ING-CODE(WS-ING-SLOT) > WS-FIND-INGREDIENT
076800             SET WS-ING-SLOT-FOUND TO TRUE
076900         ELSE
077000             ADD 1 TO WS-ING-SLOT
077100         END-IF
077200     END-IF.
077300*
077400 165-ADD-ING-ENTRY.
077500     IF WS-ING-COUNT NOT < WS-ING-MAX-ENTRIES
077600         DISPLAY 'INGREDIENT TABLE FULL - RAISE '
077700             'WS-ING-MAX-ENTRIES'
077800         GO TO 069-ABORT-NOTHING-WRITTEN
077900     END-IF
078000     MOVE WS-ING-COUNT TO WS-ING-MOVE-SUB
078100     PERFORM 166-SHIFT-ONE-ING
078200         UNTIL WS-ING-MOVE-SUB < WS-ING-SLOT
078300     ADD 1 TO WS-ING-COUNT
078400     MOVE WS-ING-SLOT TO WS-ING-INDEX
078500     MOVE WS-FIND-INGREDIENT TO WS-ING-CODE(WS-ING-INDEX)
078600     MOVE WS-FIND-DESCRIPTION TO WS-ING-DESCRIPTION(WS-ING-INDEX)
078700     MOVE 0 TO WS-ING-ON-HAND-QTY(WS-ING-INDEX)
078800     MOVE 0 TO WS-ING-GROSS-QTY(WS-ING-INDEX)
078900     MOVE 0 TO WS-ING-RECEIPT-QTY(WS-ING-INDEX)
079000     MOVE 0 TO WS-ING-SHORT-QTY(WS-ING-INDEX)
079100     MOVE 0 TO WS-ING-RUN-OUT-DATE(WS-ING-INDEX)
079200     MOVE 0 TO WS-ING-FIRST-REQ(WS-ING-INDEX).
079300*
079400 166-SHIFT-ONE-ING.
079500     MOVE WS-ING-ENTRY(WS-ING-MOVE-SUB) TO
079600         WS-ING-ENTRY(WS-ING-MOVE-SUB + 1)
079700     SUBTRACT 1 FROM WS-ING-MOVE-SUB.
079800*
079900*--------------------------------------------------------------*
080000*    200-EXPLODE-PLAN
080100*    EVERY PLANNED QUANTITY TIMES EVERY RECIPE LINE FOR ITS
080200*    ITEM BECOMES A GROSS REQUIREMENT ON THE PLANNED DATE.  A
080300*    PLANNED ITEM WITH NO RECIPE REQUIRES NOTHING WE CAN SEE -
080400*    IT IS NAMED AND THE RUN IS FLAGGED.
080500*--------------------------------------------------------------*
080600 200-EXPLODE-PLAN.
080700     MOVE 1 TO WS-PLN-SUB
080800     PERFORM 210-EXPLODE-ONE-PLAN UNTIL WS-PLN-SUB > WS-PLN-COUNT.
080900*
081000 210-EXPLODE-ONE-PLAN.
081100     MOVE 1 TO WS-BOM-SUB
081200     PERFORM 211-EXPLODE-ONE-RECIPE-LINE
081300         UNTIL WS-BOM-SUB > WS-BOM-COUNT
081400     IF NOT WS-PLN-HAS-RECIPE(WS-PLN-SUB)
081500         DISPLAY 'PLANNED ITEM ' WS-PLN-ITEM-CODE(WS-PLN-SUB)
081600             ' ON ' WS-PLN-DATE(WS-PLN-SUB) ' HAS NO RECIPE'
081700         ADD 1 TO WS-ITEMS-WITHOUT-RECIPE
081800         PERFORM 095-RAISE-WARNING
081900     END-IF
082000     ADD 1 TO WS-PLN-SUB.
082100*
082200 211-EXPLODE-ONE-RECIPE-LINE.
082220     IF WS-BOM-ITEM-CODE(WS-BOM-SUB) =
082240         WS-PLN-ITEM-CODE(WS-PLN-SUB)
082260         AND WS-BOM-EFFECTIVE-FROM(WS-BOM-SUB) NOT >
082280             WS-PLN-DATE(WS-PLN-SUB)
082300         AND WS-BOM-EFFECTIVE-TO(WS-BOM-SUB) NOT <
082320             WS-PLN-DATE(WS-PLN-SUB)
082500         SET WS-PLN-HAS-RECIPE(WS-PLN-SUB) TO TRUE
082600         COMPUTE WS-NEED-QTY = WS-PLN-QTY(WS-PLN-SUB)
082700             * WS-BOM-QTY-PER-UNIT(WS-BOM-SUB)
082800             ON SIZE ERROR
082900                 DISPLAY 'REQUIREMENT OVERFLOW FOR '
083000                     WS-PLN-ITEM-CODE(WS-PLN-SUB) ' / '
083100                     WS-BOM-INGREDIENT(WS-BOM-SUB)
083200                 ADD 1 TO WS-EXPLODE-OVERFLOWS
083300                 MOVE 0 TO WS-NEED-QTY
083400         END-COMPUTE
083500         MOVE WS-BOM-INGREDIENT(WS-BOM-SUB) TO WS-FIND-INGREDIENT
083600         MOVE WS-BOM-DESCRIPTION(WS-BOM-SUB) TO
083700             WS-FIND-DESCRIPTION
083800         PERFORM 160-FIND-ING-ENTRY
083900         IF NOT WS-ING-FOUND
084000             PERFORM 165-ADD-ING-ENTRY
084100         END-IF
084200         MOVE WS-PLN-DATE(WS-PLN-SUB) TO WS-FIND-DATE
084300         PERFORM 150-FIND-REQ-ENTRY
084400         IF NOT WS-REQ-FOUND
084500             PERFORM 155-ADD-REQ-ENTRY
084600         END-IF
084700         ADD WS-NEED-QTY TO WS-REQ-GROSS-QTY(WS-REQ-INDEX)
084800         ADD WS-NEED-QTY TO WS-ING-GROSS-QTY(WS-ING-INDEX)
084900     END-IF
085000     ADD 1 TO WS-BOM-SUB.
085100*
085200*--------------------------------------------------------------*
085300*    300-NET-REQUIREMENTS
085400*    WALKS EACH INGREDIENT'S DAYS IN DATE ORDER FROM ITS STOCK
085500*    ON HAND: RECEIPTS DUE COME IN, THE DAY'S REQUIREMENT GOES
085600*    OUT.  A DAY THAT WOULD TAKE THE BALANCE BELOW ZERO IS
085700*    SHORT BY THE DIFFERENCE; THAT QUANTITY IS SUGGESTED TO
085800*    PURCHASING FOR THE DAY AND TAKEN AS COVERED, SO EACH
085900*    LATER DAY SHOWS ONLY ITS OWN SHORTFALL.
086000*--------------------------------------------------------------*
086100 300-NET-REQUIREMENTS.
086200     MOVE "REQUIREMENTS BY DAY" TO MRP-SECTION-LABEL
086300     PERFORM 092-PRINT-SECTION-HEAD
086400     MOVE WS-MRP-REQ-HEAD TO WS-MRP-WORK-LINE
086500     PERFORM 094-WRITE-REPORT-LINE
086600     IF WS-REQ-COUNT = 0
086700         MOVE "NOTHING IN THE WINDOW NEEDS AN INGREDIENT" TO
086800             MRP-MSG-TEXT
086900         MOVE WS-MRP-MESSAGE-LINE TO WS-MRP-WORK-LINE
087000         PERFORM 094-WRITE-REPORT-LINE
087100     END-IF
087200     MOVE SPACES TO WS-NET-INGREDIENT
087300     MOVE 1 TO WS-REQ-SUB
087400     PERFORM 310-NET-ONE-DAY UNTIL WS-REQ-SUB > WS-REQ-COUNT.
087500*
087600 310-NET-ONE-DAY.
087700     IF WS-REQ-INGREDIENT(WS-REQ-SUB) NOT = WS-NET-INGREDIENT
087800         MOVE WS-REQ-INGREDIENT(WS-REQ-SUB) TO WS-NET-INGREDIENT
087900         MOVE WS-NET-INGREDIENT TO WS-FIND-INGREDIENT
088000         PERFORM 160-FIND-ING-ENTRY
088100         MOVE WS-REQ-SUB TO WS-ING-FIRST-REQ(WS-ING-INDEX)
088200         MOVE WS-ING-ON-HAND-QTY(WS-ING-INDEX) TO WS-PROJECTED-QTY
088300     END-IF
088400     COMPUTE WS-PROJECTED-QTY = WS-PROJECTED-QTY
088500         + WS-REQ-RECEIPT-QTY(WS-REQ-SUB)
088600         - WS-REQ-GROSS-QTY(WS-REQ-SUB)
088700     MOVE WS-PROJECTED-QTY TO WS-REQ-PROJECTED-QTY(WS-REQ-SUB)
088800     MOVE SPACES TO MRP-REQ-FLAG
088900     IF WS-PROJECTED-QTY < 0
089000         COMPUTE WS-NEED-QTY = 0 - WS-PROJECTED-QTY
089100         MOVE WS-NEED-QTY TO WS-REQ-SHORT-QTY(WS-REQ-SUB)
089200         ADD WS-NEED-QTY TO WS-ING-SHORT-QTY(WS-ING-INDEX)
089300         IF WS-ING-RUN-OUT-DATE(WS-ING-INDEX) = 0
089400             MOVE WS-REQ-DATE(WS-REQ-SUB) TO
089500                 WS-ING-RUN-OUT-DATE(WS-ING-INDEX)
089600             ADD 1 TO WS-INGREDIENTS-SHORT
089700         END-IF
089800         ADD 1 TO WS-SHORT-DATE-COUNT
089900         MOVE "SHORT" TO MRP-REQ-FLAG
090000         PERFORM 320-WRITE-ONE-SUGGESTION
090100         MOVE 0 TO WS-PROJECTED-QTY
090200     END-IF
090300     MOVE WS-REQ-INGREDIENT(WS-REQ-SUB) TO MRP-REQ-INGREDIENT
090400     MOVE WS-REQ-DATE(WS-REQ-SUB) TO MRP-REQ-DATE
090500     MOVE WS-REQ-GROSS-QTY(WS-REQ-SUB) TO MRP-REQ-GROSS
090600     MOVE WS-REQ-RECEIPT-QTY(WS-REQ-SUB) TO MRP-REQ-RECEIPTS
090700     MOVE WS-REQ-PROJECTED-QTY(WS-REQ-SUB) TO MRP-REQ-PROJECTED
090800     MOVE WS-REQ-SHORT-QTY(WS-REQ-SUB) TO MRP-REQ-SHORT
090900     MOVE WS-MRP-REQ-LINE TO WS-MRP-WORK-LINE
091000     PERFORM 094-WRITE-REPORT-LINE
091100     ADD 1 TO WS-REQ-SUB.
091200*
091300*--------------------------------------------------------------*
091400*    320-WRITE-ONE-SUGGESTION
091500*    ONE DETAIL PER INGREDIENT PER SHORT DAY - THE QUANTITY TO
091600*    BUY AND THE DATE IT MUST BE AT THE DOCK - HASHED INTO THE
091700*    TRAILER THE SAME WAY AS THE USAGE EXTRACT.
091800*--------------------------------------------------------------*
091900 320-WRITE-ONE-SUGGESTION.
092000     IF WS-MRS-FILE-OK
092100         MOVE SPACES TO RAW-USAGE-EXTRACT-RECORD
092200         MOVE "D" TO RMU-RECORD-TYPE
092300         MOVE WS-REQ-INGREDIENT(WS-REQ-SUB) TO RMU-DTL-INGREDIENT
092400         MOVE WS-ING-DESCRIPTION(WS-ING-INDEX) TO
092500             RMU-DTL-DESCRIPTION
092600         MOVE WS-NEED-QTY TO RMU-DTL-QTY-USED
092700         MOVE WS-REQ-DATE(WS-REQ-SUB) TO RMU-DTL-NEED-DATE
092800         WRITE RAW-USAGE-EXTRACT-RECORD
092900         ADD 1 TO WS-MRS-RECORD-COUNT
093000         ADD WS-NEED-QTY TO WS-MRS-HASH-TOTAL
093100     END-IF.
093200*
093300*--------------------------------------------------------------*
093400*    400-PRINT-SHORTAGES
093500*    FOR EACH INGREDIENT THAT RUNS OUT IN THE WINDOW: THE DATE
093600*    IT FIRST RUNS OUT AND ITS TOTAL SHORTFALL, THEN EACH SHORT
093700*    DAY WITH THE PLANNED ITEMS WHOSE RECIPES CALL FOR IT.
093800*--------------------------------------------------------------*
093900 400-PRINT-SHORTAGES.
094000     MOVE "SHORTAGES" TO MRP-SECTION-LABEL
094100     PERFORM 092-PRINT-SECTION-HEAD
094200     IF WS-INGREDIENTS-SHORT = 0
094300         MOVE "NO INGREDIENT RUNS SHORT IN THE WINDOW" TO
094400             MRP-MSG-TEXT
094500         MOVE WS-MRP-MESSAGE-LINE TO WS-MRP-WORK-LINE
094600         PERFORM 094-WRITE-REPORT-LINE
094700     ELSE
094800         PERFORM 095-RAISE-WARNING
094900     END-IF
095000     MOVE 1 TO WS-ING-SUB
095100     PERFORM 410-PRINT-ONE-SHORT-INGREDIENT
095200         UNTIL WS-ING-SUB > WS-ING-COUNT.
095300*
095400 410-PRINT-ONE-SHORT-INGREDIENT.
095500     IF WS-ING-RUN-OUT-DATE(WS-ING-SUB) > 0
095600         MOVE SPACES TO WS-MRP-WORK-LINE
095700         PERFORM 094-WRITE-REPORT-LINE
095800         MOVE WS-ING-CODE(WS-ING-SUB) TO MRP-SIL-INGREDIENT
095900         MOVE WS-ING-DESCRIPTION(WS-ING-SUB) TO
096000             MRP-SIL-DESCRIPTION
096100         MOVE WS-ING-ON-HAND-QTY(WS-ING-SUB) TO MRP-SIL-ON-HAND
096200         MOVE WS-ING-RUN-OUT-DATE(WS-ING-SUB) TO
096300             MRP-SIL-RUN-OUT-DATE
096400         MOVE WS-ING-SHORT-QTY(WS-ING-SUB) TO MRP-SIL-SHORT
096500         MOVE WS-MRP-SHORT-ING-LINE TO WS-MRP-WORK-LINE
096600         PERFORM 094-WRITE-REPORT-LINE
096700         MOVE WS-ING-FIRST-REQ(WS-ING-SUB) TO WS-REQ-SUB
096800         PERFORM 420-PRINT-ONE-SHORT-DAY
096900             UNTIL WS-REQ-SUB > WS-REQ-COUNT
097000             OR WS-REQ-INGREDIENT(WS-REQ-SUB) NOT =
097100                 WS-ING-CODE(WS-ING-SUB)
097200     END-IF
097300     ADD 1 TO WS-ING-SUB.
097400*
097500 420-PRINT-ONE-SHORT-DAY.
097600     IF WS-REQ-SHORT-QTY(WS-REQ-SUB) > 0
097700         MOVE WS-REQ-DATE(WS-REQ-SUB) TO MRP-SDL-DATE
097800         MOVE WS-REQ-GROSS-QTY(WS-REQ-SUB) TO MRP-SDL-GROSS
097900         MOVE WS-REQ-SHORT-QTY(WS-REQ-SUB) TO MRP-SDL-SHORT
098000         MOVE WS-MRP-SHORT-DAY-LINE TO WS-MRP-WORK-LINE
098100         PERFORM 094-WRITE-REPORT-LINE
098200         MOVE 1 TO WS-PLN-SUB
098300         PERFORM 430-PRINT-ONE-DRIVER
098400             UNTIL WS-PLN-SUB > WS-PLN-COUNT
098500     END-IF
098600     ADD 1 TO WS-REQ-SUB.
098700*
098800 430-PRINT-ONE-DRIVER.
098900     IF WS-PLN-DATE(WS-PLN-SUB) = WS-REQ-DATE(WS-REQ-SUB)
099000         MOVE 1 TO WS-BOM-SUB
099100         PERFORM 431-CHECK-ONE-DRIVER-LINE
099200             UNTIL WS-BOM-SUB > WS-BOM-COUNT
099300     END-IF
099400     ADD 1 TO WS-PLN-SUB.
099500*
099600 431-CHECK-ONE-DRIVER-LINE.
099620     IF WS-BOM-ITEM-CODE(WS-BOM-SUB) =
099640         WS-PLN-ITEM-CODE(WS-PLN-SUB)
099660         AND WS-BOM-EFFECTIVE-FROM(WS-BOM-SUB) NOT >
099680             WS-PLN-DATE(WS-PLN-SUB)
099700         AND WS-BOM-EFFECTIVE-TO(WS-BOM-SUB) NOT <
099720             WS-PLN-DATE(WS-PLN-SUB)
099900         AND WS-BOM-INGREDIENT(WS-BOM-SUB) =
100000             WS-REQ-INGREDIENT(WS-REQ-SUB)
100100             COMPUTE WS-NEED-QTY = WS-PLN-QTY(WS-PLN-SUB)
100200                 * WS-BOM-QTY-PER-UNIT(WS-BOM-SUB)
100300                 ON SIZE ERROR
100400                     MOVE 0 TO WS-NEED-QTY
100500             END-COMPUTE
100600             MOVE WS-PLN-ITEM-CODE(WS-PLN-SUB) TO
100700                 MRP-DRV-ITEM-CODE
100800             MOVE WS-PLN-QTY(WS-PLN-SUB) TO MRP-DRV-PLANNED
100900             MOVE WS-NEED-QTY TO MRP-DRV-NEED
101000             MOVE WS-MRP-DRIVER-LINE TO WS-MRP-WORK-LINE
101100             PERFORM 094-WRITE-REPORT-LINE
101200     END-IF
101300     ADD 1 TO WS-BOM-SUB.
101400*
101500 500-EXIT.
101600     IF WS-MRS-FILE-OK
101700         MOVE SPACES TO RAW-USAGE-EXTRACT-RECORD
101800         MOVE "T" TO RMU-RECORD-TYPE
101900         MOVE WS-MRS-RECORD-COUNT TO RMU-TRL-RECORD-COUNT
102000         MOVE WS-MRS-HASH-TOTAL TO RMU-TRL-HASH-TOTAL
102100         WRITE RAW-USAGE-EXTRACT-RECORD
102200         CLOSE PURCHASE-SUGGESTION-FILE
102300     END-IF
102400     PERFORM 540-PRINT-RUN-FIGURES
102500     IF WS-MRP-FILE-OK
102600         CLOSE MRP-REPORT-FILE
102700     END-IF
102800     DISPLAY 'MATERIAL REQUIREMENTS COMPLETE - ' WS-ING-COUNT
102900         ' INGREDIENTS, ' WS-INGREDIENTS-SHORT ' SHORT, '
103000         WS-MRS-RECORD-COUNT ' SUGGESTIONS WRITTEN'
103100     DISPLAY 'RUN SEVERITY: ' WS-RUN-SEVERITY
103200     MOVE WS-RUN-SEVERITY TO RETURN-CODE
103250     PERFORM 905-WRITE-END-STEP.
103300*
103400 540-PRINT-RUN-FIGURES.
103500     MOVE SPACES TO WS-MRP-WORK-LINE
103600     PERFORM 094-WRITE-REPORT-LINE
103700     MOVE "PLAN RECORDS READ" TO MRP-TXT-LABEL
103800     MOVE WS-PLAN-RECORDS-READ TO MRP-TXT-VALUE
103900     PERFORM 541-PRINT-FIGURE-LINE
104000     MOVE "PLAN RECORDS IN THE WINDOW" TO MRP-TXT-LABEL
104100     MOVE WS-PLAN-RECORDS-USED TO MRP-TXT-VALUE
104200     PERFORM 541-PRINT-FIGURE-LINE
104300     MOVE "PLAN RECORDS OUTSIDE THE WINDOW" TO MRP-TXT-LABEL
104400     MOVE WS-PLAN-OUTSIDE-WINDOW TO MRP-TXT-VALUE
104500     PERFORM 541-PRINT-FIGURE-LINE
104600     MOVE "PLAN RECORDS DROPPED AS UNUSABLE" TO MRP-TXT-LABEL
104700     MOVE WS-PLAN-RECORDS-BAD TO MRP-TXT-VALUE
104800     PERFORM 541-PRINT-FIGURE-LINE
104900     MOVE "PLANNED ITEMS WITH NO RECIPE" TO MRP-TXT-LABEL
105000     MOVE WS-ITEMS-WITHOUT-RECIPE TO MRP-TXT-VALUE
105100     PERFORM 541-PRINT-FIGURE-LINE
105200     MOVE "RECIPE LINES DROPPED" TO MRP-TXT-LABEL
105300     MOVE WS-BOM-DROP-COUNT TO MRP-TXT-VALUE
105400     PERFORM 541-PRINT-FIGURE-LINE
105500     MOVE "INGREDIENTS REQUIRED" TO MRP-TXT-LABEL
105600     MOVE WS-ING-COUNT TO MRP-TXT-VALUE
105700     PERFORM 541-PRINT-FIGURE-LINE
105800     MOVE "INGREDIENTS RUNNING SHORT" TO MRP-TXT-LABEL
105900     MOVE WS-INGREDIENTS-SHORT TO MRP-TXT-VALUE
106000     PERFORM 541-PRINT-FIGURE-LINE
106100     MOVE "SHORT INGREDIENT-DAYS" TO MRP-TXT-LABEL
106200     MOVE WS-SHORT-DATE-COUNT TO MRP-TXT-VALUE
106300     PERFORM 541-PRINT-FIGURE-LINE
106400     MOVE "OPEN RECEIPTS READ" TO MRP-TXT-LABEL
106500     MOVE WS-RECEIPTS-READ TO MRP-TXT-VALUE
106600     PERFORM 541-PRINT-FIGURE-LINE
106700     MOVE "OPEN RECEIPTS NETTED" TO MRP-TXT-LABEL
106800     MOVE WS-RECEIPTS-USED TO MRP-TXT-VALUE
106900     PERFORM 541-PRINT-FIGURE-LINE
107000     MOVE "OPEN RECEIPTS PAST DUE" TO MRP-TXT-LABEL
107100     MOVE WS-RECEIPTS-PAST-DUE TO MRP-TXT-VALUE
107200     PERFORM 541-PRINT-FIGURE-LINE
107300     MOVE "OPEN RECEIPTS NOT NEEDED" TO MRP-TXT-LABEL
107400     MOVE WS-RECEIPTS-NOT-NEEDED TO MRP-TXT-VALUE
107500     PERFORM 541-PRINT-FIGURE-LINE
107600     MOVE "OPEN RECEIPTS UNUSABLE" TO MRP-TXT-LABEL
107700     MOVE WS-RECEIPTS-BAD TO MRP-TXT-VALUE
107800     PERFORM 541-PRINT-FIGURE-LINE
107900     MOVE "PURCHASE SUGGESTIONS WRITTEN" TO MRP-TXT-LABEL
108000     MOVE WS-MRS-RECORD-COUNT TO MRP-TXT-VALUE
108100     PERFORM 541-PRINT-FIGURE-LINE
108200     IF WS-PLAN-RECORDS-BAD > 0 OR WS-RECEIPTS-BAD > 0
108300         OR WS-RECEIPTS-PAST-DUE > 0 OR WS-EXPLODE-OVERFLOWS > 0
108400         OR WS-BOM-DROP-COUNT > 0
108500             PERFORM 095-RAISE-WARNING
108600     END-IF.
108700*
108800 541-PRINT-FIGURE-LINE.
108900     MOVE WS-MRP-TEXT-LINE TO WS-MRP-WORK-LINE
109000     PERFORM 094-WRITE-REPORT-LINE.
109100*
109200*--------------------------------------------------------------*
109300*    900-WRITE-START-STEP
109400*    PUTS THIS RUN'S START RECORD ON THE STEP-STATUS LEDGER.  A
109500*    START WITH NO END AFTER IT IS A RUN THAT NEVER FINISHED.
109600*--------------------------------------------------------------*
109700 900-WRITE-START-STEP.
109800     PERFORM 908-BUILD-STEP-RECORD
109900     SET STS-IS-START TO TRUE
110000     PERFORM 910-WRITE-STEP-RECORD.
110100*
110200*--------------------------------------------------------------*
110300*    905-WRITE-END-STEP
110400*    PUTS THIS RUN'S END RECORD ON THE STEP-STATUS LEDGER WITH
110500*    THE RETURN CODE THE RUN IS ENDING ON AND ITS KEY COUNTS.
110600*    EVERY WAY OUT OF THE RUN - NORMAL END OR ABORT - COMES
110700*    THROUGH HERE ONCE THE RETURN CODE IS SET.
110800*--------------------------------------------------------------*
110900 905-WRITE-END-STEP.
111000     PERFORM 908-BUILD-STEP-RECORD
111100     MOVE RETURN-CODE TO STS-RETURN-CODE
111200     SET STS-IS-END TO TRUE
111300     MOVE "INGREDS " TO STS-COUNT-NAME(1)
111400     MOVE WS-ING-COUNT TO STS-COUNT-VALUE(1)
111500     MOVE "SHORT   " TO STS-COUNT-NAME(2)
111600     MOVE WS-INGREDIENTS-SHORT TO STS-COUNT-VALUE(2)
111700     MOVE "SUGGESTS" TO STS-COUNT-NAME(3)
111800     MOVE WS-MRS-RECORD-COUNT TO STS-COUNT-VALUE(3)
111900     PERFORM 910-WRITE-STEP-RECORD.
112000*
112100 908-BUILD-STEP-RECORD.
112200     MOVE SPACES TO STEP-STATUS-RECORD
112300     MOVE WS-STEP-PLANT TO STS-PLANT-CODE
112400     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD
112500     ACCEPT STS-RUN-TIME FROM TIME
112600     MOVE WS-STEP-PROGRAM-ID TO STS-PROGRAM-ID
112700     MOVE 0 TO STS-RETURN-CODE STS-SUBJECT-DATE
112800     MOVE 0 TO STS-COUNT-VALUE(1) STS-COUNT-VALUE(2)
112900         STS-COUNT-VALUE(3).
113000*
113100*--------------------------------------------------------------*
113200*    910-WRITE-STEP-RECORD
113300*    THE LEDGER IS APPENDED TO - THE FIRST RUN EVER CREATES IT.
113400*    IT IS OPENED AND CLOSED AROUND EACH RECORD SO AN ABORT
113500*    LATER IN THE RUN CANNOT LOSE THE START RECORD.  A LEDGER
113600*    THAT WILL NOT OPEN COSTS THE STATUS REPORT THIS STEP, NOT
113700*    THE RUN ITS WORK.
113800*--------------------------------------------------------------*
113900 910-WRITE-STEP-RECORD.
114000     OPEN EXTEND STEP-STATUS-FILE
114100     IF NOT WS-STS-FILE-OK
114200         OPEN OUTPUT STEP-STATUS-FILE
114300     END-IF
114400     IF WS-STS-FILE-OK
114500         WRITE STEP-STATUS-RECORD
114600         CLOSE STEP-STATUS-FILE
114700     ELSE
114800         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
114900             WS-STS-FILE-STATUS ' - STEP NOT RECORDED'
115000     END-IF.
