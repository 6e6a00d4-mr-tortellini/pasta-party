000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SPAGHETTI-INGSTOCK.
000300 AUTHOR.        R. ALFREDO.
000400 INSTALLATION.  PASTA-PARTY DATA CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    SPAGHETTI-INGSTOCK KEEPS THE PERPETUAL ON-HAND BALANCE OF
000900*    EVERY INGREDIENT AT A PLANT.  EACH NIGHT IT TAKES THE
001000*    DAY'S RECEIPTS KEYED FROM THE DOCK PAPERWORK (RCTFILE),
001100*    TAKES THE POSTING RUN'S RELEASED RAW-USAGE EXTRACT
001200*    (RMUFILE) AS CONSUMPTION, AND THEN APPLIES ANY PHYSICAL
001300*    COUNT CARDS (CNTFILE), WHICH REPLACE THE BOOK BALANCE.
001400*    THE REPORT SHOWS EVERY INGREDIENT ON THE RECIPES FROM
001500*    OPENING BALANCE THROUGH RECEIPTS, CONSUMPTION, AND COUNT
001600*    ADJUSTMENT TO CLOSING BALANCE, AND FLAGS EVERY COUNT THAT
001700*    MISSED THE BOOK BY MORE THAN THE CONTROL CARD ALLOWS -
001800*    THAT IS HOW A BAD RECIPE QUANTITY OR UNREPORTED SCRAP
001900*    SHOWS UP BEFORE THE SILO RUNS DRY.
002000*
002100*    A USAGE EXTRACT IS TAKEN ONLY WHEN ITS HEADER SAYS
002200*    RELEASED AND ITS TRAILER PROVES.  A HELD EXTRACT CARRIES
002300*    NO DETAILS AND IS PASSED OVER.  EVERY EXTRACT TAKEN IS
002400*    LOGGED ON THE STOCK MASTER BY PLANT, RUN DATE, AND SOURCE,
002500*    SO WHEN A HELD RUN IS RELEASED LATER - OR ANY EXTRACT IS
002600*    PRESENTED A SECOND TIME - IT IS CONSUMED EXACTLY ONCE.
002700*
002800*    MODIFICATION HISTORY
002900*    DATE       INIT  DESCRIPTION
003000*    ---------- ----  -----------------------------------------
003100*    2026-10-15 RA    ORIGINAL.
003120*    2026-10-15 RA    WRITES A START AND AN END RECORD TO THE
003140*                      STEP-STATUS LEDGER (STSFILE) WITH ITS
003160*                      RETURN CODE AND KEY COUNTS.
003200*--------------------------------------------------------------*
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT STOCK-CONTROL-FILE ASSIGN TO "ISCFILE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-ISC-FILE-STATUS.
004000     SELECT INGREDIENT-STOCK-FILE ASSIGN TO "ISMFILE"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-ISM-FILE-STATUS.
004300     SELECT RECIPE-FILE ASSIGN TO "BOMFILE"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-BOM-FILE-STATUS.
004600     SELECT RECEIPT-FILE ASSIGN TO "RCTFILE"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-RCT-FILE-STATUS.
004900     SELECT RAW-USAGE-FILE ASSIGN TO "RMUFILE"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-RMU-FILE-STATUS.
005200     SELECT COUNT-FILE ASSIGN TO "CNTFILE"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-CNT-FILE-STATUS.
005500     SELECT STOCK-REPORT-FILE ASSIGN TO "ISPFILE"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-ISP-FILE-STATUS.
005800     SELECT STOCK-REJECT-FILE ASSIGN TO "ISRFILE"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-ISR-FILE-STATUS.
006020     SELECT STEP-STATUS-FILE ASSIGN TO "STSFILE"
006040         ORGANIZATION IS LINE SEQUENTIAL
006060         FILE STATUS IS WS-STS-FILE-STATUS.
006100*
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  STOCK-CONTROL-FILE
006500     RECORDING MODE IS F.
006600     COPY ISCREC.
006700*
006800 FD  INGREDIENT-STOCK-FILE
006900     RECORDING MODE IS F.
007000     COPY ISMREC.
007100*
007200 FD  RECIPE-FILE
007300     RECORDING MODE IS F.
007400     COPY BOMREC.
007500*
007600 FD  RECEIPT-FILE
007700     RECORDING MODE IS F.
007800     COPY RCTREC.
007900*
008000 FD  RAW-USAGE-FILE
008100     RECORDING MODE IS F.
008200     COPY RMUREC.
008300*
008400 FD  COUNT-FILE
008500     RECORDING MODE IS F.
008600     COPY CNTREC.
008700*
008800 FD  STOCK-REPORT-FILE
008900     RECORDING MODE IS F.
009000     COPY ISPREC.
009100*
009200 FD  STOCK-REJECT-FILE
009300     RECORDING MODE IS F.
009400     COPY ISRREC.
009500*
009520 FD  STEP-STATUS-FILE
009540     RECORDING MODE IS F.
009560     COPY STSREC.
009580*
009600 WORKING-STORAGE SECTION.
009700*--------------------------------------------------------------*
009800*    FILE STATUS WORKING STORAGE
009900*--------------------------------------------------------------*
010000 01  WS-ISC-FILE-STATUS          PIC X(02)   VALUE "00".
010100     88  WS-ISC-FILE-OK                      VALUE "00".
010200     88  WS-ISC-FILE-NOT-FOUND               VALUE "35".
010300 01  WS-ISM-FILE-STATUS          PIC X(02)   VALUE "00".
010400     88  WS-ISM-FILE-OK                      VALUE "00".
010500     88  WS-ISM-FILE-NOT-FOUND               VALUE "35".
010600 01  WS-BOM-FILE-STATUS          PIC X(02)   VALUE "00".
010700     88  WS-BOM-FILE-OK                      VALUE "00".
010800     88  WS-BOM-FILE-NOT-FOUND               VALUE "35".
010900 01  WS-RCT-FILE-STATUS          PIC X(02)   VALUE "00".
011000     88  WS-RCT-FILE-OK                      VALUE "00".
011100     88  WS-RCT-FILE-NOT-FOUND               VALUE "35".
011200 01  WS-RMU-FILE-STATUS          PIC X(02)   VALUE "00".
011300     88  WS-RMU-FILE-OK                      VALUE "00".
011400     88  WS-RMU-FILE-NOT-FOUND               VALUE "35".
011500 01  WS-CNT-FILE-STATUS          PIC X(02)   VALUE "00".
011600     88  WS-CNT-FILE-OK                      VALUE "00".
011700     88  WS-CNT-FILE-NOT-FOUND               VALUE "35".
011800 01  WS-ISP-FILE-STATUS          PIC X(02)   VALUE "00".
011900     88  WS-ISP-FILE-OK                      VALUE "00".
012000 01  WS-ISR-FILE-STATUS          PIC X(02)   VALUE "00".
012100     88  WS-ISR-FILE-OK                      VALUE "00".
012200*--------------------------------------------------------------*
012300*    LOOP-CONTROL WORKING STORAGE
012400*--------------------------------------------------------------*
012500 01  WS-ISM-LOAD-SWITCH           PIC X(01)   VALUE "N".
012600     88  WS-ISM-LOAD-DONE                     VALUE "Y".
012700 01  WS-BOM-LOAD-SWITCH           PIC X(01)   VALUE "N".
012800     88  WS-BOM-LOAD-DONE                     VALUE "Y".
012900 01  WS-RCT-EOF-SWITCH            PIC X(01)   VALUE "N".
013000     88  WS-RCT-EOF-REACHED                   VALUE "Y".
013100 01  WS-RMU-EOF-SWITCH            PIC X(01)   VALUE "N".
013200     88  WS-RMU-EOF-REACHED                   VALUE "Y".
013300 01  WS-CNT-EOF-SWITCH            PIC X(01)   VALUE "N".
013400     88  WS-CNT-EOF-REACHED                   VALUE "Y".
013500 01  WS-RUN-SEVERITY              PIC 9(02)   VALUE 0.
013600*--------------------------------------------------------------*
013700*    CONTROL-CARD WORKING STORAGE
013800*--------------------------------------------------------------*
013900 01  WS-STOCK-PLANT               PIC X(02)   VALUE "01".
014000 01  WS-VARIANCE-LIMIT-PCT        PIC 9(03)V9(02) VALUE 5.00.
014100*--------------------------------------------------------------*
014200*    STOCK TABLE WORKING STORAGE
014300*    EVERY PLANT'S BALANCES, KEPT IN PLANT/INGREDIENT ORDER AND
014400*    REWRITTEN WHOLE AT END OF RUN.  THE RUN PLANT GETS A SEAT
014500*    FOR EVERY INGREDIENT ON THE RECIPES AT LOAD TIME, SO THE
014600*    REPORT COVERS EVERY ONE OF THEM, ACTIVITY OR NOT.  THE
014700*    ACCUMULATORS COVER THIS RUN ONLY.
014800*--------------------------------------------------------------*
014900 01  WS-STK-MAX-ENTRIES           PIC 9(04)   VALUE 2000.
015000 01  WS-STK-COUNT                 PIC 9(04)   VALUE 0.
015100 01  WS-STK-SUB                   PIC 9(04)   VALUE 0.
015200 01  WS-STK-INDEX                 PIC 9(04)   VALUE 0.
015300 01  WS-STK-SLOT                  PIC 9(04)   VALUE 0.
015400 01  WS-STK-MOVE-SUB              PIC 9(04)   VALUE 0.
015500 01  WS-STK-FOUND-SWITCH          PIC X(01)   VALUE "N".
015600     88  WS-STK-FOUND                         VALUE "Y".
015700 01  WS-SLOT-FOUND-SWITCH         PIC X(01)   VALUE "N".
015800     88  WS-SLOT-FOUND                        VALUE "Y".
015900 01  WS-STK-FULL-SWITCH           PIC X(01)   VALUE "N".
016000     88  WS-STK-TABLE-FULL                    VALUE "Y".
016100 01  WS-FIND-KEY.
016200     05  WS-FIND-PLANT            PIC X(02).
016300     05  WS-FIND-INGREDIENT       PIC X(10).
016400 01  WS-FIND-DESCRIPTION          PIC X(30)   VALUE SPACES.
016500 01  WS-STK-TABLE.
016600     05  WS-STK-ENTRY OCCURS 2000 TIMES.
016700         10  WS-STK-KEY.
016800             15  WS-STK-PLANT-CODE PIC X(02).
016900             15  WS-STK-INGREDIENT PIC X(10).
017000         10  WS-STK-DESCRIPTION    PIC X(30).
017100         10  WS-STK-ON-HAND-QTY    PIC S9(11)V9(04).
017200         10  WS-STK-OPENING-QTY    PIC S9(11)V9(04).
017300         10  WS-STK-RECEIPT-QTY    PIC S9(11)V9(04).
017400         10  WS-STK-USED-QTY       PIC S9(11)V9(04).
017500         10  WS-STK-COUNT-ADJ-QTY  PIC S9(11)V9(04).
017600         10  WS-STK-LAST-COUNT-DATE
017700                                   PIC 9(08).
017800         10  WS-STK-LAST-RUN-DATE  PIC 9(08).
017900         10  WS-STK-FLAG-SWITCH    PIC X(01).
018000             88  WS-STK-COUNT-FLAGGED          VALUE "Y".
018100*--------------------------------------------------------------*
018200*    USAGE-TAKEN LOG WORKING STORAGE
018300*    EVERY RAW-USAGE EXTRACT EVER TAKEN AS CONSUMPTION, AT ANY
018400*    PLANT.  AN EXTRACT WHOSE PLANT, RUN DATE, AND SOURCE ARE
018500*    ALREADY HERE IS NOT TAKEN AGAIN.
018600*--------------------------------------------------------------*
018700 01  WS-USE-MAX-ENTRIES           PIC 9(04)   VALUE 5000.
018800 01  WS-USE-COUNT                 PIC 9(04)   VALUE 0.
018900 01  WS-USE-SUB                   PIC 9(04)   VALUE 0.
019000 01  WS-USE-FOUND-SWITCH          PIC X(01)   VALUE "N".
019100     88  WS-USE-FOUND                         VALUE "Y".
019200 01  WS-USE-TABLE.
019300     05  WS-USE-ENTRY OCCURS 5000 TIMES.
019400         10  WS-USE-PLANT-CODE     PIC X(02).
019500         10  WS-USE-RUN-DATE       PIC 9(08).
019600         10  WS-USE-SOURCE-SYSTEM  PIC X(08).
019700         10  WS-USE-RECORD-COUNT   PIC 9(07).
019800         10  WS-USE-HASH-TOTAL     PIC S9(13)V9(04).
019900         10  WS-USE-TAKEN-DATE     PIC 9(08).
020000*--------------------------------------------------------------*
020100*    USAGE-EXTRACT WORKING STORAGE
020200*    THE EXTRACT'S DETAILS ARE STAGED HERE AND NOTHING IS
020300*    CONSUMED UNTIL THE TRAILER HAS PROVED THE COUNT AND HASH -
020400*    A SHORT EXTRACT IS NOT TAKEN AT ALL RATHER THAN IN PART.
020500*--------------------------------------------------------------*
020600 01  WS-EXT-MAX-ENTRIES           PIC 9(04)   VALUE 500.
020700 01  WS-EXT-COUNT                 PIC 9(04)   VALUE 0.
020800 01  WS-EXT-SUB                   PIC 9(04)   VALUE 0.
020900 01  WS-EXT-PLANT-CODE            PIC X(02)   VALUE SPACES.
021000 01  WS-EXT-RUN-DATE              PIC 9(08)   VALUE 0.
021100 01  WS-EXT-SOURCE-SYSTEM         PIC X(08)   VALUE SPACES.
021200 01  WS-EXT-DETAIL-COUNT          PIC 9(07)   VALUE 0.
021300 01  WS-EXT-HASH-TOTAL            PIC S9(13)V9(04) VALUE 0.
021400 01  WS-EXT-TRAILER-SWITCH        PIC X(01)   VALUE "N".
021500     88  WS-EXT-TRAILER-READ                  VALUE "Y".
021600 01  WS-EXT-OVERFLOW-SWITCH       PIC X(01)   VALUE "N".
021700     88  WS-EXT-OVERFLOWED                    VALUE "Y".
021800 01  WS-EXT-TRL-RECORD-COUNT      PIC 9(07)   VALUE 0.
021900 01  WS-EXT-TRL-HASH-TOTAL        PIC S9(13)V9(04) VALUE 0.
022000 01  WS-EXT-TABLE.
022100     05  WS-EXT-ENTRY OCCURS 500 TIMES.
022200         10  WS-EXT-INGREDIENT     PIC X(10).
022300         10  WS-EXT-DESCRIPTION    PIC X(30).
022400         10  WS-EXT-QTY-USED       PIC S9(11)V9(04).
022500*--------------------------------------------------------------*
022600*    CARD EDIT WORKING STORAGE
022700*--------------------------------------------------------------*
022800 01  WS-CARD-EDIT-SWITCH          PIC X(01)   VALUE "Y".
022900     88  WS-CARD-IS-VALID                     VALUE "Y".
023000     88  WS-CARD-IS-INVALID                   VALUE "N".
023100 01  WS-REJECT-REASON-CODE        PIC X(04)   VALUE SPACES.
023200 01  WS-REJECT-REASON-TEXT        PIC X(25)   VALUE SPACES.
023300 01  WS-CARD-PLANT-CODE           PIC X(02)   VALUE SPACES.
023400 01  WS-CARD-DATE                 PIC 9(08)   VALUE 0.
023500*--------------------------------------------------------------*
023600*    COUNT-VARIANCE WORKING STORAGE
023700*--------------------------------------------------------------*
023800 01  WS-BOOK-QTY                  PIC S9(11)V9(04) VALUE 0.
023900 01  WS-COUNTED-QTY               PIC S9(11)V9(04) VALUE 0.
024000 01  WS-VARIANCE-QTY              PIC S9(11)V9(04) VALUE 0.
024100 01  WS-VARIANCE-ABS              PIC S9(11)V9(04) VALUE 0.
024200 01  WS-BOOK-ABS                  PIC S9(11)V9(04) VALUE 0.
024300 01  WS-VARIANCE-PCT              PIC S9(05)V9(02) VALUE 0.
024400 01  WS-VARIANCE-FLAG-SWITCH      PIC X(01)   VALUE "N".
024500     88  WS-VARIANCE-IS-FLAGGED               VALUE "Y".
024600*--------------------------------------------------------------*
024700*    RUN-COUNT WORKING STORAGE
024800*--------------------------------------------------------------*
024900 01  WS-POSTINGS-APPLIED          PIC 9(05)   VALUE 0.
025000 01  WS-RECEIPTS-READ             PIC 9(05)   VALUE 0.
025100 01  WS-RECEIPTS-APPLIED          PIC 9(05)   VALUE 0.
025200 01  WS-RECEIPTS-REJECTED         PIC 9(05)   VALUE 0.
025300 01  WS-COUNTS-READ               PIC 9(05)   VALUE 0.
025400 01  WS-COUNTS-APPLIED            PIC 9(05)   VALUE 0.
025500 01  WS-COUNTS-REJECTED           PIC 9(05)   VALUE 0.
025600 01  WS-COUNTS-FLAGGED            PIC 9(05)   VALUE 0.
025700 01  WS-EXTRACTS-TAKEN            PIC 9(05)   VALUE 0.
025800 01  WS-USAGE-LINES-TAKEN         PIC 9(05)   VALUE 0.
025900 01  WS-INGREDIENTS-REPORTED      PIC 9(05)   VALUE 0.
026000 01  WS-INGREDIENTS-BELOW-ZERO    PIC 9(05)   VALUE 0.
026100*--------------------------------------------------------------*
026200*    REPORT WORKING STORAGE
026300*--------------------------------------------------------------*
026400 01  WS-ISP-HEAD-1.
026500     05  FILLER                   PIC X(35)   VALUE
026600         "PASTA-PARTY INGREDIENT STOCK LEDGER".
026700     05  FILLER                   PIC X(11)   VALUE
026800         "  RUN DATE ".
026900     05  ISP-H1-RUN-DATE          PIC 9(08).
027000     05  FILLER                   PIC X(08)   VALUE
027100         "  PLANT ".
027200     05  ISP-H1-PLANT-CODE        PIC X(02).
027300     05  FILLER                   PIC X(68)   VALUE SPACES.
027400 01  WS-ISP-SECTION-LINE.
027500     05  FILLER                   PIC X(01)   VALUE SPACE.
027600     05  ISP-SECTION-LABEL        PIC X(50).
027700     05  FILLER                   PIC X(81)   VALUE SPACES.
027800 01  WS-ISP-LOG-LINE.
027900     05  FILLER                   PIC X(01)   VALUE SPACE.
028000     05  ISP-LOG-FEED             PIC X(01).
028100     05  FILLER                   PIC X(02)   VALUE SPACES.
028200     05  ISP-LOG-INGREDIENT       PIC X(10).
028300     05  FILLER                   PIC X(02)   VALUE SPACES.
028400     05  ISP-LOG-QUANTITY         PIC ZZ,ZZZ,ZZ9.9999-.
028500     05  FILLER                   PIC X(02)   VALUE SPACES.
028600     05  ISP-LOG-TEXT             PIC X(80).
028700     05  FILLER                   PIC X(18)   VALUE SPACES.
028800 01  WS-ISP-MESSAGE-LINE.
028900     05  FILLER                   PIC X(01)   VALUE SPACE.
029000     05  ISP-MSG-TEXT             PIC X(100).
029100     05  FILLER                   PIC X(31)   VALUE SPACES.
029200 01  WS-ISP-LEDGER-HEAD.
029300     05  FILLER                   PIC X(32)   VALUE
029400         " INGREDIENT DESCRIPTION".
029500     05  FILLER                   PIC X(17)   VALUE
029600         "         OPENING ".
029700     05  FILLER                   PIC X(17)   VALUE
029800         "        RECEIPTS ".
029900     05  FILLER                   PIC X(17)   VALUE
030000         "        CONSUMED ".
030100     05  FILLER                   PIC X(17)   VALUE
030200         "       COUNT ADJ ".
030300     05  FILLER                   PIC X(17)   VALUE
030400         "         CLOSING ".
030500     05  FILLER                   PIC X(15)   VALUE
030600         "  FLAG".
030700 01  WS-ISP-LEDGER-LINE.
030800     05  FILLER                   PIC X(01)   VALUE SPACE.
030900     05  ISP-LDG-INGREDIENT       PIC X(10).
031000     05  FILLER                   PIC X(01)   VALUE SPACE.
031100     05  ISP-LDG-DESCRIPTION      PIC X(20).
031200     05  FILLER                   PIC X(01)   VALUE SPACE.
031300     05  ISP-LDG-OPENING          PIC ZZ,ZZZ,ZZ9.9999-.
031400     05  FILLER                   PIC X(01)   VALUE SPACE.
031500     05  ISP-LDG-RECEIPTS         PIC ZZ,ZZZ,ZZ9.9999-.
031600     05  FILLER                   PIC X(01)   VALUE SPACE.
031700     05  ISP-LDG-CONSUMED         PIC ZZ,ZZZ,ZZ9.9999-.
031800     05  FILLER                   PIC X(01)   VALUE SPACE.
031900     05  ISP-LDG-COUNT-ADJ        PIC ZZ,ZZZ,ZZ9.9999-.
032000     05  FILLER                   PIC X(01)   VALUE SPACE.
032100     05  ISP-LDG-CLOSING          PIC ZZ,ZZZ,ZZ9.9999-.
032200     05  FILLER                   PIC X(02)   VALUE SPACES.
032300     05  ISP-LDG-FLAG             PIC X(12).
032400     05  FILLER                   PIC X(01)   VALUE SPACE.
032500 01  WS-ISP-TEXT-LINE.
032600     05  FILLER                   PIC X(01)   VALUE SPACE.
032700     05  ISP-TXT-LABEL            PIC X(34).
032800     05  ISP-TXT-VALUE            PIC ZZZZ9.
032900     05  FILLER                   PIC X(92)   VALUE SPACES.
033000 01  WS-ISP-WORK-LINE             PIC X(132)  VALUE SPACES.
033100 01  WS-EDIT-QTY-1                PIC ZZ,ZZZ,ZZ9.9999-.
033200 01  WS-EDIT-QTY-2                PIC ZZ,ZZZ,ZZ9.9999-.
033300 01  WS-EDIT-PCT                  PIC ZZ,ZZ9.99-.
033400 01  WS-EDIT-LIMIT                PIC ZZ9.99.
033500 01  WS-EDIT-COUNT                PIC ZZZ9.
033600*--------------------------------------------------------------*
033700*    RUN-DATE WORKING STORAGE
033800*--------------------------------------------------------------*
033900 01  WS-CURRENT-DATE-YYYYMMDD     PIC 9(08)   VALUE 0.
034000*
034005*--------------------------------------------------------------*
034010*    STEP-STATUS WORKING STORAGE
034015*    EVERY RUN PUTS A START AND AN END RECORD ON THE SUITE'S
034020*    STEP-STATUS LEDGER SO THE MORNING STATUS REPORT CAN SAY
034025*    WHAT RAN, HOW IT ENDED, AND WHAT IS STILL WAITING.
034030*--------------------------------------------------------------*
034035 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE "00".
034040     88  WS-STS-FILE-OK                      VALUE "00".
034045     88  WS-STS-FILE-NOT-FOUND               VALUE "35".
034050 01  WS-STEP-PROGRAM-ID           PIC X(20)   VALUE
034055     "SPAGHETTI-INGSTOCK".
034060 01  WS-STEP-PLANT                PIC X(02)   VALUE "01".
034080*
034100 PROCEDURE DIVISION.
034200 MAIN-SECTION.
034300     PERFORM 050-INITIALIZE
034400     PERFORM 200-POST-RECEIPTS
034500     PERFORM 300-TAKE-USAGE-EXTRACT
034600     PERFORM 400-POST-COUNTS
034700     PERFORM 500-EXIT
034800     STOP RUN.
034900*
035000*--------------------------------------------------------------*
035100*    050-INITIALIZE
035200*    LOADS THE STOCK MASTER, GIVES EVERY RECIPE INGREDIENT A
035300*    SEAT AT THE RUN PLANT, AND OPENS THE TWO REPORTS.  A
035400*    MASTER THAT CANNOT BE LOADED WHOLE STOPS THE RUN BEFORE
035500*    ANYTHING IS POSTED.
035600*--------------------------------------------------------------*
035700 050-INITIALIZE.
035800     ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
035900     PERFORM 060-LOAD-CONTROL-CARD
035920     MOVE WS-STOCK-PLANT TO WS-STEP-PLANT
035940     PERFORM 900-WRITE-START-STEP
036000     PERFORM 062-LOAD-STOCK-MASTER
036100     PERFORM 066-LOAD-RECIPE-INGREDIENTS
036200     PERFORM 075-OPEN-REPORT-FILE
036300     PERFORM 078-OPEN-REJECT-FILE
036400     PERFORM 090-PRINT-HEADINGS.
036500*
036600 060-LOAD-CONTROL-CARD.
036700     OPEN INPUT STOCK-CONTROL-FILE
036800     IF WS-ISC-FILE-NOT-FOUND
036900         DISPLAY 'ISCFILE NOT FOUND - POSTING PLANT 01'
037000     ELSE
037100         READ STOCK-CONTROL-FILE
037200             AT END
037300                 DISPLAY 'ISCFILE EMPTY - POSTING PLANT 01'
037400         END-READ
037500         IF WS-ISC-FILE-OK AND ISC-PLANT-CODE NOT = SPACES
037600             MOVE ISC-PLANT-CODE TO WS-STOCK-PLANT
037700         END-IF
037800         IF WS-ISC-FILE-OK AND ISC-VARIANCE-PCT NUMERIC
037900             MOVE ISC-VARIANCE-PCT-N TO WS-VARIANCE-LIMIT-PCT
038000         END-IF
038100         CLOSE STOCK-CONTROL-FILE
038200     END-IF.
038300*
038400*--------------------------------------------------------------*
038500*    062-LOAD-STOCK-MASTER
038600*    LOADS THE BALANCES AND THE USAGE-TAKEN LOG.  A MISSING
038700*    MASTER IS THE FIRST-EVER RUN - EVERY INGREDIENT STARTS AT
038800*    ZERO AND THE FIRST COUNT CARDS SET THE REAL BALANCES.
038900*--------------------------------------------------------------*
039000 062-LOAD-STOCK-MASTER.
039100     OPEN INPUT INGREDIENT-STOCK-FILE
039200     IF WS-ISM-FILE-NOT-FOUND
039300         DISPLAY 'ISMFILE NOT FOUND - BUILDING A NEW STOCK MASTER'
039400         PERFORM 095-RAISE-WARNING
039500     ELSE
039600         IF NOT WS-ISM-FILE-OK
039700             DISPLAY 'ISMFILE COULD NOT BE OPENED - STATUS '
039800                 WS-ISM-FILE-STATUS
039900             GO TO 069-ABORT-MASTER-AS-FOUND
040000         END-IF
040100         PERFORM 063-LOAD-ONE-STOCK-RECORD UNTIL WS-ISM-LOAD-DONE
040200         CLOSE INGREDIENT-STOCK-FILE
040300     END-IF.
040400*
040500 063-LOAD-ONE-STOCK-RECORD.
040600     READ INGREDIENT-STOCK-FILE
040700         AT END
040800             MOVE "Y" TO WS-ISM-LOAD-SWITCH
040900         NOT AT END
041000             IF ISM-IS-BALANCE
041100                 PERFORM 064-STORE-ONE-BALANCE
041200             ELSE
041300                 IF ISM-IS-USAGE-TAKEN
041400                     PERFORM 065-STORE-ONE-USAGE-TAKEN
041500                 END-IF
041600             END-IF
041700     END-READ.
041800*
041900 064-STORE-ONE-BALANCE.
042000     MOVE ISM-PLANT-CODE TO WS-FIND-PLANT
042100     MOVE ISM-INGREDIENT-CODE TO WS-FIND-INGREDIENT
042200     MOVE ISM-INGREDIENT-DESC TO WS-FIND-DESCRIPTION
042300     PERFORM 150-FIND-STOCK-ENTRY
042400     IF WS-STK-FOUND
042500         DISPLAY 'DUPLICATE STOCK RECORD DROPPED FOR '
042600             ISM-PLANT-CODE ' ' ISM-INGREDIENT-CODE
042700         PERFORM 095-RAISE-WARNING
042800     ELSE
042900         PERFORM 155-ADD-STOCK-ENTRY
043000         IF WS-STK-TABLE-FULL
043100             DISPLAY 'STOCK TABLE FULL AT ' ISM-INGREDIENT-CODE
043200                 ' - RAISE WS-STK-MAX-ENTRIES'
043300             GO TO 069-ABORT-MASTER-AS-FOUND
043400         END-IF
043500         MOVE ISM-ON-HAND-QTY TO WS-STK-ON-HAND-QTY(WS-STK-INDEX)
043600         MOVE ISM-ON-HAND-QTY TO WS-STK-OPENING-QTY(WS-STK-INDEX)
043700         MOVE ISM-LAST-COUNT-DATE TO
043800             WS-STK-LAST-COUNT-DATE(WS-STK-INDEX)
043900         MOVE ISM-LAST-RUN-DATE TO
044000             WS-STK-LAST-RUN-DATE(WS-STK-INDEX)
044100     END-IF.
044200*
044300 065-STORE-ONE-USAGE-TAKEN.
044400     IF WS-USE-COUNT NOT < WS-USE-MAX-ENTRIES
044500         DISPLAY 'USAGE-TAKEN LOG FULL - RAISE WS-USE-MAX-ENTRIES'
044600         GO TO 069-ABORT-MASTER-AS-FOUND
044700     END-IF
044800     ADD 1 TO WS-USE-COUNT
044900     MOVE ISM-PLANT-CODE TO WS-USE-PLANT-CODE(WS-USE-COUNT)
045000     MOVE ISM-USE-RUN-DATE TO WS-USE-RUN-DATE(WS-USE-COUNT)
045100     MOVE ISM-USE-SOURCE-SYSTEM TO
045200         WS-USE-SOURCE-SYSTEM(WS-USE-COUNT)
045300     MOVE ISM-USE-RECORD-COUNT TO
045400         WS-USE-RECORD-COUNT(WS-USE-COUNT)
045500     MOVE ISM-USE-HASH-TOTAL TO WS-USE-HASH-TOTAL(WS-USE-COUNT)
045600     MOVE ISM-USE-TAKEN-DATE TO WS-USE-TAKEN-DATE(WS-USE-COUNT).
045700*
045800*--------------------------------------------------------------*
045900*    066-LOAD-RECIPE-INGREDIENTS
046000*    EVERY INGREDIENT ON THE RECIPES GETS A SEAT AT THE RUN
046100*    PLANT, SO THE LEDGER SHOWS IT EVEN ON A NIGHT NOTHING
046200*    MOVED.  NO RECIPES MEANS THE LEDGER COVERS ONLY WHAT THE
046300*    MASTER ALREADY HOLDS.
046400*--------------------------------------------------------------*
046500 066-LOAD-RECIPE-INGREDIENTS.
046600     OPEN INPUT RECIPE-FILE
046700     IF NOT WS-BOM-FILE-OK
046800         DISPLAY 'BOMFILE COULD NOT BE OPENED - STATUS '
046900             WS-BOM-FILE-STATUS
047000         PERFORM 095-RAISE-WARNING
047100     ELSE
047200         PERFORM 067-LOAD-ONE-RECIPE-LINE UNTIL WS-BOM-LOAD-DONE
047300         CLOSE RECIPE-FILE
047400     END-IF.
047500*
047600 067-LOAD-ONE-RECIPE-LINE.
047700     READ RECIPE-FILE
047800         AT END
047900             MOVE "Y" TO WS-BOM-LOAD-SWITCH
048000         NOT AT END
048100             IF BOM-INGREDIENT-CODE NOT = SPACES
048200                 MOVE WS-STOCK-PLANT TO WS-FIND-PLANT
048300                 MOVE BOM-INGREDIENT-CODE TO WS-FIND-INGREDIENT
048400                 MOVE BOM-INGREDIENT-DESC TO WS-FIND-DESCRIPTION
048500                 PERFORM 150-FIND-STOCK-ENTRY
048600                 IF NOT WS-STK-FOUND
048700                     PERFORM 155-ADD-STOCK-ENTRY
048800                     IF WS-STK-TABLE-FULL
048900                         DISPLAY 'STOCK TABLE FULL AT '
049000                             BOM-INGREDIENT-CODE
049100                             ' - RAISE WS-STK-MAX-ENTRIES'
049200                         GO TO 069-ABORT-MASTER-AS-FOUND
049300                     END-IF
049400                 END-IF
049500             END-IF
049600     END-READ.
049700*
049800*--------------------------------------------------------------*
049900*    069-ABORT-MASTER-AS-FOUND
050000*    THE MASTER COULD NOT BE LOADED WHOLE, SO NOTHING CAN BE
050100*    POSTED AGAINST IT.  NOTHING HAS BEEN OPENED FOR OUTPUT YET,
050200*    SO STOPPING HERE LEAVES THE MASTER EXACTLY AS FOUND.
050300*--------------------------------------------------------------*
050400 069-ABORT-MASTER-AS-FOUND.
050500     DISPLAY 'RUN ABORTED - STOCK MASTER LEFT AS FOUND'
050600     MOVE 16 TO RETURN-CODE
050650     PERFORM 905-WRITE-END-STEP
050700     STOP RUN.
050800*
050900 075-OPEN-REPORT-FILE.
051000     OPEN OUTPUT STOCK-REPORT-FILE
051100     IF NOT WS-ISP-FILE-OK
051200         DISPLAY 'ISPFILE COULD NOT BE OPENED - STATUS '
051300             WS-ISP-FILE-STATUS
051400         PERFORM 095-RAISE-WARNING
051500     END-IF.
051600*
051700 078-OPEN-REJECT-FILE.
051800     OPEN OUTPUT STOCK-REJECT-FILE
051900     IF NOT WS-ISR-FILE-OK
052000         DISPLAY 'ISRFILE COULD NOT BE OPENED - STATUS '
052100             WS-ISR-FILE-STATUS
052200         PERFORM 095-RAISE-WARNING
052300     END-IF.
052400*
052500 090-PRINT-HEADINGS.
052600     MOVE WS-CURRENT-DATE-YYYYMMDD TO ISP-H1-RUN-DATE
052700     MOVE WS-STOCK-PLANT TO ISP-H1-PLANT-CODE
052800     MOVE WS-ISP-HEAD-1 TO WS-ISP-WORK-LINE
052900     PERFORM 094-WRITE-REPORT-LINE.
053000*
053100 092-PRINT-SECTION-HEAD.
053200     MOVE SPACES TO WS-ISP-WORK-LINE
053300     PERFORM 094-WRITE-REPORT-LINE
053400     MOVE WS-ISP-SECTION-LINE TO WS-ISP-WORK-LINE
053500     PERFORM 094-WRITE-REPORT-LINE.
053600*
053700 093-PRINT-MESSAGE-LINE.
053800     MOVE WS-ISP-MESSAGE-LINE TO WS-ISP-WORK-LINE
053900     PERFORM 094-WRITE-REPORT-LINE.
054000*
054100 094-WRITE-REPORT-LINE.
054200     IF WS-ISP-FILE-OK
054300         MOVE WS-ISP-WORK-LINE TO INGREDIENT-STOCK-PRINT-RECORD
054400         WRITE INGREDIENT-STOCK-PRINT-RECORD
054500     END-IF.
054600*
054700 095-RAISE-WARNING.
054800     IF WS-RUN-SEVERITY < 04
054900         MOVE 04 TO WS-RUN-SEVERITY
055000     END-IF.
055100*
055200*--------------------------------------------------------------*
055300*    150-FIND-STOCK-ENTRY
055400*    WALKS THE TABLE FOR WS-FIND-KEY.  LEAVES WS-STK-INDEX AT
055500*    THE ENTRY WHEN FOUND, AND WS-STK-SLOT AT THE SEAT IT
055600*    BELONGS IN WHEN NOT.
055700*--------------------------------------------------------------*
055800 150-FIND-STOCK-ENTRY.
055900     MOVE "N" TO WS-STK-FOUND-SWITCH
056000     MOVE "N" TO WS-SLOT-FOUND-SWITCH
056100     MOVE 1 TO WS-STK-SLOT
056200     PERFORM 151-CHECK-ONE-SLOT
056300         UNTIL WS-SLOT-FOUND OR WS-STK-FOUND
056400         OR WS-STK-SLOT > WS-STK-COUNT.
056500*
056600 151-CHECK-ONE-SLOT.
056700     IF WS-STK-KEY(WS-STK-SLOT) = WS-FIND-KEY
056800         SET WS-STK-FOUND TO TRUE
056900         MOVE WS-STK-SLOT TO WS-STK-INDEX
057000     ELSE
057100         IF WS-STK-KEY(WS-STK-SLOT) > WS-FIND-KEY
057200             SET WS-SLOT-FOUND TO TRUE
057300         ELSE
057400             ADD 1 TO WS-STK-SLOT
057500         END-IF
057600     END-IF.
057700*
057800*--------------------------------------------------------------*
057900*    155-ADD-STOCK-ENTRY
058000*    OPENS A ZERO-BALANCE SEAT FOR WS-FIND-KEY AT THE SLOT
058100*    150 LEFT, SHIFTING THE REST DOWN ONE.  A FULL TABLE SETS
058200*    WS-STK-TABLE-FULL AND ADDS NOTHING.
058300*--------------------------------------------------------------*
058400 155-ADD-STOCK-ENTRY.
058500     IF WS-STK-COUNT NOT < WS-STK-MAX-ENTRIES
058600         SET WS-STK-TABLE-FULL TO TRUE
058700     ELSE
058800         MOVE WS-STK-COUNT TO WS-STK-MOVE-SUB
058900         PERFORM 156-SHIFT-ONE-ENTRY
059000             UNTIL WS-STK-MOVE-SUB < WS-STK-SLOT
059100         ADD 1 TO WS-STK-COUNT
059200         MOVE WS-STK-SLOT TO WS-STK-INDEX
059300         MOVE WS-FIND-PLANT TO WS-STK-PLANT-CODE(WS-STK-INDEX)
059400         MOVE WS-FIND-INGREDIENT TO
059500             WS-STK-INGREDIENT(WS-STK-INDEX)
059600         MOVE WS-FIND-DESCRIPTION TO
059700             WS-STK-DESCRIPTION(WS-STK-INDEX)
059800         MOVE 0 TO WS-STK-ON-HAND-QTY(WS-STK-INDEX)
059900         MOVE 0 TO WS-STK-OPENING-QTY(WS-STK-INDEX)
060000         MOVE 0 TO WS-STK-RECEIPT-QTY(WS-STK-INDEX)
060100         MOVE 0 TO WS-STK-USED-QTY(WS-STK-INDEX)
060200         MOVE 0 TO WS-STK-COUNT-ADJ-QTY(WS-STK-INDEX)
060300         MOVE 0 TO WS-STK-LAST-COUNT-DATE(WS-STK-INDEX)
060400         MOVE 0 TO WS-STK-LAST-RUN-DATE(WS-STK-INDEX)
060500         MOVE "N" TO WS-STK-FLAG-SWITCH(WS-STK-INDEX)
060600     END-IF.
060700*
060800 156-SHIFT-ONE-ENTRY.
060900     MOVE WS-STK-ENTRY(WS-STK-MOVE-SUB) TO
061000         WS-STK-ENTRY(WS-STK-MOVE-SUB + 1)
061100     SUBTRACT 1 FROM WS-STK-MOVE-SUB.
061200*
061300*--------------------------------------------------------------*
061400*    200-POST-RECEIPTS
061500*    THE DAY'S DOCK RECEIPTS, CARD BY CARD.  NO RECEIPT FILE
061600*    IS A NIGHT WITH NO DELIVERIES, NOT AN ERROR.
061700*--------------------------------------------------------------*
061800 200-POST-RECEIPTS.
061900     MOVE "RECEIPTS" TO ISP-SECTION-LABEL
062000     PERFORM 092-PRINT-SECTION-HEAD
062100     OPEN INPUT RECEIPT-FILE
062200     IF WS-RCT-FILE-NOT-FOUND
062300         DISPLAY 'RCTFILE NOT FOUND - NO RECEIPTS THIS RUN'
062400         MOVE "NO RECEIPTS THIS RUN" TO ISP-MSG-TEXT
062500         PERFORM 093-PRINT-MESSAGE-LINE
062600     ELSE
062700         IF NOT WS-RCT-FILE-OK
062800             DISPLAY 'RCTFILE COULD NOT BE OPENED - STATUS '
062900                 WS-RCT-FILE-STATUS
063000             MOVE "RECEIPT FILE COULD NOT BE OPENED" TO
063100                 ISP-MSG-TEXT
063200             PERFORM 093-PRINT-MESSAGE-LINE
063300             PERFORM 095-RAISE-WARNING
063400         ELSE
063500             PERFORM 210-PROCESS-ONE-RECEIPT
063600                 UNTIL WS-RCT-EOF-REACHED
063700             CLOSE RECEIPT-FILE
063800         END-IF
063900     END-IF.
064000*
064100 210-PROCESS-ONE-RECEIPT.
064200     READ RECEIPT-FILE
064300         AT END
064400             SET WS-RCT-EOF-REACHED TO TRUE
064500         NOT AT END
064600             PERFORM 220-EDIT-ONE-RECEIPT
064700     END-READ.
064800*
064900*--------------------------------------------------------------*
065000*    220-EDIT-ONE-RECEIPT
065100*    A RECEIPT MUST BE FOR THE RUN PLANT, FOR AN INGREDIENT
065200*    THE PLANT STOCKS, DATED NO LATER THAN TODAY, AND FOR A
065300*    QUANTITY GREATER THAN ZERO.
065400*--------------------------------------------------------------*
065500 220-EDIT-ONE-RECEIPT.
065600     ADD 1 TO WS-RECEIPTS-READ
065700     SET WS-CARD-IS-VALID TO TRUE
065800     IF RCT-PLANT-CODE = SPACES
065900         MOVE "01" TO WS-CARD-PLANT-CODE
066000     ELSE
066100         MOVE RCT-PLANT-CODE TO WS-CARD-PLANT-CODE
066200     END-IF
066300     IF WS-CARD-PLANT-CODE NOT = WS-STOCK-PLANT
066400         SET WS-CARD-IS-INVALID TO TRUE
066500         MOVE "PLT " TO WS-REJECT-REASON-CODE
066600         MOVE "CARD IS FOR ANOTHER PLANT" TO WS-REJECT-REASON-TEXT
066700     END-IF
066800     IF WS-CARD-IS-VALID
066900         MOVE WS-CARD-PLANT-CODE TO WS-FIND-PLANT
067000         MOVE RCT-INGREDIENT-CODE TO WS-FIND-INGREDIENT
067100         PERFORM 150-FIND-STOCK-ENTRY
067200         IF NOT WS-STK-FOUND OR RCT-INGREDIENT-CODE = SPACES
067300             SET WS-CARD-IS-INVALID TO TRUE
067400             MOVE "ING " TO WS-REJECT-REASON-CODE
067500             MOVE "INGREDIENT NOT STOCKED" TO
067600                 WS-REJECT-REASON-TEXT
067700         END-IF
067800     END-IF
067900     IF WS-CARD-IS-VALID
068000         IF RCT-RECEIPT-DATE NOT NUMERIC
068100             OR RCT-RECEIPT-MM < 1 OR RCT-RECEIPT-MM > 12
068200             OR RCT-RECEIPT-DD < 1 OR RCT-RECEIPT-DD > 31
068300                 SET WS-CARD-IS-INVALID TO TRUE
068400                 MOVE "DTE " TO WS-REJECT-REASON-CODE
068500                 MOVE "RECEIPT DATE INVALID" TO
068600                     WS-REJECT-REASON-TEXT
068700         ELSE
068800             MOVE RCT-RECEIPT-DATE TO WS-CARD-DATE
068900             IF WS-CARD-DATE > WS-CURRENT-DATE-YYYYMMDD
069000                 SET WS-CARD-IS-INVALID TO TRUE
069100                 MOVE "DTE " TO WS-REJECT-REASON-CODE
069200                 MOVE "RECEIPT DATE IN FUTURE" TO
069300                     WS-REJECT-REASON-TEXT
069400             END-IF
069500         END-IF
069600     END-IF
069700     IF WS-CARD-IS-VALID
069800         IF RCT-QUANTITY NOT NUMERIC
069900             OR RCT-QUANTITY-N = 0
070000                 SET WS-CARD-IS-INVALID TO TRUE
070100                 MOVE "QTY " TO WS-REJECT-REASON-CODE
070200                 MOVE "QUANTITY NOT ABOVE ZERO" TO
070300                     WS-REJECT-REASON-TEXT
070400         END-IF
070500     END-IF
070600     IF WS-CARD-IS-VALID
070700         PERFORM 230-APPLY-ONE-RECEIPT
070800     ELSE
070900         ADD 1 TO WS-RECEIPTS-REJECTED
071000         MOVE SPACES TO INGREDIENT-STOCK-REJECT-RECORD
071100         MOVE "R" TO ISR-FEED-CODE
071200         MOVE INGREDIENT-RECEIPT-RECORD TO ISR-CARD-IMAGE
071300         MOVE RCT-INGREDIENT-CODE TO ISP-LOG-INGREDIENT
071400         PERFORM 280-WRITE-REJECT-RECORD
071500     END-IF.
071600*
071700 230-APPLY-ONE-RECEIPT.
071800     ADD RCT-QUANTITY-N TO WS-STK-RECEIPT-QTY(WS-STK-INDEX)
071900     ADD RCT-QUANTITY-N TO WS-STK-ON-HAND-QTY(WS-STK-INDEX)
072000     ADD 1 TO WS-RECEIPTS-APPLIED
072100     ADD 1 TO WS-POSTINGS-APPLIED
072200     MOVE "R" TO ISP-LOG-FEED
072300     MOVE RCT-INGREDIENT-CODE TO ISP-LOG-INGREDIENT
072400     MOVE RCT-QUANTITY-N TO ISP-LOG-QUANTITY
072500     MOVE SPACES TO ISP-LOG-TEXT
072600     STRING "RECEIVED " RCT-RECEIPT-DATE " - TICKET "
072700         RCT-DOCK-TICKET " VENDOR " RCT-VENDOR-CODE
072800         DELIMITED BY SIZE INTO ISP-LOG-TEXT
072900     MOVE WS-ISP-LOG-LINE TO WS-ISP-WORK-LINE
073000     PERFORM 094-WRITE-REPORT-LINE.
073100*
073200*--------------------------------------------------------------*
073300*    280-WRITE-REJECT-RECORD
073400*    LOGS A REJECTED RECEIPT OR COUNT CARD - THE CALLER HAS
073500*    ALREADY PUT THE FEED AND THE CARD IMAGE ON THE RECORD AND
073600*    THE INGREDIENT ON THE LOG LINE - TO THE REJECT LISTING
073700*    AND TO THE REPORT.
073800*--------------------------------------------------------------*
073900 280-WRITE-REJECT-RECORD.
074000     PERFORM 095-RAISE-WARNING
074100     MOVE WS-REJECT-REASON-CODE TO ISR-REASON-CODE
074200     MOVE WS-REJECT-REASON-TEXT TO ISR-REASON-TEXT
074300     IF WS-ISR-FILE-OK
074400         WRITE INGREDIENT-STOCK-REJECT-RECORD
074500     END-IF
074600     MOVE ISR-FEED-CODE TO ISP-LOG-FEED
074700     MOVE 0 TO ISP-LOG-QUANTITY
074800     MOVE SPACES TO ISP-LOG-TEXT
074900     STRING "REJECTED - " WS-REJECT-REASON-TEXT
075000         DELIMITED BY SIZE INTO ISP-LOG-TEXT
075100     MOVE WS-ISP-LOG-LINE TO WS-ISP-WORK-LINE
075200     PERFORM 094-WRITE-REPORT-LINE.
075300*
075400*--------------------------------------------------------------*
075500*    300-TAKE-USAGE-EXTRACT
075600*    READS THE RAW-USAGE EXTRACT AND TAKES IT AS CONSUMPTION
075700*    ONLY IF IT IS FOR THE RUN PLANT, RELEASED, NOT ALREADY
075800*    TAKEN, AND PROVED BY ITS TRAILER.  ANYTHING ELSE IS
075900*    PASSED OVER WITH THE REASON ON THE REPORT, AND THE SAME
076000*    EXTRACT CAN BE PRESENTED AGAIN ON A LATER NIGHT.
076100*--------------------------------------------------------------*
076200 300-TAKE-USAGE-EXTRACT.
076300     MOVE "RAW-USAGE EXTRACT" TO ISP-SECTION-LABEL
076400     PERFORM 092-PRINT-SECTION-HEAD
076500     OPEN INPUT RAW-USAGE-FILE
076600     IF WS-RMU-FILE-NOT-FOUND
076700         DISPLAY 'RMUFILE NOT PRESENT - NO CONSUMPTION THIS RUN'
076800         MOVE "NO RAW-USAGE EXTRACT THIS RUN" TO ISP-MSG-TEXT
076900         PERFORM 093-PRINT-MESSAGE-LINE
077000         PERFORM 095-RAISE-WARNING
077100     ELSE
077200         IF NOT WS-RMU-FILE-OK
077300             DISPLAY 'RMUFILE COULD NOT BE OPENED - STATUS '
077400                 WS-RMU-FILE-STATUS
077500             MOVE "RAW-USAGE EXTRACT COULD NOT BE OPENED" TO
077600                 ISP-MSG-TEXT
077700             PERFORM 093-PRINT-MESSAGE-LINE
077800             PERFORM 095-RAISE-WARNING
077900         ELSE
078000             PERFORM 302-READ-USAGE-EXTRACT
078100             CLOSE RAW-USAGE-FILE
078200         END-IF
078300     END-IF.
078400*
078500 302-READ-USAGE-EXTRACT.
078600     PERFORM 310-READ-USAGE-HEADER
078700     IF ISP-MSG-TEXT = SPACES
078800         PERFORM 320-STAGE-ONE-USAGE-RECORD
078900             UNTIL WS-RMU-EOF-REACHED
079000         PERFORM 330-PROVE-USAGE-EXTRACT
079100     END-IF
079200     IF ISP-MSG-TEXT = SPACES
079300         PERFORM 340-CONSUME-USAGE-EXTRACT
079400     ELSE
079500         DISPLAY 'RAW-USAGE EXTRACT NOT TAKEN - ' ISP-MSG-TEXT
079600         PERFORM 093-PRINT-MESSAGE-LINE
079700     END-IF.
079800*
079900*--------------------------------------------------------------*
080000*    310-READ-USAGE-HEADER
080100*    THE FIRST RECORD MUST BE THE HEADER.  LEAVES ISP-MSG-TEXT
080200*    BLANK WHEN THE EXTRACT MAY BE TAKEN, OR SAYING WHY NOT.
080300*    A HELD EXTRACT IS NOT AN ERROR HERE - CODE HAS ALREADY
080400*    RAISED IT - BUT THE STOCK IS SHORT A NIGHT UNTIL IT IS
080500*    RELEASED, SO THE RUN IS FLAGGED.
080510*    THE SAME LAYOUT CARRIES SPAGHETTI-MRP'S PURCHASE
080520*    SUGGESTIONS, SO ONLY THE POSTING RUN'S EXTRACT IS TAKEN.
080600*--------------------------------------------------------------*
080700 310-READ-USAGE-HEADER.
080800     MOVE SPACES TO ISP-MSG-TEXT
080900     READ RAW-USAGE-FILE
081000         AT END
081100             SET WS-RMU-EOF-REACHED TO TRUE
081200             MOVE "EXTRACT IS EMPTY" TO ISP-MSG-TEXT
081300             PERFORM 095-RAISE-WARNING
081400     END-READ
081500     IF ISP-MSG-TEXT = SPACES AND NOT RMU-IS-HEADER
081600         MOVE "EXTRACT HAS NO HEADER" TO ISP-MSG-TEXT
081700         PERFORM 095-RAISE-WARNING
081800     END-IF
081900     IF ISP-MSG-TEXT = SPACES
082000         MOVE RMU-HDR-RUN-DATE TO WS-EXT-RUN-DATE
082100         MOVE RMU-HDR-SOURCE-SYSTEM TO WS-EXT-SOURCE-SYSTEM
082200         IF RMU-HDR-PLANT-CODE = SPACES
082300             MOVE "01" TO WS-EXT-PLANT-CODE
082400         ELSE
082500             MOVE RMU-HDR-PLANT-CODE TO WS-EXT-PLANT-CODE
082600         END-IF
082700         IF WS-EXT-PLANT-CODE NOT = WS-STOCK-PLANT
082800             STRING "EXTRACT IS FOR PLANT " WS-EXT-PLANT-CODE
082900                 DELIMITED BY SIZE INTO ISP-MSG-TEXT
083000             PERFORM 095-RAISE-WARNING
083100         END-IF
083200     END-IF
083300     IF ISP-MSG-TEXT = SPACES AND RMU-EXTRACT-HELD
083400         STRING "EXTRACT OF " WS-EXT-RUN-DATE
083500             " IS HELD - IT WILL BE TAKEN WHEN RELEASED"
083600             DELIMITED BY SIZE INTO ISP-MSG-TEXT
083700         PERFORM 095-RAISE-WARNING
083800     END-IF
083900     IF ISP-MSG-TEXT = SPACES AND NOT RMU-EXTRACT-RELEASED
084000         MOVE "EXTRACT HEADER STATUS NOT RECOGNIZED" TO
084100             ISP-MSG-TEXT
084200         PERFORM 095-RAISE-WARNING
084300     END-IF
084310     IF ISP-MSG-TEXT = SPACES
084320         AND RMU-HDR-SOURCE-SYSTEM NOT = "SPAGCODE"
084330             STRING "EXTRACT IS FROM " RMU-HDR-SOURCE-SYSTEM
084340                 " - NOT A USAGE EXTRACT"
084350                 DELIMITED BY SIZE INTO ISP-MSG-TEXT
084360             PERFORM 095-RAISE-WARNING
084370     END-IF
084400     IF ISP-MSG-TEXT = SPACES
084500         PERFORM 312-FIND-USAGE-TAKEN
084600         IF WS-USE-FOUND
084700             STRING "EXTRACT OF " WS-EXT-RUN-DATE
084800                 " ALREADY TAKEN ON "
084900                 WS-USE-TAKEN-DATE(WS-USE-SUB)
085000                 DELIMITED BY SIZE INTO ISP-MSG-TEXT
085100         END-IF
085200     END-IF.
085300*
085400 312-FIND-USAGE-TAKEN.
085500     MOVE "N" TO WS-USE-FOUND-SWITCH
085600     MOVE 1 TO WS-USE-SUB
085700     PERFORM 313-CHECK-ONE-USAGE-TAKEN
085800         UNTIL WS-USE-FOUND OR WS-USE-SUB > WS-USE-COUNT.
085900*
086000 313-CHECK-ONE-USAGE-TAKEN.
086100     IF WS-USE-PLANT-CODE(WS-USE-SUB) = WS-EXT-PLANT-CODE
086200         AND WS-USE-RUN-DATE(WS-USE-SUB) = WS-EXT-RUN-DATE
086300         AND WS-USE-SOURCE-SYSTEM(WS-USE-SUB) =
086400             WS-EXT-SOURCE-SYSTEM
086500             SET WS-USE-FOUND TO TRUE
086600     ELSE
086700         ADD 1 TO WS-USE-SUB
086800     END-IF.
086900*
087000 320-STAGE-ONE-USAGE-RECORD.
087100     READ RAW-USAGE-FILE
087200         AT END
087300             SET WS-RMU-EOF-REACHED TO TRUE
087400         NOT AT END
087500             IF RMU-IS-TRAILER
087600                 SET WS-EXT-TRAILER-READ TO TRUE
087700                 MOVE RMU-TRL-RECORD-COUNT TO
087800                     WS-EXT-TRL-RECORD-COUNT
087900                 MOVE RMU-TRL-HASH-TOTAL TO WS-EXT-TRL-HASH-TOTAL
088000             END-IF
088100             IF RMU-IS-DETAIL
088200                 PERFORM 322-STAGE-ONE-DETAIL
088300             END-IF
088400     END-READ.
088500*
088600 322-STAGE-ONE-DETAIL.
088700     ADD 1 TO WS-EXT-DETAIL-COUNT
088800     ADD RMU-DTL-QTY-USED TO WS-EXT-HASH-TOTAL
088900     IF WS-EXT-COUNT < WS-EXT-MAX-ENTRIES
089000         ADD 1 TO WS-EXT-COUNT
089100         MOVE RMU-DTL-INGREDIENT TO
089200             WS-EXT-INGREDIENT(WS-EXT-COUNT)
089300         MOVE RMU-DTL-DESCRIPTION TO
089400             WS-EXT-DESCRIPTION(WS-EXT-COUNT)
089500         MOVE RMU-DTL-QTY-USED TO WS-EXT-QTY-USED(WS-EXT-COUNT)
089600     ELSE
089700         SET WS-EXT-OVERFLOWED TO TRUE
089800     END-IF.
089900*
090000*--------------------------------------------------------------*
090100*    330-PROVE-USAGE-EXTRACT
090200*    THE TRAILER MUST BE THERE AND MUST AGREE WITH THE DETAILS
090300*    ON BOTH COUNT AND HASH, EVERY DETAIL MUST HAVE FIT THE
090400*    STAGING TABLE, AND THERE MUST BE ROOM TO LOG THE EXTRACT
090500*    AND SEAT ANY INGREDIENT THE STOCK TABLE HAS NOT SEEN.
090600*--------------------------------------------------------------*
090700 330-PROVE-USAGE-EXTRACT.
090800     IF NOT WS-EXT-TRAILER-READ
090900         MOVE "EXTRACT HAS NO TRAILER" TO ISP-MSG-TEXT
091000         PERFORM 095-RAISE-WARNING
091100     END-IF
091200     IF ISP-MSG-TEXT = SPACES
091300         AND (WS-EXT-TRL-RECORD-COUNT NOT = WS-EXT-DETAIL-COUNT
091400         OR WS-EXT-TRL-HASH-TOTAL NOT = WS-EXT-HASH-TOTAL)
091500             MOVE "EXTRACT TRAILER DOES NOT PROVE" TO ISP-MSG-TEXT
091600             PERFORM 095-RAISE-WARNING
091700     END-IF
091800     IF ISP-MSG-TEXT = SPACES AND WS-EXT-OVERFLOWED
091900         MOVE "EXTRACT OVERFLOWED - RAISE WS-EXT-MAX-ENTRIES" TO
092000             ISP-MSG-TEXT
092100         PERFORM 095-RAISE-WARNING
092200     END-IF
092300     IF ISP-MSG-TEXT = SPACES
092400         AND WS-USE-COUNT NOT < WS-USE-MAX-ENTRIES
092500             MOVE "USAGE-TAKEN LOG FULL" TO ISP-MSG-TEXT
092600             PERFORM 095-RAISE-WARNING
092700     END-IF
092800     IF ISP-MSG-TEXT = SPACES
092900         MOVE 1 TO WS-EXT-SUB
093000         PERFORM 332-SEAT-ONE-INGREDIENT
093100             UNTIL WS-EXT-SUB > WS-EXT-COUNT
093200             OR WS-STK-TABLE-FULL
093300         IF WS-STK-TABLE-FULL
093400             MOVE "STOCK TABLE FULL - RAISE WS-STK-MAX-ENTRIES" TO
093500                 ISP-MSG-TEXT
093600             PERFORM 095-RAISE-WARNING
093700         END-IF
093800     END-IF.
093900*
094000 332-SEAT-ONE-INGREDIENT.
094100     MOVE WS-STOCK-PLANT TO WS-FIND-PLANT
094200     MOVE WS-EXT-INGREDIENT(WS-EXT-SUB) TO WS-FIND-INGREDIENT
094300     MOVE WS-EXT-DESCRIPTION(WS-EXT-SUB) TO WS-FIND-DESCRIPTION
094400     PERFORM 150-FIND-STOCK-ENTRY
094500     IF NOT WS-STK-FOUND
094600         PERFORM 155-ADD-STOCK-ENTRY
094700     END-IF
094800     ADD 1 TO WS-EXT-SUB.
094900*
095000*--------------------------------------------------------------*
095100*    340-CONSUME-USAGE-EXTRACT
095200*    EVERY DETAIL COMES OFF ITS INGREDIENT'S BALANCE AND THE
095300*    EXTRACT GOES ON THE USAGE-TAKEN LOG.
095400*--------------------------------------------------------------*
095500 340-CONSUME-USAGE-EXTRACT.
095600     MOVE 1 TO WS-EXT-SUB
095700     PERFORM 342-CONSUME-ONE-DETAIL
095800         UNTIL WS-EXT-SUB > WS-EXT-COUNT
095900     ADD 1 TO WS-USE-COUNT
096000     MOVE WS-EXT-PLANT-CODE TO WS-USE-PLANT-CODE(WS-USE-COUNT)
096100     MOVE WS-EXT-RUN-DATE TO WS-USE-RUN-DATE(WS-USE-COUNT)
096200     MOVE WS-EXT-SOURCE-SYSTEM TO
096300         WS-USE-SOURCE-SYSTEM(WS-USE-COUNT)
096400     MOVE WS-EXT-DETAIL-COUNT TO WS-USE-RECORD-COUNT(WS-USE-COUNT)
096500     MOVE WS-EXT-HASH-TOTAL TO WS-USE-HASH-TOTAL(WS-USE-COUNT)
096600     MOVE WS-CURRENT-DATE-YYYYMMDD TO
096700         WS-USE-TAKEN-DATE(WS-USE-COUNT)
096800     ADD 1 TO WS-EXTRACTS-TAKEN
096900     ADD 1 TO WS-POSTINGS-APPLIED
097000     MOVE WS-EXT-COUNT TO WS-EDIT-COUNT
097100     MOVE SPACES TO ISP-MSG-TEXT
097200     STRING "EXTRACT OF " WS-EXT-RUN-DATE " FROM "
097300         WS-EXT-SOURCE-SYSTEM " TAKEN - " WS-EDIT-COUNT
097400         " INGREDIENTS CONSUMED"
097500         DELIMITED BY SIZE INTO ISP-MSG-TEXT
097600     PERFORM 093-PRINT-MESSAGE-LINE.
097700*
097800 342-CONSUME-ONE-DETAIL.
097900     MOVE WS-STOCK-PLANT TO WS-FIND-PLANT
098000     MOVE WS-EXT-INGREDIENT(WS-EXT-SUB) TO WS-FIND-INGREDIENT
098100     PERFORM 150-FIND-STOCK-ENTRY
098200     ADD WS-EXT-QTY-USED(WS-EXT-SUB) TO
098300         WS-STK-USED-QTY(WS-STK-INDEX)
098400     SUBTRACT WS-EXT-QTY-USED(WS-EXT-SUB) FROM
098500         WS-STK-ON-HAND-QTY(WS-STK-INDEX)
098600     ADD 1 TO WS-USAGE-LINES-TAKEN
098700     MOVE "U" TO ISP-LOG-FEED
098800     MOVE WS-EXT-INGREDIENT(WS-EXT-SUB) TO ISP-LOG-INGREDIENT
098900     MOVE WS-EXT-QTY-USED(WS-EXT-SUB) TO ISP-LOG-QUANTITY
099000     MOVE "CONSUMED" TO ISP-LOG-TEXT
099100     MOVE WS-ISP-LOG-LINE TO WS-ISP-WORK-LINE
099200     PERFORM 094-WRITE-REPORT-LINE
099300     ADD 1 TO WS-EXT-SUB.
099400*
099500*--------------------------------------------------------------*
099600*    400-POST-COUNTS
099700*    PHYSICAL COUNT CARDS, TAKEN AFTER THE DAY'S RECEIPTS AND
099800*    CONSUMPTION.  NO COUNT FILE IS THE NORMAL NIGHT.
099900*--------------------------------------------------------------*
100000 400-POST-COUNTS.
100100     MOVE "PHYSICAL COUNTS" TO ISP-SECTION-LABEL
100200     PERFORM 092-PRINT-SECTION-HEAD
100300     OPEN INPUT COUNT-FILE
100400     IF WS-CNT-FILE-NOT-FOUND
100500         MOVE "NO COUNTS THIS RUN" TO ISP-MSG-TEXT
100600         PERFORM 093-PRINT-MESSAGE-LINE
100700     ELSE
100800         IF NOT WS-CNT-FILE-OK
100900             DISPLAY 'CNTFILE COULD NOT BE OPENED - STATUS '
101000                 WS-CNT-FILE-STATUS
101100             MOVE "COUNT FILE COULD NOT BE OPENED" TO ISP-MSG-TEXT
101200             PERFORM 093-PRINT-MESSAGE-LINE
101300             PERFORM 095-RAISE-WARNING
101400         ELSE
101500             PERFORM 410-PROCESS-ONE-COUNT
101600                 UNTIL WS-CNT-EOF-REACHED
101700             CLOSE COUNT-FILE
101800         END-IF
101900     END-IF.
102000*
102100 410-PROCESS-ONE-COUNT.
102200     READ COUNT-FILE
102300         AT END
102400             SET WS-CNT-EOF-REACHED TO TRUE
102500         NOT AT END
102600             PERFORM 420-EDIT-ONE-COUNT
102700     END-READ.
102800*
102900*--------------------------------------------------------------*
103000*    420-EDIT-ONE-COUNT
103100*    A COUNT MUST BE FOR THE RUN PLANT, FOR AN INGREDIENT THE
103200*    PLANT STOCKS, DATED NO LATER THAN TODAY, AND CARRY A
103300*    NUMERIC QUANTITY - ZERO IS A FAIR COUNT OF AN EMPTY BIN.
103400*--------------------------------------------------------------*
103500 420-EDIT-ONE-COUNT.
103600     ADD 1 TO WS-COUNTS-READ
103700     SET WS-CARD-IS-VALID TO TRUE
103800     IF CNT-PLANT-CODE = SPACES
103900         MOVE "01" TO WS-CARD-PLANT-CODE
104000     ELSE
104100         MOVE CNT-PLANT-CODE TO WS-CARD-PLANT-CODE
104200     END-IF
104300     IF WS-CARD-PLANT-CODE NOT = WS-STOCK-PLANT
104400         SET WS-CARD-IS-INVALID TO TRUE
104500         MOVE "PLT " TO WS-REJECT-REASON-CODE
104600         MOVE "CARD IS FOR ANOTHER PLANT" TO WS-REJECT-REASON-TEXT
104700     END-IF
104800     IF WS-CARD-IS-VALID
104900         MOVE WS-CARD-PLANT-CODE TO WS-FIND-PLANT
105000         MOVE CNT-INGREDIENT-CODE TO WS-FIND-INGREDIENT
105100         PERFORM 150-FIND-STOCK-ENTRY
105200         IF NOT WS-STK-FOUND OR CNT-INGREDIENT-CODE = SPACES
105300             SET WS-CARD-IS-INVALID TO TRUE
105400             MOVE "ING " TO WS-REJECT-REASON-CODE
105500             MOVE "INGREDIENT NOT STOCKED" TO
105600                 WS-REJECT-REASON-TEXT
105700         END-IF
105800     END-IF
105900     IF WS-CARD-IS-VALID
106000         IF CNT-COUNT-DATE NOT NUMERIC
106100             OR CNT-COUNT-MM < 1 OR CNT-COUNT-MM > 12
106200             OR CNT-COUNT-DD < 1 OR CNT-COUNT-DD > 31
106300                 SET WS-CARD-IS-INVALID TO TRUE
106400                 MOVE "DTE " TO WS-REJECT-REASON-CODE
106500                 MOVE "COUNT DATE INVALID" TO
106600                     WS-REJECT-REASON-TEXT
106700         ELSE
106800             MOVE CNT-COUNT-DATE TO WS-CARD-DATE
106900             IF WS-CARD-DATE > WS-CURRENT-DATE-YYYYMMDD
107000                 SET WS-CARD-IS-INVALID TO TRUE
107100                 MOVE "DTE " TO WS-REJECT-REASON-CODE
107200                 MOVE "COUNT DATE IN FUTURE" TO
107300                     WS-REJECT-REASON-TEXT
107400             END-IF
107500         END-IF
107600     END-IF
107700     IF WS-CARD-IS-VALID AND CNT-COUNTED-QTY NOT NUMERIC
107800         SET WS-CARD-IS-INVALID TO TRUE
107900         MOVE "QTY " TO WS-REJECT-REASON-CODE
108000         MOVE "QUANTITY NOT NUMERIC" TO WS-REJECT-REASON-TEXT
108100     END-IF
108200     IF WS-CARD-IS-VALID
108300         PERFORM 430-APPLY-ONE-COUNT
108400     ELSE
108500         ADD 1 TO WS-COUNTS-REJECTED
108600         MOVE SPACES TO INGREDIENT-STOCK-REJECT-RECORD
108700         MOVE "C" TO ISR-FEED-CODE
108800         MOVE INGREDIENT-COUNT-RECORD TO ISR-CARD-IMAGE
108900         MOVE CNT-INGREDIENT-CODE TO ISP-LOG-INGREDIENT
109000         PERFORM 280-WRITE-REJECT-RECORD
109100     END-IF.
109200*
109300*--------------------------------------------------------------*
109400*    430-APPLY-ONE-COUNT
109500*    THE COUNT REPLACES THE BOOK BALANCE AND THE DIFFERENCE
109600*    GOES TO COUNT ADJUSTMENT.  THE DIFFERENCE AS A PERCENT OF
109700*    THE BOOK IS FLAGGED WHEN IT IS BEYOND THE CONTROL CARD'S
109800*    LIMIT; ANY DIFFERENCE AGAINST A BOOK OF ZERO OR LESS IS
109900*    FLAGGED, SINCE NO PERCENTAGE OF IT MEANS ANYTHING.
110000*--------------------------------------------------------------*
110100 430-APPLY-ONE-COUNT.
110200     MOVE WS-STK-ON-HAND-QTY(WS-STK-INDEX) TO WS-BOOK-QTY
110300     MOVE CNT-COUNTED-QTY-N TO WS-COUNTED-QTY
110400     COMPUTE WS-VARIANCE-QTY = WS-COUNTED-QTY - WS-BOOK-QTY
110500     MOVE "N" TO WS-VARIANCE-FLAG-SWITCH
110600     MOVE 0 TO WS-VARIANCE-PCT
110700     MOVE WS-VARIANCE-QTY TO WS-VARIANCE-ABS
110800     IF WS-VARIANCE-ABS < 0
110900         MULTIPLY -1 BY WS-VARIANCE-ABS
111000     END-IF
111100     MOVE WS-BOOK-QTY TO WS-BOOK-ABS
111200     IF WS-BOOK-QTY NOT > 0
111300         IF WS-VARIANCE-QTY NOT = 0
111400             SET WS-VARIANCE-IS-FLAGGED TO TRUE
111500         END-IF
111600     ELSE
111700         COMPUTE WS-VARIANCE-PCT ROUNDED =
111800             WS-VARIANCE-QTY * 100 / WS-BOOK-ABS
111900             ON SIZE ERROR
112000                 MOVE 99999.99 TO WS-VARIANCE-PCT
112100         END-COMPUTE
112200         IF WS-VARIANCE-ABS * 100 >
112300             WS-BOOK-ABS * WS-VARIANCE-LIMIT-PCT
112400                 SET WS-VARIANCE-IS-FLAGGED TO TRUE
112500         END-IF
112600     END-IF
112700     ADD WS-VARIANCE-QTY TO WS-STK-COUNT-ADJ-QTY(WS-STK-INDEX)
112800     MOVE WS-COUNTED-QTY TO WS-STK-ON-HAND-QTY(WS-STK-INDEX)
112900     MOVE WS-CARD-DATE TO WS-STK-LAST-COUNT-DATE(WS-STK-INDEX)
113000     ADD 1 TO WS-COUNTS-APPLIED
113100     ADD 1 TO WS-POSTINGS-APPLIED
113200     MOVE WS-BOOK-QTY TO WS-EDIT-QTY-1
113300     MOVE WS-VARIANCE-QTY TO WS-EDIT-QTY-2
113400     MOVE WS-VARIANCE-PCT TO WS-EDIT-PCT
113500     MOVE "C" TO ISP-LOG-FEED
113600     MOVE CNT-INGREDIENT-CODE TO ISP-LOG-INGREDIENT
113700     MOVE WS-COUNTED-QTY TO ISP-LOG-QUANTITY
113800     MOVE SPACES TO ISP-LOG-TEXT
113900     IF WS-VARIANCE-IS-FLAGGED
114000         SET WS-STK-COUNT-FLAGGED(WS-STK-INDEX) TO TRUE
114100         ADD 1 TO WS-COUNTS-FLAGGED
114200         PERFORM 095-RAISE-WARNING
114300         MOVE WS-VARIANCE-LIMIT-PCT TO WS-EDIT-LIMIT
114400         STRING "BOOK" WS-EDIT-QTY-1 " VAR" WS-EDIT-QTY-2
114500             WS-EDIT-PCT "% *** BEYOND " WS-EDIT-LIMIT "%"
114600             DELIMITED BY SIZE INTO ISP-LOG-TEXT
114700     ELSE
114800         STRING "BOOK" WS-EDIT-QTY-1 " VAR" WS-EDIT-QTY-2
114900             WS-EDIT-PCT "%"
115000             DELIMITED BY SIZE INTO ISP-LOG-TEXT
115100     END-IF
115200     MOVE WS-ISP-LOG-LINE TO WS-ISP-WORK-LINE
115300     PERFORM 094-WRITE-REPORT-LINE.
115400*
115500 500-EXIT.
115600     IF WS-POSTINGS-APPLIED > 0
115700         PERFORM 510-REWRITE-STOCK-MASTER
115800     ELSE
115900         DISPLAY 'NOTHING POSTED - STOCK MASTER LEFT AS FOUND'
116000     END-IF
116100     PERFORM 520-PRINT-STOCK-LEDGER
116200     PERFORM 540-PRINT-RUN-FIGURES
116300     IF WS-ISP-FILE-OK
116400         CLOSE STOCK-REPORT-FILE
116500     END-IF
116600     IF WS-ISR-FILE-OK
116700         CLOSE STOCK-REJECT-FILE
116800     END-IF
116900     DISPLAY 'INGREDIENT STOCK COMPLETE - ' WS-RECEIPTS-APPLIED
117000         ' RECEIPTS ' WS-EXTRACTS-TAKEN ' EXTRACTS '
117100         WS-COUNTS-APPLIED ' COUNTS POSTED'
117200     DISPLAY '  CARDS REJECTED ' WS-RECEIPTS-REJECTED ' RECEIPT '
117300         WS-COUNTS-REJECTED ' COUNT  COUNTS FLAGGED '
117400         WS-COUNTS-FLAGGED
117500     DISPLAY 'RUN SEVERITY: ' WS-RUN-SEVERITY
117600     MOVE WS-RUN-SEVERITY TO RETURN-CODE
117650     PERFORM 905-WRITE-END-STEP.
117700*
117800*--------------------------------------------------------------*
117900*    510-REWRITE-STOCK-MASTER
118000*    PUTS EVERY PLANT'S BALANCES BACK IN PLANT/INGREDIENT
118100*    ORDER, FOLLOWED BY THE WHOLE USAGE-TAKEN LOG.  A MASTER
118200*    THAT CANNOT BE REWRITTEN AFTER AN EXTRACT WAS TAKEN STOPS
118300*    THE SCHEDULE - THE SAME EXTRACT MUST NOT BE TAKEN AGAIN
118400*    AGAINST THE OLD MASTER WITHOUT SOMEONE LOOKING.
118500*--------------------------------------------------------------*
118600 510-REWRITE-STOCK-MASTER.
118700     OPEN OUTPUT INGREDIENT-STOCK-FILE
118800     IF NOT WS-ISM-FILE-OK
118900         DISPLAY 'ISMFILE COULD NOT BE REWRITTEN - STATUS '
119000             WS-ISM-FILE-STATUS
119100         MOVE 16 TO WS-RUN-SEVERITY
119200     ELSE
119300         MOVE 1 TO WS-STK-SUB
119400         PERFORM 511-WRITE-ONE-BALANCE
119500             UNTIL WS-STK-SUB > WS-STK-COUNT
119600         MOVE 1 TO WS-USE-SUB
119700         PERFORM 512-WRITE-ONE-USAGE-TAKEN
119800             UNTIL WS-USE-SUB > WS-USE-COUNT
119900         CLOSE INGREDIENT-STOCK-FILE
120000     END-IF.
120100*
120200 511-WRITE-ONE-BALANCE.
120300     MOVE SPACES TO INGREDIENT-STOCK-RECORD
120400     SET ISM-IS-BALANCE TO TRUE
120500     MOVE WS-STK-PLANT-CODE(WS-STK-SUB) TO ISM-PLANT-CODE
120600     MOVE WS-STK-INGREDIENT(WS-STK-SUB) TO ISM-INGREDIENT-CODE
120700     MOVE WS-STK-DESCRIPTION(WS-STK-SUB) TO ISM-INGREDIENT-DESC
120800     MOVE WS-STK-ON-HAND-QTY(WS-STK-SUB) TO ISM-ON-HAND-QTY
120900     MOVE WS-STK-LAST-COUNT-DATE(WS-STK-SUB) TO
121000         ISM-LAST-COUNT-DATE
121100     IF WS-STK-PLANT-CODE(WS-STK-SUB) = WS-STOCK-PLANT
121200         MOVE WS-CURRENT-DATE-YYYYMMDD TO ISM-LAST-RUN-DATE
121300     ELSE
121400         MOVE WS-STK-LAST-RUN-DATE(WS-STK-SUB) TO
121500             ISM-LAST-RUN-DATE
121600     END-IF
121700     WRITE INGREDIENT-STOCK-RECORD
121800     ADD 1 TO WS-STK-SUB.
121900*
122000 512-WRITE-ONE-USAGE-TAKEN.
122100     MOVE SPACES TO INGREDIENT-STOCK-RECORD
122200     SET ISM-IS-USAGE-TAKEN TO TRUE
122300     MOVE WS-USE-PLANT-CODE(WS-USE-SUB) TO ISM-PLANT-CODE
122400     MOVE WS-USE-RUN-DATE(WS-USE-SUB) TO ISM-USE-RUN-DATE
122500     MOVE WS-USE-SOURCE-SYSTEM(WS-USE-SUB) TO
122600         ISM-USE-SOURCE-SYSTEM
122700     MOVE WS-USE-RECORD-COUNT(WS-USE-SUB) TO ISM-USE-RECORD-COUNT
122800     MOVE WS-USE-HASH-TOTAL(WS-USE-SUB) TO ISM-USE-HASH-TOTAL
122900     MOVE WS-USE-TAKEN-DATE(WS-USE-SUB) TO ISM-USE-TAKEN-DATE
123000     WRITE INGREDIENT-STOCK-RECORD
123100     ADD 1 TO WS-USE-SUB.
123200*
123300*--------------------------------------------------------------*
123400*    520-PRINT-STOCK-LEDGER
123500*    ONE LINE PER INGREDIENT AT THE RUN PLANT - OPENING,
123600*    RECEIPTS, CONSUMED, COUNT ADJUSTMENT, CLOSING.  FLAGGED
123700*    WHEN A COUNT MISSED THE BOOK BEYOND THE LIMIT, OR WHEN THE
123800*    BOOK HAS GONE BELOW ZERO - MORE USED THAN EVER CAME IN.
123810*    BELOW ZERO IS THE WORSE OF THE TWO AND WINS THE FLAG.
123900*--------------------------------------------------------------*
124000 520-PRINT-STOCK-LEDGER.
124100     MOVE "INGREDIENT STOCK LEDGER" TO ISP-SECTION-LABEL
124200     PERFORM 092-PRINT-SECTION-HEAD
124300     MOVE WS-ISP-LEDGER-HEAD TO WS-ISP-WORK-LINE
124400     PERFORM 094-WRITE-REPORT-LINE
124500     MOVE 1 TO WS-STK-SUB
124600     PERFORM 521-PRINT-ONE-LEDGER-LINE
124700         UNTIL WS-STK-SUB > WS-STK-COUNT.
124800*
124900 521-PRINT-ONE-LEDGER-LINE.
125000     IF WS-STK-PLANT-CODE(WS-STK-SUB) = WS-STOCK-PLANT
125100         ADD 1 TO WS-INGREDIENTS-REPORTED
125200         MOVE WS-STK-INGREDIENT(WS-STK-SUB) TO ISP-LDG-INGREDIENT
125300         MOVE WS-STK-DESCRIPTION(WS-STK-SUB) TO
125400             ISP-LDG-DESCRIPTION
125500         MOVE WS-STK-OPENING-QTY(WS-STK-SUB) TO ISP-LDG-OPENING
125600         MOVE WS-STK-RECEIPT-QTY(WS-STK-SUB) TO ISP-LDG-RECEIPTS
125700         MOVE WS-STK-USED-QTY(WS-STK-SUB) TO ISP-LDG-CONSUMED
125800         MOVE WS-STK-COUNT-ADJ-QTY(WS-STK-SUB) TO
125900             ISP-LDG-COUNT-ADJ
126000         MOVE WS-STK-ON-HAND-QTY(WS-STK-SUB) TO ISP-LDG-CLOSING
126100         MOVE SPACES TO ISP-LDG-FLAG
126200         IF WS-STK-ON-HAND-QTY(WS-STK-SUB) < 0
126300             MOVE "BELOW ZERO" TO ISP-LDG-FLAG
126400             ADD 1 TO WS-INGREDIENTS-BELOW-ZERO
126500             PERFORM 095-RAISE-WARNING
126600         END-IF
126700         IF WS-STK-COUNT-FLAGGED(WS-STK-SUB)
126750             AND ISP-LDG-FLAG = SPACES
126800                 MOVE "COUNT VAR" TO ISP-LDG-FLAG
126900         END-IF
127000         MOVE WS-ISP-LEDGER-LINE TO WS-ISP-WORK-LINE
127100         PERFORM 094-WRITE-REPORT-LINE
127200     END-IF
127300     ADD 1 TO WS-STK-SUB.
127400*
127500 540-PRINT-RUN-FIGURES.
127600     MOVE SPACES TO WS-ISP-WORK-LINE
127700     PERFORM 094-WRITE-REPORT-LINE
127800     MOVE "INGREDIENTS REPORTED" TO ISP-TXT-LABEL
127900     MOVE WS-INGREDIENTS-REPORTED TO ISP-TXT-VALUE
128000     PERFORM 541-PRINT-FIGURE-LINE
128100     MOVE "RECEIPT CARDS READ" TO ISP-TXT-LABEL
128200     MOVE WS-RECEIPTS-READ TO ISP-TXT-VALUE
128300     PERFORM 541-PRINT-FIGURE-LINE
128400     MOVE "RECEIPTS POSTED" TO ISP-TXT-LABEL
128500     MOVE WS-RECEIPTS-APPLIED TO ISP-TXT-VALUE
128600     PERFORM 541-PRINT-FIGURE-LINE
128700     MOVE "RECEIPTS REJECTED" TO ISP-TXT-LABEL
128800     MOVE WS-RECEIPTS-REJECTED TO ISP-TXT-VALUE
128900     PERFORM 541-PRINT-FIGURE-LINE
129000     MOVE "USAGE EXTRACTS TAKEN" TO ISP-TXT-LABEL
129100     MOVE WS-EXTRACTS-TAKEN TO ISP-TXT-VALUE
129200     PERFORM 541-PRINT-FIGURE-LINE
129300     MOVE "USAGE LINES CONSUMED" TO ISP-TXT-LABEL
129400     MOVE WS-USAGE-LINES-TAKEN TO ISP-TXT-VALUE
129500     PERFORM 541-PRINT-FIGURE-LINE
129600     MOVE "COUNT CARDS READ" TO ISP-TXT-LABEL
129700     MOVE WS-COUNTS-READ TO ISP-TXT-VALUE
129800     PERFORM 541-PRINT-FIGURE-LINE
129900     MOVE "COUNTS POSTED" TO ISP-TXT-LABEL
130000     MOVE WS-COUNTS-APPLIED TO ISP-TXT-VALUE
130100     PERFORM 541-PRINT-FIGURE-LINE
130200     MOVE "COUNTS REJECTED" TO ISP-TXT-LABEL
130300     MOVE WS-COUNTS-REJECTED TO ISP-TXT-VALUE
130400     PERFORM 541-PRINT-FIGURE-LINE
130500     MOVE "COUNTS BEYOND VARIANCE LIMIT" TO ISP-TXT-LABEL
130600     MOVE WS-COUNTS-FLAGGED TO ISP-TXT-VALUE
130700     PERFORM 541-PRINT-FIGURE-LINE
130800     MOVE "INGREDIENTS BELOW ZERO" TO ISP-TXT-LABEL
130900     MOVE WS-INGREDIENTS-BELOW-ZERO TO ISP-TXT-VALUE
131000     PERFORM 541-PRINT-FIGURE-LINE.
131100*
131200 541-PRINT-FIGURE-LINE.
131300     MOVE WS-ISP-TEXT-LINE TO WS-ISP-WORK-LINE
131400     PERFORM 094-WRITE-REPORT-LINE.
131500*
131600*--------------------------------------------------------------*
131700*    900-WRITE-START-STEP
131800*    PUTS THIS RUN'S START RECORD ON THE STEP-STATUS LEDGER.  A
131900*    START WITH NO END AFTER IT IS A RUN THAT NEVER FINISHED.
132000*--------------------------------------------------------------*
132100 900-WRITE-START-STEP.
132200     PERFORM 908-BUILD-STEP-RECORD
132300     SET STS-IS-START TO TRUE
132400     PERFORM 910-WRITE-STEP-RECORD.
132500*
132600*--------------------------------------------------------------*
132700*    905-WRITE-END-STEP
132800*    PUTS THIS RUN'S END RECORD ON THE STEP-STATUS LEDGER WITH
132900*    THE RETURN CODE THE RUN IS ENDING ON AND ITS KEY COUNTS.
133000*    EVERY WAY OUT OF THE RUN - NORMAL END OR ABORT - COMES
133100*    THROUGH HERE ONCE THE RETURN CODE IS SET.
133200*--------------------------------------------------------------*
133300 905-WRITE-END-STEP.
133400     PERFORM 908-BUILD-STEP-RECORD
133500     MOVE RETURN-CODE TO STS-RETURN-CODE
133600     SET STS-IS-END TO TRUE
133700     MOVE "RECEIPTS" TO STS-COUNT-NAME(1)
133800     MOVE WS-RECEIPTS-APPLIED TO STS-COUNT-VALUE(1)
133900     MOVE "EXTRACTS" TO STS-COUNT-NAME(2)
134000     MOVE WS-EXTRACTS-TAKEN TO STS-COUNT-VALUE(2)
134100     MOVE "COUNTS  " TO STS-COUNT-NAME(3)
134200     MOVE WS-COUNTS-APPLIED TO STS-COUNT-VALUE(3)
134300     PERFORM 910-WRITE-STEP-RECORD.
134400*
134500 908-BUILD-STEP-RECORD.
134600     MOVE SPACES TO STEP-STATUS-RECORD
134700     MOVE WS-STEP-PLANT TO STS-PLANT-CODE
134800     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD
134900     ACCEPT STS-RUN-TIME FROM TIME
135000     MOVE WS-STEP-PROGRAM-ID TO STS-PROGRAM-ID
135100     MOVE 0 TO STS-RETURN-CODE STS-SUBJECT-DATE
135200     MOVE 0 TO STS-COUNT-VALUE(1) STS-COUNT-VALUE(2)
135300         STS-COUNT-VALUE(3).
135400*
135500*--------------------------------------------------------------*
135600*    910-WRITE-STEP-RECORD
135700*    THE LEDGER IS APPENDED TO - THE FIRST RUN EVER CREATES IT.
135800*    IT IS OPENED AND CLOSED AROUND EACH RECORD SO AN ABORT
135900*    LATER IN THE RUN CANNOT LOSE THE START RECORD.  A LEDGER
136000*    THAT WILL NOT OPEN COSTS THE STATUS REPORT THIS STEP, NOT
136100*    THE RUN ITS WORK.
136200*--------------------------------------------------------------*
136300 910-WRITE-STEP-RECORD.
136400     OPEN EXTEND STEP-STATUS-FILE
136500     IF NOT WS-STS-FILE-OK
136600         OPEN OUTPUT STEP-STATUS-FILE
136700     END-IF
136800     IF WS-STS-FILE-OK
136900         WRITE STEP-STATUS-RECORD
137000         CLOSE STEP-STATUS-FILE
137100     ELSE
137200         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
137300             WS-STS-FILE-STATUS ' - STEP NOT RECORDED'
137400     END-IF.
