000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SPAGHETTI-QAHOLD.
000300 AUTHOR.        R. ALFREDO.
000400 INSTALLATION.  PASTA-PARTY DATA CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    SPAGHETTI-QAHOLD IS QUALITY'S DOOR TO THE POSTED LOTS.
000900*    QA KEYS A CARD TO PUT A HOLD ON ONE LOT, ON AN ITEM FOR
001000*    ONE PRODUCTION DATE, OR ON A LINE AND SHIFT FOR ONE
001100*    PRODUCTION DATE.  WHILE THE HOLD IS OPEN SPAGHETTI-CODE
001200*    STILL POSTS EVERY LOT IT COVERS TO THE LEDGER, BUT FLAGS
001300*    IT HELD AND LEAVES IT OUT OF THE INVENTORY EXTRACT.
001400*
001500*    A RELEASE CARD CLOSES THE HOLD AND SENDS EVERY LOT IT WAS
001600*    HOLDING - UNLESS ANOTHER OPEN HOLD STILL COVERS THE LOT -
001700*    TO INVENTORY ON THE RELEASE EXTRACT (INVRFILE), IN THE
001800*    SAME HEADER/DETAIL/TRAILER LAYOUT AS INVFILE.  A SCRAP
001900*    CARD CLOSES THE HOLD AND WRITES A REVERSAL FOR EVERY LOT
002000*    IT WAS HOLDING TO THE RECYCLE FEED, SO THE NEXT CODE RUN
002100*    BACKS THE LOT OUT OF THE LEDGER LIKE ANY OTHER REVERSAL.
002200*    EITHER WAY THE LOT'S FATE GOES ON THE HOLD MASTER AS A
002300*    DISPOSITION RECORD, WHICH CODE OVERLAYS ON THE LOT-BALANCE
002400*    MASTER AT EVERY LOAD - SO A LOT IS RELEASED OR SCRAPPED
002500*    EXACTLY ONCE, HOWEVER MANY TIMES THE MASTER IS REBUILT.
002600*
002700*    THIS PROGRAM NEVER WRITES THE LOT-BALANCE MASTER - IT
002800*    READS IT TO FIND THE HELD LOTS AND LEAVES THE REST TO
002900*    CODE.  THE RUN COVERS ONE PLANT - THE ONE THE CONTROL
003000*    CARD NAMES, PLANT 01 WHEN IT NAMES NONE - AND ENDS WITH
003100*    A LISTING OF EVERY HOLD STILL OPEN AT THAT PLANT, HOW
003200*    OLD IT IS, AND HOW MUCH IT IS HOLDING.
003300*
003400*    MODIFICATION HISTORY
003500*    DATE       INIT  DESCRIPTION
003600*    ---------- ----  -----------------------------------------
003700*    2026-10-15 RA    ORIGINAL.
003720*    2026-10-15 RA    WRITES A START AND AN END RECORD TO THE
003740*                      STEP-STATUS LEDGER (STSFILE) WITH ITS
003760*                      RETURN CODE AND KEY COUNTS.
003770*    2026-10-15 RA    INVRFILE IS WRITTEN AFTER QHMFILE IS
003780*                      REWRITTEN AND GOES OUT HELD, WITH NO
003790*                      DETAILS, WHEN THE REWRITE FAILS.
003791*    2026-10-15 RA    DISPOSITION TABLE RAISED TO 50000 TO MATCH
003792*                      THE LOT-BALANCE TABLE.  A BLANK PLANT ON
003793*                      QHMFILE IS NOW TAKEN AS PLANT 01.
003800*--------------------------------------------------------------*
003900*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT QA-HOLD-CONTROL-FILE ASSIGN TO "QHCFILE"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-QHC-FILE-STATUS.
004600     SELECT QA-HOLD-CARD-FILE ASSIGN TO "QHTFILE"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-QHT-FILE-STATUS.
004900     SELECT QA-HOLD-FILE ASSIGN TO "QHMFILE"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-QHM-FILE-STATUS.
005200     SELECT LOT-BALANCE-FILE ASSIGN TO "LBMFILE"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-LBM-FILE-STATUS.
005500     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMFILE"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-ITEM-FILE-STATUS.
005800     SELECT QA-HOLD-REPORT-FILE ASSIGN TO "QHPFILE"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-QHP-FILE-STATUS.
006100     SELECT QA-HOLD-REJECT-FILE ASSIGN TO "QHRFILE"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-QHR-FILE-STATUS.
006400     SELECT RELEASE-EXTRACT-FILE ASSIGN TO "INVRFILE"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-INVR-FILE-STATUS.
006700     SELECT RECYCLE-LOT-FILE ASSIGN TO "RCYCFILE"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-RCYC-FILE-STATUS.
006920     SELECT STEP-STATUS-FILE ASSIGN TO "STSFILE"
006940         ORGANIZATION IS LINE SEQUENTIAL
006960         FILE STATUS IS WS-STS-FILE-STATUS.
007000*
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  QA-HOLD-CONTROL-FILE
007400     RECORDING MODE IS F.
007500     COPY QHCREC.
007600*
007700 FD  QA-HOLD-CARD-FILE
007800     RECORDING MODE IS F.
007900     COPY QHTREC.
008000*
008100 FD  QA-HOLD-FILE
008200     RECORDING MODE IS F.
008300     COPY QHMREC.
008400*
008500 FD  LOT-BALANCE-FILE
008600     RECORDING MODE IS F.
008700     COPY LBMREC.
008800*
008900 FD  ITEM-MASTER-FILE
009000     RECORDING MODE IS F.
009100     COPY ITMREC.
009200*
009300 FD  QA-HOLD-REPORT-FILE
009400     RECORDING MODE IS F.
009500     COPY QHPREC.
009600*
009700 FD  QA-HOLD-REJECT-FILE
009800     RECORDING MODE IS F.
009900     COPY QHRREC.
010000*
010100 FD  RELEASE-EXTRACT-FILE
010200     RECORDING MODE IS F.
010300     COPY INVREC.
010400*
010500 FD  RECYCLE-LOT-FILE
010600     RECORDING MODE IS F.
010700     COPY LOTREC.
010800*
010820 FD  STEP-STATUS-FILE
010840     RECORDING MODE IS F.
010860     COPY STSREC.
010880*
010900 WORKING-STORAGE SECTION.
011000*--------------------------------------------------------------*
011100*    FILE STATUS WORKING STORAGE
011200*--------------------------------------------------------------*
011300 01  WS-QHC-FILE-STATUS          PIC X(02)   VALUE "00".
011400     88  WS-QHC-FILE-OK                      VALUE "00".
011500     88  WS-QHC-FILE-NOT-FOUND               VALUE "35".
011600 01  WS-QHT-FILE-STATUS          PIC X(02)   VALUE "00".
011700     88  WS-QHT-FILE-OK                      VALUE "00".
011800     88  WS-QHT-FILE-NOT-FOUND               VALUE "35".
011900 01  WS-QHM-FILE-STATUS          PIC X(02)   VALUE "00".
012000     88  WS-QHM-FILE-OK                      VALUE "00".
012100     88  WS-QHM-FILE-NOT-FOUND               VALUE "35".
012200 01  WS-LBM-FILE-STATUS          PIC X(02)   VALUE "00".
012300     88  WS-LBM-FILE-OK                      VALUE "00".
012400     88  WS-LBM-FILE-NOT-FOUND               VALUE "35".
012500 01  WS-ITEM-FILE-STATUS         PIC X(02)   VALUE "00".
012600     88  WS-ITEM-FILE-OK                     VALUE "00".
012700     88  WS-ITEM-FILE-NOT-FOUND              VALUE "35".
012800 01  WS-QHP-FILE-STATUS          PIC X(02)   VALUE "00".
012900     88  WS-QHP-FILE-OK                      VALUE "00".
013000 01  WS-QHR-FILE-STATUS          PIC X(02)   VALUE "00".
013100     88  WS-QHR-FILE-OK                      VALUE "00".
013200 01  WS-INVR-FILE-STATUS         PIC X(02)   VALUE "00".
013300     88  WS-INVR-FILE-OK                     VALUE "00".
013400 01  WS-RCYC-FILE-STATUS         PIC X(02)   VALUE "00".
013500     88  WS-RCYC-FILE-OK                     VALUE "00".
013600*--------------------------------------------------------------*
013700*    LOOP-CONTROL WORKING STORAGE
013800*--------------------------------------------------------------*
013900 01  WS-CARD-EOF-SWITCH           PIC X(01)   VALUE "N".
014000     88  WS-CARD-EOF-REACHED                  VALUE "Y".
014100 01  WS-ITEM-LOAD-SWITCH          PIC X(01)   VALUE "N".
014200     88  WS-ITEM-LOAD-DONE                    VALUE "Y".
014300 01  WS-LBM-LOAD-SWITCH           PIC X(01)   VALUE "N".
014400     88  WS-LBM-LOAD-DONE                     VALUE "Y".
014500 01  WS-QHM-LOAD-SWITCH           PIC X(01)   VALUE "N".
014600     88  WS-QHM-LOAD-DONE                     VALUE "Y".
014700 01  WS-QHT-OPEN-SWITCH           PIC X(01)   VALUE "N".
014800     88  WS-QHT-FILE-IS-OPEN                  VALUE "Y".
014900 01  WS-INVR-OPEN-SWITCH          PIC X(01)   VALUE "N".
015000     88  WS-INVR-FILE-IS-OPEN                 VALUE "Y".
015010 01  WS-QHM-REWRITE-SWITCH        PIC X(01)   VALUE "N".
015020     88  WS-QHM-REWRITE-FAILED                VALUE "Y".
015100 01  WS-RCYC-OPEN-SWITCH          PIC X(01)   VALUE "N".
015200     88  WS-RCYC-FILE-IS-OPEN                 VALUE "Y".
015300 01  WS-RUN-SEVERITY              PIC 9(02)   VALUE 0.
015400*--------------------------------------------------------------*
015500*    CONTROL-CARD WORKING STORAGE
015600*--------------------------------------------------------------*
015700 01  WS-QA-PLANT                  PIC X(02)   VALUE "01".
015800*--------------------------------------------------------------*
015900*    ITEM MASTER TABLE WORKING STORAGE
016000*    ONLY THE CODES ARE KEPT - AN ITEM/DATE HOLD NEED ONLY
016100*    NAME AN ITEM THE MASTER KNOWS.  AN INACTIVE ITEM STILL
016200*    COUNTS; ITS LAST LOTS MAY BE THE ONES QA IS AFTER.
016300*--------------------------------------------------------------*
016400 01  WS-MAST-MAX-ENTRIES          PIC 9(04)   VALUE 2000.
016500 01  WS-MAST-COUNT                PIC 9(04)   VALUE 0.
016600 01  WS-MAST-SUB                  PIC 9(04)   VALUE 0.
016700 01  WS-MAST-FOUND-SWITCH         PIC X(01)   VALUE "N".
016800     88  WS-MAST-FOUND                        VALUE "Y".
016900 01  WS-MAST-TABLE.
017000     05  WS-MAST-ENTRY OCCURS 2000 TIMES.
017100         10  WS-MAST-ITEM-CODE         PIC X(10).
017200*--------------------------------------------------------------*
017300*    LOT-BALANCE TABLE WORKING STORAGE
017400*    THE LOT-BALANCE MASTER AS CODE LEFT IT, EVERY PLANT'S
017500*    LOTS TOGETHER IN PLANT/LOT ORDER, WITH THE DISPOSITIONS
017600*    ON THE HOLD MASTER OVERLAID THE SAME WAY CODE OVERLAYS
017700*    THEM.  READ ONLY - THE LOTS' STATUS IS CHANGED HERE SO
017800*    ONE CARD SEES WHAT THE CARD BEFORE IT DID, BUT THE FILE
017900*    ITSELF BELONGS TO CODE.
018000*--------------------------------------------------------------*
018100 01  WS-LBM-MAX-ENTRIES           PIC 9(05)   VALUE 50000.
018200 01  WS-LBM-COUNT                 PIC 9(05)   VALUE 0.
018300 01  WS-LBM-SUB                   PIC 9(05)   VALUE 0.
018400 01  WS-LBM-FOUND-SWITCH          PIC X(01)   VALUE "N".
018500     88  WS-LBM-FOUND                         VALUE "Y".
018600 01  WS-LBM-PRIOR-KEY             PIC X(07)   VALUE LOW-VALUES.
018700 01  WS-LBM-SEARCH-KEY.
018800     05  WS-LBM-SEARCH-PLANT      PIC X(02).
018900     05  WS-LBM-SEARCH-LOT        PIC 9(05).
019000 01  WS-LBM-TABLE.
019100     05  WS-LBM-ENTRY OCCURS 1 TO 50000 TIMES
019200             DEPENDING ON WS-LBM-COUNT
019300             ASCENDING KEY IS WS-LBM-KEY
019400             INDEXED BY WS-LBM-IDX.
019500         10  WS-LBM-KEY.
019600             15  WS-LBM-PLANT-CODE PIC X(02).
019700             15  WS-LBM-LOT-NUMBER PIC 9(05).
019800         10  WS-LBM-ITEM-CODE      PIC X(10).
019900         10  WS-LBM-PROD-DATE      PIC 9(08).
020000         10  WS-LBM-NET-QTY        PIC S9(09).
020100         10  WS-LBM-SOURCE-LINE    PIC X(01).
020200         10  WS-LBM-SHIFT-CODE     PIC 9(01).
020300         10  WS-LBM-HOLD-STATUS    PIC X(01).
020400             88  WS-LBM-LOT-IS-FREE            VALUE SPACE.
020500             88  WS-LBM-LOT-IS-HELD            VALUE "H".
020600             88  WS-LBM-LOT-IS-SCRAPPED        VALUE "S".
020700*--------------------------------------------------------------*
020800*    HOLD TABLE WORKING STORAGE
020900*    EVERY OPEN HOLD ON THE MASTER, EVERY PLANT'S, SINCE THE
021000*    MASTER IS REWRITTEN WHOLE.  A HOLD CLOSED BY A CARD STAYS
021100*    IN ITS SEAT MARKED CLOSED AND IS SIMPLY NOT WRITTEN BACK.
021200*    THE KEY FIELDS A SCOPE DOES NOT USE ARE KEPT ZERO OR
021300*    BLANK, SO TWO HOLDS ON THE SAME THING COMPARE EQUAL.
021400*--------------------------------------------------------------*
021500 01  WS-HOLD-MAX-ENTRIES          PIC 9(04)   VALUE 500.
021600 01  WS-HOLD-COUNT                PIC 9(04)   VALUE 0.
021700 01  WS-HOLD-SUB                  PIC 9(04)   VALUE 0.
021800 01  WS-HOLD-INDEX                PIC 9(04)   VALUE 0.
021900 01  WS-MATCH-HOLD                PIC 9(04)   VALUE 0.
022000 01  WS-HOLD-FOUND-SWITCH         PIC X(01)   VALUE "N".
022100     88  WS-HOLD-FOUND                        VALUE "Y".
022200 01  WS-LOT-MATCH-SWITCH          PIC X(01)   VALUE "N".
022300     88  WS-LOT-MATCHES-HOLD                  VALUE "Y".
022400 01  WS-LOT-COVER-SWITCH          PIC X(01)   VALUE "N".
022500     88  WS-LOT-STILL-COVERED                 VALUE "Y".
022550 01  WS-QHM-PLANT-CODE            PIC X(02)   VALUE SPACES.
022600 01  WS-HOLD-TABLE.
022700     05  WS-HOLD-ENTRY OCCURS 500 TIMES.
022800         10  WS-HOLD-STATUS        PIC X(01).
022900             88  WS-HOLD-IS-OPEN               VALUE "O".
023000             88  WS-HOLD-IS-CLOSED             VALUE "C".
023100         10  WS-HOLD-PLANT-CODE    PIC X(02).
023200         10  WS-HOLD-SCOPE         PIC X(01).
023300             88  WS-HOLD-ON-LOT                VALUE "L".
023400             88  WS-HOLD-ON-ITEM-DATE          VALUE "I".
023500             88  WS-HOLD-ON-LINE-SHIFT         VALUE "S".
023600         10  WS-HOLD-LOT-NUMBER    PIC 9(05).
023700         10  WS-HOLD-ITEM-CODE     PIC X(10).
023800         10  WS-HOLD-PROD-DATE     PIC 9(08).
023900         10  WS-HOLD-SOURCE-LINE   PIC X(01).
024000         10  WS-HOLD-SHIFT-CODE    PIC 9(01).
024100         10  WS-HOLD-HOLD-DATE     PIC 9(08).
024200         10  WS-HOLD-REASON-TEXT   PIC X(20).
024300*--------------------------------------------------------------*
024400*    DISPOSITION TABLE WORKING STORAGE
024500*    ONE ENTRY PER LOT EVER RELEASED OR SCRAPPED OFF A HOLD.
024600*    THESE ARE KEPT FOR GOOD - THEY ARE WHAT STOPS A LOT BEING
024700*    SENT TO INVENTORY TWICE WHEN THE LOT-BALANCE MASTER IS
024800*    REBUILT FROM THE LEDGER.  THOSE LOADED FROM THE MASTER
024810*    COME FIRST; WS-DISP-LOADED-COUNT MARKS WHERE THIS RUN'S
024820*    OWN BEGIN.  THE TABLE IS SIZED TO THE LOT-BALANCE TABLE,
024830*    ONE DISPOSITION FOR EVERY LOT IT CAN HOLD.  AT THE CEILING
024840*    EVERY RELEASE OR SCRAP CARD IS REJECTED (216) AND A MASTER
024850*    HOLDING MORE ABORTS THE LOAD (067B) - RAISE THIS TABLE AND
024860*    WS-LBM-MAX-ENTRIES TOGETHER BEFORE THAT DAY COMES.
024900*--------------------------------------------------------------*
025000 01  WS-DISP-MAX-ENTRIES          PIC 9(05)   VALUE 50000.
025100 01  WS-DISP-COUNT                PIC 9(05)   VALUE 0.
025150 01  WS-DISP-LOADED-COUNT         PIC 9(05)   VALUE 0.
025200 01  WS-DISP-SUB                  PIC 9(05)   VALUE 0.
025300 01  WS-DISP-CODE                 PIC X(01)   VALUE SPACE.
025400 01  WS-DISP-TABLE.
025500     05  WS-DISP-ENTRY OCCURS 50000 TIMES.
025600         10  WS-DISP-PLANT-CODE    PIC X(02).
025700         10  WS-DISP-LOT-NUMBER    PIC 9(05).
025800         10  WS-DISP-ITEM-CODE     PIC X(10).
025900         10  WS-DISP-PROD-DATE     PIC 9(08).
026000         10  WS-DISP-DATE          PIC 9(08).
026100         10  WS-DISP-DISPOSITION   PIC X(01).
026200*--------------------------------------------------------------*
026300*    CARD EDIT WORKING STORAGE
026400*    THE CARD'S KEY AS EDITED - PLANT DEFAULTED, UNUSED KEY
026500*    FIELDS ZEROED OR BLANKED FOR THE SCOPE - SO IT COMPARES
026600*    STRAIGHT AGAINST THE HOLD TABLE.
026700*--------------------------------------------------------------*
026800 01  WS-CARD-EDIT-SWITCH          PIC X(01)   VALUE "Y".
026900     88  WS-CARD-IS-VALID                     VALUE "Y".
027000     88  WS-CARD-IS-INVALID                   VALUE "N".
027100 01  WS-REJECT-REASON-CODE        PIC X(04)   VALUE SPACES.
027200 01  WS-REJECT-REASON-TEXT        PIC X(25)   VALUE SPACES.
027300 01  WS-CARD-PLANT-CODE           PIC X(02)   VALUE SPACES.
027400 01  WS-CARD-SCOPE                PIC X(01)   VALUE SPACE.
027500 01  WS-CARD-LOT-NUMBER           PIC 9(05)   VALUE 0.
027600 01  WS-CARD-ITEM-CODE            PIC X(10)   VALUE SPACES.
027700 01  WS-CARD-PROD-DATE            PIC 9(08)   VALUE 0.
027800 01  WS-CARD-SOURCE-LINE          PIC X(01)   VALUE SPACE.
027900 01  WS-CARD-SHIFT-CODE           PIC 9(01)   VALUE 0.
028000*--------------------------------------------------------------*
028100*    RUN-COUNT WORKING STORAGE
028200*--------------------------------------------------------------*
028300 01  WS-HOLDS-BEFORE              PIC 9(05)   VALUE 0.
028400 01  WS-HOLDS-AFTER               PIC 9(05)   VALUE 0.
028500 01  WS-CARDS-READ                PIC 9(05)   VALUE 0.
028600 01  WS-HOLDS-PLACED              PIC 9(05)   VALUE 0.
028700 01  WS-HOLDS-RELEASED            PIC 9(05)   VALUE 0.
028800 01  WS-HOLDS-SCRAPPED            PIC 9(05)   VALUE 0.
028900 01  WS-CARDS-APPLIED             PIC 9(05)   VALUE 0.
029000 01  WS-CARDS-REJECTED            PIC 9(05)   VALUE 0.
029100 01  WS-LOTS-RELEASED             PIC 9(05)   VALUE 0.
029200 01  WS-LOTS-SCRAPPED             PIC 9(05)   VALUE 0.
029300 01  WS-LOTS-STILL-HELD           PIC 9(05)   VALUE 0.
029400 01  WS-QTY-RELEASED              PIC S9(09)  VALUE 0.
029500 01  WS-QTY-SCRAPPED              PIC S9(09)  VALUE 0.
029600 01  WS-CARD-LOT-COUNT            PIC 9(05)   VALUE 0.
029700 01  WS-CARD-KEPT-COUNT           PIC 9(05)   VALUE 0.
029800 01  WS-HOLD-LOTS-HELD            PIC 9(05)   VALUE 0.
029900 01  WS-HOLD-QTY-HELD             PIC S9(09)  VALUE 0.
030000 01  WS-PLANT-LOTS-HELD           PIC 9(05)   VALUE 0.
030100 01  WS-PLANT-QTY-HELD            PIC S9(09)  VALUE 0.
030200*--------------------------------------------------------------*
030300*    RELEASE-EXTRACT AND REVERSAL WORKING STORAGE
030400*    THE EXTRACT'S CONTROL TOTALS, BUILT THE SAME WAY CODE
030500*    BUILDS INVFILE'S.  A REVERSAL'S QUANTITY IS CAPPED AT
030600*    WHAT ONE LOT CARD CAN CARRY; A BIGGER LOT GOES BACK OUT
030700*    AS SEVERAL REVERSALS.
030800*--------------------------------------------------------------*
030900 01  WS-INVR-RECORD-COUNT         PIC 9(07)   VALUE 0.
031000 01  WS-INVR-HASH-TOTAL           PIC S9(11)  VALUE 0.
031100 01  WS-REVERSE-LEFT              PIC S9(09)  VALUE 0.
031200 01  WS-REVERSE-QTY               PIC 9(07)   VALUE 0.
031300 01  WS-REVERSE-MAX-QTY           PIC 9(07)   VALUE 999999.
031400 01  WS-REVERSALS-WRITTEN         PIC 9(05)   VALUE 0.
031500*--------------------------------------------------------------*
031600*    HOLD-AGE WORKING STORAGE
031700*    THE SAME 30/360 DAY COUNT SPAGHETTI-RECYCLE AGES ITS
031800*    REJECTS BY - CLOSE ENOUGH TO TELL A WEEK-OLD HOLD FROM A
031900*    MONTH-OLD ONE, WHICH IS ALL QA ASKS OF IT.
032000*--------------------------------------------------------------*
032100 01  WS-AGE-FROM-DATE             PIC 9(08)   VALUE 0.
032200 01  WS-AGE-FROM-SPLIT REDEFINES WS-AGE-FROM-DATE.
032300     05  WS-AGE-FROM-YYYY         PIC 9(04).
032400     05  WS-AGE-FROM-MM           PIC 9(02).
032500     05  WS-AGE-FROM-DD           PIC 9(02).
032600 01  WS-AGE-TO-DATE               PIC 9(08)   VALUE 0.
032700 01  WS-AGE-TO-SPLIT REDEFINES WS-AGE-TO-DATE.
032800     05  WS-AGE-TO-YYYY           PIC 9(04).
032900     05  WS-AGE-TO-MM             PIC 9(02).
033000     05  WS-AGE-TO-DD             PIC 9(02).
033100 01  WS-AGE-DAYS-SIGNED           PIC S9(05)  VALUE 0.
033200 01  WS-AGE-DAYS                  PIC 9(05)   VALUE 0.
033300*--------------------------------------------------------------*
033400*    REPORT WORKING STORAGE
033500*--------------------------------------------------------------*
033600 01  WS-QHP-HEAD-1.
033700     05  FILLER                   PIC X(31)   VALUE
033800         "PASTA-PARTY QA HOLD MAINTENANCE".
033900     05  FILLER                   PIC X(11)   VALUE
034000         "  RUN DATE ".
034100     05  QHP-H1-RUN-DATE          PIC 9(08).
034200     05  FILLER                   PIC X(08)   VALUE
034300         "  PLANT ".
034400     05  QHP-H1-PLANT-CODE        PIC X(02).
034500     05  FILLER                   PIC X(72)   VALUE SPACES.
034600 01  WS-QHP-SECTION-LINE.
034700     05  FILLER                   PIC X(01)   VALUE SPACE.
034800     05  QHP-SECTION-LABEL        PIC X(50).
034900     05  FILLER                   PIC X(81)   VALUE SPACES.
035000 01  WS-QHP-LOG-LINE.
035100     05  FILLER                   PIC X(01)   VALUE SPACE.
035200     05  QHP-LOG-ACTION           PIC X(01).
035300     05  FILLER                   PIC X(02)   VALUE SPACES.
035400     05  QHP-LOG-KEY-TEXT         PIC X(36).
035500     05  FILLER                   PIC X(02)   VALUE SPACES.
035600     05  QHP-LOG-TEXT             PIC X(50).
035700     05  FILLER                   PIC X(40)   VALUE SPACES.
035800 01  WS-QHP-HOLD-HEAD.
035900     05  FILLER                   PIC X(40)   VALUE
036000         " HOLD ON".
036100     05  FILLER                   PIC X(40)   VALUE
036200         "HELD ON    AGE  LOTS    QUANTITY  REASON".
036300     05  FILLER                   PIC X(52)   VALUE SPACES.
036400 01  WS-QHP-HOLD-LINE.
036500     05  FILLER                   PIC X(01)   VALUE SPACE.
036600     05  QHP-HLD-KEY-TEXT         PIC X(36).
036700     05  FILLER                   PIC X(03)   VALUE SPACES.
036800     05  QHP-HLD-HOLD-DATE        PIC 9(08).
036900     05  FILLER                   PIC X(01)   VALUE SPACE.
037000     05  QHP-HLD-AGE-DAYS         PIC ZZZZ9.
037100     05  FILLER                   PIC X(01)   VALUE SPACE.
037200     05  QHP-HLD-LOTS             PIC ZZZZ9.
037300     05  FILLER                   PIC X(01)   VALUE SPACE.
037400     05  QHP-HLD-QUANTITY         PIC ZZZ,ZZZ,ZZ9-.
037500     05  FILLER                   PIC X(01)   VALUE SPACE.
037600     05  QHP-HLD-REASON-TEXT      PIC X(20).
037700     05  FILLER                   PIC X(38)   VALUE SPACES.
037800 01  WS-QHP-TEXT-LINE.
037900     05  FILLER                   PIC X(01)   VALUE SPACE.
038000     05  QHP-TXT-LABEL            PIC X(34).
038100     05  QHP-TXT-VALUE            PIC ZZZ,ZZZ,ZZ9-.
038200     05  FILLER                   PIC X(85)   VALUE SPACES.
038300 01  WS-QHP-WORK-LINE             PIC X(132)  VALUE SPACES.
038400*--------------------------------------------------------------*
038500*    HOLD-KEY TEXT WORKING STORAGE
038600*    ONE HOLD'S KEY SPELLED OUT FOR THE REPORT.  THE FIELDS
038700*    ARE LOADED FROM A CARD OR A TABLE SEAT, THEN 270 BUILDS
038800*    THE TEXT FROM WHICHEVER OF THEM THE SCOPE USES.
038900*--------------------------------------------------------------*
039000 01  WS-KEY-SCOPE                 PIC X(01)   VALUE SPACE.
039100     88  WS-KEY-ON-LOT                        VALUE "L".
039200     88  WS-KEY-ON-ITEM-DATE                  VALUE "I".
039300     88  WS-KEY-ON-LINE-SHIFT                 VALUE "S".
039400 01  WS-KEY-LOT-NUMBER            PIC X(05)   VALUE SPACES.
039500 01  WS-KEY-ITEM-CODE             PIC X(10)   VALUE SPACES.
039600 01  WS-KEY-PROD-DATE             PIC X(08)   VALUE SPACES.
039700 01  WS-KEY-SOURCE-LINE           PIC X(01)   VALUE SPACE.
039800 01  WS-KEY-SHIFT-CODE            PIC X(01)   VALUE SPACE.
039900 01  WS-KEY-TEXT                  PIC X(36)   VALUE SPACES.
040000*--------------------------------------------------------------*
040100*    RUN-DATE WORKING STORAGE
040200*--------------------------------------------------------------*
040300 01  WS-CURRENT-DATE-YYYYMMDD     PIC 9(08)   VALUE 0.
040400*
040405*--------------------------------------------------------------*
040410*    STEP-STATUS WORKING STORAGE
040415*    EVERY RUN PUTS A START AND AN END RECORD ON THE SUITE'S
040420*    STEP-STATUS LEDGER SO THE MORNING STATUS REPORT CAN SAY
040425*    WHAT RAN, HOW IT ENDED, AND WHAT IS STILL WAITING.
040430*--------------------------------------------------------------*
040435 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE "00".
040440     88  WS-STS-FILE-OK                      VALUE "00".
040445     88  WS-STS-FILE-NOT-FOUND               VALUE "35".
040450 01  WS-STEP-PROGRAM-ID           PIC X(20)   VALUE
040455     "SPAGHETTI-QAHOLD".
040460 01  WS-STEP-PLANT                PIC X(02)   VALUE "01".
040480*
040500 PROCEDURE DIVISION.
040600 MAIN-SECTION.
040700     PERFORM 050-INITIALIZE
040800     PERFORM 200-PROCESS-ONE-CARD UNTIL WS-CARD-EOF-REACHED
040900     PERFORM 500-EXIT
041000     STOP RUN.
041100*
041200*--------------------------------------------------------------*
041300*    050-INITIALIZE
041400*    LOADS THE ITEM CODES, THE LOT-BALANCE MASTER, AND THE HOLD
041500*    MASTER, THEN OPENS THE TWO FEEDS A CARD MAY WRITE TO
041600*    BEFORE THE CARDS AND THE REPORTS.  ANYTHING THAT CANNOT BE
041700*    LOADED OR OPENED WHOLE STOPS THE RUN BEFORE A CARD IS READ.
041800*--------------------------------------------------------------*
041900 050-INITIALIZE.
042000     ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
042100     PERFORM 060-LOAD-CONTROL-CARD
042120     MOVE WS-QA-PLANT TO WS-STEP-PLANT
042140     PERFORM 900-WRITE-START-STEP
042200     PERFORM 062-LOAD-ITEM-MASTER
042300     PERFORM 064-LOAD-LOT-BALANCES
042400     PERFORM 066-LOAD-HOLD-MASTER
042450     MOVE WS-DISP-COUNT TO WS-DISP-LOADED-COUNT
042500     PERFORM 080-OPEN-RECYCLE-FEED
042600     PERFORM 082-OPEN-RELEASE-EXTRACT
042700     PERFORM 070-OPEN-HOLD-CARDS
042800     PERFORM 075-OPEN-REPORT-FILE
042900     PERFORM 078-OPEN-REJECT-FILE
043000     PERFORM 090-PRINT-HEADINGS.
043100*
043200 060-LOAD-CONTROL-CARD.
043300     OPEN INPUT QA-HOLD-CONTROL-FILE
043400     IF WS-QHC-FILE-NOT-FOUND
043500         DISPLAY 'QHCFILE NOT FOUND - MAINTAINING PLANT 01'
043600     ELSE
043700         READ QA-HOLD-CONTROL-FILE
043800             AT END
043900                 DISPLAY 'QHCFILE EMPTY - MAINTAINING PLANT 01'
044000         END-READ
044100         IF WS-QHC-FILE-OK AND QHC-PLANT-CODE NOT = SPACES
044200             MOVE QHC-PLANT-CODE TO WS-QA-PLANT
044300         END-IF
044400         CLOSE QA-HOLD-CONTROL-FILE
044500     END-IF.
044600*
044700*--------------------------------------------------------------*
044800*    062-LOAD-ITEM-MASTER
044900*    LOADS THE ITEM CODES AN ITEM/DATE HOLD IS PROVED AGAINST.
045000*    NO MASTER MEANS NO ITEM/DATE HOLD CAN BE PROVED - THOSE
045100*    CARDS REJECT, BUT THE REST OF THE RUN GOES ON.
045200*--------------------------------------------------------------*
045300 062-LOAD-ITEM-MASTER.
045400     OPEN INPUT ITEM-MASTER-FILE
045500     IF NOT WS-ITEM-FILE-OK
045600         DISPLAY 'ITEMFILE COULD NOT BE OPENED - STATUS '
045700             WS-ITEM-FILE-STATUS
045800         PERFORM 095-RAISE-WARNING
045900     ELSE
046000         PERFORM 063-LOAD-ONE-ITEM UNTIL WS-ITEM-LOAD-DONE
046100         CLOSE ITEM-MASTER-FILE
046200     END-IF.
046300*
046400 063-LOAD-ONE-ITEM.
046500     READ ITEM-MASTER-FILE
046600         AT END
046700             MOVE "Y" TO WS-ITEM-LOAD-SWITCH
046800         NOT AT END
046900             IF WS-MAST-COUNT < WS-MAST-MAX-ENTRIES
047000                 ADD 1 TO WS-MAST-COUNT
047100                 MOVE ITEM-CODE TO
047200                     WS-MAST-ITEM-CODE(WS-MAST-COUNT)
047300             ELSE
047400                 DISPLAY 'ITEM MASTER TABLE FULL AT ' ITEM-CODE
047500                     ' - RAISE WS-MAST-MAX-ENTRIES'
047600                 GO TO 069-ABORT-MASTER-AS-FOUND
047700             END-IF
047800     END-READ.
047900*
048000*--------------------------------------------------------------*
048100*    064-LOAD-LOT-BALANCES
048200*    LOADS THE LOT-BALANCE MASTER IN PLANT/LOT ORDER.  NO
048300*    MASTER MEANS CODE HAS NEVER POSTED A LOT - HOLDS CAN
048400*    STILL BE PLACED AHEAD OF THE LOTS THEY ARE MEANT FOR.
048500*--------------------------------------------------------------*
048600 064-LOAD-LOT-BALANCES.
048700     OPEN INPUT LOT-BALANCE-FILE
048800     IF WS-LBM-FILE-NOT-FOUND
048900         DISPLAY 'LBMFILE NOT PRESENT - NO POSTED LOTS TO HOLD'
049000     ELSE
049100         IF NOT WS-LBM-FILE-OK
049200             DISPLAY 'LBMFILE COULD NOT BE OPENED - STATUS '
049300                 WS-LBM-FILE-STATUS
049400             GO TO 069-ABORT-MASTER-AS-FOUND
049500         END-IF
049600         PERFORM 065-LOAD-ONE-LOT-BALANCE UNTIL WS-LBM-LOAD-DONE
049700         CLOSE LOT-BALANCE-FILE
049800     END-IF.
049900*
050000 065-LOAD-ONE-LOT-BALANCE.
050100     READ LOT-BALANCE-FILE
050200         AT END
050300             MOVE "Y" TO WS-LBM-LOAD-SWITCH
050400         NOT AT END
050500             IF LBM-KEY NOT > WS-LBM-PRIOR-KEY
050600                 DISPLAY 'LBMFILE OUT OF SEQUENCE AT ' LBM-KEY
050700                 GO TO 069-ABORT-MASTER-AS-FOUND
050800             END-IF
050900             MOVE LBM-KEY TO WS-LBM-PRIOR-KEY
051000             IF WS-LBM-COUNT NOT < WS-LBM-MAX-ENTRIES
051100                 DISPLAY 'LOT-BALANCE TABLE FULL AT ' LBM-KEY
051200                     ' - RAISE WS-LBM-MAX-ENTRIES'
051300                 GO TO 069-ABORT-MASTER-AS-FOUND
051400             END-IF
051500             ADD 1 TO WS-LBM-COUNT
051600             MOVE LBM-PLANT-CODE TO
051700                 WS-LBM-PLANT-CODE(WS-LBM-COUNT)
051800             MOVE LBM-LOT-NUMBER TO
051900                 WS-LBM-LOT-NUMBER(WS-LBM-COUNT)
052000             MOVE LBM-ITEM-CODE TO WS-LBM-ITEM-CODE(WS-LBM-COUNT)
052100             MOVE LBM-PROD-DATE TO WS-LBM-PROD-DATE(WS-LBM-COUNT)
052200             MOVE LBM-NET-QTY TO WS-LBM-NET-QTY(WS-LBM-COUNT)
052300             MOVE LBM-SOURCE-LINE TO
052400                 WS-LBM-SOURCE-LINE(WS-LBM-COUNT)
052500             MOVE LBM-SHIFT-CODE TO
052600                 WS-LBM-SHIFT-CODE(WS-LBM-COUNT)
052700             MOVE LBM-HOLD-STATUS TO
052800                 WS-LBM-HOLD-STATUS(WS-LBM-COUNT)
052900     END-READ.
053000*
053100*--------------------------------------------------------------*
053200*    066-LOAD-HOLD-MASTER
053300*    LOADS THE OPEN HOLDS AND THE DISPOSITIONS.  EACH
053400*    DISPOSITION IS LAID OVER ITS LOT ON THE LOT-BALANCE TABLE,
053500*    SO A LOT RELEASED SINCE CODE LAST RAN IS NOT RELEASED
053600*    AGAIN.  NO MASTER IS THE FIRST-EVER RUN.
053700*--------------------------------------------------------------*
053800 066-LOAD-HOLD-MASTER.
053900     OPEN INPUT QA-HOLD-FILE
054000     IF WS-QHM-FILE-NOT-FOUND
054100         DISPLAY 'QHMFILE NOT FOUND - BUILDING A NEW HOLD MASTER'
054200     ELSE
054300         IF NOT WS-QHM-FILE-OK
054400             DISPLAY 'QHMFILE COULD NOT BE OPENED - STATUS '
054500                 WS-QHM-FILE-STATUS
054600             GO TO 069-ABORT-MASTER-AS-FOUND
054700         END-IF
054800         PERFORM 067-LOAD-ONE-HOLD UNTIL WS-QHM-LOAD-DONE
054900         CLOSE QA-HOLD-FILE
055000     END-IF.
055100*
055200 067-LOAD-ONE-HOLD.
055300     READ QA-HOLD-FILE
055400         AT END
055500             MOVE "Y" TO WS-QHM-LOAD-SWITCH
055600         NOT AT END
055700             IF QHM-IS-OPEN-HOLD
055800                 PERFORM 067A-STORE-OPEN-HOLD
055900             ELSE
056000                 IF QHM-IS-DISPOSITION
056100                     PERFORM 067B-STORE-DISPOSITION
056200                 END-IF
056300             END-IF
056400     END-READ.
056500*
056600 067A-STORE-OPEN-HOLD.
056700     IF WS-HOLD-COUNT NOT < WS-HOLD-MAX-ENTRIES
056800         DISPLAY 'HOLD TABLE FULL - RAISE WS-HOLD-MAX-ENTRIES'
056900         GO TO 069-ABORT-MASTER-AS-FOUND
057000     END-IF
057100     ADD 1 TO WS-HOLD-COUNT
057110     IF QHM-PLANT-CODE = SPACES
057120         MOVE "01" TO WS-QHM-PLANT-CODE
057130     ELSE
057140         MOVE QHM-PLANT-CODE TO WS-QHM-PLANT-CODE
057150     END-IF
057200     MOVE "O" TO WS-HOLD-STATUS(WS-HOLD-COUNT)
057300     MOVE WS-QHM-PLANT-CODE TO WS-HOLD-PLANT-CODE(WS-HOLD-COUNT)
057400     MOVE QHM-HOLD-SCOPE TO WS-HOLD-SCOPE(WS-HOLD-COUNT)
057500     MOVE QHM-LOT-NUMBER TO WS-HOLD-LOT-NUMBER(WS-HOLD-COUNT)
057600     MOVE QHM-ITEM-CODE TO WS-HOLD-ITEM-CODE(WS-HOLD-COUNT)
057700     MOVE QHM-PROD-DATE TO WS-HOLD-PROD-DATE(WS-HOLD-COUNT)
057800     MOVE QHM-SOURCE-LINE TO WS-HOLD-SOURCE-LINE(WS-HOLD-COUNT)
057900     MOVE QHM-SHIFT-CODE TO WS-HOLD-SHIFT-CODE(WS-HOLD-COUNT)
058000     MOVE QHM-HOLD-DATE TO WS-HOLD-HOLD-DATE(WS-HOLD-COUNT)
058100     MOVE QHM-REASON-TEXT TO WS-HOLD-REASON-TEXT(WS-HOLD-COUNT)
058200     IF WS-QHM-PLANT-CODE = WS-QA-PLANT
058300         ADD 1 TO WS-HOLDS-BEFORE
058400     END-IF.
058500*
058600 067B-STORE-DISPOSITION.
058700     IF WS-DISP-COUNT NOT < WS-DISP-MAX-ENTRIES
058800         DISPLAY 'DISPOSITION TABLE FULL - RAISE '
058900             'WS-DISP-MAX-ENTRIES'
059000         GO TO 069-ABORT-MASTER-AS-FOUND
059100     END-IF
059200     ADD 1 TO WS-DISP-COUNT
059210     IF QHM-PLANT-CODE = SPACES
059220         MOVE "01" TO WS-QHM-PLANT-CODE
059230     ELSE
059240         MOVE QHM-PLANT-CODE TO WS-QHM-PLANT-CODE
059250     END-IF
059300     MOVE WS-QHM-PLANT-CODE TO WS-DISP-PLANT-CODE(WS-DISP-COUNT)
059400     MOVE QHM-LOT-NUMBER TO WS-DISP-LOT-NUMBER(WS-DISP-COUNT)
059500     MOVE QHM-ITEM-CODE TO WS-DISP-ITEM-CODE(WS-DISP-COUNT)
059600     MOVE QHM-PROD-DATE TO WS-DISP-PROD-DATE(WS-DISP-COUNT)
059700     MOVE QHM-HOLD-DATE TO WS-DISP-DATE(WS-DISP-COUNT)
059800     MOVE QHM-DISPOSITION TO WS-DISP-DISPOSITION(WS-DISP-COUNT)
059900     MOVE WS-QHM-PLANT-CODE TO WS-LBM-SEARCH-PLANT
060000     MOVE QHM-LOT-NUMBER TO WS-LBM-SEARCH-LOT
060100     PERFORM 068-FIND-LOT-BALANCE
060200     IF WS-LBM-FOUND
060300         IF QHM-LOT-SCRAPPED
060400             MOVE "S" TO WS-LBM-HOLD-STATUS(WS-LBM-SUB)
060500         ELSE
060600             MOVE SPACE TO WS-LBM-HOLD-STATUS(WS-LBM-SUB)
060700         END-IF
060800     END-IF.
060900*
061000 068-FIND-LOT-BALANCE.
061100     MOVE "N" TO WS-LBM-FOUND-SWITCH
061200     IF WS-LBM-COUNT > 0
061300         SEARCH ALL WS-LBM-ENTRY
061400             AT END
061500                 CONTINUE
061600             WHEN WS-LBM-KEY(WS-LBM-IDX) = WS-LBM-SEARCH-KEY
061700                 SET WS-LBM-FOUND TO TRUE
061800                 SET WS-LBM-SUB TO WS-LBM-IDX
061900         END-SEARCH
062000     END-IF.
062100*
062200*--------------------------------------------------------------*
062300*    069-ABORT-MASTER-AS-FOUND
062400*    A MASTER COULD NOT BE LOADED WHOLE, OR A FEED A CARD
062500*    WRITES TO COULD NOT BE OPENED, SO NO CARD CAN BE TRUSTED.
062600*    NO CARD HAS BEEN READ, SO STOPPING HERE LEAVES THE HOLD
062700*    MASTER AND EVERY LOT EXACTLY AS FOUND.
062800*--------------------------------------------------------------*
062900 069-ABORT-MASTER-AS-FOUND.
063000     IF WS-RCYC-FILE-IS-OPEN
063100         CLOSE RECYCLE-LOT-FILE
063200     END-IF
063300     DISPLAY 'RUN ABORTED - QA HOLD MASTER LEFT AS FOUND'
063400     MOVE 16 TO RETURN-CODE
063450     PERFORM 905-WRITE-END-STEP
063500     STOP RUN.
063600*
063700 070-OPEN-HOLD-CARDS.
063800     OPEN INPUT QA-HOLD-CARD-FILE
063900     IF WS-QHT-FILE-NOT-FOUND
064000         DISPLAY 'QHTFILE NOT FOUND - NO HOLD CARDS THIS RUN'
064100         SET WS-CARD-EOF-REACHED TO TRUE
064200     ELSE
064300         IF NOT WS-QHT-FILE-OK
064400             DISPLAY 'QHTFILE COULD NOT BE OPENED - STATUS '
064500                 WS-QHT-FILE-STATUS
064600             SET WS-CARD-EOF-REACHED TO TRUE
064700             PERFORM 095-RAISE-WARNING
064800         END-IF
064900     END-IF
065000     IF NOT WS-CARD-EOF-REACHED
065100         SET WS-QHT-FILE-IS-OPEN TO TRUE
065200     END-IF.
065300*
065400 075-OPEN-REPORT-FILE.
065500     OPEN OUTPUT QA-HOLD-REPORT-FILE
065600     IF NOT WS-QHP-FILE-OK
065700         DISPLAY 'QHPFILE COULD NOT BE OPENED - STATUS '
065800             WS-QHP-FILE-STATUS
065900         PERFORM 095-RAISE-WARNING
066000     END-IF.
066100*
066200 078-OPEN-REJECT-FILE.
066300     OPEN OUTPUT QA-HOLD-REJECT-FILE
066400     IF NOT WS-QHR-FILE-OK
066500         DISPLAY 'QHRFILE COULD NOT BE OPENED - STATUS '
066600             WS-QHR-FILE-STATUS
066700         PERFORM 095-RAISE-WARNING
066800     END-IF.
066900*
067000*--------------------------------------------------------------*
067100*    080-OPEN-RECYCLE-FEED
067200*    SCRAP REVERSALS ARE ADDED TO THE END OF THE RECYCLE FEED,
067300*    BEHIND ANY LOTS SPAGHETTI-RECYCLE HAS ALREADY PUT THERE
067400*    FOR THE NEXT CODE RUN.  NO FEED YET MEANS A NEW ONE.  IT
067500*    IS OPENED FIRST BECAUSE OPENING IT DESTROYS NOTHING.
067600*--------------------------------------------------------------*
067700 080-OPEN-RECYCLE-FEED.
067800     OPEN EXTEND RECYCLE-LOT-FILE
067900     IF NOT WS-RCYC-FILE-OK
068000         OPEN OUTPUT RECYCLE-LOT-FILE
068100     END-IF
068200     IF NOT WS-RCYC-FILE-OK
068300         DISPLAY 'RCYCFILE COULD NOT BE OPENED - STATUS '
068400             WS-RCYC-FILE-STATUS
068500         GO TO 069-ABORT-MASTER-AS-FOUND
068600     END-IF
068700     SET WS-RCYC-FILE-IS-OPEN TO TRUE.
068800*
068900*--------------------------------------------------------------*
069000*    082-OPEN-RELEASE-EXTRACT
069100*    OPENS THE RELEASE EXTRACT BEFORE ANY CARD IS READ, SO AN
069200*    EXTRACT THAT CANNOT BE OPENED STOPS THE RUN WITH NOTHING
069300*    CHANGED.  NOTHING IS WRITTEN TO IT UNTIL THE HOLD MASTER
069400*    HAS BEEN REWRITTEN - SEE 530-WRITE-RELEASE-EXTRACT.
069500*--------------------------------------------------------------*
069600 082-OPEN-RELEASE-EXTRACT.
069700     OPEN OUTPUT RELEASE-EXTRACT-FILE
069800     IF NOT WS-INVR-FILE-OK
069900         DISPLAY 'INVRFILE COULD NOT BE OPENED - STATUS '
070000             WS-INVR-FILE-STATUS
070100         GO TO 069-ABORT-MASTER-AS-FOUND
070200     END-IF
070300     SET WS-INVR-FILE-IS-OPEN TO TRUE.
071100*
071200 090-PRINT-HEADINGS.
071300     MOVE WS-CURRENT-DATE-YYYYMMDD TO QHP-H1-RUN-DATE
071400     MOVE WS-QA-PLANT TO QHP-H1-PLANT-CODE
071500     MOVE WS-QHP-HEAD-1 TO WS-QHP-WORK-LINE
071600     PERFORM 094-WRITE-REPORT-LINE
071700     MOVE SPACES TO WS-QHP-WORK-LINE
071800     PERFORM 094-WRITE-REPORT-LINE
071900     MOVE "QA HOLD TRANSACTIONS" TO QHP-SECTION-LABEL
072000     MOVE WS-QHP-SECTION-LINE TO WS-QHP-WORK-LINE
072100     PERFORM 094-WRITE-REPORT-LINE.
072200*
072300 094-WRITE-REPORT-LINE.
072400     IF WS-QHP-FILE-OK
072500         MOVE WS-QHP-WORK-LINE TO QA-HOLD-PRINT-RECORD
072600         WRITE QA-HOLD-PRINT-RECORD
072700     END-IF.
072800*
072900 095-RAISE-WARNING.
073000     IF WS-RUN-SEVERITY < 04
073100         MOVE 04 TO WS-RUN-SEVERITY
073200     END-IF.
073300*
073400 200-PROCESS-ONE-CARD.
073500     READ QA-HOLD-CARD-FILE
073600         AT END
073700             SET WS-CARD-EOF-REACHED TO TRUE
073800         NOT AT END
073900             PERFORM 210-EDIT-ONE-CARD
074000     END-READ.
074100*
074200*--------------------------------------------------------------*
074300*    210-EDIT-ONE-CARD
074400*    SCREENS THE CARD - THE ACTION, THE SCOPE, THE PLANT, AND
074500*    EVERY KEY FIELD THE SCOPE USES - THEN PROVES IT AGAINST
074600*    THE HOLDS ALREADY OPEN.  A HOLD MAY NOT BE PLACED TWICE,
074700*    AND A RELEASE OR SCRAP MUST NAME A HOLD THAT IS OPEN.
074800*--------------------------------------------------------------*
074900 210-EDIT-ONE-CARD.
075000     ADD 1 TO WS-CARDS-READ
075100     SET WS-CARD-IS-VALID TO TRUE
075200     IF NOT QHT-ACTION-HOLD AND NOT QHT-ACTION-RELEASE
075300         AND NOT QHT-ACTION-SCRAP
075400             SET WS-CARD-IS-INVALID TO TRUE
075500             MOVE "ACT " TO WS-REJECT-REASON-CODE
075600             MOVE "ACTION MUST BE H, R, OR S" TO
075700                 WS-REJECT-REASON-TEXT
075800     END-IF
075900     IF WS-CARD-IS-VALID
076000         AND NOT QHT-SCOPE-IS-LOT AND NOT QHT-SCOPE-IS-ITEM-DATE
076100         AND NOT QHT-SCOPE-IS-LINE-SHIFT
076200             SET WS-CARD-IS-INVALID TO TRUE
076300             MOVE "SCP " TO WS-REJECT-REASON-CODE
076400             MOVE "SCOPE MUST BE L, I, OR S" TO
076500                 WS-REJECT-REASON-TEXT
076600     END-IF
076700     IF QHT-PLANT-CODE = SPACES
076800         MOVE "01" TO WS-CARD-PLANT-CODE
076900     ELSE
077000         MOVE QHT-PLANT-CODE TO WS-CARD-PLANT-CODE
077100     END-IF
077200     IF WS-CARD-IS-VALID AND WS-CARD-PLANT-CODE NOT = WS-QA-PLANT
077300         SET WS-CARD-IS-INVALID TO TRUE
077400         MOVE "PLT " TO WS-REJECT-REASON-CODE
077500         MOVE "CARD IS FOR ANOTHER PLANT" TO WS-REJECT-REASON-TEXT
077600     END-IF
077700     IF WS-CARD-IS-VALID
077800         PERFORM 212-EDIT-KEY-FIELDS
077900     END-IF
078000     IF WS-CARD-IS-VALID
078100         PERFORM 220-FIND-OPEN-HOLD
078200         IF QHT-ACTION-HOLD
078300             PERFORM 214-EDIT-HOLD-CARD
078400         ELSE
078500             PERFORM 216-EDIT-DISPOSITION-CARD
078600         END-IF
078700     END-IF
078800     IF WS-CARD-IS-VALID
078900         PERFORM 250-APPLY-ONE-CARD
079000     ELSE
079100         PERFORM 280-WRITE-REJECT-RECORD
079200     END-IF.
079300*
079400*--------------------------------------------------------------*
079500*    212-EDIT-KEY-FIELDS
079600*    EDITS THE KEY FIELDS THE SCOPE USES AND CARRIES THEM TO
079700*    THE CARD KEY.  THE FIELDS THE SCOPE DOES NOT USE ARE
079800*    IGNORED ON THE CARD AND ZEROED OR BLANKED IN THE KEY.
079900*--------------------------------------------------------------*
080000 212-EDIT-KEY-FIELDS.
080100     MOVE QHT-HOLD-SCOPE TO WS-CARD-SCOPE
080200     MOVE 0 TO WS-CARD-LOT-NUMBER
080300     MOVE SPACES TO WS-CARD-ITEM-CODE
080400     MOVE 0 TO WS-CARD-PROD-DATE
080500     MOVE SPACE TO WS-CARD-SOURCE-LINE
080600     MOVE 0 TO WS-CARD-SHIFT-CODE
080700     IF QHT-SCOPE-IS-LOT
080800         IF QHT-LOT-NUMBER NOT NUMERIC
080900             OR QHT-LOT-NUMBER = "00000"
081000                 SET WS-CARD-IS-INVALID TO TRUE
081100                 MOVE "LOT " TO WS-REJECT-REASON-CODE
081200                 MOVE "LOT NUMBER NOT NUMERIC" TO
081300                     WS-REJECT-REASON-TEXT
081400         ELSE
081500             MOVE QHT-LOT-NUMBER TO WS-CARD-LOT-NUMBER
081600         END-IF
081700     END-IF
081800     IF QHT-SCOPE-IS-ITEM-DATE
081900         PERFORM 213-FIND-ITEM-CODE
082000         IF NOT WS-MAST-FOUND
082100             SET WS-CARD-IS-INVALID TO TRUE
082200             MOVE "ITM " TO WS-REJECT-REASON-CODE
082300             MOVE "ITEM NOT ON MASTER" TO WS-REJECT-REASON-TEXT
082400         ELSE
082500             MOVE QHT-ITEM-CODE TO WS-CARD-ITEM-CODE
082600         END-IF
082700     END-IF
082800     IF WS-CARD-IS-VALID AND QHT-SCOPE-IS-LINE-SHIFT
082900         IF QHT-SOURCE-LINE NOT = "1" AND NOT = "2"
083000             AND NOT = "3"
083100                 SET WS-CARD-IS-INVALID TO TRUE
083200                 MOVE "LIN " TO WS-REJECT-REASON-CODE
083300                 MOVE "LINE MUST BE 1, 2, OR 3" TO
083400                     WS-REJECT-REASON-TEXT
083500         ELSE
083600             MOVE QHT-SOURCE-LINE TO WS-CARD-SOURCE-LINE
083700         END-IF
083800         IF WS-CARD-IS-VALID
083900             AND QHT-SHIFT-CODE NOT = "1" AND NOT = "2"
084000             AND NOT = "3"
084100                 SET WS-CARD-IS-INVALID TO TRUE
084200                 MOVE "SFT " TO WS-REJECT-REASON-CODE
084300                 MOVE "SHIFT MUST BE 1, 2, OR 3" TO
084400                     WS-REJECT-REASON-TEXT
084500         END-IF
084600         IF WS-CARD-IS-VALID
084700             MOVE QHT-SHIFT-CODE TO WS-CARD-SHIFT-CODE
084800         END-IF
084900     END-IF
085000     IF WS-CARD-IS-VALID AND NOT QHT-SCOPE-IS-LOT
085100         IF QHT-PROD-DATE NOT NUMERIC
085200             OR QHT-PROD-MM < 1 OR QHT-PROD-MM > 12
085300             OR QHT-PROD-DD < 1 OR QHT-PROD-DD > 31
085400                 SET WS-CARD-IS-INVALID TO TRUE
085500                 MOVE "PDT " TO WS-REJECT-REASON-CODE
085600                 MOVE "PRODUCTION DATE INVALID" TO
085700                     WS-REJECT-REASON-TEXT
085800         ELSE
085900             MOVE QHT-PROD-DATE TO WS-CARD-PROD-DATE
086000         END-IF
086100     END-IF.
086200*
086300 213-FIND-ITEM-CODE.
086400     MOVE "N" TO WS-MAST-FOUND-SWITCH
086500     MOVE 1 TO WS-MAST-SUB
086600     PERFORM 213A-CHECK-ONE-ITEM
086700         UNTIL WS-MAST-FOUND OR WS-MAST-SUB > WS-MAST-COUNT.
086800*
086900 213A-CHECK-ONE-ITEM.
087000     IF QHT-ITEM-CODE NOT = SPACES
087100         AND WS-MAST-ITEM-CODE(WS-MAST-SUB) = QHT-ITEM-CODE
087200             SET WS-MAST-FOUND TO TRUE
087300     ELSE
087400         ADD 1 TO WS-MAST-SUB
087500     END-IF.
087600*
087700*--------------------------------------------------------------*
087800*    214-EDIT-HOLD-CARD
087900*    A NEW HOLD MUST NOT ALREADY BE OPEN AND MUST HAVE A SEAT.
088000*    A HOLD ON ONE LOT MUST NAME A LOT THAT IS NOT ALREADY
088100*    GONE - A LOT POSTED FREE HAS BEEN SENT TO INVENTORY, AND
088200*    A SCRAPPED LOT IS OUT OF THE LEDGER; QA MUST CHASE EITHER
088300*    BY HAND.  A LOT NOT YET POSTED MAY BE HELD AHEAD OF TIME.
088400*--------------------------------------------------------------*
088500 214-EDIT-HOLD-CARD.
088600     IF WS-HOLD-FOUND
088700         SET WS-CARD-IS-INVALID TO TRUE
088800         MOVE "DUP " TO WS-REJECT-REASON-CODE
088900         MOVE "HOLD IS ALREADY OPEN" TO WS-REJECT-REASON-TEXT
089000     END-IF
089100     IF WS-CARD-IS-VALID
089200         AND WS-HOLD-COUNT NOT < WS-HOLD-MAX-ENTRIES
089300             SET WS-CARD-IS-INVALID TO TRUE
089400             MOVE "FUL " TO WS-REJECT-REASON-CODE
089500             MOVE "HOLD TABLE IS FULL" TO WS-REJECT-REASON-TEXT
089600     END-IF
089700     IF WS-CARD-IS-VALID AND QHT-SCOPE-IS-LOT
089800         MOVE WS-CARD-PLANT-CODE TO WS-LBM-SEARCH-PLANT
089900         MOVE WS-CARD-LOT-NUMBER TO WS-LBM-SEARCH-LOT
090000         PERFORM 068-FIND-LOT-BALANCE
090100         IF WS-LBM-FOUND
090200             AND WS-LBM-LOT-IS-FREE(WS-LBM-SUB)
090300                 SET WS-CARD-IS-INVALID TO TRUE
090400                 MOVE "PST " TO WS-REJECT-REASON-CODE
090500                 MOVE "LOT ALREADY IN INVENTORY" TO
090600                     WS-REJECT-REASON-TEXT
090700         END-IF
090800         IF WS-LBM-FOUND
090900             AND WS-LBM-LOT-IS-SCRAPPED(WS-LBM-SUB)
091000                 SET WS-CARD-IS-INVALID TO TRUE
091100                 MOVE "PST " TO WS-REJECT-REASON-CODE
091200                 MOVE "LOT ALREADY SCRAPPED" TO
091300                     WS-REJECT-REASON-TEXT
091400         END-IF
091500     END-IF.
091600*
091700*--------------------------------------------------------------*
091800*    216-EDIT-DISPOSITION-CARD
091900*    A RELEASE OR SCRAP MUST NAME AN OPEN HOLD, AND EVERY LOT
092000*    THE HOLD IS HOLDING NEEDS A SEAT IN THE DISPOSITION TABLE
092100*    BEFORE ANY OF THEM IS TOUCHED.
092200*--------------------------------------------------------------*
092300 216-EDIT-DISPOSITION-CARD.
092400     IF NOT WS-HOLD-FOUND
092500         SET WS-CARD-IS-INVALID TO TRUE
092600         MOVE "NOH " TO WS-REJECT-REASON-CODE
092700         MOVE "NO OPEN HOLD MATCHES CARD" TO WS-REJECT-REASON-TEXT
092800     END-IF
092900     IF WS-CARD-IS-VALID
093000         MOVE WS-HOLD-INDEX TO WS-MATCH-HOLD
093100         PERFORM 230-COUNT-HELD-LOTS
093200         IF WS-DISP-COUNT + WS-HOLD-LOTS-HELD >
093300             WS-DISP-MAX-ENTRIES
093400                 SET WS-CARD-IS-INVALID TO TRUE
093500                 MOVE "FUL " TO WS-REJECT-REASON-CODE
093600                 MOVE "DISPOSITION TABLE IS FULL" TO
093700                     WS-REJECT-REASON-TEXT
093800         END-IF
093900     END-IF.
094000*
094100*--------------------------------------------------------------*
094200*    220-FIND-OPEN-HOLD
094300*    LOOKS FOR AN OPEN HOLD WITH EXACTLY THE CARD'S KEY.
094400*    LEAVES WS-HOLD-INDEX AT ITS SEAT WHEN ONE IS FOUND.
094500*--------------------------------------------------------------*
094600 220-FIND-OPEN-HOLD.
094700     MOVE "N" TO WS-HOLD-FOUND-SWITCH
094800     MOVE 1 TO WS-HOLD-SUB
094900     PERFORM 221-CHECK-ONE-HOLD
095000         UNTIL WS-HOLD-FOUND OR WS-HOLD-SUB > WS-HOLD-COUNT.
095100*
095200 221-CHECK-ONE-HOLD.
095300     IF WS-HOLD-IS-OPEN(WS-HOLD-SUB)
095400         AND WS-HOLD-PLANT-CODE(WS-HOLD-SUB) = WS-CARD-PLANT-CODE
095500         AND WS-HOLD-SCOPE(WS-HOLD-SUB) = WS-CARD-SCOPE
095600         AND WS-HOLD-LOT-NUMBER(WS-HOLD-SUB) = WS-CARD-LOT-NUMBER
095700         AND WS-HOLD-ITEM-CODE(WS-HOLD-SUB) = WS-CARD-ITEM-CODE
095800         AND WS-HOLD-PROD-DATE(WS-HOLD-SUB) = WS-CARD-PROD-DATE
095900         AND WS-HOLD-SOURCE-LINE(WS-HOLD-SUB) =
096000             WS-CARD-SOURCE-LINE
096100         AND WS-HOLD-SHIFT-CODE(WS-HOLD-SUB) = WS-CARD-SHIFT-CODE
096200             SET WS-HOLD-FOUND TO TRUE
096300             MOVE WS-HOLD-SUB TO WS-HOLD-INDEX
096400     ELSE
096500         ADD 1 TO WS-HOLD-SUB
096600     END-IF.
096700*
096800*--------------------------------------------------------------*
096900*    230-COUNT-HELD-LOTS
097000*    COUNTS AND TOTALS THE HELD LOTS THE HOLD AT WS-MATCH-HOLD
097100*    COVERS - FOR A RELEASE OR SCRAP CARD'S EDIT, AND FOR THE
097200*    OPEN-HOLDS LISTING.
097300*--------------------------------------------------------------*
097400 230-COUNT-HELD-LOTS.
097500     MOVE 0 TO WS-HOLD-LOTS-HELD
097600     MOVE 0 TO WS-HOLD-QTY-HELD
097700     MOVE 1 TO WS-LBM-SUB
097800     PERFORM 231-COUNT-ONE-LOT UNTIL WS-LBM-SUB > WS-LBM-COUNT.
097900*
098000 231-COUNT-ONE-LOT.
098100     IF WS-LBM-LOT-IS-HELD(WS-LBM-SUB)
098200         AND WS-LBM-PLANT-CODE(WS-LBM-SUB) =
098300             WS-HOLD-PLANT-CODE(WS-MATCH-HOLD)
098400             PERFORM 240-MATCH-LOT-TO-HOLD
098500             IF WS-LOT-MATCHES-HOLD
098600                 ADD 1 TO WS-HOLD-LOTS-HELD
098700                 ADD WS-LBM-NET-QTY(WS-LBM-SUB) TO
098800                     WS-HOLD-QTY-HELD
098900             END-IF
099000     END-IF
099100     ADD 1 TO WS-LBM-SUB.
099200*
099300*--------------------------------------------------------------*
099400*    240-MATCH-LOT-TO-HOLD
099500*    DOES THE HOLD AT WS-MATCH-HOLD COVER THE LOT AT
099600*    WS-LBM-SUB - THE SAME TEST CODE MAKES WHEN THE LOT POSTS.
099700*    THE CALLER HAS ALREADY MATCHED THE PLANT.
099800*--------------------------------------------------------------*
099900 240-MATCH-LOT-TO-HOLD.
100000     MOVE "N" TO WS-LOT-MATCH-SWITCH
100100     IF WS-HOLD-ON-LOT(WS-MATCH-HOLD)
100200         AND WS-HOLD-LOT-NUMBER(WS-MATCH-HOLD) =
100300             WS-LBM-LOT-NUMBER(WS-LBM-SUB)
100400             SET WS-LOT-MATCHES-HOLD TO TRUE
100500     END-IF
100600     IF WS-HOLD-ON-ITEM-DATE(WS-MATCH-HOLD)
100700         AND WS-HOLD-ITEM-CODE(WS-MATCH-HOLD) =
100800             WS-LBM-ITEM-CODE(WS-LBM-SUB)
100900         AND WS-HOLD-PROD-DATE(WS-MATCH-HOLD) =
101000             WS-LBM-PROD-DATE(WS-LBM-SUB)
101100             SET WS-LOT-MATCHES-HOLD TO TRUE
101200     END-IF
101300     IF WS-HOLD-ON-LINE-SHIFT(WS-MATCH-HOLD)
101400         AND WS-HOLD-SOURCE-LINE(WS-MATCH-HOLD) =
101500             WS-LBM-SOURCE-LINE(WS-LBM-SUB)
101600         AND WS-HOLD-SHIFT-CODE(WS-MATCH-HOLD) =
101700             WS-LBM-SHIFT-CODE(WS-LBM-SUB)
101800         AND WS-HOLD-PROD-DATE(WS-MATCH-HOLD) =
101900             WS-LBM-PROD-DATE(WS-LBM-SUB)
102000             SET WS-LOT-MATCHES-HOLD TO TRUE
102100     END-IF.
102200*
102300*--------------------------------------------------------------*
102400*    242-CHECK-OTHER-HOLDS
102500*    IS THE LOT AT WS-LBM-SUB STILL COVERED BY ANY OTHER HOLD
102600*    OPEN AT ITS PLANT.  THE HOLD BEING RELEASED IS ALREADY
102700*    MARKED CLOSED, SO IT DOES NOT COUNT.
102800*--------------------------------------------------------------*
102900 242-CHECK-OTHER-HOLDS.
103000     MOVE "N" TO WS-LOT-COVER-SWITCH
103100     MOVE 1 TO WS-HOLD-SUB
103200     PERFORM 243-CHECK-ONE-OTHER-HOLD
103300         UNTIL WS-LOT-STILL-COVERED
103400         OR WS-HOLD-SUB > WS-HOLD-COUNT.
103500*
103600 243-CHECK-ONE-OTHER-HOLD.
103700     IF WS-HOLD-IS-OPEN(WS-HOLD-SUB)
103800         AND WS-HOLD-PLANT-CODE(WS-HOLD-SUB) =
103900             WS-LBM-PLANT-CODE(WS-LBM-SUB)
104000             MOVE WS-HOLD-SUB TO WS-MATCH-HOLD
104100             PERFORM 240-MATCH-LOT-TO-HOLD
104200             IF WS-LOT-MATCHES-HOLD
104300                 SET WS-LOT-STILL-COVERED TO TRUE
104400             END-IF
104500     END-IF
104600     ADD 1 TO WS-HOLD-SUB.
104700*
104800*--------------------------------------------------------------*
104900*    250-APPLY-ONE-CARD
105000*    THE CARD PASSED EVERY SCREEN - APPLY IT AND LOG WHAT IT
105100*    DID.  THE HOLD MASTER IS NOT REWRITTEN UNTIL EVERY CARD
105200*    HAS BEEN SEEN, BUT A RELEASE OR SCRAP WRITES ITS EXTRACT
105300*    DETAILS AND REVERSALS AS IT GOES.
105400*--------------------------------------------------------------*
105500 250-APPLY-ONE-CARD.
105600     MOVE SPACES TO QHP-LOG-TEXT
105700     IF QHT-ACTION-HOLD
105800         PERFORM 252-APPLY-HOLD
105900         MOVE "HOLD PLACED" TO QHP-LOG-TEXT
106000         ADD 1 TO WS-HOLDS-PLACED
106100     ELSE
106200         MOVE "C" TO WS-HOLD-STATUS(WS-HOLD-INDEX)
106300         MOVE 0 TO WS-CARD-LOT-COUNT
106400         MOVE 0 TO WS-CARD-KEPT-COUNT
106500         MOVE 1 TO WS-LBM-SUB
106600         IF QHT-ACTION-RELEASE
106700             PERFORM 254-RELEASE-ONE-LOT
106800                 UNTIL WS-LBM-SUB > WS-LBM-COUNT
106900             STRING "RELEASED - " WS-CARD-LOT-COUNT
107000                 " LOTS SENT, " WS-CARD-KEPT-COUNT
107100                 " STILL HELD" DELIMITED BY SIZE INTO QHP-LOG-TEXT
107200             ADD 1 TO WS-HOLDS-RELEASED
107300         ELSE
107400             PERFORM 256-SCRAP-ONE-LOT
107500                 UNTIL WS-LBM-SUB > WS-LBM-COUNT
107600             STRING "SCRAPPED - " WS-CARD-LOT-COUNT
107700                 " LOTS REVERSED"
107800                 DELIMITED BY SIZE INTO QHP-LOG-TEXT
107900             ADD 1 TO WS-HOLDS-SCRAPPED
108000         END-IF
108100     END-IF
108200     ADD 1 TO WS-CARDS-APPLIED
108300     PERFORM 260-PRINT-LOG-LINE.
108400*
108500 252-APPLY-HOLD.
108600     ADD 1 TO WS-HOLD-COUNT
108700     MOVE "O" TO WS-HOLD-STATUS(WS-HOLD-COUNT)
108800     MOVE WS-CARD-PLANT-CODE TO WS-HOLD-PLANT-CODE(WS-HOLD-COUNT)
108900     MOVE WS-CARD-SCOPE TO WS-HOLD-SCOPE(WS-HOLD-COUNT)
109000     MOVE WS-CARD-LOT-NUMBER TO WS-HOLD-LOT-NUMBER(WS-HOLD-COUNT)
109100     MOVE WS-CARD-ITEM-CODE TO WS-HOLD-ITEM-CODE(WS-HOLD-COUNT)
109200     MOVE WS-CARD-PROD-DATE TO WS-HOLD-PROD-DATE(WS-HOLD-COUNT)
109300     MOVE WS-CARD-SOURCE-LINE TO
109400         WS-HOLD-SOURCE-LINE(WS-HOLD-COUNT)
109500     MOVE WS-CARD-SHIFT-CODE TO WS-HOLD-SHIFT-CODE(WS-HOLD-COUNT)
109600     MOVE WS-CURRENT-DATE-YYYYMMDD TO
109700         WS-HOLD-HOLD-DATE(WS-HOLD-COUNT)
109800     MOVE QHT-REASON-TEXT TO WS-HOLD-REASON-TEXT(WS-HOLD-COUNT).
109900*
110000*--------------------------------------------------------------*
110100*    254-RELEASE-ONE-LOT
110200*    A HELD LOT THE CLOSED HOLD COVERED GOES FREE - UNLESS
110300*    ANOTHER OPEN HOLD STILL COVERS IT, IN WHICH CASE IT STAYS
110400*    HELD UNTIL THAT ONE IS RELEASED TOO.  A FREED LOT GETS A
110500*    DISPOSITION, WHICH 530 SENDS TO INVENTORY ONCE THE HOLD
110600*    MASTER CARRYING IT HAS BEEN REWRITTEN.
110700*--------------------------------------------------------------*
110800 254-RELEASE-ONE-LOT.
110900     MOVE WS-HOLD-INDEX TO WS-MATCH-HOLD
111000     IF WS-LBM-LOT-IS-HELD(WS-LBM-SUB)
111100         AND WS-LBM-PLANT-CODE(WS-LBM-SUB) = WS-CARD-PLANT-CODE
111200             PERFORM 240-MATCH-LOT-TO-HOLD
111300             IF WS-LOT-MATCHES-HOLD
111400                 PERFORM 242-CHECK-OTHER-HOLDS
111500                 IF WS-LOT-STILL-COVERED
111600                     ADD 1 TO WS-CARD-KEPT-COUNT
111700                     ADD 1 TO WS-LOTS-STILL-HELD
111800                 ELSE
111900                     MOVE SPACE TO WS-LBM-HOLD-STATUS(WS-LBM-SUB)
112000                     MOVE "R" TO WS-DISP-CODE
112100                     PERFORM 258-STORE-DISPOSITION
112300                     ADD 1 TO WS-CARD-LOT-COUNT
112400                     ADD 1 TO WS-LOTS-RELEASED
112500                     ADD WS-LBM-NET-QTY(WS-LBM-SUB) TO
112600                         WS-QTY-RELEASED
112700                 END-IF
112800             END-IF
112900     END-IF
113000     ADD 1 TO WS-LBM-SUB.
113100*
113200*--------------------------------------------------------------*
113300*    256-SCRAP-ONE-LOT
113400*    A HELD LOT THE CLOSED HOLD COVERED IS SCRAPPED, WHATEVER
113500*    ELSE IS HOLDING IT - SCRAP OUTRANKS EVERY HOLD.  IT GETS A
113600*    DISPOSITION AND ITS NET QUANTITY GOES BACK OUT OF THE
113700*    LEDGER AS A REVERSAL ON THE RECYCLE FEED.
113800*--------------------------------------------------------------*
113900 256-SCRAP-ONE-LOT.
114000     MOVE WS-HOLD-INDEX TO WS-MATCH-HOLD
114100     IF WS-LBM-LOT-IS-HELD(WS-LBM-SUB)
114200         AND WS-LBM-PLANT-CODE(WS-LBM-SUB) = WS-CARD-PLANT-CODE
114300             PERFORM 240-MATCH-LOT-TO-HOLD
114400             IF WS-LOT-MATCHES-HOLD
114500                 MOVE "S" TO WS-LBM-HOLD-STATUS(WS-LBM-SUB)
114600                 MOVE "S" TO WS-DISP-CODE
114700                 PERFORM 258-STORE-DISPOSITION
114800                 MOVE WS-LBM-NET-QTY(WS-LBM-SUB) TO
114900                     WS-REVERSE-LEFT
115000                 PERFORM 264-WRITE-SCRAP-REVERSAL
115100                     UNTIL WS-REVERSE-LEFT NOT > 0
115200                 ADD 1 TO WS-CARD-LOT-COUNT
115300                 ADD 1 TO WS-LOTS-SCRAPPED
115400                 ADD WS-LBM-NET-QTY(WS-LBM-SUB) TO WS-QTY-SCRAPPED
115500             END-IF
115600     END-IF
115700     ADD 1 TO WS-LBM-SUB.
115800*
115900 258-STORE-DISPOSITION.
116000     ADD 1 TO WS-DISP-COUNT
116100     MOVE WS-LBM-PLANT-CODE(WS-LBM-SUB) TO
116200         WS-DISP-PLANT-CODE(WS-DISP-COUNT)
116300     MOVE WS-LBM-LOT-NUMBER(WS-LBM-SUB) TO
116400         WS-DISP-LOT-NUMBER(WS-DISP-COUNT)
116500     MOVE WS-LBM-ITEM-CODE(WS-LBM-SUB) TO
116600         WS-DISP-ITEM-CODE(WS-DISP-COUNT)
116700     MOVE WS-LBM-PROD-DATE(WS-LBM-SUB) TO
116800         WS-DISP-PROD-DATE(WS-DISP-COUNT)
116900     MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-DISP-DATE(WS-DISP-COUNT)
117000     MOVE WS-DISP-CODE TO WS-DISP-DISPOSITION(WS-DISP-COUNT).
117100*
117200 260-PRINT-LOG-LINE.
117300     MOVE QHT-ACTION-CODE TO QHP-LOG-ACTION
117400     MOVE QHT-HOLD-SCOPE TO WS-KEY-SCOPE
117500     MOVE QHT-LOT-NUMBER TO WS-KEY-LOT-NUMBER
117600     MOVE QHT-ITEM-CODE TO WS-KEY-ITEM-CODE
117700     MOVE QHT-PROD-DATE TO WS-KEY-PROD-DATE
117800     MOVE QHT-SOURCE-LINE TO WS-KEY-SOURCE-LINE
117900     MOVE QHT-SHIFT-CODE TO WS-KEY-SHIFT-CODE
118000     PERFORM 270-FORMAT-HOLD-KEY
118100     MOVE WS-KEY-TEXT TO QHP-LOG-KEY-TEXT
118200     MOVE WS-QHP-LOG-LINE TO WS-QHP-WORK-LINE
118300     PERFORM 094-WRITE-REPORT-LINE.
118400*
120400*--------------------------------------------------------------*
120500*    264-WRITE-SCRAP-REVERSAL
120600*    ONE REVERSAL LOT CARD ON THE RECYCLE FEED, IN THE LOT
120700*    FEED'S OWN LAYOUT, FOR AS MUCH OF THE LOT AS ONE CARD
120800*    CAN CARRY.
120900*--------------------------------------------------------------*
121000 264-WRITE-SCRAP-REVERSAL.
121100     IF WS-REVERSE-LEFT > WS-REVERSE-MAX-QTY
121200         MOVE WS-REVERSE-MAX-QTY TO WS-REVERSE-QTY
121300     ELSE
121400         MOVE WS-REVERSE-LEFT TO WS-REVERSE-QTY
121500     END-IF
121600     MOVE SPACES TO LOT-TRANSACTION-RECORD
121700     MOVE WS-LBM-LOT-NUMBER(WS-LBM-SUB) TO LOT-NUMBER
121800     MOVE WS-LBM-ITEM-CODE(WS-LBM-SUB) TO LOT-ITEM-CODE
121900     MOVE WS-REVERSE-QTY TO LOT-QUANTITY
122000     MOVE WS-LBM-SHIFT-CODE(WS-LBM-SUB) TO LOT-SHIFT-CODE
122100     SET LOT-TYPE-IS-REVERSAL TO TRUE
122200     MOVE WS-LBM-PROD-DATE(WS-LBM-SUB) TO LOT-PROD-DATE
122300     MOVE WS-LBM-PLANT-CODE(WS-LBM-SUB) TO LOT-PLANT-CODE
122400     WRITE LOT-TRANSACTION-RECORD
122500     ADD 1 TO WS-REVERSALS-WRITTEN
122600     SUBTRACT WS-REVERSE-QTY FROM WS-REVERSE-LEFT.
122700*
122800*--------------------------------------------------------------*
122900*    270-FORMAT-HOLD-KEY
123000*    SPELLS OUT A HOLD'S KEY - "LOT 12345", "ITEM PASTA-001
123100*    ON 20261015", OR "LINE 2 SHIFT 3 ON 20261015".
123200*--------------------------------------------------------------*
123300 270-FORMAT-HOLD-KEY.
123400     MOVE SPACES TO WS-KEY-TEXT
123500     IF WS-KEY-ON-LOT
123600         STRING "LOT " WS-KEY-LOT-NUMBER
123700             DELIMITED BY SIZE INTO WS-KEY-TEXT
123800     END-IF
123900     IF WS-KEY-ON-ITEM-DATE
124000         STRING "ITEM " WS-KEY-ITEM-CODE " ON " WS-KEY-PROD-DATE
124100             DELIMITED BY SIZE INTO WS-KEY-TEXT
124200     END-IF
124300     IF WS-KEY-ON-LINE-SHIFT
124400         STRING "LINE " WS-KEY-SOURCE-LINE " SHIFT "
124500             WS-KEY-SHIFT-CODE " ON " WS-KEY-PROD-DATE
124600             DELIMITED BY SIZE INTO WS-KEY-TEXT
124700     END-IF
124800     IF NOT WS-KEY-ON-LOT AND NOT WS-KEY-ON-ITEM-DATE
124900         AND NOT WS-KEY-ON-LINE-SHIFT
125000             MOVE "SCOPE NOT RECOGNIZED" TO WS-KEY-TEXT
125100     END-IF.
125200*
125300*--------------------------------------------------------------*
125400*    280-WRITE-REJECT-RECORD
125500*    LOGS A REJECTED CARD - THE CARD AS KEYED PLUS WHY - TO THE
125600*    REJECT LISTING AND TO THE TRANSACTION LOG ON THE REPORT.
125700*--------------------------------------------------------------*
125800 280-WRITE-REJECT-RECORD.
125900     ADD 1 TO WS-CARDS-REJECTED
126000     PERFORM 095-RAISE-WARNING
126100     IF WS-QHR-FILE-OK
126200         MOVE SPACES TO QA-HOLD-REJECT-RECORD
126300         MOVE QA-HOLD-CARD-RECORD TO QHR-CARD-IMAGE
126400         MOVE WS-REJECT-REASON-CODE TO QHR-REASON-CODE
126500         MOVE WS-REJECT-REASON-TEXT TO QHR-REASON-TEXT
126600         WRITE QA-HOLD-REJECT-RECORD
126700     END-IF
126800     MOVE SPACES TO QHP-LOG-TEXT
126900     STRING "REJECTED - " WS-REJECT-REASON-TEXT
127000         DELIMITED BY SIZE INTO QHP-LOG-TEXT
127100     PERFORM 260-PRINT-LOG-LINE.
127200*
127300 500-EXIT.
127400     IF WS-CARDS-APPLIED > 0
127500         PERFORM 510-REWRITE-HOLD-MASTER
127600     ELSE
127700         DISPLAY 'NO CARDS APPLIED - QA HOLD MASTER LEFT AS FOUND'
127800     END-IF
127900     PERFORM 530-WRITE-RELEASE-EXTRACT
128000     IF WS-RCYC-FILE-IS-OPEN
128100         CLOSE RECYCLE-LOT-FILE
128200     END-IF
128300     PERFORM 520-PRINT-OPEN-HOLDS
128400     PERFORM 540-PRINT-RUN-FIGURES
128500     IF WS-QHT-FILE-IS-OPEN
128600         CLOSE QA-HOLD-CARD-FILE
128700     END-IF
128800     IF WS-QHP-FILE-OK
128900         CLOSE QA-HOLD-REPORT-FILE
129000     END-IF
129100     IF WS-QHR-FILE-OK
129200         CLOSE QA-HOLD-REJECT-FILE
129300     END-IF
129400     DISPLAY 'QA HOLD MAINTENANCE COMPLETE - ' WS-CARDS-READ
129500         ' CARDS READ ' WS-CARDS-APPLIED ' APPLIED '
129600         WS-CARDS-REJECTED ' REJECTED'
129700     DISPLAY '  LOTS RELEASED ' WS-LOTS-RELEASED
129800         ' LOTS SCRAPPED ' WS-LOTS-SCRAPPED
129900         ' HOLDS STILL OPEN ' WS-HOLDS-AFTER
130000     DISPLAY 'RUN SEVERITY: ' WS-RUN-SEVERITY
130100     MOVE WS-RUN-SEVERITY TO RETURN-CODE
130150     PERFORM 905-WRITE-END-STEP.
130200*
130300*--------------------------------------------------------------*
130400*    510-REWRITE-HOLD-MASTER
130500*    PUTS THE HOLDS STILL OPEN, EVERY PLANT'S, BACK AS THE
130600*    WHOLE OF QHMFILE, FOLLOWED BY EVERY DISPOSITION EVER
130700*    MADE.  A MASTER THAT CANNOT BE REWRITTEN AFTER LOTS WERE
130800*    RELEASED OR SCRAPPED MUST BE PUT RIGHT BEFORE CODE RUNS
130900*    AGAIN, SO IT STOPS THE SCHEDULE AND HOLDS THE EXTRACT.
131000*--------------------------------------------------------------*
131100 510-REWRITE-HOLD-MASTER.
131200     OPEN OUTPUT QA-HOLD-FILE
131300     IF NOT WS-QHM-FILE-OK
131400         DISPLAY 'QHMFILE COULD NOT BE REWRITTEN - STATUS '
131500             WS-QHM-FILE-STATUS
131600         MOVE 16 TO WS-RUN-SEVERITY
131650         SET WS-QHM-REWRITE-FAILED TO TRUE
131700     ELSE
131800         MOVE 1 TO WS-HOLD-SUB
131900         PERFORM 511-WRITE-ONE-HOLD
132000             UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
132100         MOVE 1 TO WS-DISP-SUB
132200         PERFORM 512-WRITE-ONE-DISPOSITION
132300             UNTIL WS-DISP-SUB > WS-DISP-COUNT
132400         CLOSE QA-HOLD-FILE
132500     END-IF.
132600*
132700 511-WRITE-ONE-HOLD.
132800     IF WS-HOLD-IS-OPEN(WS-HOLD-SUB)
132900         MOVE SPACES TO QA-HOLD-RECORD
133000         SET QHM-IS-OPEN-HOLD TO TRUE
133100         MOVE WS-HOLD-PLANT-CODE(WS-HOLD-SUB) TO QHM-PLANT-CODE
133200         MOVE WS-HOLD-SCOPE(WS-HOLD-SUB) TO QHM-HOLD-SCOPE
133300         MOVE WS-HOLD-LOT-NUMBER(WS-HOLD-SUB) TO QHM-LOT-NUMBER
133400         MOVE WS-HOLD-ITEM-CODE(WS-HOLD-SUB) TO QHM-ITEM-CODE
133500         MOVE WS-HOLD-PROD-DATE(WS-HOLD-SUB) TO QHM-PROD-DATE
133600         MOVE WS-HOLD-SOURCE-LINE(WS-HOLD-SUB) TO QHM-SOURCE-LINE
133700         MOVE WS-HOLD-SHIFT-CODE(WS-HOLD-SUB) TO QHM-SHIFT-CODE
133800         MOVE WS-HOLD-HOLD-DATE(WS-HOLD-SUB) TO QHM-HOLD-DATE
133900         MOVE WS-HOLD-REASON-TEXT(WS-HOLD-SUB) TO QHM-REASON-TEXT
134000         WRITE QA-HOLD-RECORD
134100     END-IF
134200     ADD 1 TO WS-HOLD-SUB.
134300*
134400 512-WRITE-ONE-DISPOSITION.
134500     MOVE SPACES TO QA-HOLD-RECORD
134600     SET QHM-IS-DISPOSITION TO TRUE
134700     MOVE WS-DISP-PLANT-CODE(WS-DISP-SUB) TO QHM-PLANT-CODE
134800     SET QHM-SCOPE-IS-LOT TO TRUE
134900     MOVE WS-DISP-LOT-NUMBER(WS-DISP-SUB) TO QHM-LOT-NUMBER
135000     MOVE WS-DISP-ITEM-CODE(WS-DISP-SUB) TO QHM-ITEM-CODE
135100     MOVE WS-DISP-PROD-DATE(WS-DISP-SUB) TO QHM-PROD-DATE
135200     MOVE 0 TO QHM-SHIFT-CODE
135300     MOVE WS-DISP-DATE(WS-DISP-SUB) TO QHM-HOLD-DATE
135400     MOVE WS-DISP-DISPOSITION(WS-DISP-SUB) TO QHM-DISPOSITION
135500     WRITE QA-HOLD-RECORD
135600     ADD 1 TO WS-DISP-SUB.
135700*
135800*--------------------------------------------------------------*
135900*    520-PRINT-OPEN-HOLDS
136000*    EVERY HOLD STILL OPEN AT THE PLANT, HOW LONG IT HAS BEEN
136100*    OPEN, AND THE LOTS IT IS HOLDING RIGHT NOW.  A HOLD
136200*    PLACED AHEAD OF ITS LOTS SHOWS NOTHING HELD UNTIL CODE
136300*    POSTS THEM.
136400*--------------------------------------------------------------*
136500 520-PRINT-OPEN-HOLDS.
136600     MOVE SPACES TO WS-QHP-WORK-LINE
136700     PERFORM 094-WRITE-REPORT-LINE
136800     MOVE "QA HOLDS OPEN AT END OF RUN" TO QHP-SECTION-LABEL
136900     MOVE WS-QHP-SECTION-LINE TO WS-QHP-WORK-LINE
137000     PERFORM 094-WRITE-REPORT-LINE
137100     MOVE WS-QHP-HOLD-HEAD TO WS-QHP-WORK-LINE
137200     PERFORM 094-WRITE-REPORT-LINE
137300     MOVE 1 TO WS-HOLD-SUB
137400     PERFORM 521-PRINT-ONE-HOLD UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
137500     MOVE 0 TO WS-PLANT-LOTS-HELD
137600     MOVE 0 TO WS-PLANT-QTY-HELD
137700     MOVE 1 TO WS-LBM-SUB
137800     PERFORM 523-COUNT-ONE-PLANT-LOT
137900         UNTIL WS-LBM-SUB > WS-LBM-COUNT.
138000*
138100 521-PRINT-ONE-HOLD.
138200     IF WS-HOLD-IS-OPEN(WS-HOLD-SUB)
138300         AND WS-HOLD-PLANT-CODE(WS-HOLD-SUB) = WS-QA-PLANT
138400             ADD 1 TO WS-HOLDS-AFTER
138500             MOVE WS-HOLD-SUB TO WS-MATCH-HOLD
138600             PERFORM 230-COUNT-HELD-LOTS
138700             MOVE WS-HOLD-SCOPE(WS-HOLD-SUB) TO WS-KEY-SCOPE
138800             MOVE WS-HOLD-LOT-NUMBER(WS-HOLD-SUB) TO
138900                 WS-KEY-LOT-NUMBER
139000             MOVE WS-HOLD-ITEM-CODE(WS-HOLD-SUB) TO
139100                 WS-KEY-ITEM-CODE
139200             MOVE WS-HOLD-PROD-DATE(WS-HOLD-SUB) TO
139300                 WS-KEY-PROD-DATE
139400             MOVE WS-HOLD-SOURCE-LINE(WS-HOLD-SUB) TO
139500                 WS-KEY-SOURCE-LINE
139600             MOVE WS-HOLD-SHIFT-CODE(WS-HOLD-SUB) TO
139700                 WS-KEY-SHIFT-CODE
139800             PERFORM 270-FORMAT-HOLD-KEY
139900             MOVE WS-KEY-TEXT TO QHP-HLD-KEY-TEXT
140000             MOVE WS-HOLD-HOLD-DATE(WS-HOLD-SUB) TO
140100                 QHP-HLD-HOLD-DATE
140200             PERFORM 522-AGE-ONE-HOLD
140300             MOVE WS-AGE-DAYS TO QHP-HLD-AGE-DAYS
140400             MOVE WS-HOLD-LOTS-HELD TO QHP-HLD-LOTS
140500             MOVE WS-HOLD-QTY-HELD TO QHP-HLD-QUANTITY
140600             MOVE WS-HOLD-REASON-TEXT(WS-HOLD-SUB) TO
140700                 QHP-HLD-REASON-TEXT
140800             MOVE WS-QHP-HOLD-LINE TO WS-QHP-WORK-LINE
140900             PERFORM 094-WRITE-REPORT-LINE
141000     END-IF
141100     ADD 1 TO WS-HOLD-SUB.
141200*
141300 522-AGE-ONE-HOLD.
141400     MOVE WS-HOLD-HOLD-DATE(WS-HOLD-SUB) TO WS-AGE-FROM-DATE
141500     MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-AGE-TO-DATE
141600     COMPUTE WS-AGE-DAYS-SIGNED =
141700         (WS-AGE-TO-YYYY - WS-AGE-FROM-YYYY) * 360
141800         + (WS-AGE-TO-MM - WS-AGE-FROM-MM) * 30
141900         + (WS-AGE-TO-DD - WS-AGE-FROM-DD)
142000     IF WS-AGE-DAYS-SIGNED < 0
142100         MOVE 0 TO WS-AGE-DAYS
142200     ELSE
142300         MOVE WS-AGE-DAYS-SIGNED TO WS-AGE-DAYS
142400     END-IF.
142500*
142600 523-COUNT-ONE-PLANT-LOT.
142700     IF WS-LBM-LOT-IS-HELD(WS-LBM-SUB)
142800         AND WS-LBM-PLANT-CODE(WS-LBM-SUB) = WS-QA-PLANT
142900             ADD 1 TO WS-PLANT-LOTS-HELD
143000             ADD WS-LBM-NET-QTY(WS-LBM-SUB) TO WS-PLANT-QTY-HELD
143100     END-IF
143200     ADD 1 TO WS-LBM-SUB.
143300*
143400*--------------------------------------------------------------*
143420*    530-WRITE-RELEASE-EXTRACT
143440*    THE EXTRACT IS WRITTEN ONLY AFTER THE HOLD MASTER, FROM
143460*    THE RELEASES THIS RUN PUT IN THE DISPOSITION TABLE, SO IT
143480*    NEVER SENDS A LOT THE MASTER DOES NOT SHOW AS RELEASED.
143500*    WHEN THE MASTER COULD NOT BE REWRITTEN THOSE RELEASES ARE
143520*    ON RECORD NOWHERE, AND THE EXTRACT SHIPS A HELD HEADER AND
143540*    NO DETAILS, AS CODE SHIPS AN OUT-OF-BALANCE INVFILE.
143560*    OTHERWISE IT GOES OUT RELEASED, AND A RUN THAT RELEASES
143580*    NOTHING STILL SENDS A HEADER AND A ZERO TRAILER.  THE
143600*    TRAILER CARRIES THE DETAIL COUNT AND THE HASH OF THE
143620*    DETAIL QUANTITIES, PROVED BY THE INVENTORY LOAD THE SAME
143640*    WAY AS INVFILE'S.
143660*--------------------------------------------------------------*
143680 530-WRITE-RELEASE-EXTRACT.
143700     IF WS-INVR-FILE-IS-OPEN
143720         MOVE SPACES TO INVENTORY-EXTRACT-RECORD
143740         MOVE "H" TO INV-RECORD-TYPE
143760         MOVE WS-CURRENT-DATE-YYYYMMDD TO INV-HDR-RUN-DATE
143780         MOVE "SPAGQAHL" TO INV-HDR-SOURCE-SYSTEM
143800         MOVE WS-QA-PLANT TO INV-HDR-PLANT-CODE
143820         IF WS-QHM-REWRITE-FAILED
143840             SET INV-EXTRACT-HELD TO TRUE
143860         ELSE
143880             SET INV-EXTRACT-RELEASED TO TRUE
143900         END-IF
143920         WRITE INVENTORY-EXTRACT-RECORD
143940         IF WS-QHM-REWRITE-FAILED
143960             DISPLAY 'INVRFILE HELD - QHMFILE NOT REWRITTEN'
143980         ELSE
144000             MOVE WS-DISP-LOADED-COUNT TO WS-DISP-SUB
144020             ADD 1 TO WS-DISP-SUB
144040             PERFORM 531-WRITE-RELEASE-DETAIL
144060                 UNTIL WS-DISP-SUB > WS-DISP-COUNT
144080         END-IF
144100         MOVE SPACES TO INVENTORY-EXTRACT-RECORD
144120         MOVE "T" TO INV-RECORD-TYPE
144140         MOVE WS-INVR-RECORD-COUNT TO INV-TRL-RECORD-COUNT
144160         MOVE WS-INVR-HASH-TOTAL TO INV-TRL-HASH-TOTAL
144180         WRITE INVENTORY-EXTRACT-RECORD
144200         CLOSE RELEASE-EXTRACT-FILE
144220     END-IF.
144240*
144260*--------------------------------------------------------------*
144280*    531-WRITE-RELEASE-DETAIL
144300*    ONE DETAIL PER LOT RELEASED THIS RUN, UNDER THE SHIFT THE
144320*    LOT WAS MADE ON - THE SAME ITEM/SHIFT/QUANTITY THE LOT
144340*    WOULD HAVE CARRIED ON INVFILE HAD IT NEVER BEEN HELD.  A
144360*    LOT REVERSED DOWN TO NOTHING WHILE HELD HAS NOTHING TO
144380*    SEND.
144400*--------------------------------------------------------------*
144420 531-WRITE-RELEASE-DETAIL.
144440     IF WS-DISP-DISPOSITION(WS-DISP-SUB) = "R"
144460         MOVE WS-DISP-PLANT-CODE(WS-DISP-SUB) TO
144470             WS-LBM-SEARCH-PLANT
144480         MOVE WS-DISP-LOT-NUMBER(WS-DISP-SUB) TO WS-LBM-SEARCH-LOT
144500         PERFORM 068-FIND-LOT-BALANCE
144520         IF WS-LBM-FOUND
144540             AND WS-LBM-NET-QTY(WS-LBM-SUB) NOT = 0
144560                 MOVE SPACES TO INVENTORY-EXTRACT-RECORD
144580                 MOVE "D" TO INV-RECORD-TYPE
144600                 MOVE WS-LBM-ITEM-CODE(WS-LBM-SUB) TO
144620                     INV-DTL-ITEM-CODE
144640                 MOVE WS-LBM-SHIFT-CODE(WS-LBM-SUB) TO
144660                     INV-DTL-SHIFT-CODE
144680                 MOVE WS-LBM-NET-QTY(WS-LBM-SUB) TO
144690                     INV-DTL-QUANTITY
144700                 WRITE INVENTORY-EXTRACT-RECORD
144720                 ADD 1 TO WS-INVR-RECORD-COUNT
144740                 ADD WS-LBM-NET-QTY(WS-LBM-SUB) TO
144750                     WS-INVR-HASH-TOTAL
144760         END-IF
144780     END-IF
144800     ADD 1 TO WS-DISP-SUB.
144820*
145000 540-PRINT-RUN-FIGURES.
145100     MOVE SPACES TO WS-QHP-WORK-LINE
145200     PERFORM 094-WRITE-REPORT-LINE
145300     MOVE "HOLDS OPEN AT START" TO QHP-TXT-LABEL
145400     MOVE WS-HOLDS-BEFORE TO QHP-TXT-VALUE
145500     PERFORM 541-PRINT-FIGURE-LINE
145600     MOVE "HOLDS OPEN AT END" TO QHP-TXT-LABEL
145700     MOVE WS-HOLDS-AFTER TO QHP-TXT-VALUE
145800     PERFORM 541-PRINT-FIGURE-LINE
145900     MOVE "CARDS READ" TO QHP-TXT-LABEL
146000     MOVE WS-CARDS-READ TO QHP-TXT-VALUE
146100     PERFORM 541-PRINT-FIGURE-LINE
146200     MOVE "HOLDS PLACED" TO QHP-TXT-LABEL
146300     MOVE WS-HOLDS-PLACED TO QHP-TXT-VALUE
146400     PERFORM 541-PRINT-FIGURE-LINE
146500     MOVE "HOLDS RELEASED" TO QHP-TXT-LABEL
146600     MOVE WS-HOLDS-RELEASED TO QHP-TXT-VALUE
146700     PERFORM 541-PRINT-FIGURE-LINE
146800     MOVE "HOLDS SCRAPPED" TO QHP-TXT-LABEL
146900     MOVE WS-HOLDS-SCRAPPED TO QHP-TXT-VALUE
147000     PERFORM 541-PRINT-FIGURE-LINE
147100     MOVE "CARDS REJECTED" TO QHP-TXT-LABEL
147200     MOVE WS-CARDS-REJECTED TO QHP-TXT-VALUE
147300     PERFORM 541-PRINT-FIGURE-LINE
147400     MOVE "LOTS RELEASED TO INVENTORY" TO QHP-TXT-LABEL
147500     MOVE WS-LOTS-RELEASED TO QHP-TXT-VALUE
147600     PERFORM 541-PRINT-FIGURE-LINE
147700     MOVE "QUANTITY RELEASED TO INVENTORY" TO QHP-TXT-LABEL
147800     MOVE WS-QTY-RELEASED TO QHP-TXT-VALUE
147900     PERFORM 541-PRINT-FIGURE-LINE
148000     MOVE "LOTS KEPT BY ANOTHER HOLD" TO QHP-TXT-LABEL
148100     MOVE WS-LOTS-STILL-HELD TO QHP-TXT-VALUE
148200     PERFORM 541-PRINT-FIGURE-LINE
148300     MOVE "LOTS SCRAPPED" TO QHP-TXT-LABEL
148400     MOVE WS-LOTS-SCRAPPED TO QHP-TXT-VALUE
148500     PERFORM 541-PRINT-FIGURE-LINE
148600     MOVE "QUANTITY SCRAPPED" TO QHP-TXT-LABEL
148700     MOVE WS-QTY-SCRAPPED TO QHP-TXT-VALUE
148800     PERFORM 541-PRINT-FIGURE-LINE
148900     MOVE "REVERSALS WRITTEN TO RCYCFILE" TO QHP-TXT-LABEL
149000     MOVE WS-REVERSALS-WRITTEN TO QHP-TXT-VALUE
149100     PERFORM 541-PRINT-FIGURE-LINE
149200     MOVE "LOTS ON HOLD AT END OF RUN" TO QHP-TXT-LABEL
149300     MOVE WS-PLANT-LOTS-HELD TO QHP-TXT-VALUE
149400     PERFORM 541-PRINT-FIGURE-LINE
149500     MOVE "QUANTITY ON HOLD AT END OF RUN" TO QHP-TXT-LABEL
149600     MOVE WS-PLANT-QTY-HELD TO QHP-TXT-VALUE
149700     PERFORM 541-PRINT-FIGURE-LINE.
149800*
149900 541-PRINT-FIGURE-LINE.
150000     MOVE WS-QHP-TEXT-LINE TO WS-QHP-WORK-LINE
150100     PERFORM 094-WRITE-REPORT-LINE.
150200*
150300*--------------------------------------------------------------*
150400*    900-WRITE-START-STEP
150500*    PUTS THIS RUN'S START RECORD ON THE STEP-STATUS LEDGER.  A
150600*    START WITH NO END AFTER IT IS A RUN THAT NEVER FINISHED.
150700*--------------------------------------------------------------*
150800 900-WRITE-START-STEP.
150900     PERFORM 908-BUILD-STEP-RECORD
151000     SET STS-IS-START TO TRUE
151100     PERFORM 910-WRITE-STEP-RECORD.
151200*
151300*--------------------------------------------------------------*
151400*    905-WRITE-END-STEP
151500*    PUTS THIS RUN'S END RECORD ON THE STEP-STATUS LEDGER WITH
151600*    THE RETURN CODE THE RUN IS ENDING ON AND ITS KEY COUNTS.
151700*    EVERY WAY OUT OF THE RUN - NORMAL END OR ABORT - COMES
151800*    THROUGH HERE ONCE THE RETURN CODE IS SET.
151900*--------------------------------------------------------------*
152000 905-WRITE-END-STEP.
152100     PERFORM 908-BUILD-STEP-RECORD
152200     MOVE RETURN-CODE TO STS-RETURN-CODE
152300     SET STS-IS-END TO TRUE
152400     MOVE "READ    " TO STS-COUNT-NAME(1)
152500     MOVE WS-CARDS-READ TO STS-COUNT-VALUE(1)
152600     MOVE "APPLIED " TO STS-COUNT-NAME(2)
152700     MOVE WS-CARDS-APPLIED TO STS-COUNT-VALUE(2)
152800     MOVE "REJECTED" TO STS-COUNT-NAME(3)
152900     MOVE WS-CARDS-REJECTED TO STS-COUNT-VALUE(3)
153000     PERFORM 910-WRITE-STEP-RECORD.
153100*
153200 908-BUILD-STEP-RECORD.
153300     MOVE SPACES TO STEP-STATUS-RECORD
153400     MOVE WS-STEP-PLANT TO STS-PLANT-CODE
153500     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD
153600     ACCEPT STS-RUN-TIME FROM TIME
153700     MOVE WS-STEP-PROGRAM-ID TO STS-PROGRAM-ID
153800     MOVE 0 TO STS-RETURN-CODE STS-SUBJECT-DATE
153900     MOVE 0 TO STS-COUNT-VALUE(1) STS-COUNT-VALUE(2)
154000         STS-COUNT-VALUE(3).
154100*
154200*--------------------------------------------------------------*
154300*    910-WRITE-STEP-RECORD
154400*    THE LEDGER IS APPENDED TO - THE FIRST RUN EVER CREATES IT.
154500*    IT IS OPENED AND CLOSED AROUND EACH RECORD SO AN ABORT
154600*    LATER IN THE RUN CANNOT LOSE THE START RECORD.  A LEDGER
154700*    THAT WILL NOT OPEN COSTS THE STATUS REPORT THIS STEP, NOT
154800*    THE RUN ITS WORK.
154900*--------------------------------------------------------------*
155000 910-WRITE-STEP-RECORD.
155100     OPEN EXTEND STEP-STATUS-FILE
155200     IF NOT WS-STS-FILE-OK
155300         OPEN OUTPUT STEP-STATUS-FILE
155400     END-IF
155500     IF WS-STS-FILE-OK
155600         WRITE STEP-STATUS-RECORD
155700         CLOSE STEP-STATUS-FILE
155800     ELSE
155900         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
156000             WS-STS-FILE-STATUS ' - STEP NOT RECORDED'
156100     END-IF.
