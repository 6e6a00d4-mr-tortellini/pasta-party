000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SPAGHETTI-CALMNT.
000300 AUTHOR.        R. ALFREDO.
000400 INSTALLATION.  PASTA-PARTY DATA CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    SPAGHETTI-CALMNT IS THE ONE DOOR TO THE PRODUCTION CALENDAR
000900*    (CALFILE) THAT SPAGHETTI-CODE PROVES EVERY RUN DATE
001000*    AGAINST.  INSTEAD OF KEYING THE CALENDAR A LINE AT A TIME,
001100*    A GENERATE CARD BUILDS A PLANT'S WHOLE YEAR FROM ITS NORMAL
001200*    WORKING WEEKDAYS, AND HOLIDAY, SHUTDOWN AND CHANGE CARDS
001300*    (CMTFILE) THEN MARK THE DAYS THAT DIFFER - FOR ONE PLANT OR
001400*    FOR EVERY PLANT.  IT WORKS THE WAY SPAGHETTI-DRNMNT DOES:
001500*    EVERY CARD IS EDITED FIELD BY FIELD AND APPLIED IN ONE
001600*    PASS, THE CALENDAR IS PRINTED AS FOUND AND AS LEFT, AND
001700*    EVERY BAD CARD GOES TO THE REJECT LISTING (CMRFILE).
001800*
001900*    A DATE THAT ALREADY HAS POSTINGS ON THE HISTORY FILE
002000*    (HISTFILE) - AS THE RUN DATE OR THE PRODUCTION DATE - CANNOT
002100*    BE CHANGED: THE CARD IS REJECTED WHOLE.  A GENERATE CARD
002200*    NEVER CHANGES A DATE ALREADY ON THE PLANT'S CALENDAR, AND A
002300*    NEW DATE THAT HAS A PLANT-WIDE ENTRY TAKES THAT ENTRY'S
002400*    DAY TYPE, SO A YEAR CAN BE GENERATED AFTER ITS HOLIDAYS.
002500*
002600*    THE CALENDAR IS REWRITTEN PLANT BY PLANT IN DATE ORDER,
002700*    WITH THE PLANT-WIDE (BLANK-PLANT) ENTRIES LAST - SO WHEN
002800*    SPAGHETTI-CODE TAKES THE FIRST ENTRY FOR ITS DATE, A
002900*    PLANT'S OWN ENTRY IS FOUND BEFORE THE PLANT-WIDE ONE.
003000*
003100*    EVERY RUN ENDS BY SAYING HOW FAR EACH PLANT'S CALENDAR
003200*    RUNS, AND WARNS ANY PLANT WHOSE CALENDAR ENDS INSIDE THE
003300*    CONTROL CARD'S (CMCFILE) WARNING WINDOW.
003400*
003500*    MODIFICATION HISTORY
003600*    DATE       INIT  DESCRIPTION
003700*    ---------- ----  -----------------------------------------
003800*    2026-10-15 RA    ORIGINAL.
003900*--------------------------------------------------------------*
004000*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CMCFILE"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CMC-FILE-STATUS.
004700     SELECT CALENDAR-MAINT-CARD-FILE ASSIGN TO "CMTFILE"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-CMT-FILE-STATUS.
005000     SELECT PRODUCTION-CALENDAR-FILE ASSIGN TO "CALFILE"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-CAL-FILE-STATUS.
005300     SELECT RESULT-HISTORY-FILE ASSIGN TO "HISTFILE"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-HIST-FILE-STATUS.
005600     SELECT MAINT-REPORT-FILE ASSIGN TO "CMPFILE"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-CMP-FILE-STATUS.
005900     SELECT MAINT-REJECT-FILE ASSIGN TO "CMRFILE"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-CMR-FILE-STATUS.
006200     SELECT STEP-STATUS-FILE ASSIGN TO "STSFILE"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-STS-FILE-STATUS.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CALENDAR-CONTROL-FILE
006900     RECORDING MODE IS F.
007000     COPY CMCREC.
007100*
007200 FD  CALENDAR-MAINT-CARD-FILE
007300     RECORDING MODE IS F.
007400     COPY CMTREC.
007500*
007600 FD  PRODUCTION-CALENDAR-FILE
007700     RECORDING MODE IS F.
007800     COPY CALREC.
007900*
008000 FD  RESULT-HISTORY-FILE
008100     RECORDING MODE IS F.
008200     COPY HISTREC.
008300*
008400 FD  MAINT-REPORT-FILE
008500     RECORDING MODE IS F.
008600     COPY CMPREC.
008700*
008800 FD  MAINT-REJECT-FILE
008900     RECORDING MODE IS F.
009000     COPY CMRREC.
009100*
009200 FD  STEP-STATUS-FILE
009300     RECORDING MODE IS F.
009400     COPY STSREC.
009500*
009600 WORKING-STORAGE SECTION.
009700*--------------------------------------------------------------*
009800*    FILE STATUS WORKING STORAGE
009900*--------------------------------------------------------------*
010000 01  WS-CMC-FILE-STATUS          PIC X(02)   VALUE "00".
010100     88  WS-CMC-FILE-OK                      VALUE "00".
010200     88  WS-CMC-FILE-NOT-FOUND               VALUE "35".
010300 01  WS-CMT-FILE-STATUS          PIC X(02)   VALUE "00".
010400     88  WS-CMT-FILE-OK                      VALUE "00".
010500     88  WS-CMT-FILE-NOT-FOUND               VALUE "35".
010600 01  WS-CAL-FILE-STATUS          PIC X(02)   VALUE "00".
010700     88  WS-CAL-FILE-OK                      VALUE "00".
010800     88  WS-CAL-FILE-NOT-FOUND               VALUE "35".
010900 01  WS-HIST-FILE-STATUS         PIC X(02)   VALUE "00".
011000     88  WS-HIST-FILE-OK                     VALUE "00".
011100     88  WS-HIST-FILE-NOT-FOUND              VALUE "35".
011200 01  WS-CMP-FILE-STATUS          PIC X(02)   VALUE "00".
011300     88  WS-CMP-FILE-OK                      VALUE "00".
011400 01  WS-CMR-FILE-STATUS          PIC X(02)   VALUE "00".
011500     88  WS-CMR-FILE-OK                      VALUE "00".
011600*--------------------------------------------------------------*
011700*    LOOP-CONTROL WORKING STORAGE
011800*--------------------------------------------------------------*
011900 01  WS-CARD-EOF-SWITCH           PIC X(01)   VALUE "N".
012000     88  WS-CARD-EOF-REACHED                  VALUE "Y".
012100 01  WS-CAL-LOAD-SWITCH           PIC X(01)   VALUE "N".
012200     88  WS-CAL-LOAD-DONE                     VALUE "Y".
012300 01  WS-HIST-EOF-SWITCH           PIC X(01)   VALUE "N".
012400     88  WS-HIST-EOF-REACHED                  VALUE "Y".
012500 01  WS-CMT-OPEN-SWITCH           PIC X(01)   VALUE "N".
012600     88  WS-CMT-FILE-IS-OPEN                  VALUE "Y".
012700 01  WS-RUN-SEVERITY              PIC 9(02)   VALUE 0.
012800*--------------------------------------------------------------*
012900*    CONTROL-CARD WORKING STORAGE
013000*--------------------------------------------------------------*
013100 01  WS-WARNING-DAYS              PIC 9(03)   VALUE 60.
013200*--------------------------------------------------------------*
013300*    CALENDAR TABLE WORKING STORAGE
013400*    THE WHOLE CALENDAR IS LOADED HERE, KEPT IN PLANT/DATE
013500*    ORDER, MAINTAINED IN PLACE BY THE CARDS, AND REWRITTEN AS
013600*    THE WHOLE OF CALFILE AT END OF RUN.  A PLANT-WIDE ENTRY IS
013700*    KEYED ON HIGH-VALUES SO IT SORTS AFTER EVERY PLANT.
013800*--------------------------------------------------------------*
013900 01  WS-CAL-MAX-ENTRIES           PIC 9(05)   VALUE 50000.
014000 01  WS-CAL-COUNT                 PIC 9(05)   VALUE 0.
014100 01  WS-CAL-BEFORE-COUNT          PIC 9(05)   VALUE 0.
014200 01  WS-CAL-SUB                   PIC 9(05)   VALUE 0.
014300 01  WS-CAL-SLOT                  PIC 9(05)   VALUE 0.
014400 01  WS-CAL-MOVE-SUB              PIC 9(05)   VALUE 0.
014500 01  WS-CAL-FOUND-SWITCH          PIC X(01)   VALUE "N".
014600     88  WS-CAL-FOUND                         VALUE "Y".
014700 01  WS-SLOT-FOUND-SWITCH         PIC X(01)   VALUE "N".
014800     88  WS-SLOT-FOUND                        VALUE "Y".
014900 01  WS-INSERT-KEY.
015000     05  WS-INSERT-PLANT          PIC X(02).
015100     05  WS-INSERT-DATE           PIC 9(08).
015200 01  WS-INSERT-TYPE               PIC X(01)   VALUE SPACE.
015300 01  WS-INSERT-DESCRIPTION        PIC X(30)   VALUE SPACES.
015400 01  WS-CAL-TABLE.
015500     05  WS-CAL-ENTRY OCCURS 50000 TIMES.
015600         10  WS-CAL-KEY.
015700             15  WS-CAL-PLANT          PIC X(02).
015800             15  WS-CAL-DATE           PIC 9(08).
015900         10  WS-CAL-TYPE               PIC X(01).
016000         10  WS-CAL-DESCRIPTION        PIC X(30).
016100*--------------------------------------------------------------*
016200*    POSTED-DATE WORKING STORAGE
016300*    EVERY PLANT AND DATE THE HISTORY FILE HAS A POSTING ON -
016400*    THE RUN DATE, AND THE PRODUCTION DATE WHEN IT DIFFERS.  A
016500*    BLANK HISTORY PLANT IS PLANT 01, THE SUITE CONVENTION.
016600*--------------------------------------------------------------*
016700 01  WS-PST-MAX-ENTRIES           PIC 9(05)   VALUE 50000.
016800 01  WS-PST-COUNT                 PIC 9(05)   VALUE 0.
016900 01  WS-PST-SUB                   PIC 9(05)   VALUE 0.
017000 01  WS-PST-FOUND-SWITCH          PIC X(01)   VALUE "N".
017100     88  WS-PST-FOUND                         VALUE "Y".
017200 01  WS-PST-TABLE.
017300     05  WS-PST-ENTRY OCCURS 50000 TIMES.
017400         10  WS-PST-PLANT         PIC X(02).
017500         10  WS-PST-DATE          PIC 9(08).
017600 01  WS-HIST-PLANT                PIC X(02)   VALUE SPACES.
017700 01  WS-STORE-DATE                PIC 9(08)   VALUE 0.
017800*--------------------------------------------------------------*
017900*    PLANT WORKING STORAGE
018000*    EVERY PLANT THE CALENDAR OR THE HISTORY KNOWS, AND PLANT
018100*    01 ALWAYS, FOR THE COVERAGE CHECK AT END OF RUN.
018200*--------------------------------------------------------------*
018300 01  WS-PLT-MAX-ENTRIES           PIC 9(03)   VALUE 50.
018400 01  WS-PLT-COUNT                 PIC 9(03)   VALUE 0.
018500 01  WS-PLT-SUB                   PIC 9(03)   VALUE 0.
018600 01  WS-PLT-INDEX                 PIC 9(03)   VALUE 0.
018700 01  WS-PLT-TABLE.
018800     05  WS-PLT-ENTRY OCCURS 50 TIMES.
018900         10  WS-PLT-CODE          PIC X(02).
019000         10  WS-PLT-LAST-DATE     PIC 9(08).
019100 01  WS-FIND-PLANT                PIC X(02)   VALUE SPACES.
019200 01  WS-ALL-LAST-DATE             PIC 9(08)   VALUE 0.
019300 01  WS-COVER-LAST-DATE           PIC 9(08)   VALUE 0.
019400 01  WS-DAYS-LEFT                 PIC S9(05)  VALUE 0.
019500*--------------------------------------------------------------*
019600*    CARD EDIT WORKING STORAGE
019700*--------------------------------------------------------------*
019800 01  WS-CARD-EDIT-SWITCH          PIC X(01)   VALUE "Y".
019900     88  WS-CARD-IS-VALID                     VALUE "Y".
020000     88  WS-CARD-IS-INVALID                   VALUE "N".
020100 01  WS-REJECT-REASON-CODE        PIC X(04)   VALUE SPACES.
020200 01  WS-REJECT-REASON-TEXT        PIC X(25)   VALUE SPACES.
020300 01  WS-DATE-VALID-SWITCH         PIC X(01)   VALUE "N".
020400     88  WS-DATE-IS-VALID                     VALUE "Y".
020500 01  WS-EDIT-DATE                 PIC X(08)   VALUE SPACES.
020600 01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE
020700                                  PIC 9(08).
020800 01  WS-CARD-PLANT                PIC X(02)   VALUE SPACES.
020900 01  WS-CARD-DAY-TYPE             PIC X(01)   VALUE SPACE.
021000 01  WS-FROM-DAYNO                PIC 9(07)   VALUE 0.
021100 01  WS-TO-DAYNO                  PIC 9(07)   VALUE 0.
021200 01  WS-APPLY-DAYNO               PIC 9(07)   VALUE 0.
021300 01  WS-RANGE-DAYS                PIC 9(07)   VALUE 0.
021400 01  WS-WEEKDAY-SUB               PIC 9(01)   VALUE 0.
021500 01  WS-WORKDAYS-KEYED            PIC 9(01)   VALUE 0.
021600 01  WS-WEEKDAY-QUOTIENT          PIC 9(07)   VALUE 0.
021700 01  WS-WEEKDAY-REMAINDER         PIC 9(01)   VALUE 0.
021800 01  WS-CARD-DAYS-ADDED           PIC 9(05)   VALUE 0.
021900 01  WS-CARD-DAYS-KEPT            PIC 9(05)   VALUE 0.
022000 01  WS-CARD-DAYS-CHANGED         PIC 9(05)   VALUE 0.
022100*--------------------------------------------------------------*
022200*    WEEKDAY WORKING STORAGE
022300*    DAY NUMBER PLUS TWO, DIVIDED BY SEVEN, LEAVES THE WEEKDAY
022400*    COUNTED FROM MONDAY AS ZERO.
022500*--------------------------------------------------------------*
022600 01  WS-WEEKDAY-NAMES.
022700     05  FILLER                   PIC X(09)   VALUE "MONDAY".
022800     05  FILLER                   PIC X(09)   VALUE "TUESDAY".
022900     05  FILLER                   PIC X(09)   VALUE "WEDNESDAY".
023000     05  FILLER                   PIC X(09)   VALUE "THURSDAY".
023100     05  FILLER                   PIC X(09)   VALUE "FRIDAY".
023200     05  FILLER                   PIC X(09)   VALUE "SATURDAY".
023300     05  FILLER                   PIC X(09)   VALUE "SUNDAY".
023400 01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
023500     05  WS-WEEKDAY-NAME          PIC X(09)   OCCURS 7 TIMES.
023600*--------------------------------------------------------------*
023700*    DATE WORKING STORAGE
023800*    DATES ARE TURNED INTO DAY NUMBERS TO WALK A YEAR OR A
023900*    RANGE A DAY AT A TIME, TO FIND THE WEEKDAY, AND TO COUNT
024000*    THE DAYS A CALENDAR HAS LEFT.  THE YEAR IS COUNTED FROM
024100*    MARCH SO THE LEAP DAY FALLS AT ITS END.  A DATE IS REAL
024200*    WHEN IT COMES BACK UNCHANGED FROM ITS OWN DAY NUMBER.
024300*--------------------------------------------------------------*
024400 01  WS-DATE-WORK                 PIC 9(08)   VALUE 0.
024500 01  WS-DATE-WORK-SPLIT REDEFINES WS-DATE-WORK.
024600     05  WS-DATE-WORK-YYYY        PIC 9(04).
024700     05  WS-DATE-WORK-MM          PIC 9(02).
024800     05  WS-DATE-WORK-DD          PIC 9(02).
024900 01  WS-DAYNO                     PIC 9(07)   VALUE 0.
025000 01  WS-DAYNO-YEAR                PIC 9(05)   VALUE 0.
025100 01  WS-DAYNO-MONTH               PIC 9(02)   VALUE 0.
025200 01  WS-DAYNO-Q4                  PIC 9(05)   VALUE 0.
025300 01  WS-DAYNO-Q100                PIC 9(05)   VALUE 0.
025400 01  WS-DAYNO-Q400                PIC 9(05)   VALUE 0.
025500 01  WS-DAYNO-MDAYS               PIC 9(05)   VALUE 0.
025600 01  WS-DAYNO-YEAR-START          PIC 9(07)   VALUE 0.
025700 01  WS-DAYNO-DAY-OF-YEAR         PIC S9(05)  VALUE 0.
025800 01  WS-DAYNO-WORK                PIC 9(11)   VALUE 0.
025900 01  WS-TODAY-DAYNO               PIC 9(07)   VALUE 0.
026000 01  WS-CURRENT-YEAR              PIC 9(04)   VALUE 0.
026100 01  WS-PRINT-FROM-DATE           PIC 9(08)   VALUE 0.
026200 01  WS-MONTH-START-DAYNO         PIC 9(07)   VALUE 0.
026300 01  WS-MONTH-LENGTH              PIC 9(02)   VALUE 0.
026400*--------------------------------------------------------------*
026500*    RUN-COUNT WORKING STORAGE
026600*--------------------------------------------------------------*
026700 01  WS-CARDS-READ                PIC 9(05)   VALUE 0.
026800 01  WS-GENERATES-APPLIED         PIC 9(05)   VALUE 0.
026900 01  WS-HOLIDAYS-APPLIED          PIC 9(05)   VALUE 0.
027000 01  WS-SHUTDOWNS-APPLIED         PIC 9(05)   VALUE 0.
027100 01  WS-CHANGES-APPLIED           PIC 9(05)   VALUE 0.
027200 01  WS-CARDS-APPLIED             PIC 9(05)   VALUE 0.
027300 01  WS-CARDS-REJECTED            PIC 9(05)   VALUE 0.
027400 01  WS-DAYS-GENERATED            PIC 9(05)   VALUE 0.
027500 01  WS-DAYS-CHANGED              PIC 9(05)   VALUE 0.
027600 01  WS-DUPS-DROPPED              PIC 9(05)   VALUE 0.
027700 01  WS-BAD-DATES-DROPPED         PIC 9(05)   VALUE 0.
027800 01  WS-PLANTS-RUNNING-OUT        PIC 9(05)   VALUE 0.
027900*--------------------------------------------------------------*
028000*    REPORT WORKING STORAGE
028100*    THE CALENDAR PRINTS ONE LINE PER PLANT AND MONTH, ONE
028200*    COLUMN PER DAY: W WORKING, H HOLIDAY, S SHUTDOWN, AND A
028300*    DOT FOR A DATE NOT ON THE CALENDAR.
028400*--------------------------------------------------------------*
028500 01  WS-CMP-HEAD-1.
028600     05  FILLER                   PIC X(44)   VALUE
028700         "PASTA-PARTY PRODUCTION CALENDAR MAINTENANCE".
028800     05  FILLER                   PIC X(11)   VALUE
028900         "  RUN DATE ".
029000     05  CMP-H1-RUN-DATE          PIC 9(08).
029100     05  FILLER                   PIC X(16)   VALUE
029200         "  WARNING DAYS ".
029300     05  CMP-H1-WARNING-DAYS      PIC ZZ9.
029400     05  FILLER                   PIC X(50)   VALUE SPACES.
029500 01  WS-CMP-SECTION-LINE.
029600     05  FILLER                   PIC X(01)   VALUE SPACE.
029700     05  CMP-SECTION-LABEL        PIC X(50).
029800     05  FILLER                   PIC X(81)   VALUE SPACES.
029900 01  WS-CMP-MESSAGE-LINE.
030000     05  FILLER                   PIC X(01)   VALUE SPACE.
030100     05  CMP-MSG-TEXT             PIC X(100).
030200     05  FILLER                   PIC X(31)   VALUE SPACES.
030300 01  WS-CMP-DAY-HEAD-1.
030400     05  FILLER                   PIC X(16)   VALUE SPACES.
030500     05  FILLER                   PIC X(31)   VALUE
030600         "         1111111111222222222233".
030700     05  FILLER                   PIC X(85)   VALUE SPACES.
030800 01  WS-CMP-DAY-HEAD-2.
030900     05  FILLER                   PIC X(16)   VALUE
031000         " PL   MONTH".
031100     05  FILLER                   PIC X(31)   VALUE
031200         "1234567890123456789012345678901".
031300     05  FILLER                   PIC X(85)   VALUE SPACES.
031400 01  WS-CMP-MONTH-LINE.
031500     05  FILLER                   PIC X(01)   VALUE SPACE.
031600     05  CMP-MON-PLANT            PIC X(03).
031700     05  FILLER                   PIC X(02)   VALUE SPACES.
031800     05  CMP-MON-YYYY             PIC 9(04).
031900     05  FILLER                   PIC X(01)   VALUE "-".
032000     05  CMP-MON-MM               PIC 9(02).
032100     05  FILLER                   PIC X(03)   VALUE SPACES.
032200     05  CMP-MON-DAYS.
032300         10  CMP-MON-DAY          PIC X(01)   OCCURS 31 TIMES.
032400     05  FILLER                   PIC X(07)   VALUE
032500         "  WORK ".
032600     05  CMP-MON-WORK             PIC Z9.
032700     05  FILLER                   PIC X(06)   VALUE
032800         "  HOL ".
032900     05  CMP-MON-HOLIDAY          PIC Z9.
033000     05  FILLER                   PIC X(07)   VALUE
033100         "  SHUT ".
033200     05  CMP-MON-SHUTDOWN         PIC Z9.
033300     05  FILLER                   PIC X(10)   VALUE
033400         "  MISSING ".
033500     05  CMP-MON-MISSING          PIC Z9.
033600     05  FILLER                   PIC X(49)   VALUE SPACES.
033700 01  WS-CMP-LOG-LINE.
033800     05  FILLER                   PIC X(01)   VALUE SPACE.
033900     05  CMP-LOG-ACTION           PIC X(01).
034000     05  FILLER                   PIC X(02)   VALUE SPACES.
034100     05  CMP-LOG-PLANT            PIC X(03).
034200     05  FILLER                   PIC X(02)   VALUE SPACES.
034300     05  CMP-LOG-FROM             PIC X(08).
034400     05  FILLER                   PIC X(01)   VALUE SPACE.
034500     05  CMP-LOG-TO               PIC X(08).
034600     05  FILLER                   PIC X(02)   VALUE SPACES.
034700     05  CMP-LOG-TEXT             PIC X(60).
034800     05  FILLER                   PIC X(44)   VALUE SPACES.
034900 01  WS-CMP-COVER-HEAD.
035000     05  FILLER                   PIC X(06)   VALUE
035100         " PL".
035200     05  FILLER                   PIC X(10)   VALUE
035300         "LAST DAY".
035400     05  FILLER                   PIC X(09)   VALUE
035500         "DAYS".
035600     05  FILLER                   PIC X(107)  VALUE
035700         "STATUS".
035800 01  WS-CMP-COVER-LINE.
035900     05  FILLER                   PIC X(01)   VALUE SPACE.
036000     05  CMP-CVR-PLANT            PIC X(03).
036100     05  FILLER                   PIC X(02)   VALUE SPACES.
036200     05  CMP-CVR-LAST-DATE        PIC X(08).
036300     05  FILLER                   PIC X(02)   VALUE SPACES.
036400     05  CMP-CVR-DAYS-LEFT        PIC X(07).
036500     05  FILLER                   PIC X(02)   VALUE SPACES.
036600     05  CMP-CVR-TEXT             PIC X(60).
036700     05  FILLER                   PIC X(47)   VALUE SPACES.
036800 01  WS-CMP-TEXT-LINE.
036900     05  FILLER                   PIC X(01)   VALUE SPACE.
037000     05  CMP-TXT-LABEL            PIC X(34).
037100     05  CMP-TXT-VALUE            PIC ZZZZ9.
037200     05  FILLER                   PIC X(92)   VALUE SPACES.
037300 01  WS-CMP-WORK-LINE             PIC X(132)  VALUE SPACES.
037400 01  WS-GRID-OPEN-SWITCH          PIC X(01)   VALUE "N".
037500     88  WS-GRID-IS-OPEN                      VALUE "Y".
037600 01  WS-GRID-PLANT                PIC X(02)   VALUE SPACES.
037700 01  WS-GRID-YYYYMM               PIC 9(06)   VALUE 0.
037800 01  WS-GRID-DAY-SUB              PIC 9(02)   VALUE 0.
037900 01  WS-GRID-WORK                 PIC 9(02)   VALUE 0.
038000 01  WS-GRID-HOLIDAY              PIC 9(02)   VALUE 0.
038100 01  WS-GRID-SHUTDOWN             PIC 9(02)   VALUE 0.
038200 01  WS-GRID-MISSING              PIC 9(02)   VALUE 0.
038300 01  WS-ENTRY-YYYYMM              PIC 9(06)   VALUE 0.
038400 01  WS-EDIT-COUNT                PIC ZZZZ9.
038500 01  WS-EDIT-KEPT-COUNT           PIC ZZZZ9.
038600 01  WS-EDIT-WARNING-DAYS         PIC ZZ9.
038700 01  WS-EDIT-DAYS-LEFT            PIC ZZZZZ9-.
038800 01  WS-DAY-TYPE-WORD             PIC X(08)   VALUE SPACES.
038900*--------------------------------------------------------------*
039000*    RUN-DATE WORKING STORAGE
039100*--------------------------------------------------------------*
039200 01  WS-CURRENT-DATE-YYYYMMDD     PIC 9(08)   VALUE 0.
039300*
039400*--------------------------------------------------------------*
039500*    STEP-STATUS WORKING STORAGE
039600*    EVERY RUN PUTS A START AND AN END RECORD ON THE SUITE'S
039700*    STEP-STATUS LEDGER SO THE MORNING STATUS REPORT CAN SAY
039800*    WHAT RAN, HOW IT ENDED, AND WHAT IS STILL WAITING.
039900*--------------------------------------------------------------*
040000 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE "00".
040100     88  WS-STS-FILE-OK                      VALUE "00".
040200     88  WS-STS-FILE-NOT-FOUND               VALUE "35".
040300 01  WS-STEP-PROGRAM-ID           PIC X(20)   VALUE
040400     "SPAGHETTI-CALMNT".
040500 01  WS-STEP-PLANT                PIC X(02)   VALUE "**".
040600*
040700 PROCEDURE DIVISION.
040800 MAIN-SECTION.
040900     PERFORM 050-INITIALIZE
041000     PERFORM 200-PROCESS-ONE-CARD UNTIL WS-CARD-EOF-REACHED
041100     PERFORM 500-EXIT
041200     STOP RUN.
041300*
041400*--------------------------------------------------------------*
041500*    050-INITIALIZE
041600*    LOADS THE CALENDAR AND THE POSTED DATES, OPENS THE CARDS
041700*    AND THE TWO REPORTS, AND PRINTS THE CALENDAR AS FOUND FROM
041800*    THE START OF THIS YEAR ON.  NO CARD FILE MEANS NO
041900*    MAINTENANCE - THE CALENDAR IS LEFT AS FOUND, BUT ITS
042000*    COVERAGE IS STILL CHECKED.
042100*--------------------------------------------------------------*
042200 050-INITIALIZE.
042300     ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
042400     MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-DATE-WORK
042500     PERFORM 710-FIGURE-DAY-NUMBER
042600     MOVE WS-DAYNO TO WS-TODAY-DAYNO
042700     MOVE WS-DATE-WORK-YYYY TO WS-CURRENT-YEAR
042800     COMPUTE WS-PRINT-FROM-DATE = WS-CURRENT-YEAR * 10000 + 101
042900     PERFORM 055-LOAD-CONTROL-CARD
043000     PERFORM 900-WRITE-START-STEP
043100     MOVE "01" TO WS-FIND-PLANT
043200     PERFORM 170-FIND-PLANT-ENTRY
043300     PERFORM 060-LOAD-CALENDAR
043400     MOVE WS-CAL-COUNT TO WS-CAL-BEFORE-COUNT
043500     PERFORM 065-LOAD-POSTED-DATES
043600     PERFORM 070-OPEN-MAINT-CARDS
043700     PERFORM 075-OPEN-REPORT-FILE
043800     PERFORM 078-OPEN-REJECT-FILE
043900     PERFORM 090-PRINT-BEFORE-SECTION.
044000*
044100 055-LOAD-CONTROL-CARD.
044200     OPEN INPUT CALENDAR-CONTROL-FILE
044300     IF WS-CMC-FILE-NOT-FOUND
044400         DISPLAY 'CMCFILE NOT FOUND - WARNING WINDOW 60 DAYS'
044500     ELSE
044600         READ CALENDAR-CONTROL-FILE
044700             AT END
044800                 DISPLAY 'CMCFILE EMPTY - WARNING WINDOW 60 DAYS'
044900         END-READ
045000         IF WS-CMC-FILE-OK AND CMC-WARNING-DAYS NUMERIC
045100             MOVE CMC-WARNING-DAYS-N TO WS-WARNING-DAYS
045200         END-IF
045300         CLOSE CALENDAR-CONTROL-FILE
045400     END-IF.
045500*
045600*--------------------------------------------------------------*
045700*    060-LOAD-CALENDAR
045800*    A MISSING CALENDAR IS THE FIRST-EVER BUILD - THE GENERATE
045900*    CARDS CREATE IT.  ANY OTHER FAILED OPEN STOPS THE RUN
046000*    BEFORE ANYTHING IS TOUCHED.
046100*--------------------------------------------------------------*
046200 060-LOAD-CALENDAR.
046300     OPEN INPUT PRODUCTION-CALENDAR-FILE
046400     IF WS-CAL-FILE-NOT-FOUND
046500         DISPLAY 'CALFILE NOT FOUND - BUILDING A NEW CALENDAR'
046600         PERFORM 095-RAISE-WARNING
046700     ELSE
046800         IF NOT WS-CAL-FILE-OK
046900             DISPLAY 'CALFILE COULD NOT BE OPENED - STATUS '
047000                 WS-CAL-FILE-STATUS
047100             GO TO 069-ABORT-CALENDAR-AS-FOUND
047200         END-IF
047300         PERFORM 061-LOAD-ONE-DAY UNTIL WS-CAL-LOAD-DONE
047400         CLOSE PRODUCTION-CALENDAR-FILE
047500     END-IF.
047600*
047700 061-LOAD-ONE-DAY.
047800     READ PRODUCTION-CALENDAR-FILE
047900         AT END
048000             MOVE "Y" TO WS-CAL-LOAD-SWITCH
048100         NOT AT END
048200             PERFORM 062-STORE-ONE-DAY
048300     END-READ.
048400*
048500*--------------------------------------------------------------*
048600*    062-STORE-ONE-DAY
048700*    SLOTS ONE CALENDAR DATE INTO THE TABLE IN PLANT/DATE
048800*    ORDER.  A SECOND ENTRY FOR THE SAME PLANT AND DATE IS
048900*    DROPPED - SPAGHETTI-CODE ONLY EVER SAW THE FIRST - AND A
049000*    DATE THAT IS NOT A NUMBER IS DROPPED, BOTH REPORTED.
049100*--------------------------------------------------------------*
049200 062-STORE-ONE-DAY.
049300     IF CAL-DATE NOT NUMERIC
049400         DISPLAY 'CALENDAR RECORD WITH BAD DATE DROPPED - '
049500             CAL-DESCRIPTION
049600         ADD 1 TO WS-BAD-DATES-DROPPED
049700         PERFORM 095-RAISE-WARNING
049800     ELSE
049900         IF WS-CAL-COUNT NOT < WS-CAL-MAX-ENTRIES
050000             DISPLAY 'CALENDAR TABLE FULL AT ' CAL-DATE
050100                 ' - RAISE WS-CAL-MAX-ENTRIES'
050200             GO TO 069-ABORT-CALENDAR-AS-FOUND
050300         END-IF
050400         IF CAL-PLANT-CODE = SPACES
050500             MOVE HIGH-VALUES TO WS-INSERT-PLANT
050600         ELSE
050700             MOVE CAL-PLANT-CODE TO WS-INSERT-PLANT
050800             MOVE CAL-PLANT-CODE TO WS-FIND-PLANT
050900             PERFORM 170-FIND-PLANT-ENTRY
051000         END-IF
051100         MOVE CAL-DATE TO WS-INSERT-DATE
051200         PERFORM 063-FIND-INSERT-SLOT
051300         IF WS-CAL-FOUND
051400             DISPLAY 'DUPLICATE CALENDAR RECORD DROPPED FOR '
051500                 CAL-PLANT-CODE ' ' CAL-DATE
051600             ADD 1 TO WS-DUPS-DROPPED
051700             PERFORM 095-RAISE-WARNING
051800         ELSE
051900             MOVE CAL-DAY-TYPE TO WS-INSERT-TYPE
052000             MOVE CAL-DESCRIPTION TO WS-INSERT-DESCRIPTION
052100             PERFORM 064-OPEN-INSERT-SLOT
052200         END-IF
052300     END-IF.
052400*
052500*--------------------------------------------------------------*
052600*    063-FIND-INSERT-SLOT
052700*    WALKS THE TABLE FOR THE SLOT WS-INSERT-KEY BELONGS IN.
052800*    LEAVES WS-CAL-SLOT AT THE SLOT AND WS-CAL-FOUND SET WHEN
052900*    THE PLANT AND DATE ARE ALREADY THERE.
053000*--------------------------------------------------------------*
053100 063-FIND-INSERT-SLOT.
053200     MOVE "N" TO WS-CAL-FOUND-SWITCH
053300     MOVE "N" TO WS-SLOT-FOUND-SWITCH
053400     MOVE 1 TO WS-CAL-SLOT
053500     PERFORM 063A-CHECK-ONE-SLOT
053600         UNTIL WS-SLOT-FOUND OR WS-CAL-FOUND
053700         OR WS-CAL-SLOT > WS-CAL-COUNT.
053800*
053900 063A-CHECK-ONE-SLOT.
054000     IF WS-CAL-KEY(WS-CAL-SLOT) = WS-INSERT-KEY
054100         SET WS-CAL-FOUND TO TRUE
054200     ELSE
054300         IF WS-CAL-KEY(WS-CAL-SLOT) > WS-INSERT-KEY
054400             SET WS-SLOT-FOUND TO TRUE
054500         ELSE
054600             ADD 1 TO WS-CAL-SLOT
054700         END-IF
054800     END-IF.
054900*
055000*    SEATS WS-INSERT-KEY WITH ITS DAY TYPE AND DESCRIPTION AT
055100*    WS-CAL-SLOT, SHIFTING EVERYTHING AFTER IT DOWN ONE.
055200 064-OPEN-INSERT-SLOT.
055300     MOVE WS-CAL-COUNT TO WS-CAL-MOVE-SUB
055400     PERFORM 064A-SHIFT-ONE-ENTRY
055500         UNTIL WS-CAL-MOVE-SUB < WS-CAL-SLOT
055600     ADD 1 TO WS-CAL-COUNT
055700     MOVE WS-INSERT-KEY TO WS-CAL-KEY(WS-CAL-SLOT)
055800     MOVE WS-INSERT-TYPE TO WS-CAL-TYPE(WS-CAL-SLOT)
055900     MOVE WS-INSERT-DESCRIPTION TO
056000         WS-CAL-DESCRIPTION(WS-CAL-SLOT).
056100*
056200 064A-SHIFT-ONE-ENTRY.
056300     MOVE WS-CAL-ENTRY(WS-CAL-MOVE-SUB) TO
056400         WS-CAL-ENTRY(WS-CAL-MOVE-SUB + 1)
056500     SUBTRACT 1 FROM WS-CAL-MOVE-SUB.
056600*
056700*--------------------------------------------------------------*
056800*    065-LOAD-POSTED-DATES
056900*    NO HISTORY FILE MEANS NOTHING HAS POSTED YET, SO NO DATE
057000*    IS PROTECTED.  A HISTORY THAT CANNOT BE READ, OR WILL NOT
057100*    FIT, STOPS THE RUN - A CHANGE CANNOT BE PROVED SAFE.
057200*--------------------------------------------------------------*
057300 065-LOAD-POSTED-DATES.
057400     OPEN INPUT RESULT-HISTORY-FILE
057500     IF WS-HIST-FILE-NOT-FOUND
057600         DISPLAY 'HISTFILE NOT FOUND - NO POSTED DATES TO PROTECT'
057700         PERFORM 095-RAISE-WARNING
057800     ELSE
057900         IF NOT WS-HIST-FILE-OK
058000             DISPLAY 'HISTFILE COULD NOT BE OPENED - STATUS '
058100                 WS-HIST-FILE-STATUS
058200             GO TO 069-ABORT-CALENDAR-AS-FOUND
058300         END-IF
058400         PERFORM 066-LOAD-ONE-POSTING UNTIL WS-HIST-EOF-REACHED
058500         CLOSE RESULT-HISTORY-FILE
058600     END-IF.
058700*
058800 066-LOAD-ONE-POSTING.
058900     READ RESULT-HISTORY-FILE
059000         AT END
059100             SET WS-HIST-EOF-REACHED TO TRUE
059200         NOT AT END
059300             IF HIST-PLANT-CODE = SPACES
059400                 MOVE "01" TO WS-HIST-PLANT
059500             ELSE
059600                 MOVE HIST-PLANT-CODE TO WS-HIST-PLANT
059700             END-IF
059800             MOVE WS-HIST-PLANT TO WS-FIND-PLANT
059900             PERFORM 170-FIND-PLANT-ENTRY
060000             IF HIST-RUN-DATE NUMERIC
060100                 MOVE HIST-RUN-DATE TO WS-STORE-DATE
060200                 PERFORM 067-STORE-ONE-POSTED-DATE
060300             END-IF
060400             IF HIST-PROD-DATE NUMERIC
060500                 AND HIST-PROD-DATE > 0
060600                 AND HIST-PROD-DATE NOT = HIST-RUN-DATE
060700                 MOVE HIST-PROD-DATE TO WS-STORE-DATE
060800                 PERFORM 067-STORE-ONE-POSTED-DATE
060900             END-IF
061000     END-READ.
061100*
061200*    THE SAME PLANT AND DATE TWICE RUNNING IS STORED ONCE.
061300 067-STORE-ONE-POSTED-DATE.
061400     IF WS-PST-COUNT > 0
061500         AND WS-PST-PLANT(WS-PST-COUNT) = WS-HIST-PLANT
061600         AND WS-PST-DATE(WS-PST-COUNT) = WS-STORE-DATE
061700         CONTINUE
061800     ELSE
061900         IF WS-PST-COUNT NOT < WS-PST-MAX-ENTRIES
062000             DISPLAY 'POSTED-DATE TABLE FULL - RAISE '
062100                 'WS-PST-MAX-ENTRIES'
062200             GO TO 069-ABORT-CALENDAR-AS-FOUND
062300         END-IF
062400         ADD 1 TO WS-PST-COUNT
062500         MOVE WS-HIST-PLANT TO WS-PST-PLANT(WS-PST-COUNT)
062600         MOVE WS-STORE-DATE TO WS-PST-DATE(WS-PST-COUNT)
062700     END-IF.
062800*
062900*--------------------------------------------------------------*
063000*    069-ABORT-CALENDAR-AS-FOUND
063100*    THE CALENDAR OR THE HISTORY COULD NOT BE LOADED WHOLE, SO
063200*    NO CARD CAN BE TRUSTED AGAINST THEM.  NOTHING HAS BEEN
063300*    OPENED FOR OUTPUT YET, SO STOPPING HERE LEAVES THE
063400*    CALENDAR AND EVERY REPORT EXACTLY AS FOUND.
063500*--------------------------------------------------------------*
063600 069-ABORT-CALENDAR-AS-FOUND.
063700     DISPLAY 'RUN ABORTED - CALENDAR LEFT AS FOUND'
063800     MOVE 16 TO RETURN-CODE
063900     PERFORM 905-WRITE-END-STEP
064000     STOP RUN.
064100*
064200 070-OPEN-MAINT-CARDS.
064300     OPEN INPUT CALENDAR-MAINT-CARD-FILE
064400     IF WS-CMT-FILE-NOT-FOUND
064500         DISPLAY 'CMTFILE NOT FOUND - NO MAINTENANCE THIS RUN'
064600         SET WS-CARD-EOF-REACHED TO TRUE
064700     ELSE
064800         IF NOT WS-CMT-FILE-OK
064900             DISPLAY 'CMTFILE COULD NOT BE OPENED - STATUS '
065000                 WS-CMT-FILE-STATUS
065100             SET WS-CARD-EOF-REACHED TO TRUE
065200             PERFORM 095-RAISE-WARNING
065300         END-IF
065400     END-IF
065500     IF NOT WS-CARD-EOF-REACHED
065600         SET WS-CMT-FILE-IS-OPEN TO TRUE
065700     END-IF.
065800*
065900 075-OPEN-REPORT-FILE.
066000     OPEN OUTPUT MAINT-REPORT-FILE
066100     IF NOT WS-CMP-FILE-OK
066200         DISPLAY 'CMPFILE COULD NOT BE OPENED - STATUS '
066300             WS-CMP-FILE-STATUS
066400         PERFORM 095-RAISE-WARNING
066500     END-IF.
066600*
066700 078-OPEN-REJECT-FILE.
066800     OPEN OUTPUT MAINT-REJECT-FILE
066900     IF NOT WS-CMR-FILE-OK
067000         DISPLAY 'CMRFILE COULD NOT BE OPENED - STATUS '
067100             WS-CMR-FILE-STATUS
067200         PERFORM 095-RAISE-WARNING
067300     END-IF.
067400*
067500 090-PRINT-BEFORE-SECTION.
067600     MOVE WS-CURRENT-DATE-YYYYMMDD TO CMP-H1-RUN-DATE
067700     MOVE WS-WARNING-DAYS TO CMP-H1-WARNING-DAYS
067800     MOVE WS-CMP-HEAD-1 TO WS-CMP-WORK-LINE
067900     PERFORM 094-WRITE-REPORT-LINE
068000     MOVE "CALENDAR BEFORE MAINTENANCE" TO CMP-SECTION-LABEL
068100     PERFORM 091-PRINT-SECTION-HEAD
068200     PERFORM 092-PRINT-CALENDAR
068300     MOVE "MAINTENANCE TRANSACTIONS" TO CMP-SECTION-LABEL
068400     PERFORM 091-PRINT-SECTION-HEAD.
068500*
068600 091-PRINT-SECTION-HEAD.
068700     MOVE SPACES TO WS-CMP-WORK-LINE
068800     PERFORM 094-WRITE-REPORT-LINE
068900     MOVE WS-CMP-SECTION-LINE TO WS-CMP-WORK-LINE
069000     PERFORM 094-WRITE-REPORT-LINE.
069100*
069200*--------------------------------------------------------------*
069300*    092-PRINT-CALENDAR
069400*    ONE LINE PER PLANT AND MONTH FROM THE START OF THIS YEAR
069500*    ON, PLANT-WIDE ENTRIES LAST UNDER "ALL".  A MONTH WITH NO
069600*    ENTRY AT ALL FOR A PLANT IS NOT PRINTED.
069700*--------------------------------------------------------------*
069800 092-PRINT-CALENDAR.
069900     MOVE WS-CMP-DAY-HEAD-1 TO WS-CMP-WORK-LINE
070000     PERFORM 094-WRITE-REPORT-LINE
070100     MOVE WS-CMP-DAY-HEAD-2 TO WS-CMP-WORK-LINE
070200     PERFORM 094-WRITE-REPORT-LINE
070300     MOVE "N" TO WS-GRID-OPEN-SWITCH
070400     MOVE 1 TO WS-CAL-SUB
070500     PERFORM 093-PRINT-ONE-CALENDAR-DAY
070600         UNTIL WS-CAL-SUB > WS-CAL-COUNT
070700     IF WS-GRID-IS-OPEN
070800         PERFORM 097-PRINT-MONTH-LINE
070900     ELSE
071000         MOVE "NO CALENDAR DATES FROM THE START OF THIS YEAR ON"
071100             TO CMP-MSG-TEXT
071200         MOVE WS-CMP-MESSAGE-LINE TO WS-CMP-WORK-LINE
071300         PERFORM 094-WRITE-REPORT-LINE
071400     END-IF.
071500*
071600 093-PRINT-ONE-CALENDAR-DAY.
071700     IF WS-CAL-DATE(WS-CAL-SUB) NOT < WS-PRINT-FROM-DATE
071800         MOVE WS-CAL-DATE(WS-CAL-SUB) TO WS-DATE-WORK
071900         DIVIDE WS-DATE-WORK BY 100 GIVING WS-ENTRY-YYYYMM
072000         IF WS-GRID-IS-OPEN
072100             AND (WS-CAL-PLANT(WS-CAL-SUB) NOT = WS-GRID-PLANT
072200             OR WS-ENTRY-YYYYMM NOT = WS-GRID-YYYYMM)
072300             PERFORM 097-PRINT-MONTH-LINE
072400         END-IF
072500         IF NOT WS-GRID-IS-OPEN
072600             PERFORM 096-START-MONTH-LINE
072700         END-IF
072800         MOVE WS-CAL-DATE(WS-CAL-SUB) TO WS-DATE-WORK
072900         MOVE WS-CAL-TYPE(WS-CAL-SUB) TO
073000             CMP-MON-DAY(WS-DATE-WORK-DD)
073100         SUBTRACT 1 FROM WS-GRID-MISSING
073200         IF WS-CAL-TYPE(WS-CAL-SUB) = "W"
073300             ADD 1 TO WS-GRID-WORK
073400         END-IF
073500         IF WS-CAL-TYPE(WS-CAL-SUB) = "H"
073600             ADD 1 TO WS-GRID-HOLIDAY
073700         END-IF
073800         IF WS-CAL-TYPE(WS-CAL-SUB) = "S"
073900             ADD 1 TO WS-GRID-SHUTDOWN
074000         END-IF
074100     END-IF
074200     ADD 1 TO WS-CAL-SUB.
074300*
074400 094-WRITE-REPORT-LINE.
074500     IF WS-CMP-FILE-OK
074600         MOVE WS-CMP-WORK-LINE TO CALENDAR-MAINT-PRINT-RECORD
074700         WRITE CALENDAR-MAINT-PRINT-RECORD
074800     END-IF.
074900*
075000 095-RAISE-WARNING.
075100     IF WS-RUN-SEVERITY < 04
075200         MOVE 04 TO WS-RUN-SEVERITY
075300     END-IF.
075400*
075500*    OPENS A MONTH LINE FOR THE ENTRY AT WS-CAL-SUB: EVERY DAY
075600*    OF THE MONTH STARTS AS A DOT, NOT ON THE CALENDAR.
075700 096-START-MONTH-LINE.
075800     SET WS-GRID-IS-OPEN TO TRUE
075900     MOVE WS-CAL-PLANT(WS-CAL-SUB) TO WS-GRID-PLANT
076000     MOVE WS-ENTRY-YYYYMM TO WS-GRID-YYYYMM
076100     MOVE WS-DATE-WORK-YYYY TO CMP-MON-YYYY
076200     MOVE WS-DATE-WORK-MM TO CMP-MON-MM
076300     IF WS-GRID-PLANT = HIGH-VALUES
076400         MOVE "ALL" TO CMP-MON-PLANT
076500     ELSE
076600         MOVE WS-GRID-PLANT TO CMP-MON-PLANT
076700     END-IF
076800     PERFORM 735-FIGURE-MONTH-LENGTH
076900     MOVE SPACES TO CMP-MON-DAYS
077000     MOVE 1 TO WS-GRID-DAY-SUB
077100     PERFORM 096A-DOT-ONE-DAY
077200         UNTIL WS-GRID-DAY-SUB > WS-MONTH-LENGTH
077300     MOVE 0 TO WS-GRID-WORK WS-GRID-HOLIDAY WS-GRID-SHUTDOWN
077400     MOVE WS-MONTH-LENGTH TO WS-GRID-MISSING.
077500*
077600 096A-DOT-ONE-DAY.
077700     MOVE "." TO CMP-MON-DAY(WS-GRID-DAY-SUB)
077800     ADD 1 TO WS-GRID-DAY-SUB.
077900*
078000 097-PRINT-MONTH-LINE.
078100     MOVE WS-GRID-WORK TO CMP-MON-WORK
078200     MOVE WS-GRID-HOLIDAY TO CMP-MON-HOLIDAY
078300     MOVE WS-GRID-SHUTDOWN TO CMP-MON-SHUTDOWN
078400     MOVE WS-GRID-MISSING TO CMP-MON-MISSING
078500     MOVE WS-CMP-MONTH-LINE TO WS-CMP-WORK-LINE
078600     PERFORM 094-WRITE-REPORT-LINE
078700     MOVE "N" TO WS-GRID-OPEN-SWITCH.
078800*
078900*--------------------------------------------------------------*
079000*    170-FIND-PLANT-ENTRY
079100*    LEAVES WS-PLT-INDEX AT WS-FIND-PLANT, ADDING IT WHEN NEW.
079200*    A FULL PLANT TABLE LEAVES WS-PLT-INDEX ZERO AND IS WARNED
079300*    ONCE BY THE COVERAGE CHECK.
079400*--------------------------------------------------------------*
079500 170-FIND-PLANT-ENTRY.
079600     MOVE 0 TO WS-PLT-INDEX
079700     MOVE 1 TO WS-PLT-SUB
079800     PERFORM 171-CHECK-ONE-PLANT
079900         UNTIL WS-PLT-SUB > WS-PLT-COUNT OR WS-PLT-INDEX > 0
080000     IF WS-PLT-INDEX = 0 AND WS-PLT-COUNT < WS-PLT-MAX-ENTRIES
080100         ADD 1 TO WS-PLT-COUNT
080200         MOVE WS-PLT-COUNT TO WS-PLT-INDEX
080300         MOVE WS-FIND-PLANT TO WS-PLT-CODE(WS-PLT-INDEX)
080400         MOVE 0 TO WS-PLT-LAST-DATE(WS-PLT-INDEX)
080500     END-IF.
080600*
080700 171-CHECK-ONE-PLANT.
080800     IF WS-PLT-CODE(WS-PLT-SUB) = WS-FIND-PLANT
080900         MOVE WS-PLT-SUB TO WS-PLT-INDEX
081000     END-IF
081100     ADD 1 TO WS-PLT-SUB.
081200*
081300 200-PROCESS-ONE-CARD.
081400     READ CALENDAR-MAINT-CARD-FILE
081500         AT END
081600             SET WS-CARD-EOF-REACHED TO TRUE
081700         NOT AT END
081800             PERFORM 210-EDIT-ONE-CARD
081900     END-READ.
082000*
082100*--------------------------------------------------------------*
082200*    210-EDIT-ONE-CARD
082300*    SCREENS THE CARD FIELD BY FIELD BEFORE IT IS ALLOWED
082400*    ANYWHERE NEAR THE CALENDAR.  A CARD THAT FAILS ANY SCREEN
082500*    GOES TO THE REJECT LISTING INSTEAD.
082600*--------------------------------------------------------------*
082700 210-EDIT-ONE-CARD.
082800     ADD 1 TO WS-CARDS-READ
082900     SET WS-CARD-IS-VALID TO TRUE
083000     IF NOT CMT-ACTION-GENERATE AND NOT CMT-ACTION-HOLIDAY
083100         AND NOT CMT-ACTION-SHUTDOWN AND NOT CMT-ACTION-CHANGE
083200             SET WS-CARD-IS-INVALID TO TRUE
083300             MOVE "ACT " TO WS-REJECT-REASON-CODE
083400             MOVE "ACTION MUST BE G, H, S, C" TO
083500                 WS-REJECT-REASON-TEXT
083600     END-IF
083700     IF WS-CARD-IS-VALID AND CMT-ACTION-GENERATE
083800         PERFORM 212-EDIT-GENERATE-FIELDS
083900     END-IF
084000     IF WS-CARD-IS-VALID AND NOT CMT-ACTION-GENERATE
084100         PERFORM 214-EDIT-DAY-FIELDS
084200     END-IF
084300     IF WS-CARD-IS-VALID
084400         PERFORM 250-APPLY-ONE-CARD
084500     ELSE
084600         PERFORM 280-WRITE-REJECT-RECORD
084700     END-IF.
084800*
084900*--------------------------------------------------------------*
085000*    212-EDIT-GENERATE-FIELDS
085100*    A YEAR IS GENERATED FROM THIS YEAR UP TO TEN YEARS OUT, FOR
085200*    A PLANT THAT WORKS AT LEAST ONE WEEKDAY.  THE WHOLE YEAR
085300*    MUST FIT IN THE TABLE BEFORE A DAY OF IT IS ADDED.
085400*--------------------------------------------------------------*
085500 212-EDIT-GENERATE-FIELDS.
085600     IF CMT-PLANT-CODE = SPACES
085700         MOVE "01" TO WS-CARD-PLANT
085800     ELSE
085900         MOVE CMT-PLANT-CODE TO WS-CARD-PLANT
086000     END-IF
086100     IF CMT-YEAR NOT NUMERIC
086200         OR CMT-YEAR-N < WS-CURRENT-YEAR
086300         OR CMT-YEAR-N > WS-CURRENT-YEAR + 10
086400             SET WS-CARD-IS-INVALID TO TRUE
086500             MOVE "YR  " TO WS-REJECT-REASON-CODE
086600             MOVE "YEAR NOT THIS YEAR TO +10" TO
086700                 WS-REJECT-REASON-TEXT
086800     END-IF
086900     IF WS-CARD-IS-VALID
087000         MOVE 0 TO WS-WORKDAYS-KEYED
087100         MOVE 1 TO WS-WEEKDAY-SUB
087200         PERFORM 213-EDIT-ONE-WORKDAY
087300             UNTIL WS-WEEKDAY-SUB > 7 OR WS-CARD-IS-INVALID
087400         IF WS-CARD-IS-VALID AND WS-WORKDAYS-KEYED = 0
087500             SET WS-CARD-IS-INVALID TO TRUE
087600             MOVE "WKD " TO WS-REJECT-REASON-CODE
087700             MOVE "NO WORKING WEEKDAY KEYED" TO
087800                 WS-REJECT-REASON-TEXT
087900         END-IF
088000     END-IF
088100     IF WS-CARD-IS-VALID
088200         AND WS-CAL-COUNT + 366 > WS-CAL-MAX-ENTRIES
088300             SET WS-CARD-IS-INVALID TO TRUE
088400             MOVE "FUL " TO WS-REJECT-REASON-CODE
088500             MOVE "CALENDAR TABLE IS FULL" TO
088600                 WS-REJECT-REASON-TEXT
088700     END-IF.
088800*
088900 213-EDIT-ONE-WORKDAY.
089000     IF CMT-WORKDAY-FLAG(WS-WEEKDAY-SUB) = "Y"
089100         ADD 1 TO WS-WORKDAYS-KEYED
089200     ELSE
089300         IF CMT-WORKDAY-FLAG(WS-WEEKDAY-SUB) NOT = "N"
089400             AND CMT-WORKDAY-FLAG(WS-WEEKDAY-SUB) NOT = SPACE
089500             SET WS-CARD-IS-INVALID TO TRUE
089600             MOVE "WKD " TO WS-REJECT-REASON-CODE
089700             MOVE "WORKDAYS NOT Y, N, BLANK" TO
089800                 WS-REJECT-REASON-TEXT
089900         END-IF
090000     END-IF
090100     ADD 1 TO WS-WEEKDAY-SUB.
090200*
090300*--------------------------------------------------------------*
090400*    214-EDIT-DAY-FIELDS
090500*    HOLIDAY, SHUTDOWN AND CHANGE CARDS.  THE DATES MUST BE REAL
090600*    AND IN ORDER, A CHANGE CARD IS ONE DATE, A RANGE IS NO MORE
090700*    THAN A YEAR, AND NO DATE IN IT MAY HAVE POSTINGS ON FILE
090800*    FOR THE PLANT - OR FOR ANY PLANT, ON A PLANT-WIDE CARD.
090900*--------------------------------------------------------------*
091000 214-EDIT-DAY-FIELDS.
091100     MOVE CMT-FROM-DATE TO WS-EDIT-DATE
091200     PERFORM 730-EDIT-DATE
091300     IF WS-DATE-IS-VALID
091400         MOVE WS-DAYNO TO WS-FROM-DAYNO
091500     ELSE
091600         SET WS-CARD-IS-INVALID TO TRUE
091700         MOVE "DTE " TO WS-REJECT-REASON-CODE
091800         MOVE "FROM DATE IS NOT VALID" TO WS-REJECT-REASON-TEXT
091900     END-IF
092000     IF WS-CARD-IS-VALID
092100         IF CMT-TO-DATE = SPACES
092200             MOVE WS-FROM-DAYNO TO WS-TO-DAYNO
092300         ELSE
092400             MOVE CMT-TO-DATE TO WS-EDIT-DATE
092500             PERFORM 730-EDIT-DATE
092600             IF WS-DATE-IS-VALID
092700                 MOVE WS-DAYNO TO WS-TO-DAYNO
092800             ELSE
092900                 SET WS-CARD-IS-INVALID TO TRUE
093000                 MOVE "DTE " TO WS-REJECT-REASON-CODE
093100                 MOVE "TO DATE IS NOT VALID" TO
093200                     WS-REJECT-REASON-TEXT
093300             END-IF
093400         END-IF
093500     END-IF
093600     IF WS-CARD-IS-VALID AND WS-TO-DAYNO < WS-FROM-DAYNO
093700         SET WS-CARD-IS-INVALID TO TRUE
093800         MOVE "DTE " TO WS-REJECT-REASON-CODE
093900         MOVE "TO DATE BEFORE FROM DATE" TO WS-REJECT-REASON-TEXT
094000     END-IF
094100     IF WS-CARD-IS-VALID AND CMT-ACTION-CHANGE
094200         AND WS-TO-DAYNO NOT = WS-FROM-DAYNO
094300         SET WS-CARD-IS-INVALID TO TRUE
094400         MOVE "DTE " TO WS-REJECT-REASON-CODE
094500         MOVE "CHANGE CARD IS ONE DATE" TO WS-REJECT-REASON-TEXT
094600     END-IF
094700     IF WS-CARD-IS-VALID
094800         COMPUTE WS-RANGE-DAYS = WS-TO-DAYNO - WS-FROM-DAYNO + 1
094900         IF WS-RANGE-DAYS > 366
095000             SET WS-CARD-IS-INVALID TO TRUE
095100             MOVE "RNG " TO WS-REJECT-REASON-CODE
095200             MOVE "RANGE OVER 366 DAYS" TO WS-REJECT-REASON-TEXT
095300         END-IF
095400     END-IF
095500     IF WS-CARD-IS-VALID
095600         PERFORM 216-SET-CARD-DAY-TYPE
095700     END-IF
095800     IF WS-CARD-IS-VALID AND CMT-DESCRIPTION = SPACES
095900         SET WS-CARD-IS-INVALID TO TRUE
096000         MOVE "DSC " TO WS-REJECT-REASON-CODE
096100         MOVE "DESCRIPTION IS BLANK" TO WS-REJECT-REASON-TEXT
096200     END-IF
096300     IF WS-CARD-IS-VALID
096400         AND WS-CAL-COUNT + WS-RANGE-DAYS > WS-CAL-MAX-ENTRIES
096500             SET WS-CARD-IS-INVALID TO TRUE
096600             MOVE "FUL " TO WS-REJECT-REASON-CODE
096700             MOVE "CALENDAR TABLE IS FULL" TO
096800                 WS-REJECT-REASON-TEXT
096900     END-IF
097000     IF WS-CARD-IS-VALID
097100         PERFORM 240-CHECK-POSTED-RANGE
097200     END-IF.
097300*
097400 216-SET-CARD-DAY-TYPE.
097500     IF CMT-ACTION-HOLIDAY
097600         MOVE "H" TO WS-CARD-DAY-TYPE
097700     END-IF
097800     IF CMT-ACTION-SHUTDOWN
097900         MOVE "S" TO WS-CARD-DAY-TYPE
098000     END-IF
098100     IF CMT-ACTION-CHANGE
098200         IF CMT-DAY-TYPE = "W" OR CMT-DAY-TYPE = "H"
098300             OR CMT-DAY-TYPE = "S"
098400             MOVE CMT-DAY-TYPE TO WS-CARD-DAY-TYPE
098500         ELSE
098600             SET WS-CARD-IS-INVALID TO TRUE
098700             MOVE "TYP " TO WS-REJECT-REASON-CODE
098800             MOVE "DAY TYPE NOT W, H, OR S" TO
098900                 WS-REJECT-REASON-TEXT
099000         END-IF
099100     END-IF.
099200*
099300*--------------------------------------------------------------*
099400*    240-CHECK-POSTED-RANGE
099500*    WALKS THE CARD'S DATES AGAINST THE POSTED-DATE TABLE AND
099600*    REJECTS THE CARD AT THE FIRST DATE THAT HAS POSTED.
099700*--------------------------------------------------------------*
099800 240-CHECK-POSTED-RANGE.
099900     MOVE "N" TO WS-PST-FOUND-SWITCH
100000     MOVE WS-FROM-DAYNO TO WS-APPLY-DAYNO
100100     PERFORM 241-CHECK-ONE-DATE-POSTED
100200         UNTIL WS-APPLY-DAYNO > WS-TO-DAYNO OR WS-PST-FOUND
100300     IF WS-PST-FOUND
100400         DISPLAY 'CALENDAR CARD REFUSED - POSTINGS ON FILE FOR '
100500             WS-STORE-DATE
100600         SET WS-CARD-IS-INVALID TO TRUE
100700         MOVE "PST " TO WS-REJECT-REASON-CODE
100800         MOVE "POSTINGS ON FILE FOR DATE" TO WS-REJECT-REASON-TEXT
100900     END-IF.
101000*
101100 241-CHECK-ONE-DATE-POSTED.
101200     MOVE WS-APPLY-DAYNO TO WS-DAYNO
101300     PERFORM 720-FIGURE-DATE-FROM-DAY-NUMBER
101400     MOVE WS-DATE-WORK TO WS-STORE-DATE
101500     MOVE 1 TO WS-PST-SUB
101600     PERFORM 242-CHECK-ONE-POSTED-DATE
101700         UNTIL WS-PST-SUB > WS-PST-COUNT OR WS-PST-FOUND
101800     ADD 1 TO WS-APPLY-DAYNO.
101900*
102000 242-CHECK-ONE-POSTED-DATE.
102100     IF WS-PST-DATE(WS-PST-SUB) = WS-STORE-DATE
102200         AND (CMT-PLANT-CODE = SPACES
102300         OR WS-PST-PLANT(WS-PST-SUB) = CMT-PLANT-CODE)
102400         SET WS-PST-FOUND TO TRUE
102500     END-IF
102600     ADD 1 TO WS-PST-SUB.
102700*
102800*--------------------------------------------------------------*
102900*    250-APPLY-ONE-CARD
103000*    THE CARD PASSED EVERY SCREEN - APPLY IT TO THE TABLE AND
103100*    LOG WHAT IT DID.  THE FILE ITSELF IS NOT TOUCHED UNTIL
103200*    EVERY CARD HAS BEEN SEEN.
103300*--------------------------------------------------------------*
103400 250-APPLY-ONE-CARD.
103500     MOVE SPACES TO CMP-LOG-TEXT
103600     IF CMT-ACTION-GENERATE
103700         PERFORM 270-APPLY-GENERATE
103800         ADD 1 TO WS-GENERATES-APPLIED
103900     ELSE
104000         PERFORM 260-APPLY-DAY-CHANGE
104100         IF CMT-ACTION-HOLIDAY
104200             ADD 1 TO WS-HOLIDAYS-APPLIED
104300         END-IF
104400         IF CMT-ACTION-SHUTDOWN
104500             ADD 1 TO WS-SHUTDOWNS-APPLIED
104600         END-IF
104700         IF CMT-ACTION-CHANGE
104800             ADD 1 TO WS-CHANGES-APPLIED
104900         END-IF
105000     END-IF
105100     ADD 1 TO WS-CARDS-APPLIED
105200     PERFORM 290-PRINT-LOG-LINE.
105300*
105400*--------------------------------------------------------------*
105500*    260-APPLY-DAY-CHANGE
105600*    MARKS EVERY DATE FROM WS-FROM-DAYNO TO WS-TO-DAYNO WITH THE
105700*    CARD'S DAY TYPE.  A PLANT CARD SETS THE PLANT'S OWN ENTRY.
105800*    A PLANT-WIDE CARD SETS THE PLANT-WIDE ENTRY AND EVERY
105900*    PLANT'S OWN ENTRY FOR THE DATE, SO NO PLANT'S GENERATED
106000*    WORKING DAY HIDES THE HOLIDAY FROM SPAGHETTI-CODE.
106100*--------------------------------------------------------------*
106200 260-APPLY-DAY-CHANGE.
106300     MOVE 0 TO WS-CARD-DAYS-CHANGED
106400     MOVE WS-CARD-DAY-TYPE TO WS-INSERT-TYPE
106500     MOVE CMT-DESCRIPTION TO WS-INSERT-DESCRIPTION
106600     MOVE WS-FROM-DAYNO TO WS-APPLY-DAYNO
106700     PERFORM 261-APPLY-ONE-DATE
106800         UNTIL WS-APPLY-DAYNO > WS-TO-DAYNO
106900     ADD WS-CARD-DAYS-CHANGED TO WS-DAYS-CHANGED
107000     IF WS-CARD-DAY-TYPE = "W"
107100         MOVE "WORKING" TO WS-DAY-TYPE-WORD
107200     END-IF
107300     IF WS-CARD-DAY-TYPE = "H"
107400         MOVE "HOLIDAY" TO WS-DAY-TYPE-WORD
107500     END-IF
107600     IF WS-CARD-DAY-TYPE = "S"
107700         MOVE "SHUTDOWN" TO WS-DAY-TYPE-WORD
107800     END-IF
107900     MOVE WS-CARD-DAYS-CHANGED TO WS-EDIT-COUNT
108000     STRING WS-EDIT-COUNT DELIMITED BY SIZE
108100         " DAYS MARKED " DELIMITED BY SIZE
108200         WS-DAY-TYPE-WORD DELIMITED BY SPACE
108300         " - " DELIMITED BY SIZE
108400         CMT-DESCRIPTION DELIMITED BY SIZE
108500         INTO CMP-LOG-TEXT.
108600*
108700 261-APPLY-ONE-DATE.
108800     MOVE WS-APPLY-DAYNO TO WS-DAYNO
108900     PERFORM 720-FIGURE-DATE-FROM-DAY-NUMBER
109000     MOVE WS-DATE-WORK TO WS-INSERT-DATE
109100     IF CMT-PLANT-CODE = SPACES
109200         MOVE HIGH-VALUES TO WS-INSERT-PLANT
109300         PERFORM 265-SET-ONE-ENTRY
109400         MOVE 1 TO WS-CAL-SUB
109500         PERFORM 262-SET-ONE-PLANT-DATE
109600             UNTIL WS-CAL-SUB > WS-CAL-COUNT
109700     ELSE
109800         MOVE CMT-PLANT-CODE TO WS-INSERT-PLANT
109900         MOVE CMT-PLANT-CODE TO WS-FIND-PLANT
110000         PERFORM 170-FIND-PLANT-ENTRY
110100         PERFORM 265-SET-ONE-ENTRY
110200     END-IF
110300     ADD 1 TO WS-CARD-DAYS-CHANGED
110400     ADD 1 TO WS-APPLY-DAYNO.
110500*
110600 262-SET-ONE-PLANT-DATE.
110700     IF WS-CAL-DATE(WS-CAL-SUB) = WS-INSERT-DATE
110800         AND WS-CAL-PLANT(WS-CAL-SUB) NOT = HIGH-VALUES
110900         MOVE WS-INSERT-TYPE TO WS-CAL-TYPE(WS-CAL-SUB)
111000         MOVE WS-INSERT-DESCRIPTION TO
111100             WS-CAL-DESCRIPTION(WS-CAL-SUB)
111200     END-IF
111300     ADD 1 TO WS-CAL-SUB.
111400*
111500*    SETS THE ENTRY FOR WS-INSERT-KEY, ADDING IT WHEN NEW.
111600 265-SET-ONE-ENTRY.
111700     PERFORM 063-FIND-INSERT-SLOT
111800     IF WS-CAL-FOUND
111900         MOVE WS-INSERT-TYPE TO WS-CAL-TYPE(WS-CAL-SLOT)
112000         MOVE WS-INSERT-DESCRIPTION TO
112100             WS-CAL-DESCRIPTION(WS-CAL-SLOT)
112200     ELSE
112300         PERFORM 064-OPEN-INSERT-SLOT
112400     END-IF.
112500*
112600*--------------------------------------------------------------*
112700*    270-APPLY-GENERATE
112800*    WALKS THE CARD'S YEAR A DAY AT A TIME.  A DATE ALREADY ON
112900*    THE PLANT'S CALENDAR IS KEPT.  A NEW DATE TAKES THE
113000*    PLANT-WIDE ENTRY FOR THE DATE WHEN THERE IS ONE, AND IS
113100*    OTHERWISE WORKING OR CLOSED BY ITS WEEKDAY.
113200*--------------------------------------------------------------*
113300 270-APPLY-GENERATE.
113400     MOVE 0 TO WS-CARD-DAYS-ADDED WS-CARD-DAYS-KEPT
113500     MOVE WS-CARD-PLANT TO WS-FIND-PLANT
113600     PERFORM 170-FIND-PLANT-ENTRY
113700     COMPUTE WS-DATE-WORK = CMT-YEAR-N * 10000 + 101
113800     PERFORM 710-FIGURE-DAY-NUMBER
113900     MOVE WS-DAYNO TO WS-FROM-DAYNO
114000     COMPUTE WS-DATE-WORK = CMT-YEAR-N * 10000 + 1231
114100     PERFORM 710-FIGURE-DAY-NUMBER
114200     MOVE WS-DAYNO TO WS-TO-DAYNO
114300     MOVE WS-FROM-DAYNO TO WS-APPLY-DAYNO
114400     PERFORM 271-GENERATE-ONE-DATE
114500         UNTIL WS-APPLY-DAYNO > WS-TO-DAYNO
114600     ADD WS-CARD-DAYS-ADDED TO WS-DAYS-GENERATED
114700     MOVE WS-CARD-DAYS-ADDED TO WS-EDIT-COUNT
114800     MOVE WS-CARD-DAYS-KEPT TO WS-EDIT-KEPT-COUNT
114900     STRING "GENERATED " DELIMITED BY SIZE
115000         WS-EDIT-COUNT DELIMITED BY SIZE
115100         " DAYS, " DELIMITED BY SIZE
115200         WS-EDIT-KEPT-COUNT DELIMITED BY SIZE
115300         " ALREADY ON THE CALENDAR KEPT" DELIMITED BY SIZE
115400         INTO CMP-LOG-TEXT.
115500*
115600 271-GENERATE-ONE-DATE.
115700     MOVE WS-APPLY-DAYNO TO WS-DAYNO
115800     PERFORM 720-FIGURE-DATE-FROM-DAY-NUMBER
115900     MOVE WS-DATE-WORK TO WS-INSERT-DATE
116000     MOVE WS-CARD-PLANT TO WS-INSERT-PLANT
116100     PERFORM 063-FIND-INSERT-SLOT
116200     IF WS-CAL-FOUND
116300         ADD 1 TO WS-CARD-DAYS-KEPT
116400     ELSE
116500         PERFORM 272-FIGURE-GENERATED-DAY
116600         MOVE WS-CARD-PLANT TO WS-INSERT-PLANT
116700         PERFORM 063-FIND-INSERT-SLOT
116800         PERFORM 064-OPEN-INSERT-SLOT
116900         ADD 1 TO WS-CARD-DAYS-ADDED
117000     END-IF
117100     ADD 1 TO WS-APPLY-DAYNO.
117200*
117300 272-FIGURE-GENERATED-DAY.
117400     MOVE HIGH-VALUES TO WS-INSERT-PLANT
117500     PERFORM 063-FIND-INSERT-SLOT
117600     IF WS-CAL-FOUND
117700         MOVE WS-CAL-TYPE(WS-CAL-SLOT) TO WS-INSERT-TYPE
117800         MOVE WS-CAL-DESCRIPTION(WS-CAL-SLOT) TO
117900             WS-INSERT-DESCRIPTION
118000     ELSE
118100         COMPUTE WS-DAYNO-WORK = WS-APPLY-DAYNO + 2
118200         DIVIDE WS-DAYNO-WORK BY 7 GIVING WS-WEEKDAY-QUOTIENT
118300             REMAINDER WS-WEEKDAY-REMAINDER
118400         COMPUTE WS-WEEKDAY-SUB = WS-WEEKDAY-REMAINDER + 1
118500         MOVE SPACES TO WS-INSERT-DESCRIPTION
118600         IF CMT-WORKDAY-FLAG(WS-WEEKDAY-SUB) = "Y"
118700             MOVE "W" TO WS-INSERT-TYPE
118800             STRING WS-WEEKDAY-NAME(WS-WEEKDAY-SUB)
118900                     DELIMITED BY SPACE
119000                 " PRODUCTION" DELIMITED BY SIZE
119100                 INTO WS-INSERT-DESCRIPTION
119200         ELSE
119300             MOVE "H" TO WS-INSERT-TYPE
119400             STRING WS-WEEKDAY-NAME(WS-WEEKDAY-SUB)
119500                     DELIMITED BY SPACE
119600                 " - PLANT CLOSED" DELIMITED BY SIZE
119700                 INTO WS-INSERT-DESCRIPTION
119800         END-IF
119900     END-IF.
120000*
120100*--------------------------------------------------------------*
120200*    280-WRITE-REJECT-RECORD
120300*    LOGS A REJECTED CARD - THE CARD AS KEYED PLUS WHY - TO THE
120400*    REJECT LISTING AND TO THE TRANSACTION LOG ON THE REPORT.
120500*--------------------------------------------------------------*
120600 280-WRITE-REJECT-RECORD.
120700     ADD 1 TO WS-CARDS-REJECTED
120800     PERFORM 095-RAISE-WARNING
120900     IF WS-CMR-FILE-OK
121000         MOVE SPACES TO CALENDAR-MAINT-REJECT-RECORD
121100         MOVE CMT-ACTION-CODE TO CMR-ACTION-CODE
121200         MOVE CMT-PLANT-CODE TO CMR-PLANT-CODE
121300         MOVE CMT-YEAR TO CMR-YEAR
121400         MOVE CMT-WORKDAYS TO CMR-WORKDAYS
121500         MOVE CMT-FROM-DATE TO CMR-FROM-DATE
121600         MOVE CMT-TO-DATE TO CMR-TO-DATE
121700         MOVE CMT-DAY-TYPE TO CMR-DAY-TYPE
121800         MOVE CMT-DESCRIPTION TO CMR-DESCRIPTION
121900         MOVE WS-REJECT-REASON-CODE TO CMR-REJECT-CODE
122000         MOVE WS-REJECT-REASON-TEXT TO CMR-REJECT-TEXT
122100         WRITE CALENDAR-MAINT-REJECT-RECORD
122200     END-IF
122300     MOVE SPACES TO CMP-LOG-TEXT
122400     STRING "REJECTED - " WS-REJECT-REASON-TEXT
122500         DELIMITED BY SIZE INTO CMP-LOG-TEXT
122600     PERFORM 290-PRINT-LOG-LINE.
122700*
122800 290-PRINT-LOG-LINE.
122900     MOVE CMT-ACTION-CODE TO CMP-LOG-ACTION
123000     IF CMT-PLANT-CODE = SPACES
123100         IF CMT-ACTION-GENERATE
123200             MOVE "01" TO CMP-LOG-PLANT
123300         ELSE
123400             MOVE "ALL" TO CMP-LOG-PLANT
123500         END-IF
123600     ELSE
123700         MOVE CMT-PLANT-CODE TO CMP-LOG-PLANT
123800     END-IF
123900     IF CMT-ACTION-GENERATE
124000         MOVE CMT-YEAR TO CMP-LOG-FROM
124100         MOVE SPACES TO CMP-LOG-TO
124200     ELSE
124300         MOVE CMT-FROM-DATE TO CMP-LOG-FROM
124400         MOVE CMT-TO-DATE TO CMP-LOG-TO
124500     END-IF
124600     MOVE WS-CMP-LOG-LINE TO WS-CMP-WORK-LINE
124700     PERFORM 094-WRITE-REPORT-LINE.
124800*
124900 500-EXIT.
125000     IF WS-CARDS-APPLIED > 0
125100         PERFORM 510-REWRITE-CALENDAR
125200     ELSE
125300         DISPLAY 'NO CARDS APPLIED - CALENDAR LEFT AS FOUND'
125400     END-IF
125500     PERFORM 520-PRINT-AFTER-SECTION
125600     PERFORM 530-CHECK-CALENDAR-COVERAGE
125700     PERFORM 540-PRINT-RUN-FIGURES
125800     IF WS-CMT-FILE-IS-OPEN
125900         CLOSE CALENDAR-MAINT-CARD-FILE
126000     END-IF
126100     IF WS-CMP-FILE-OK
126200         CLOSE MAINT-REPORT-FILE
126300     END-IF
126400     IF WS-CMR-FILE-OK
126500         CLOSE MAINT-REJECT-FILE
126600     END-IF
126700     DISPLAY 'CALENDAR MAINTENANCE COMPLETE - ' WS-CARDS-READ
126800         ' CARDS READ ' WS-CARDS-APPLIED ' APPLIED '
126900         WS-CARDS-REJECTED ' REJECTED'
127000     DISPLAY '  DAYS GENERATED ' WS-DAYS-GENERATED
127100         ' CHANGED ' WS-DAYS-CHANGED
127200         '  PLANTS RUNNING OUT ' WS-PLANTS-RUNNING-OUT
127300     DISPLAY 'RUN SEVERITY: ' WS-RUN-SEVERITY
127400     MOVE WS-RUN-SEVERITY TO RETURN-CODE
127500     PERFORM 905-WRITE-END-STEP.
127600*
127700*--------------------------------------------------------------*
127800*    510-REWRITE-CALENDAR
127900*    PUTS THE MAINTAINED CALENDAR BACK AS THE WHOLE OF CALFILE,
128000*    PLANT BY PLANT IN DATE ORDER WITH THE PLANT-WIDE ENTRIES
128100*    LAST.  THIS IS THE ONE PLACE IN THE SUITE THAT WRITES THE
128200*    CALENDAR.
128300*--------------------------------------------------------------*
128400 510-REWRITE-CALENDAR.
128500     OPEN OUTPUT PRODUCTION-CALENDAR-FILE
128600     IF NOT WS-CAL-FILE-OK
128700         DISPLAY 'CALFILE COULD NOT BE REWRITTEN - STATUS '
128800             WS-CAL-FILE-STATUS
128900         MOVE 16 TO WS-RUN-SEVERITY
129000     ELSE
129100         MOVE 1 TO WS-CAL-SUB
129200         PERFORM 511-WRITE-ONE-DAY
129300             UNTIL WS-CAL-SUB > WS-CAL-COUNT
129400         CLOSE PRODUCTION-CALENDAR-FILE
129500     END-IF.
129600*
129700 511-WRITE-ONE-DAY.
129800     MOVE SPACES TO PRODUCTION-CALENDAR-RECORD
129900     MOVE WS-CAL-DATE(WS-CAL-SUB) TO CAL-DATE
130000     MOVE WS-CAL-TYPE(WS-CAL-SUB) TO CAL-DAY-TYPE
130100     MOVE WS-CAL-DESCRIPTION(WS-CAL-SUB) TO CAL-DESCRIPTION
130200     IF WS-CAL-PLANT(WS-CAL-SUB) NOT = HIGH-VALUES
130300         MOVE WS-CAL-PLANT(WS-CAL-SUB) TO CAL-PLANT-CODE
130400     END-IF
130500     WRITE PRODUCTION-CALENDAR-RECORD
130600     ADD 1 TO WS-CAL-SUB.
130700*
130800 520-PRINT-AFTER-SECTION.
130900     MOVE "CALENDAR AFTER MAINTENANCE" TO CMP-SECTION-LABEL
131000     PERFORM 091-PRINT-SECTION-HEAD
131100     PERFORM 092-PRINT-CALENDAR.
131200*
131300*--------------------------------------------------------------*
131400*    530-CHECK-CALENDAR-COVERAGE
131500*    A PLANT'S CALENDAR RUNS TO ITS OWN LAST DATE.  A PLANT
131600*    WITH NO DATES OF ITS OWN IS COVERED ONLY AS FAR AS THE
131700*    PLANT-WIDE ENTRIES RUN.  ANY PLANT WHOSE CALENDAR ENDS
131800*    INSIDE THE WARNING WINDOW IS WARNED.
131900*--------------------------------------------------------------*
132000 530-CHECK-CALENDAR-COVERAGE.
132100     MOVE "CALENDAR COVERAGE" TO CMP-SECTION-LABEL
132200     PERFORM 091-PRINT-SECTION-HEAD
132300     MOVE WS-CMP-COVER-HEAD TO WS-CMP-WORK-LINE
132400     PERFORM 094-WRITE-REPORT-LINE
132500     MOVE 0 TO WS-ALL-LAST-DATE
132600     MOVE 1 TO WS-CAL-SUB
132700     PERFORM 531-NOTE-ONE-LAST-DATE
132800         UNTIL WS-CAL-SUB > WS-CAL-COUNT
132900     MOVE 1 TO WS-PLT-SUB
133000     PERFORM 532-CHECK-ONE-PLANT
133100         UNTIL WS-PLT-SUB > WS-PLT-COUNT
133200     IF WS-ALL-LAST-DATE > 0
133300         MOVE "ALL" TO CMP-CVR-PLANT
133400         MOVE WS-ALL-LAST-DATE TO WS-COVER-LAST-DATE
133500         PERFORM 533-FIGURE-DAYS-LEFT
133600         MOVE "PLANT-WIDE ENTRIES" TO CMP-CVR-TEXT
133700         MOVE WS-CMP-COVER-LINE TO WS-CMP-WORK-LINE
133800         PERFORM 094-WRITE-REPORT-LINE
133900     END-IF
134000     IF WS-PLT-COUNT NOT < WS-PLT-MAX-ENTRIES
134100         MOVE "PLANT TABLE FULL - SOME PLANTS MAY NOT BE CHECKED"
134200             TO CMP-MSG-TEXT
134300         MOVE WS-CMP-MESSAGE-LINE TO WS-CMP-WORK-LINE
134400         PERFORM 094-WRITE-REPORT-LINE
134500         PERFORM 095-RAISE-WARNING
134600     END-IF.
134700*
134800*    THE TABLE IS IN PLANT/DATE ORDER, SO THE LAST ENTRY SEEN
134900*    FOR A PLANT IS ITS LAST DATE.
135000 531-NOTE-ONE-LAST-DATE.
135100     IF WS-CAL-PLANT(WS-CAL-SUB) = HIGH-VALUES
135200         MOVE WS-CAL-DATE(WS-CAL-SUB) TO WS-ALL-LAST-DATE
135300     ELSE
135400         MOVE WS-CAL-PLANT(WS-CAL-SUB) TO WS-FIND-PLANT
135500         PERFORM 170-FIND-PLANT-ENTRY
135600         IF WS-PLT-INDEX > 0
135700             MOVE WS-CAL-DATE(WS-CAL-SUB) TO
135800                 WS-PLT-LAST-DATE(WS-PLT-INDEX)
135900         END-IF
136000     END-IF
136100     ADD 1 TO WS-CAL-SUB.
136200*
136300 532-CHECK-ONE-PLANT.
136400     MOVE WS-PLT-CODE(WS-PLT-SUB) TO CMP-CVR-PLANT
136500     MOVE SPACES TO CMP-CVR-TEXT
136600     IF WS-PLT-LAST-DATE(WS-PLT-SUB) > 0
136700         MOVE WS-PLT-LAST-DATE(WS-PLT-SUB) TO WS-COVER-LAST-DATE
136800     ELSE
136900         MOVE WS-ALL-LAST-DATE TO WS-COVER-LAST-DATE
137000         MOVE "COVERED BY PLANT-WIDE ENTRIES ONLY" TO CMP-CVR-TEXT
137100     END-IF
137200     IF WS-COVER-LAST-DATE = 0
137300         MOVE SPACES TO CMP-CVR-LAST-DATE CMP-CVR-DAYS-LEFT
137400         MOVE "NO CALENDAR FOR THIS PLANT" TO CMP-CVR-TEXT
137500         PERFORM 534-WARN-RUNNING-OUT
137600     ELSE
137700         PERFORM 533-FIGURE-DAYS-LEFT
137800         IF WS-DAYS-LEFT < 0
137900             MOVE "CALENDAR HAS RUN OUT" TO CMP-CVR-TEXT
138000             PERFORM 534-WARN-RUNNING-OUT
138100         ELSE
138200             IF WS-DAYS-LEFT < WS-WARNING-DAYS
138300                 MOVE WS-WARNING-DAYS TO WS-EDIT-WARNING-DAYS
138400                 MOVE SPACES TO CMP-CVR-TEXT
138500                 STRING "CALENDAR RUNS OUT WITHIN "
138600                         DELIMITED BY SIZE
138700                     WS-EDIT-WARNING-DAYS DELIMITED BY SIZE
138800                     " DAYS" DELIMITED BY SIZE
138900                     INTO CMP-CVR-TEXT
139000                 PERFORM 534-WARN-RUNNING-OUT
139100             END-IF
139200         END-IF
139300     END-IF
139400     MOVE WS-CMP-COVER-LINE TO WS-CMP-WORK-LINE
139500     PERFORM 094-WRITE-REPORT-LINE
139600     ADD 1 TO WS-PLT-SUB.
139700*
139800 533-FIGURE-DAYS-LEFT.
139900     MOVE WS-COVER-LAST-DATE TO CMP-CVR-LAST-DATE
140000     MOVE WS-COVER-LAST-DATE TO WS-DATE-WORK
140100     PERFORM 710-FIGURE-DAY-NUMBER
140200     COMPUTE WS-DAYS-LEFT = WS-DAYNO - WS-TODAY-DAYNO
140300     MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS-LEFT
140400     MOVE WS-EDIT-DAYS-LEFT TO CMP-CVR-DAYS-LEFT.
140500*
140600 534-WARN-RUNNING-OUT.
140700     DISPLAY 'PLANT ' WS-PLT-CODE(WS-PLT-SUB) ' - ' CMP-CVR-TEXT
140800     ADD 1 TO WS-PLANTS-RUNNING-OUT
140900     PERFORM 095-RAISE-WARNING.
141000*
141100 540-PRINT-RUN-FIGURES.
141200     MOVE SPACES TO WS-CMP-WORK-LINE
141300     PERFORM 094-WRITE-REPORT-LINE
141400     MOVE "CALENDAR DATES BEFORE" TO CMP-TXT-LABEL
141500     MOVE WS-CAL-BEFORE-COUNT TO CMP-TXT-VALUE
141600     PERFORM 541-PRINT-FIGURE-LINE
141700     MOVE "CALENDAR DATES AFTER" TO CMP-TXT-LABEL
141800     MOVE WS-CAL-COUNT TO CMP-TXT-VALUE
141900     PERFORM 541-PRINT-FIGURE-LINE
142000     MOVE "CARDS READ" TO CMP-TXT-LABEL
142100     MOVE WS-CARDS-READ TO CMP-TXT-VALUE
142200     PERFORM 541-PRINT-FIGURE-LINE
142300     MOVE "GENERATE CARDS APPLIED" TO CMP-TXT-LABEL
142400     MOVE WS-GENERATES-APPLIED TO CMP-TXT-VALUE
142500     PERFORM 541-PRINT-FIGURE-LINE
142600     MOVE "HOLIDAY CARDS APPLIED" TO CMP-TXT-LABEL
142700     MOVE WS-HOLIDAYS-APPLIED TO CMP-TXT-VALUE
142800     PERFORM 541-PRINT-FIGURE-LINE
142900     MOVE "SHUTDOWN CARDS APPLIED" TO CMP-TXT-LABEL
143000     MOVE WS-SHUTDOWNS-APPLIED TO CMP-TXT-VALUE
143100     PERFORM 541-PRINT-FIGURE-LINE
143200     MOVE "CHANGE CARDS APPLIED" TO CMP-TXT-LABEL
143300     MOVE WS-CHANGES-APPLIED TO CMP-TXT-VALUE
143400     PERFORM 541-PRINT-FIGURE-LINE
143500     MOVE "CARDS REJECTED" TO CMP-TXT-LABEL
143600     MOVE WS-CARDS-REJECTED TO CMP-TXT-VALUE
143700     PERFORM 541-PRINT-FIGURE-LINE
143800     MOVE "DAYS GENERATED" TO CMP-TXT-LABEL
143900     MOVE WS-DAYS-GENERATED TO CMP-TXT-VALUE
144000     PERFORM 541-PRINT-FIGURE-LINE
144100     MOVE "DAYS CHANGED" TO CMP-TXT-LABEL
144200     MOVE WS-DAYS-CHANGED TO CMP-TXT-VALUE
144300     PERFORM 541-PRINT-FIGURE-LINE
144400     MOVE "DUPLICATE CALENDAR RECORDS DROPPED" TO CMP-TXT-LABEL
144500     MOVE WS-DUPS-DROPPED TO CMP-TXT-VALUE
144600     PERFORM 541-PRINT-FIGURE-LINE
144700     MOVE "BAD-DATE CALENDAR RECORDS DROPPED" TO CMP-TXT-LABEL
144800     MOVE WS-BAD-DATES-DROPPED TO CMP-TXT-VALUE
144900     PERFORM 541-PRINT-FIGURE-LINE
145000     MOVE "PLANTS RUNNING OUT OF CALENDAR" TO CMP-TXT-LABEL
145100     MOVE WS-PLANTS-RUNNING-OUT TO CMP-TXT-VALUE
145200     PERFORM 541-PRINT-FIGURE-LINE.
145300*
145400 541-PRINT-FIGURE-LINE.
145500     MOVE WS-CMP-TEXT-LINE TO WS-CMP-WORK-LINE
145600     PERFORM 094-WRITE-REPORT-LINE.
145700*
145800*--------------------------------------------------------------*
145900*    710-FIGURE-DAY-NUMBER
146000*    TURNS WS-DATE-WORK INTO WS-DAYNO, A COUNT OF DAYS FROM A
146100*    FIXED START, SO THAT DAYS CAN BE ADDED AND SUBTRACTED.
146200*--------------------------------------------------------------*
146300 710-FIGURE-DAY-NUMBER.
146400     MOVE WS-DATE-WORK-YYYY TO WS-DAYNO-YEAR
146500     IF WS-DATE-WORK-MM > 2
146600         COMPUTE WS-DAYNO-MONTH = WS-DATE-WORK-MM - 3
146700     ELSE
146800         COMPUTE WS-DAYNO-MONTH = WS-DATE-WORK-MM + 9
146900         SUBTRACT 1 FROM WS-DAYNO-YEAR
147000     END-IF
147100     DIVIDE WS-DAYNO-YEAR BY 4 GIVING WS-DAYNO-Q4
147200     DIVIDE WS-DAYNO-YEAR BY 100 GIVING WS-DAYNO-Q100
147300     DIVIDE WS-DAYNO-YEAR BY 400 GIVING WS-DAYNO-Q400
147400     COMPUTE WS-DAYNO-WORK = WS-DAYNO-MONTH * 306 + 5
147500     DIVIDE WS-DAYNO-WORK BY 10 GIVING WS-DAYNO-MDAYS
147600     COMPUTE WS-DAYNO = WS-DAYNO-YEAR * 365 + WS-DAYNO-Q4
147700         - WS-DAYNO-Q100 + WS-DAYNO-Q400 + WS-DAYNO-MDAYS
147800         + WS-DATE-WORK-DD - 1.
147900*
148000*--------------------------------------------------------------*
148100*    720-FIGURE-DATE-FROM-DAY-NUMBER
148200*    TURNS WS-DAYNO BACK INTO WS-DATE-WORK.  THE YEAR IS
148300*    ESTIMATED FROM THE AVERAGE YEAR AND STEPPED BACK ONE WHEN
148400*    THE ESTIMATE OVERSHOOTS; THE MONTH COMES OUT OF THE DAY
148500*    OF THE YEAR THE SAME WAY 710 PUT IT IN.
148600*--------------------------------------------------------------*
148700 720-FIGURE-DATE-FROM-DAY-NUMBER.
148800     COMPUTE WS-DAYNO-WORK = WS-DAYNO * 10000 + 14780
148900     DIVIDE WS-DAYNO-WORK BY 3652425 GIVING WS-DAYNO-YEAR
149000     PERFORM 721-FIGURE-DAY-OF-YEAR
149100     IF WS-DAYNO-DAY-OF-YEAR < 0
149200         SUBTRACT 1 FROM WS-DAYNO-YEAR
149300         PERFORM 721-FIGURE-DAY-OF-YEAR
149400     END-IF
149500     COMPUTE WS-DAYNO-WORK = WS-DAYNO-DAY-OF-YEAR * 100 + 52
149600     DIVIDE WS-DAYNO-WORK BY 3060 GIVING WS-DAYNO-MONTH
149700     COMPUTE WS-DAYNO-WORK = WS-DAYNO-MONTH * 306 + 5
149800     DIVIDE WS-DAYNO-WORK BY 10 GIVING WS-DAYNO-MDAYS
149900     COMPUTE WS-DATE-WORK-DD =
150000         WS-DAYNO-DAY-OF-YEAR - WS-DAYNO-MDAYS + 1
150100     IF WS-DAYNO-MONTH < 10
150200         COMPUTE WS-DATE-WORK-MM = WS-DAYNO-MONTH + 3
150300         MOVE WS-DAYNO-YEAR TO WS-DATE-WORK-YYYY
150400     ELSE
150500         COMPUTE WS-DATE-WORK-MM = WS-DAYNO-MONTH - 9
150600         COMPUTE WS-DATE-WORK-YYYY = WS-DAYNO-YEAR + 1
150700     END-IF.
150800*
150900 721-FIGURE-DAY-OF-YEAR.
151000     DIVIDE WS-DAYNO-YEAR BY 4 GIVING WS-DAYNO-Q4
151100     DIVIDE WS-DAYNO-YEAR BY 100 GIVING WS-DAYNO-Q100
151200     DIVIDE WS-DAYNO-YEAR BY 400 GIVING WS-DAYNO-Q400
151300     COMPUTE WS-DAYNO-YEAR-START = WS-DAYNO-YEAR * 365
151400         + WS-DAYNO-Q4 - WS-DAYNO-Q100 + WS-DAYNO-Q400
151500     COMPUTE WS-DAYNO-DAY-OF-YEAR =
151600         WS-DAYNO - WS-DAYNO-YEAR-START.
151700*
151800*--------------------------------------------------------------*
151900*    730-EDIT-DATE
152000*    WS-EDIT-DATE IS A REAL DATE WHEN IT IS NUMERIC, ITS MONTH
152100*    AND DAY ARE IN RANGE, AND IT COMES BACK UNCHANGED FROM ITS
152200*    OWN DAY NUMBER - 20260230 COMES BACK AS 20260302.  LEAVES
152300*    WS-DAYNO AT THE DATE'S DAY NUMBER WHEN IT IS REAL.
152400*--------------------------------------------------------------*
152500 730-EDIT-DATE.
152600     MOVE "N" TO WS-DATE-VALID-SWITCH
152700     IF WS-EDIT-DATE NUMERIC
152800         MOVE WS-EDIT-DATE-N TO WS-DATE-WORK
152900         IF WS-DATE-WORK-YYYY > 1900
153000             AND WS-DATE-WORK-MM > 0 AND WS-DATE-WORK-MM < 13
153100             AND WS-DATE-WORK-DD > 0 AND WS-DATE-WORK-DD < 32
153200             PERFORM 710-FIGURE-DAY-NUMBER
153300             PERFORM 720-FIGURE-DATE-FROM-DAY-NUMBER
153400             IF WS-DATE-WORK = WS-EDIT-DATE-N
153500                 SET WS-DATE-IS-VALID TO TRUE
153600             END-IF
153700         END-IF
153800     END-IF.
153900*
154000*--------------------------------------------------------------*
154100*    735-FIGURE-MONTH-LENGTH
154200*    THE DAYS IN WS-DATE-WORK'S MONTH ARE THE DAY NUMBER OF THE
154300*    FIRST OF THE NEXT MONTH LESS THE FIRST OF THIS ONE.  LEAVES
154400*    WS-DATE-WORK ON THE FIRST OF THE NEXT MONTH.
154500*--------------------------------------------------------------*
154600 735-FIGURE-MONTH-LENGTH.
154700     MOVE 1 TO WS-DATE-WORK-DD
154800     PERFORM 710-FIGURE-DAY-NUMBER
154900     MOVE WS-DAYNO TO WS-MONTH-START-DAYNO
155000     IF WS-DATE-WORK-MM = 12
155100         ADD 1 TO WS-DATE-WORK-YYYY
155200         MOVE 1 TO WS-DATE-WORK-MM
155300     ELSE
155400         ADD 1 TO WS-DATE-WORK-MM
155500     END-IF
155600     PERFORM 710-FIGURE-DAY-NUMBER
155700     COMPUTE WS-MONTH-LENGTH = WS-DAYNO - WS-MONTH-START-DAYNO.
155800*
155900*--------------------------------------------------------------*
156000*    900-WRITE-START-STEP
156100*    PUTS THIS RUN'S START RECORD ON THE STEP-STATUS LEDGER.  A
156200*    START WITH NO END AFTER IT IS A RUN THAT NEVER FINISHED.
156300*--------------------------------------------------------------*
156400 900-WRITE-START-STEP.
156500     PERFORM 908-BUILD-STEP-RECORD
156600     SET STS-IS-START TO TRUE
156700     PERFORM 910-WRITE-STEP-RECORD.
156800*
156900*--------------------------------------------------------------*
157000*    905-WRITE-END-STEP
157100*    PUTS THIS RUN'S END RECORD ON THE STEP-STATUS LEDGER WITH
157200*    THE RETURN CODE THE RUN IS ENDING ON AND ITS KEY COUNTS.
157300*    EVERY WAY OUT OF THE RUN - NORMAL END OR ABORT - COMES
157400*    THROUGH HERE ONCE THE RETURN CODE IS SET.
157500*--------------------------------------------------------------*
157600 905-WRITE-END-STEP.
157700     PERFORM 908-BUILD-STEP-RECORD
157800     MOVE RETURN-CODE TO STS-RETURN-CODE
157900     SET STS-IS-END TO TRUE
158000     MOVE "READ    " TO STS-COUNT-NAME(1)
158100     MOVE WS-CARDS-READ TO STS-COUNT-VALUE(1)
158200     MOVE "APPLIED " TO STS-COUNT-NAME(2)
158300     MOVE WS-CARDS-APPLIED TO STS-COUNT-VALUE(2)
158400     MOVE "REJECTED" TO STS-COUNT-NAME(3)
158500     MOVE WS-CARDS-REJECTED TO STS-COUNT-VALUE(3)
158600     PERFORM 910-WRITE-STEP-RECORD.
158700*
158800 908-BUILD-STEP-RECORD.
158900     MOVE SPACES TO STEP-STATUS-RECORD
159000     MOVE WS-STEP-PLANT TO STS-PLANT-CODE
159100     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD
159200     ACCEPT STS-RUN-TIME FROM TIME
159300     MOVE WS-STEP-PROGRAM-ID TO STS-PROGRAM-ID
159400     MOVE 0 TO STS-RETURN-CODE STS-SUBJECT-DATE
159500     MOVE 0 TO STS-COUNT-VALUE(1) STS-COUNT-VALUE(2)
159600         STS-COUNT-VALUE(3).
159700*
159800*--------------------------------------------------------------*
159900*    910-WRITE-STEP-RECORD
160000*    THE LEDGER IS APPENDED TO - THE FIRST RUN EVER CREATES IT.
160100*    IT IS OPENED AND CLOSED AROUND EACH RECORD SO AN ABORT
160200*    LATER IN THE RUN CANNOT LOSE THE START RECORD.  A LEDGER
160300*    THAT WILL NOT OPEN COSTS THE STATUS REPORT THIS STEP, NOT
160400*    THE RUN ITS WORK.
160500*--------------------------------------------------------------*
160600 910-WRITE-STEP-RECORD.
160700     OPEN EXTEND STEP-STATUS-FILE
160800     IF NOT WS-STS-FILE-OK
160900         OPEN OUTPUT STEP-STATUS-FILE
161000     END-IF
161100     IF WS-STS-FILE-OK
161200         WRITE STEP-STATUS-RECORD
161300         CLOSE STEP-STATUS-FILE
161400     ELSE
161500         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
161600             WS-STS-FILE-STATUS ' - STEP NOT RECORDED'
161700     END-IF.
