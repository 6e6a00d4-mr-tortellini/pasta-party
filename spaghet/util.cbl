000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SPAGHETTI-UTIL.
000300 AUTHOR.        R. ALFREDO.
000400 INSTALLATION.  PASTA-PARTY DATA CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    SPAGHETTI-UTIL IS THE LINE UTILIZATION RUN.  THE LOT FEEDS
000900*    SAY WHAT EACH LINE MADE; THIS RUN SAYS WHEN IT STOOD STILL
001000*    AND WHAT THAT COST.
001100*
001200*    FIRST IT TAKES THE DAY'S DOWNTIME FEEDS - DTMFILE,
001300*    DTM2FILE, AND DTM3FILE FOR LINES 1, 2, AND 3, SENT
001400*    ALONGSIDE THE LOT FEEDS.  EACH FEED IS PROVED AGAINST ITS
001500*    HEADER AND TRAILER THE WAY SPAGHETTI-CODE PROVES A LOT
001600*    FEED (083-PROVE-LINE-FEEDS), AND EVERY EVENT ON IT IS
001700*    EDITED - ITS LINE, ITS SHIFT, ITS CLOCK TIMES, AND ITS
001800*    REASON AGAINST THE DOWNTIME REASON TABLE (DRNFILE).  A
001900*    FEED IS TAKEN WHOLE OR NOT AT ALL: ONE THAT FAILS ITS
002000*    PROOF, OR CARRIES ANY EVENT THAT FAILS EDIT, IS REFUSED,
002100*    ITS BAD EVENTS LISTED ON DTRFILE, AND THE LINE SENDS IT
002200*    AGAIN CORRECTED.  A FEED ALREADY ON THE DOWNTIME HISTORY
002300*    (DTHFILE) FOR THE SAME PLANT, LINE, AND FEED DATE IS NOT
002400*    TAKEN TWICE.  A TAKEN FEED'S EVENTS ARE APPENDED TO THE
002500*    HISTORY.
002600*
002700*    THEN IT REPORTS (UTPFILE) FOR THE CONTROL CARD'S PLANT AND
002800*    WINDOW OF DATES.  EVERY LINE AND SHIFT THAT POSTED OUTPUT
002900*    TO THE LEDGER (LEDGFILE) OR REPORTED DOWNTIME ON A DATE
003000*    WAS AVAILABLE FOR ONE SHIFT LENGTH THAT DATE.  RUN TIME IS
003100*    AVAILABLE TIME LESS DOWNTIME.  ACTUAL OUTPUT IS THE NET
003200*    QUANTITY POSTED (REVERSALS BACK OUT); THE STANDARD IS WHAT
003300*    THE RUN TIME SHOULD HAVE MADE OF THE SAME ITEM MIX AT EACH
003400*    ITEM'S STANDARD RUN RATE ON THE ITEM MASTER (ITEMFILE).
003500*    PERFORMANCE IS ACTUAL AGAINST STANDARD, UTILIZATION IS RUN
003600*    TIME AGAINST AVAILABLE TIME.  DAY LINES ROLL UP TO MONTH
003700*    AND WEEK OF THE MONTH THE WAY SPAGHETTI-TREND DOES, AND
003800*    EVERY LINE CARRIES ITS DOWNTIME BY REASON.
003810*
003820*    ON A WORKING DAY OF THE PRODUCTION CALENDAR (CALFILE),
003830*    EVERY LINE AND SHIFT THE PLANT RAN AT ALL IN THE WINDOW
003840*    WAS AVAILABLE WHETHER IT REPORTED THAT DAY OR NOT, SO A
003850*    SCHEDULED SHIFT THAT SAT SILENT SHOWS ON THE REPORT
003860*    INSTEAD OF DROPPING OUT OF IT.
003900*
004000*    RECYCLED LOTS (SOURCE LINE "R") WERE MADE ON AN EARLIER
004100*    DAY AND ARE NOT LINE OUTPUT.  OUTPUT OF AN ITEM WITH NO
004200*    STANDARD RUN RATE COUNTS AS ACTUAL BUT EARNS NO STANDARD,
004300*    AND ITS LINE IS FLAGGED.
004400*
004500*    MODIFICATION HISTORY
004600*    DATE       INIT  DESCRIPTION
004700*    ---------- ----  -----------------------------------------
004800*    2026-10-15 RA    ORIGINAL.
004820*    2026-10-15 RA    WRITES A START AND AN END RECORD TO THE
004840*                      STEP-STATUS LEDGER (STSFILE) WITH ITS
004860*                      RETURN CODE AND KEY COUNTS.
004870*    2026-10-15 RA    CREDITS AVAILABLE TIME ON THE PRODUCTION
004880*                      CALENDAR'S WORKING DAYS (CALFILE) TO
004890*                      EVERY LINE AND SHIFT THE PLANT RUNS.
004900*--------------------------------------------------------------*
005000*
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT UTILIZATION-CONTROL-FILE ASSIGN TO "UTCFILE"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-UTC-FILE-STATUS.
005700     SELECT DOWNTIME-REASON-FILE ASSIGN TO "DRNFILE"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-DRN-FILE-STATUS.
006000     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMFILE"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-ITEM-FILE-STATUS.
006300     SELECT LINE-1-DOWNTIME-FILE ASSIGN TO "DTMFILE"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-DTM-FILE-STATUS.
006600     SELECT LINE-2-DOWNTIME-FILE ASSIGN TO "DTM2FILE"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-DTM2-FILE-STATUS.
006900     SELECT LINE-3-DOWNTIME-FILE ASSIGN TO "DTM3FILE"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-DTM3-FILE-STATUS.
007200     SELECT DOWNTIME-HISTORY-FILE ASSIGN TO "DTHFILE"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-DTH-FILE-STATUS.
007500     SELECT POSTED-LEDGER-FILE ASSIGN TO "LEDGFILE"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-LEDG-FILE-STATUS.
007800     SELECT UTILIZATION-REPORT-FILE ASSIGN TO "UTPFILE"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-UTP-FILE-STATUS.
008100     SELECT DOWNTIME-REJECT-FILE ASSIGN TO "DTRFILE"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-DTR-FILE-STATUS.
008320     SELECT STEP-STATUS-FILE ASSIGN TO "STSFILE"
008340         ORGANIZATION IS LINE SEQUENTIAL
008360         FILE STATUS IS WS-STS-FILE-STATUS.
008370     SELECT PRODUCTION-CALENDAR-FILE ASSIGN TO "CALFILE"
008380         ORGANIZATION IS LINE SEQUENTIAL
008390         FILE STATUS IS WS-CAL-FILE-STATUS.
008400*
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  UTILIZATION-CONTROL-FILE
008800     RECORDING MODE IS F.
008900     COPY UTCREC.
009000*
009100 FD  DOWNTIME-REASON-FILE
009200     RECORDING MODE IS F.
009300     COPY DRNREC.
009400*
009500 FD  ITEM-MASTER-FILE
009600     RECORDING MODE IS F.
009700     COPY ITMREC.
009800*
009900 FD  LINE-1-DOWNTIME-FILE
010000     RECORDING MODE IS F.
010100     COPY DTEREC.
010200*
010300 FD  LINE-2-DOWNTIME-FILE
010400     RECORDING MODE IS F.
010500     COPY DTEREC REPLACING LEADING ==DTE== BY ==DTE2==.
010600*
010700 FD  LINE-3-DOWNTIME-FILE
010800     RECORDING MODE IS F.
010900     COPY DTEREC REPLACING LEADING ==DTE== BY ==DTE3==.
011000*
011100 FD  DOWNTIME-HISTORY-FILE
011200     RECORDING MODE IS F.
011300     COPY DTHREC.
011400*
011500 FD  POSTED-LEDGER-FILE
011600     RECORDING MODE IS F.
011700     COPY LDGREC.
011800*
011900 FD  UTILIZATION-REPORT-FILE
012000     RECORDING MODE IS F.
012100     COPY UTPREC.
012200*
012300 FD  DOWNTIME-REJECT-FILE
012400     RECORDING MODE IS F.
012500     COPY DTRREC.
012600*
012620 FD  STEP-STATUS-FILE
012640     RECORDING MODE IS F.
012660     COPY STSREC.
012680*
012685 FD  PRODUCTION-CALENDAR-FILE
012690     RECORDING MODE IS F.
012695     COPY CALREC.
012698*
012700 WORKING-STORAGE SECTION.
012800*--------------------------------------------------------------*
012900*    FILE STATUS WORKING STORAGE
013000*--------------------------------------------------------------*
013100 01  WS-UTC-FILE-STATUS          PIC X(02)   VALUE "00".
013200     88  WS-UTC-FILE-OK                      VALUE "00".
013300     88  WS-UTC-FILE-NOT-FOUND               VALUE "35".
013400 01  WS-DRN-FILE-STATUS          PIC X(02)   VALUE "00".
013500     88  WS-DRN-FILE-OK                      VALUE "00".
013600     88  WS-DRN-FILE-NOT-FOUND               VALUE "35".
013700 01  WS-ITEM-FILE-STATUS         PIC X(02)   VALUE "00".
013800     88  WS-ITEM-FILE-OK                     VALUE "00".
013900     88  WS-ITEM-FILE-NOT-FOUND              VALUE "35".
014000 01  WS-DTM-FILE-STATUS          PIC X(02)   VALUE "00".
014100     88  WS-DTM-FILE-OK                      VALUE "00".
014200     88  WS-DTM-FILE-NOT-FOUND               VALUE "35".
014300 01  WS-DTM2-FILE-STATUS         PIC X(02)   VALUE "00".
014400     88  WS-DTM2-FILE-OK                     VALUE "00".
014500     88  WS-DTM2-FILE-NOT-FOUND              VALUE "35".
014600 01  WS-DTM3-FILE-STATUS         PIC X(02)   VALUE "00".
014700     88  WS-DTM3-FILE-OK                     VALUE "00".
014800     88  WS-DTM3-FILE-NOT-FOUND              VALUE "35".
014900 01  WS-DTH-FILE-STATUS          PIC X(02)   VALUE "00".
015000     88  WS-DTH-FILE-OK                      VALUE "00".
015100     88  WS-DTH-FILE-NOT-FOUND               VALUE "35".
015200 01  WS-LEDG-FILE-STATUS         PIC X(02)   VALUE "00".
015300     88  WS-LEDG-FILE-OK                     VALUE "00".
015400     88  WS-LEDG-FILE-NOT-FOUND              VALUE "35".
015500 01  WS-UTP-FILE-STATUS          PIC X(02)   VALUE "00".
015600     88  WS-UTP-FILE-OK                      VALUE "00".
015700 01  WS-DTR-FILE-STATUS          PIC X(02)   VALUE "00".
015800     88  WS-DTR-FILE-OK                      VALUE "00".
015810 01  WS-CAL-FILE-STATUS          PIC X(02)   VALUE "00".
015820     88  WS-CAL-FILE-OK                      VALUE "00".
015830     88  WS-CAL-FILE-NOT-FOUND               VALUE "35".
015900*--------------------------------------------------------------*
016000*    LOOP-CONTROL WORKING STORAGE
016100*--------------------------------------------------------------*
016200 01  WS-DRN-LOAD-SWITCH           PIC X(01)   VALUE "N".
016300     88  WS-DRN-LOAD-DONE                     VALUE "Y".
016400 01  WS-ITEM-LOAD-SWITCH          PIC X(01)   VALUE "N".
016500     88  WS-ITEM-LOAD-DONE                    VALUE "Y".
016600 01  WS-DTH-EOF-SWITCH            PIC X(01)   VALUE "N".
016700     88  WS-DTH-EOF-REACHED                   VALUE "Y".
016800 01  WS-LEDG-EOF-SWITCH           PIC X(01)   VALUE "N".
016900     88  WS-LEDG-EOF-REACHED                  VALUE "Y".
017000 01  WS-REASONS-LOADED-SWITCH     PIC X(01)   VALUE "N".
017100     88  WS-REASONS-LOADED                    VALUE "Y".
017200 01  WS-DTH-EXISTS-SWITCH         PIC X(01)   VALUE "N".
017300     88  WS-DTH-EXISTS                        VALUE "Y".
017400 01  WS-DTH-OPEN-SWITCH           PIC X(01)   VALUE "N".
017500     88  WS-DTH-FILE-IS-OPEN                  VALUE "Y".
017510 01  WS-CAL-EOF-SWITCH            PIC X(01)   VALUE "N".
017520     88  WS-CAL-EOF-REACHED                   VALUE "Y".
017600 01  WS-RUN-SEVERITY              PIC 9(02)   VALUE 0.
017700*--------------------------------------------------------------*
017800*    CONTROL-CARD WORKING STORAGE
017900*    THE PLANT REPORTED ON, THE WINDOW OF DATES, AND THE SHIFT
018000*    LENGTH.  A BLANK PLANT ON ANY RECORD IS PLANT 01.
018100*--------------------------------------------------------------*
018200 01  WS-UTIL-PLANT                PIC X(02)   VALUE "01".
018300 01  WS-RECORD-PLANT              PIC X(02)   VALUE SPACES.
018400 01  WS-WINDOW-FROM               PIC 9(08)   VALUE 0.
018500 01  WS-WINDOW-TO                 PIC 9(08)   VALUE 99999999.
018600 01  WS-SHIFT-MINUTES             PIC 9(04)   VALUE 480.
018700 01  WS-POSTING-DATE              PIC 9(08)   VALUE 0.
018800*--------------------------------------------------------------*
018900*    REASON TABLE WORKING STORAGE
019000*    THE WHOLE DOWNTIME REASON TABLE, IN REASON-CODE ORDER.
019100*--------------------------------------------------------------*
019200 01  WS-RSN-MAX-ENTRIES           PIC 9(04)   VALUE 500.
019300 01  WS-RSN-COUNT                 PIC 9(04)   VALUE 0.
019400 01  WS-RSN-SUB                   PIC 9(04)   VALUE 0.
019500 01  WS-RSN-INDEX                 PIC 9(04)   VALUE 0.
019600 01  WS-FIND-REASON               PIC X(04)   VALUE SPACES.
019700 01  WS-RSN-TABLE.
019800     05  WS-RSN-ENTRY OCCURS 500 TIMES.
019900         10  WS-RSN-CODE               PIC X(04).
020000         10  WS-RSN-DESCRIPTION        PIC X(30).
020100         10  WS-RSN-CATEGORY           PIC X(01).
020200         10  WS-RSN-ACTIVE-FLAG        PIC X(01).
020300*--------------------------------------------------------------*
020400*    ITEM RATE TABLE WORKING STORAGE
020500*    EVERY ITEM ON THE MASTER, ACTIVE OR NOT - A DEACTIVATED
020600*    ITEM'S OLD POSTINGS STILL EARN THEIR STANDARD - WITH ITS
020700*    STANDARD RUN RATE IN UNITS PER HOUR.  ZERO IS NOT RATED.
020800*--------------------------------------------------------------*
020900 01  WS-ITM-MAX-ENTRIES           PIC 9(04)   VALUE 2000.
021000 01  WS-ITM-COUNT                 PIC 9(04)   VALUE 0.
021100 01  WS-ITM-SUB                   PIC 9(04)   VALUE 0.
021200 01  WS-ITM-INDEX                 PIC 9(04)   VALUE 0.
021300 01  WS-ITM-TABLE.
021400     05  WS-ITM-ENTRY OCCURS 2000 TIMES.
021500         10  WS-ITM-CODE               PIC X(10).
021600         10  WS-ITM-RUN-RATE           PIC 9(07).
021700*--------------------------------------------------------------*
021800*    TAKEN-FEED WORKING STORAGE
021900*    EVERY PLANT, LINE, AND FEED DATE ALREADY ON THE DOWNTIME
022000*    HISTORY FOR THE PLANT UNDER REPORT.  A FEED WHOSE HEADER
022100*    MATCHES ONE IS NOT TAKEN AGAIN.  IF THE TABLE FILLS, NO
022200*    FEED CAN BE PROVED NEW AND NONE IS TAKEN.
022300*--------------------------------------------------------------*
022400 01  WS-TKN-MAX-ENTRIES           PIC 9(04)   VALUE 5000.
022500 01  WS-TKN-COUNT                 PIC 9(04)   VALUE 0.
022600 01  WS-TKN-SUB                   PIC 9(04)   VALUE 0.
022700 01  WS-TKN-FOUND-SWITCH          PIC X(01)   VALUE "N".
022800     88  WS-TKN-FOUND                         VALUE "Y".
022900 01  WS-TKN-FULL-SWITCH           PIC X(01)   VALUE "N".
023000     88  WS-TKN-TABLE-FULL                    VALUE "Y".
023100 01  WS-TKN-SEARCH-KEY.
023200     05  WS-TKN-SEARCH-LINE       PIC X(01).
023300     05  WS-TKN-SEARCH-DATE       PIC 9(08).
023400 01  WS-TKN-TABLE.
023500     05  WS-TKN-KEY OCCURS 5000 TIMES
023600                                  PIC X(09).
023700*--------------------------------------------------------------*
023800*    FEED PROOF WORKING STORAGE
023900*    EACH DOWNTIME FEED IS PROVED AGAINST ITS HEADER AND
024000*    TRAILER EXACTLY AS A LOT FEED IS - READ THROUGH ONCE,
024100*    COUNTED AND HASHED, THEN CLOSED AND REOPENED FOR THE
024200*    TAKING PASS.  THESE FIELDS CARRY ONE FEED'S PROOF AT A
024300*    TIME.  THE EVENT UNDER PROOF IS LOOKED AT THROUGH THE
024400*    DTW- VIEW WHICHEVER LINE'S FEED IT CAME OFF.
024500*--------------------------------------------------------------*
024600     COPY LFCREC.
024700     COPY DTEREC REPLACING LEADING ==DTE== BY ==DTW==.
024800 01  WS-PROVE-EOF-SWITCH          PIC X(01)   VALUE "N".
024900     88  WS-PROVE-AT-EOF                      VALUE "Y".
025000 01  WS-PROVE-HDR-SWITCH          PIC X(01)   VALUE "N".
025100     88  WS-PROVE-HDR-SEEN                    VALUE "Y".
025200 01  WS-PROVE-TRL-SWITCH          PIC X(01)   VALUE "N".
025300     88  WS-PROVE-TRL-SEEN                    VALUE "Y".
025400 01  WS-PROVE-FAIL-SWITCH         PIC X(01)   VALUE "N".
025500     88  WS-PROVE-FAILED                      VALUE "Y".
025600 01  WS-PROVE-DUP-SWITCH          PIC X(01)   VALUE "N".
025700     88  WS-PROVE-ALREADY-TAKEN               VALUE "Y".
025800 01  WS-PROVE-LINE-CODE           PIC X(01)   VALUE SPACE.
025900 01  WS-PROVE-FEED-DATE           PIC 9(08)   VALUE 0.
026000 01  WS-PROVE-EVENT-COUNT         PIC 9(07)   VALUE 0.
026100 01  WS-PROVE-HASH-TOTAL          PIC 9(11)   VALUE 0.
026200 01  WS-PROVE-TRL-COUNT           PIC 9(07)   VALUE 0.
026300 01  WS-PROVE-TRL-HASH            PIC 9(11)   VALUE 0.
026400 01  WS-PROVE-REJECT-COUNT        PIC 9(07)   VALUE 0.
026500 01  WS-PROVE-TAKEN-COUNT         PIC 9(07)   VALUE 0.
026600 01  WS-PROVE-REASON-TEXT         PIC X(18)   VALUE SPACES.
026700 01  WS-PROVE-FAIL-TEXT           PIC X(18)   VALUE SPACES.
026800*--------------------------------------------------------------*
026900*    EVENT EDIT WORKING STORAGE
027000*--------------------------------------------------------------*
027100 01  WS-EVENT-EDIT-SWITCH         PIC X(01)   VALUE "Y".
027200     88  WS-EVENT-IS-VALID                    VALUE "Y".
027300     88  WS-EVENT-IS-INVALID                  VALUE "N".
027400 01  WS-REJECT-REASON-CODE        PIC X(04)   VALUE SPACES.
027500 01  WS-REJECT-REASON-TEXT        PIC X(30)   VALUE SPACES.
027600 01  WS-EVENT-DATE                PIC 9(08)   VALUE 0.
027700 01  WS-EVENT-DATE-PARTS REDEFINES WS-EVENT-DATE.
027800     05  WS-EVENT-YEAR            PIC 9(04).
027900     05  WS-EVENT-MONTH           PIC 9(02).
028000     05  WS-EVENT-DAY             PIC 9(02).
028100 01  WS-START-MINUTE              PIC 9(04)   VALUE 0.
028200 01  WS-END-MINUTE                PIC 9(04)   VALUE 0.
028300 01  WS-EVENT-MINUTES             PIC 9(04)   VALUE 0.
028400*--------------------------------------------------------------*
028500*    UTILIZATION BUCKET WORKING STORAGE
028600*    ONE BUCKET PER PERIOD PER LINE PER SHIFT, HELD IN KEY
028700*    ORDER.  THE PERIOD TYPE LEADS THE KEY - "D" FOR A DAY,
028800*    "M" FOR A MONTH (YYYYMM), "W" FOR A WEEK OF THE MONTH
028900*    (YYYYMM AND THE WEEK, 1 TO 5, AS SPAGHETTI-TREND COUNTS
029000*    THEM) - SO THE TABLE READS OUT DAILY, MONTHLY, WEEKLY, THE
029100*    ORDER THE TREND REPORT PRINTS IN.  THE FIRST TIME A DAY
029200*    BUCKET OPENS, THAT LINE AND SHIFT WAS AVAILABLE THAT DAY,
029300*    AND ONE SHIFT LENGTH IS CREDITED TO THE DAY AND TO ITS
029400*    MONTH AND WEEK.  A BUCKET THAT WILL NOT FIT IS DROPPED AND
029500*    COUNTED.
029600*--------------------------------------------------------------*
029700 01  WS-UTB-MAX-ENTRIES           PIC 9(04)   VALUE 3000.
029800 01  WS-UTB-COUNT                 PIC 9(04)   VALUE 0.
029900 01  WS-UTB-SUB                   PIC 9(04)   VALUE 0.
030000 01  WS-UTB-INDEX                 PIC 9(04)   VALUE 0.
030100 01  WS-UTB-SLOT                  PIC 9(04)   VALUE 0.
030200 01  WS-UTB-MOVE-SUB              PIC 9(04)   VALUE 0.
030300 01  WS-UTB-FOUND-SWITCH          PIC X(01)   VALUE "N".
030400     88  WS-UTB-FOUND                         VALUE "Y".
030500 01  WS-UTB-SLOT-SWITCH           PIC X(01)   VALUE "N".
030600     88  WS-UTB-SLOT-FOUND                    VALUE "Y".
030700 01  WS-UTB-OPENED-SWITCH         PIC X(01)   VALUE "N".
030800     88  WS-UTB-OPENED                        VALUE "Y".
030900 01  WS-UTB-DROP-COUNT            PIC 9(07)   VALUE 0.
031000 01  WS-NEW-SHIFT-SWITCH          PIC X(01)   VALUE "N".
031100     88  WS-NEW-SHIFT-DAY                     VALUE "Y".
031200 01  WS-UTB-SEARCH-KEY.
031300     05  WS-UTB-SEARCH-TYPE       PIC X(01).
031400     05  WS-UTB-SEARCH-PERIOD     PIC X(08).
031500     05  WS-UTB-SEARCH-LINE       PIC X(01).
031600     05  WS-UTB-SEARCH-SHIFT      PIC 9(01).
031700 01  WS-UTB-TABLE.
031800     05  WS-UTB-ENTRY OCCURS 3000 TIMES.
031900         10  WS-UTB-KEY.
032000             15  WS-UTB-TYPE       PIC X(01).
032100             15  WS-UTB-PERIOD     PIC X(08).
032200             15  WS-UTB-LINE       PIC X(01).
032300             15  WS-UTB-SHIFT      PIC 9(01).
032400         10  WS-UTB-SHIFTS         PIC 9(05).
032500         10  WS-UTB-AVAIL-MIN      PIC 9(09).
032600         10  WS-UTB-DOWN-MIN       PIC 9(09).
032700         10  WS-UTB-ACTUAL-QTY     PIC S9(11).
032800         10  WS-UTB-RATED-QTY      PIC S9(11).
032900         10  WS-UTB-EARNED-MIN     PIC S9(11)V99.
033000         10  WS-UTB-UNRATED-QTY    PIC S9(11).
033100*--------------------------------------------------------------*
033200*    BUCKET REASON WORKING STORAGE
033300*    DOWNTIME MINUTES BY REASON UNDER EACH BUCKET, HELD IN
033400*    BUCKET-KEY/REASON ORDER SO THEY PRINT BENEATH THEIR
033500*    BUCKET IN ONE PASS.
033600*--------------------------------------------------------------*
033700 01  WS-URS-MAX-ENTRIES           PIC 9(04)   VALUE 6000.
033800 01  WS-URS-COUNT                 PIC 9(04)   VALUE 0.
033900 01  WS-URS-SUB                   PIC 9(04)   VALUE 0.
034000 01  WS-URS-INDEX                 PIC 9(04)   VALUE 0.
034100 01  WS-URS-SLOT                  PIC 9(04)   VALUE 0.
034200 01  WS-URS-MOVE-SUB              PIC 9(04)   VALUE 0.
034300 01  WS-URS-FOUND-SWITCH          PIC X(01)   VALUE "N".
034400     88  WS-URS-FOUND                         VALUE "Y".
034500 01  WS-URS-SLOT-SWITCH           PIC X(01)   VALUE "N".
034600     88  WS-URS-SLOT-FOUND                    VALUE "Y".
034700 01  WS-URS-DROP-COUNT            PIC 9(07)   VALUE 0.
034800 01  WS-URS-SEARCH-KEY.
034900     05  WS-URS-SEARCH-BUCKET     PIC X(11).
035000     05  WS-URS-SEARCH-REASON     PIC X(04).
035100 01  WS-URS-TABLE.
035200     05  WS-URS-ENTRY OCCURS 6000 TIMES.
035300         10  WS-URS-KEY.
035400             15  WS-URS-BUCKET     PIC X(11).
035500             15  WS-URS-REASON     PIC X(04).
035600         10  WS-URS-DOWN-MIN       PIC 9(09).
035605*--------------------------------------------------------------*
035610*    PRODUCTION CALENDAR WORKING STORAGE
035615*    ONE ENTRY PER CALENDAR DATE IN THE WINDOW FOR THE PLANT -
035620*    ITS OWN ENTRY WHEN IT HAS ONE, ELSE THE PLANT-WIDE ONE,
035625*    AS SPAGHETTI-CODE JUDGES ITS RUN DATE - AND A FLAG FOR
035630*    EACH LINE AND SHIFT THE PLANT RAN AT ALL IN THE WINDOW.
035635*    A DATE THAT WILL NOT FIT IS DROPPED AND COUNTED.
035640*--------------------------------------------------------------*
035645 01  WS-CLD-MAX-ENTRIES           PIC 9(04)   VALUE 1000.
035650 01  WS-CLD-COUNT                 PIC 9(04)   VALUE 0.
035655 01  WS-CLD-SUB                   PIC 9(04)   VALUE 0.
035660 01  WS-CLD-INDEX                 PIC 9(04)   VALUE 0.
035665 01  WS-CLD-DROP-COUNT            PIC 9(07)   VALUE 0.
035670 01  WS-CLD-TABLE.
035675     05  WS-CLD-ENTRY OCCURS 1000 TIMES.
035680         10  WS-CLD-DATE           PIC 9(08).
035685         10  WS-CLD-DAY-TYPE       PIC X(01).
035690             88  WS-CLD-WORKING-DAY            VALUE "W".
035692 01  WS-LSR-LINE-SUB              PIC 9(01)   VALUE 0.
035694 01  WS-LSR-SHIFT-SUB             PIC 9(01)   VALUE 0.
035696 01  WS-LSR-TABLE.
035697     05  WS-LSR-LINE OCCURS 3 TIMES.
035698         10  WS-LSR-SHIFT OCCURS 3 TIMES PIC X(01) VALUE "N".
035699             88  WS-LSR-RAN                    VALUE "Y".
035700*--------------------------------------------------------------*
035800*    POSTING WORKING STORAGE
035900*    ONE DOWNTIME EVENT OR ONE LEDGER POSTING ON ITS WAY INTO
036000*    THE DAY, MONTH, AND WEEK BUCKETS.
036100*--------------------------------------------------------------*
036200 01  WS-POST-DATE                 PIC 9(08)   VALUE 0.
036300 01  WS-POST-DATE-PARTS REDEFINES WS-POST-DATE.
036400     05  WS-POST-YYYYMM           PIC X(06).
036500     05  WS-POST-DD               PIC 9(02).
036600 01  WS-POST-WEEK                 PIC 9(01)   VALUE 0.
036700 01  WS-POST-LINE                 PIC X(01)   VALUE SPACE.
036800 01  WS-POST-SHIFT                PIC 9(01)   VALUE 0.
036900 01  WS-POST-DOWN-MIN             PIC 9(09)   VALUE 0.
037000 01  WS-POST-REASON               PIC X(04)   VALUE SPACES.
037100 01  WS-POST-QTY                  PIC S9(09)  VALUE 0.
037200 01  WS-POST-RATED-QTY            PIC S9(09)  VALUE 0.
037300 01  WS-POST-EARNED-MIN           PIC S9(09)V99 VALUE 0.
037400 01  WS-POST-UNRATED-QTY          PIC S9(09)  VALUE 0.
037500 01  WS-PERIOD-TYPE               PIC X(01)   VALUE SPACE.
037600*--------------------------------------------------------------*
037700*    REPORT-FIGURE WORKING STORAGE
037800*--------------------------------------------------------------*
037900 01  WS-RUN-MIN                   PIC 9(09)   VALUE 0.
038000 01  WS-STD-QTY                   PIC S9(11)  VALUE 0.
038100 01  WS-PERF-PCT                  PIC 9(04)V9 VALUE 0.
038200 01  WS-UTIL-PCT                  PIC 9(04)V9 VALUE 0.
038300 01  WS-REASON-PCT                PIC 9(04)V9 VALUE 0.
038400 01  WS-LAST-TYPE                 PIC X(01)   VALUE SPACE.
038500*--------------------------------------------------------------*
038600*    RUN-FIGURE WORKING STORAGE
038700*--------------------------------------------------------------*
038800 01  WS-FEEDS-TAKEN               PIC 9(05)   VALUE 0.
038900 01  WS-FEEDS-REFUSED             PIC 9(05)   VALUE 0.
039000 01  WS-FEEDS-ALREADY-TAKEN       PIC 9(05)   VALUE 0.
039100 01  WS-FEEDS-NOT-PRESENT         PIC 9(05)   VALUE 0.
039200 01  WS-EVENTS-TAKEN              PIC 9(07)   VALUE 0.
039300 01  WS-EVENTS-REJECTED           PIC 9(07)   VALUE 0.
039400 01  WS-HISTORY-READ              PIC 9(07)   VALUE 0.
039500 01  WS-HISTORY-USED              PIC 9(07)   VALUE 0.
039600 01  WS-HISTORY-BAD               PIC 9(07)   VALUE 0.
039700 01  WS-POSTINGS-READ             PIC 9(07)   VALUE 0.
039800 01  WS-POSTINGS-USED             PIC 9(07)   VALUE 0.
039900 01  WS-POSTINGS-NOT-LINE         PIC 9(07)   VALUE 0.
040000 01  WS-POSTINGS-UNRATED          PIC 9(07)   VALUE 0.
040100 01  WS-POSTINGS-BAD              PIC 9(07)   VALUE 0.
040200 01  WS-RATES-NOT-NUMERIC         PIC 9(05)   VALUE 0.
040210 01  WS-CALENDAR-WORKING-DAYS     PIC 9(05)   VALUE 0.
040220 01  WS-SCHEDULED-SHIFTS-IDLE     PIC 9(07)   VALUE 0.
040300*--------------------------------------------------------------*
040400*    REPORT-LINE WORKING STORAGE
040500*--------------------------------------------------------------*
040600 01  WS-UTP-WORK-LINE             PIC X(132)  VALUE SPACES.
040700 01  WS-UTP-HEAD-1.
040800     05  FILLER                   PIC X(40)   VALUE
040900         "PASTA-PARTY LINE UTILIZATION".
041000     05  FILLER                   PIC X(09)   VALUE "RUN DATE ".
041100     05  UTP-H1-RUN-DATE          PIC 9(08).
041200     05  FILLER                   PIC X(75)   VALUE SPACES.
041300 01  WS-UTP-HEAD-2.
041400     05  FILLER                   PIC X(06)   VALUE "PLANT ".
041500     05  UTP-H2-PLANT             PIC X(02).
041600     05  FILLER                   PIC X(16)   VALUE
041700         "  DATES FROM    ".
041800     05  UTP-H2-WINDOW-FROM       PIC 9(08).
041900     05  FILLER                   PIC X(04)   VALUE " TO ".
042000     05  UTP-H2-WINDOW-TO         PIC 9(08).
042100     05  FILLER                   PIC X(16)   VALUE
042200         "  SHIFT MINUTES ".
042300     05  UTP-H2-SHIFT-MINUTES     PIC ZZZ9.
042400     05  FILLER                   PIC X(68)   VALUE SPACES.
042500 01  WS-UTP-SECTION-LINE.
042600     05  FILLER                   PIC X(01)   VALUE SPACE.
042700     05  UTP-SECTION-LABEL        PIC X(50).
042800     05  FILLER                   PIC X(81)   VALUE SPACES.
042900 01  WS-UTP-COLUMN-HEAD.
043000     05  FILLER                   PIC X(26)   VALUE
043100         " PERIOD    LINE SFT SHFTS".
043200     05  FILLER                   PIC X(31)   VALUE
043300         "AVAIL MIN   DOWN MIN    RUN MIN".
043400     05  FILLER                   PIC X(26)   VALUE
043500         "       ACTUAL     STANDARD".
043600     05  FILLER                   PIC X(15)   VALUE
043700         "  PERF%   UTIL%".
043800     05  FILLER                   PIC X(34)   VALUE "  FLAG".
043900 01  WS-UTP-DETAIL-LINE.
044000     05  FILLER                   PIC X(01)   VALUE SPACE.
044100     05  UTP-DTL-PERIOD           PIC X(09).
044200     05  FILLER                   PIC X(04)   VALUE SPACES.
044300     05  UTP-DTL-LINE             PIC X(01).
044400     05  FILLER                   PIC X(03)   VALUE SPACES.
044500     05  UTP-DTL-SHIFT            PIC 9(01).
044600     05  FILLER                   PIC X(01)   VALUE SPACE.
044700     05  UTP-DTL-SHIFTS           PIC ZZZZ9.
044800     05  FILLER                   PIC X(01)   VALUE SPACE.
044900     05  UTP-DTL-AVAIL            PIC ZZZZZZZZ9.
045000     05  FILLER                   PIC X(02)   VALUE SPACES.
045100     05  UTP-DTL-DOWN             PIC ZZZZZZZZ9.
045200     05  FILLER                   PIC X(02)   VALUE SPACES.
045300     05  UTP-DTL-RUN              PIC ZZZZZZZZ9.
045400     05  FILLER                   PIC X(01)   VALUE SPACE.
045500     05  UTP-DTL-ACTUAL           PIC ZZZZZZZZZZ9-.
045600     05  FILLER                   PIC X(01)   VALUE SPACE.
045700     05  UTP-DTL-STANDARD         PIC ZZZZZZZZZZ9-.
045800     05  FILLER                   PIC X(01)   VALUE SPACE.
045900     05  UTP-DTL-PERF             PIC ZZZ9.9.
046000     05  FILLER                   PIC X(02)   VALUE SPACES.
046100     05  UTP-DTL-UTIL             PIC ZZZ9.9.
046200     05  FILLER                   PIC X(02)   VALUE SPACES.
046300     05  UTP-DTL-FLAG             PIC X(20).
046400     05  FILLER                   PIC X(12)   VALUE SPACES.
046500 01  WS-UTP-REASON-LINE.
046600     05  FILLER                   PIC X(18)   VALUE SPACES.
046700     05  FILLER                   PIC X(07)   VALUE "DOWN - ".
046800     05  UTP-RSN-CODE             PIC X(04).
046900     05  FILLER                   PIC X(01)   VALUE SPACE.
047000     05  UTP-RSN-DESCRIPTION      PIC X(30).
047100     05  FILLER                   PIC X(01)   VALUE SPACE.
047200     05  UTP-RSN-CATEGORY         PIC X(09).
047300     05  FILLER                   PIC X(01)   VALUE SPACE.
047400     05  UTP-RSN-MINUTES          PIC ZZZZZZZZ9.
047500     05  FILLER                   PIC X(05)   VALUE " MIN ".
047600     05  UTP-RSN-PCT              PIC ZZZ9.9.
047700     05  FILLER                   PIC X(16)   VALUE
047800         "% OF AVAILABLE".
047900     05  FILLER                   PIC X(25)   VALUE SPACES.
048000 01  WS-UTP-MESSAGE-LINE.
048100     05  FILLER                   PIC X(01)   VALUE SPACE.
048200     05  UTP-MSG-TEXT             PIC X(60).
048300     05  FILLER                   PIC X(71)   VALUE SPACES.
048400 01  WS-UTP-TEXT-LINE.
048500     05  FILLER                   PIC X(01)   VALUE SPACE.
048600     05  UTP-TXT-LABEL            PIC X(40).
048700     05  UTP-TXT-VALUE            PIC Z,ZZZ,ZZ9.
048800     05  FILLER                   PIC X(82)   VALUE SPACES.
048900*--------------------------------------------------------------*
049000*    RUN-DATE WORKING STORAGE
049100*--------------------------------------------------------------*
049200 01  WS-CURRENT-DATE-YYYYMMDD     PIC 9(08)   VALUE 0.
049300*
049305*--------------------------------------------------------------*
049310*    STEP-STATUS WORKING STORAGE
049315*    EVERY RUN PUTS A START AND AN END RECORD ON THE SUITE'S
049320*    STEP-STATUS LEDGER SO THE MORNING STATUS REPORT CAN SAY
049325*    WHAT RAN, HOW IT ENDED, AND WHAT IS STILL WAITING.
049330*--------------------------------------------------------------*
049335 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE "00".
049340     88  WS-STS-FILE-OK                      VALUE "00".
049345     88  WS-STS-FILE-NOT-FOUND               VALUE "35".
049350 01  WS-STEP-PROGRAM-ID           PIC X(20)   VALUE
049355     "SPAGHETTI-UTIL".
049360 01  WS-STEP-PLANT                PIC X(02)   VALUE "01".
049380*
049400 PROCEDURE DIVISION.
049500 MAIN-SECTION.
049600     PERFORM 050-INITIALIZE
049700     PERFORM 100-TAKE-DOWNTIME-FEEDS
049800     PERFORM 200-SUMMARIZE-DOWNTIME
049900     PERFORM 300-SUMMARIZE-LEDGER
049950     PERFORM 350-POST-SCHEDULED-SHIFTS
050000     PERFORM 400-PRINT-UTILIZATION
050100     PERFORM 500-EXIT
050200     STOP RUN.
050300*
050400*--------------------------------------------------------------*
050500*    050-INITIALIZE
050600*    READS THE CARD AND LOADS THE REASON TABLE, THE ITEM RATES,
050700*    AND THE FEEDS ALREADY TAKEN BEFORE ANYTHING IS OPENED FOR
050800*    OUTPUT.
050900*--------------------------------------------------------------*
051000 050-INITIALIZE.
051100     ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
051200     PERFORM 060-LOAD-CONTROL-CARD
051220     MOVE WS-UTIL-PLANT TO WS-STEP-PLANT
051240     PERFORM 900-WRITE-START-STEP
051300     PERFORM 062-LOAD-REASONS
051400     PERFORM 064-LOAD-ITEM-RATES
051500     PERFORM 066-LOAD-TAKEN-FEEDS
051600     PERFORM 070-OPEN-REPORT-FILE
051700     PERFORM 072-OPEN-REJECT-FILE
051800     PERFORM 090-PRINT-HEADINGS.
051900*
052000*--------------------------------------------------------------*
052100*    060-LOAD-CONTROL-CARD
052200*    THE CARD NAMES THE PLANT, THE WINDOW, AND THE SHIFT
052300*    LENGTH IN MINUTES.  NO CARD REPORTS PLANT 01 OVER ALL OF
052400*    HISTORY ON AN EIGHT-HOUR SHIFT.
052500*--------------------------------------------------------------*
052600 060-LOAD-CONTROL-CARD.
052700     OPEN INPUT UTILIZATION-CONTROL-FILE
052800     IF WS-UTC-FILE-NOT-FOUND
052900         DISPLAY 'UTCFILE NOT FOUND - REPORTING PLANT 01 OVER '
053000             'ALL DATES'
053100     ELSE
053200         READ UTILIZATION-CONTROL-FILE
053300             AT END
053400                 DISPLAY 'UTCFILE EMPTY - REPORTING PLANT 01 '
053500                     'OVER ALL DATES'
053600         END-READ
053700         IF WS-UTC-FILE-OK AND UTC-PLANT-CODE NOT = SPACES
053800             MOVE UTC-PLANT-CODE TO WS-UTIL-PLANT
053900         END-IF
054000         IF WS-UTC-FILE-OK AND UTC-WINDOW-FROM NUMERIC
054100             AND UTC-WINDOW-FROM-N > 0
054200                 MOVE UTC-WINDOW-FROM-N TO WS-WINDOW-FROM
054300         END-IF
054400         IF WS-UTC-FILE-OK AND UTC-WINDOW-TO NUMERIC
054500             AND UTC-WINDOW-TO-N > 0
054600                 MOVE UTC-WINDOW-TO-N TO WS-WINDOW-TO
054700         END-IF
054800         IF WS-UTC-FILE-OK AND UTC-SHIFT-MINUTES NUMERIC
054900             AND UTC-SHIFT-MINUTES-N > 0
055000                 MOVE UTC-SHIFT-MINUTES-N TO WS-SHIFT-MINUTES
055100         END-IF
055200         CLOSE UTILIZATION-CONTROL-FILE
055300     END-IF
055400     IF WS-WINDOW-TO < WS-WINDOW-FROM
055500         DISPLAY 'UTCFILE WINDOW ENDS ' WS-WINDOW-TO
055600             ' BEFORE IT STARTS ' WS-WINDOW-FROM
055700         GO TO 069-ABORT-NOTHING-WRITTEN
055800     END-IF
055900     IF WS-SHIFT-MINUTES > 1440
056000         DISPLAY 'UTCFILE SHIFT OF ' WS-SHIFT-MINUTES
056100             ' MINUTES IS LONGER THAN A DAY'
056200         GO TO 069-ABORT-NOTHING-WRITTEN
056300     END-IF.
056400*
056500*--------------------------------------------------------------*
056600*    062-LOAD-REASONS
056700*    THE REASON TABLE IS NEEDED ONLY TO EDIT NEW EVENTS.  WITH
056800*    NO TABLE NO FEED CAN BE EDITED, SO NONE IS TAKEN - THE
056900*    FEEDS WAIT FOR THE NEXT RUN - BUT THE REPORT STILL RUNS
057000*    FROM THE HISTORY ALREADY TAKEN.
057100*--------------------------------------------------------------*
057200 062-LOAD-REASONS.
057300     OPEN INPUT DOWNTIME-REASON-FILE
057400     IF WS-DRN-FILE-NOT-FOUND
057500         DISPLAY 'DRNFILE NOT FOUND - DOWNTIME FEEDS NOT TAKEN '
057600             'THIS RUN'
057700         PERFORM 095-RAISE-WARNING
057800     ELSE
057900         IF NOT WS-DRN-FILE-OK
058000             DISPLAY 'DRNFILE COULD NOT BE OPENED - STATUS '
058100                 WS-DRN-FILE-STATUS
058200             GO TO 069-ABORT-NOTHING-WRITTEN
058300         END-IF
058400         PERFORM 063-LOAD-ONE-REASON UNTIL WS-DRN-LOAD-DONE
058500         CLOSE DOWNTIME-REASON-FILE
058600         SET WS-REASONS-LOADED TO TRUE
058700     END-IF.
058800*
058900 063-LOAD-ONE-REASON.
059000     READ DOWNTIME-REASON-FILE
059100         AT END
059200             MOVE "Y" TO WS-DRN-LOAD-SWITCH
059300         NOT AT END
059400             IF WS-RSN-COUNT NOT < WS-RSN-MAX-ENTRIES
059500                 DISPLAY 'REASON TABLE FULL - RAISE '
059600                     'WS-RSN-MAX-ENTRIES'
059700                 GO TO 069-ABORT-NOTHING-WRITTEN
059800             END-IF
059900             ADD 1 TO WS-RSN-COUNT
060000             MOVE DRN-REASON-CODE TO WS-RSN-CODE(WS-RSN-COUNT)
060100             MOVE DRN-DESCRIPTION TO
060200                 WS-RSN-DESCRIPTION(WS-RSN-COUNT)
060300             MOVE DRN-CATEGORY TO WS-RSN-CATEGORY(WS-RSN-COUNT)
060400             MOVE DRN-ACTIVE-FLAG TO
060500                 WS-RSN-ACTIVE-FLAG(WS-RSN-COUNT)
060600     END-READ.
060700*
060800*--------------------------------------------------------------*
060900*    064-LOAD-ITEM-RATES
061000*    NO ITEM MASTER LEAVES EVERY ITEM UNRATED - THE REPORT
061100*    STILL SHOWS TIME AND ACTUAL OUTPUT, BUT NO STANDARD.  A
061200*    RATE THAT IS NOT NUMERIC LOADS AS NOT RATED.
061300*--------------------------------------------------------------*
061400 064-LOAD-ITEM-RATES.
061500     OPEN INPUT ITEM-MASTER-FILE
061600     IF WS-ITEM-FILE-NOT-FOUND
061700         DISPLAY 'ITEMFILE NOT FOUND - NO OUTPUT CAN BE RATED'
061800         PERFORM 095-RAISE-WARNING
061900     ELSE
062000         IF NOT WS-ITEM-FILE-OK
062100             DISPLAY 'ITEMFILE COULD NOT BE OPENED - STATUS '
062200                 WS-ITEM-FILE-STATUS
062300             GO TO 069-ABORT-NOTHING-WRITTEN
062400         END-IF
062500         PERFORM 065-LOAD-ONE-ITEM-RATE UNTIL WS-ITEM-LOAD-DONE
062600         CLOSE ITEM-MASTER-FILE
062700     END-IF.
062800*
062900 065-LOAD-ONE-ITEM-RATE.
063000     READ ITEM-MASTER-FILE
063100         AT END
063200             MOVE "Y" TO WS-ITEM-LOAD-SWITCH
063300         NOT AT END
063400             IF WS-ITM-COUNT NOT < WS-ITM-MAX-ENTRIES
063500                 DISPLAY 'ITEM TABLE FULL - RAISE '
063600                     'WS-ITM-MAX-ENTRIES'
063700                 GO TO 069-ABORT-NOTHING-WRITTEN
063800             END-IF
063900             ADD 1 TO WS-ITM-COUNT
064000             MOVE ITEM-CODE TO WS-ITM-CODE(WS-ITM-COUNT)
064100             IF ITEM-STD-RUN-RATE NUMERIC
064200                 MOVE ITEM-STD-RUN-RATE-N TO
064300                     WS-ITM-RUN-RATE(WS-ITM-COUNT)
064400             ELSE
064500                 MOVE 0 TO WS-ITM-RUN-RATE(WS-ITM-COUNT)
064600                 IF ITEM-STD-RUN-RATE NOT = SPACES
064700                     ADD 1 TO WS-RATES-NOT-NUMERIC
064800                 END-IF
064900             END-IF
065000     END-READ.
065100*
065200*--------------------------------------------------------------*
065300*    066-LOAD-TAKEN-FEEDS
065400*    EVERY LINE AND FEED DATE THE PLANT'S HISTORY ALREADY
065500*    HOLDS.  NO HISTORY YET IS NOT AN ERROR - THE FIRST TAKEN
065600*    FEED STARTS IT.
065700*--------------------------------------------------------------*
065800 066-LOAD-TAKEN-FEEDS.
065900     OPEN INPUT DOWNTIME-HISTORY-FILE
066000     IF WS-DTH-FILE-NOT-FOUND
066100         DISPLAY 'DTHFILE NOT FOUND - DOWNTIME HISTORY STARTS '
066200             'THIS RUN'
066300     ELSE
066400         IF NOT WS-DTH-FILE-OK
066500             DISPLAY 'DTHFILE COULD NOT BE OPENED - STATUS '
066600                 WS-DTH-FILE-STATUS
066700             GO TO 069-ABORT-NOTHING-WRITTEN
066800         END-IF
066900         SET WS-DTH-EXISTS TO TRUE
067000         PERFORM 067-LOAD-ONE-TAKEN-FEED UNTIL WS-DTH-EOF-REACHED
067100         CLOSE DOWNTIME-HISTORY-FILE
067200         MOVE "N" TO WS-DTH-EOF-SWITCH
067300     END-IF.
067400*
067500 067-LOAD-ONE-TAKEN-FEED.
067600     READ DOWNTIME-HISTORY-FILE
067700         AT END
067800             SET WS-DTH-EOF-REACHED TO TRUE
067900         NOT AT END
068000             IF DTH-PLANT-CODE = WS-UTIL-PLANT
068100                 AND DTH-FEED-DATE NUMERIC
068200                     MOVE DTH-LINE-CODE TO WS-TKN-SEARCH-LINE
068300                     MOVE DTH-FEED-DATE TO WS-TKN-SEARCH-DATE
068400                     PERFORM 145-FIND-TAKEN-FEED
068500                     IF NOT WS-TKN-FOUND
068600                         PERFORM 068-STORE-TAKEN-FEED
068700                     END-IF
068800             END-IF
068900     END-READ.
069000*
069100 068-STORE-TAKEN-FEED.
069200     IF WS-TKN-COUNT NOT < WS-TKN-MAX-ENTRIES
069300         SET WS-TKN-TABLE-FULL TO TRUE
069400     ELSE
069500         ADD 1 TO WS-TKN-COUNT
069600         MOVE WS-TKN-SEARCH-KEY TO WS-TKN-KEY(WS-TKN-COUNT)
069700     END-IF.
069800*
069900*--------------------------------------------------------------*
070000*    069-ABORT-NOTHING-WRITTEN
070100*    THE RUN CANNOT READ WHAT IT NEEDS.  NOTHING HAS BEEN
070200*    OPENED FOR OUTPUT AND NO FEED HAS BEEN TAKEN, SO THE
070300*    HISTORY AND LAST NIGHT'S REPORT STAND AS THEY WERE.
070400*--------------------------------------------------------------*
070500 069-ABORT-NOTHING-WRITTEN.
070600     DISPLAY 'RUN ABORTED - NO FEED TAKEN AND NO REPORT WRITTEN'
070700     MOVE 16 TO RETURN-CODE
070750     PERFORM 905-WRITE-END-STEP
070800     STOP RUN.
070900*
071000 070-OPEN-REPORT-FILE.
071100     OPEN OUTPUT UTILIZATION-REPORT-FILE
071200     IF NOT WS-UTP-FILE-OK
071300         DISPLAY 'UTPFILE COULD NOT BE OPENED - STATUS '
071400             WS-UTP-FILE-STATUS
071500         PERFORM 095-RAISE-WARNING
071600     END-IF.
071700*
071800 072-OPEN-REJECT-FILE.
071900     OPEN OUTPUT DOWNTIME-REJECT-FILE
072000     IF NOT WS-DTR-FILE-OK
072100         DISPLAY 'DTRFILE COULD NOT BE OPENED - STATUS '
072200             WS-DTR-FILE-STATUS
072300         PERFORM 095-RAISE-WARNING
072400     END-IF.
072500*
072600 090-PRINT-HEADINGS.
072700     MOVE WS-CURRENT-DATE-YYYYMMDD TO UTP-H1-RUN-DATE
072800     MOVE WS-UTP-HEAD-1 TO WS-UTP-WORK-LINE
072900     PERFORM 094-WRITE-REPORT-LINE
073000     MOVE WS-UTIL-PLANT TO UTP-H2-PLANT
073100     MOVE WS-WINDOW-FROM TO UTP-H2-WINDOW-FROM
073200     MOVE WS-WINDOW-TO TO UTP-H2-WINDOW-TO
073300     MOVE WS-SHIFT-MINUTES TO UTP-H2-SHIFT-MINUTES
073400     MOVE WS-UTP-HEAD-2 TO WS-UTP-WORK-LINE
073500     PERFORM 094-WRITE-REPORT-LINE.
073600*
073700 092-PRINT-SECTION-HEAD.
073800     MOVE SPACES TO WS-UTP-WORK-LINE
073900     PERFORM 094-WRITE-REPORT-LINE
074000     MOVE WS-UTP-SECTION-LINE TO WS-UTP-WORK-LINE
074100     PERFORM 094-WRITE-REPORT-LINE.
074200*
074300 094-WRITE-REPORT-LINE.
074400     IF WS-UTP-FILE-OK
074500         MOVE WS-UTP-WORK-LINE TO UTILIZATION-PRINT-RECORD
074600         WRITE UTILIZATION-PRINT-RECORD
074700     END-IF.
074800*
074900 095-RAISE-WARNING.
075000     IF WS-RUN-SEVERITY < 04
075100         MOVE 04 TO WS-RUN-SEVERITY
075200     END-IF.
075300*
075400 096-RAISE-REFUSAL.
075500     IF WS-RUN-SEVERITY < 08
075600         MOVE 08 TO WS-RUN-SEVERITY
075700     END-IF.
075800*
075900*--------------------------------------------------------------*
076000*    100-TAKE-DOWNTIME-FEEDS
076100*    PROVES AND TAKES EACH LINE'S DOWNTIME FEED IN TURN, ONTO
076200*    THE END OF THE HISTORY.
076300*--------------------------------------------------------------*
076400 100-TAKE-DOWNTIME-FEEDS.
076500     IF NOT WS-REASONS-LOADED
076600         DISPLAY 'NO REASON TABLE - DOWNTIME FEEDS LEFT FOR THE '
076700             'NEXT RUN'
076800     ELSE
076900         IF WS-TKN-TABLE-FULL
077000             DISPLAY 'TAKEN-FEED TABLE FULL - RAISE '
077100                 'WS-TKN-MAX-ENTRIES - NO FEED TAKEN'
077200             PERFORM 096-RAISE-REFUSAL
077300         ELSE
077400             PERFORM 105-OPEN-DOWNTIME-HISTORY
077500         END-IF
077600     END-IF
077700     IF WS-DTH-FILE-IS-OPEN
077800         PERFORM 110A-TAKE-LINE-1-FEED
077900         PERFORM 110B-TAKE-LINE-2-FEED
078000         PERFORM 110C-TAKE-LINE-3-FEED
078100         CLOSE DOWNTIME-HISTORY-FILE
078200         MOVE "N" TO WS-DTH-OPEN-SWITCH
078300     END-IF.
078400*
078500*--------------------------------------------------------------*
078600*    105-OPEN-DOWNTIME-HISTORY
078700*    THE HISTORY IS APPENDED TO, THE WAY SPAGHETTI-EXCHIST
078800*    KEEPS ITS FILE - EXTENDED WHEN IT IS THERE, STARTED WHEN
078900*    IT IS NOT.
079000*--------------------------------------------------------------*
079100 105-OPEN-DOWNTIME-HISTORY.
079200     IF WS-DTH-EXISTS
079300         OPEN EXTEND DOWNTIME-HISTORY-FILE
079400     ELSE
079500         OPEN OUTPUT DOWNTIME-HISTORY-FILE
079600     END-IF
079700     IF WS-DTH-FILE-OK
079800         SET WS-DTH-FILE-IS-OPEN TO TRUE
079900     ELSE
080000         DISPLAY 'DTHFILE COULD NOT BE OPENED TO APPEND - STATUS '
080100             WS-DTH-FILE-STATUS ' - NO FEED TAKEN'
080200         PERFORM 096-RAISE-REFUSAL
080300     END-IF.
080400*
080500*--------------------------------------------------------------*
080600*    110A-TAKE-LINE-1-FEED THROUGH 112C-TAKE-ONE-LINE-3-EVENT
080700*    ONE LINE'S FEED: OPENED, PROVED AND EDITED IN ONE PASS,
080800*    JUDGED, AND - ONLY IF IT PASSED - REOPENED AT THE TOP AND
080900*    APPENDED TO THE HISTORY IN A SECOND PASS.  A LINE THAT
081000*    SENT NO FEED HAD NO DOWNTIME TO REPORT, OR HAS NOT SENT IT
081100*    YET; EITHER WAY THE RUN CARRIES ON.
081200*--------------------------------------------------------------*
081300 110A-TAKE-LINE-1-FEED.
081400     MOVE "1" TO WS-PROVE-LINE-CODE
081500     OPEN INPUT LINE-1-DOWNTIME-FILE
081600     IF NOT WS-DTM-FILE-OK
081700         DISPLAY 'DTMFILE NOT TAKEN - STATUS ' WS-DTM-FILE-STATUS
081800         PERFORM 115-COUNT-FEED-NOT-PRESENT
081900     ELSE
082000         PERFORM 120-RESET-FEED-PROOF
082100         PERFORM 111A-READ-ONE-LINE-1-PROOF
082200             UNTIL WS-PROVE-AT-EOF
082300         CLOSE LINE-1-DOWNTIME-FILE
082400         PERFORM 126-JUDGE-FEED-PROOF
082500         IF NOT WS-PROVE-FAILED
082600             OPEN INPUT LINE-1-DOWNTIME-FILE
082700             IF NOT WS-DTM-FILE-OK
082800                 DISPLAY 'DTMFILE COULD NOT BE REOPENED - STATUS '
082900                     WS-DTM-FILE-STATUS
083000                 PERFORM 127-COUNT-FEED-REFUSED
083100             ELSE
083200                 MOVE "N" TO WS-PROVE-EOF-SWITCH
083300                 PERFORM 112A-TAKE-ONE-LINE-1-EVENT
083400                     UNTIL WS-PROVE-AT-EOF
083500                 CLOSE LINE-1-DOWNTIME-FILE
083600                 PERFORM 129-COUNT-FEED-TAKEN
083700             END-IF
083800         END-IF
083900     END-IF.
084000*
084100 111A-READ-ONE-LINE-1-PROOF.
084200     READ LINE-1-DOWNTIME-FILE
084300         AT END
084400             SET WS-PROVE-AT-EOF TO TRUE
084500         NOT AT END
084600             MOVE DTE-EVENT-RECORD TO LINE-FEED-CONTROL-RECORD
084700             MOVE DTE-EVENT-RECORD TO DTW-EVENT-RECORD
084800             PERFORM 121-PROVE-ONE-RECORD
084900     END-READ.
085000*
085100 112A-TAKE-ONE-LINE-1-EVENT.
085200     READ LINE-1-DOWNTIME-FILE
085300         AT END
085400             SET WS-PROVE-AT-EOF TO TRUE
085500         NOT AT END
085600             MOVE DTE-EVENT-RECORD TO LINE-FEED-CONTROL-RECORD
085700             MOVE DTE-EVENT-RECORD TO DTW-EVENT-RECORD
085800             PERFORM 128-APPEND-ONE-EVENT
085900     END-READ.
086000*
086100 110B-TAKE-LINE-2-FEED.
086200     MOVE "2" TO WS-PROVE-LINE-CODE
086300     OPEN INPUT LINE-2-DOWNTIME-FILE
086400     IF NOT WS-DTM2-FILE-OK
086500         DISPLAY 'DTM2FILE NOT TAKEN - STATUS '
086600             WS-DTM2-FILE-STATUS
086700         PERFORM 115-COUNT-FEED-NOT-PRESENT
086800     ELSE
086900         PERFORM 120-RESET-FEED-PROOF
087000         PERFORM 111B-READ-ONE-LINE-2-PROOF
087100             UNTIL WS-PROVE-AT-EOF
087200         CLOSE LINE-2-DOWNTIME-FILE
087300         PERFORM 126-JUDGE-FEED-PROOF
087400         IF NOT WS-PROVE-FAILED
087500             OPEN INPUT LINE-2-DOWNTIME-FILE
087600             IF NOT WS-DTM2-FILE-OK
087700                 DISPLAY 'DTM2FILE COULD NOT BE REOPENED - '
087800                     'STATUS '
087900                     WS-DTM2-FILE-STATUS
088000                 PERFORM 127-COUNT-FEED-REFUSED
088100             ELSE
088200                 MOVE "N" TO WS-PROVE-EOF-SWITCH
088300                 PERFORM 112B-TAKE-ONE-LINE-2-EVENT
088400                     UNTIL WS-PROVE-AT-EOF
088500                 CLOSE LINE-2-DOWNTIME-FILE
088600                 PERFORM 129-COUNT-FEED-TAKEN
088700             END-IF
088800         END-IF
088900     END-IF.
089000*
089100 111B-READ-ONE-LINE-2-PROOF.
089200     READ LINE-2-DOWNTIME-FILE
089300         AT END
089400             SET WS-PROVE-AT-EOF TO TRUE
089500         NOT AT END
089600             MOVE DTE2-EVENT-RECORD TO LINE-FEED-CONTROL-RECORD
089700             MOVE DTE2-EVENT-RECORD TO DTW-EVENT-RECORD
089800             PERFORM 121-PROVE-ONE-RECORD
089900     END-READ.
090000*
090100 112B-TAKE-ONE-LINE-2-EVENT.
090200     READ LINE-2-DOWNTIME-FILE
090300         AT END
090400             SET WS-PROVE-AT-EOF TO TRUE
090500         NOT AT END
090600             MOVE DTE2-EVENT-RECORD TO LINE-FEED-CONTROL-RECORD
090700             MOVE DTE2-EVENT-RECORD TO DTW-EVENT-RECORD
090800             PERFORM 128-APPEND-ONE-EVENT
090900     END-READ.
091000*
091100 110C-TAKE-LINE-3-FEED.
091200     MOVE "3" TO WS-PROVE-LINE-CODE
091300     OPEN INPUT LINE-3-DOWNTIME-FILE
091400     IF NOT WS-DTM3-FILE-OK
091500         DISPLAY 'DTM3FILE NOT TAKEN - STATUS '
091600             WS-DTM3-FILE-STATUS
091700         PERFORM 115-COUNT-FEED-NOT-PRESENT
091800     ELSE
091900         PERFORM 120-RESET-FEED-PROOF
092000         PERFORM 111C-READ-ONE-LINE-3-PROOF
092100             UNTIL WS-PROVE-AT-EOF
092200         CLOSE LINE-3-DOWNTIME-FILE
092300         PERFORM 126-JUDGE-FEED-PROOF
092400         IF NOT WS-PROVE-FAILED
092500             OPEN INPUT LINE-3-DOWNTIME-FILE
092600             IF NOT WS-DTM3-FILE-OK
092700                 DISPLAY 'DTM3FILE COULD NOT BE REOPENED - '
092800                     'STATUS '
092900                     WS-DTM3-FILE-STATUS
093000                 PERFORM 127-COUNT-FEED-REFUSED
093100             ELSE
093200                 MOVE "N" TO WS-PROVE-EOF-SWITCH
093300                 PERFORM 112C-TAKE-ONE-LINE-3-EVENT
093400                     UNTIL WS-PROVE-AT-EOF
093500                 CLOSE LINE-3-DOWNTIME-FILE
093600                 PERFORM 129-COUNT-FEED-TAKEN
093700             END-IF
093800         END-IF
093900     END-IF.
094000*
094100 111C-READ-ONE-LINE-3-PROOF.
094200     READ LINE-3-DOWNTIME-FILE
094300         AT END
094400             SET WS-PROVE-AT-EOF TO TRUE
094500         NOT AT END
094600             MOVE DTE3-EVENT-RECORD TO LINE-FEED-CONTROL-RECORD
094700             MOVE DTE3-EVENT-RECORD TO DTW-EVENT-RECORD
094800             PERFORM 121-PROVE-ONE-RECORD
094900     END-READ.
095000*
095100 112C-TAKE-ONE-LINE-3-EVENT.
095200     READ LINE-3-DOWNTIME-FILE
095300         AT END
095400             SET WS-PROVE-AT-EOF TO TRUE
095500         NOT AT END
095600             MOVE DTE3-EVENT-RECORD TO LINE-FEED-CONTROL-RECORD
095700             MOVE DTE3-EVENT-RECORD TO DTW-EVENT-RECORD
095800             PERFORM 128-APPEND-ONE-EVENT
095900     END-READ.
096000*
096100 115-COUNT-FEED-NOT-PRESENT.
096200     ADD 1 TO WS-FEEDS-NOT-PRESENT
096300     PERFORM 095-RAISE-WARNING.
096400*
096500 120-RESET-FEED-PROOF.
096600     MOVE "N" TO WS-PROVE-EOF-SWITCH
096700     MOVE "N" TO WS-PROVE-HDR-SWITCH
096800     MOVE "N" TO WS-PROVE-TRL-SWITCH
096900     MOVE "N" TO WS-PROVE-FAIL-SWITCH
097000     MOVE "N" TO WS-PROVE-DUP-SWITCH
097100     MOVE 0 TO WS-PROVE-FEED-DATE
097200     MOVE 0 TO WS-PROVE-EVENT-COUNT
097300     MOVE 0 TO WS-PROVE-HASH-TOTAL
097400     MOVE 0 TO WS-PROVE-TRL-COUNT
097500     MOVE 0 TO WS-PROVE-TRL-HASH
097600     MOVE 0 TO WS-PROVE-REJECT-COUNT
097700     MOVE 0 TO WS-PROVE-TAKEN-COUNT
097800     MOVE SPACES TO WS-PROVE-REASON-TEXT.
097900*
098000*--------------------------------------------------------------*
098100*    121-PROVE-ONE-RECORD
098200*    ONE RECORD OF THE FEED UNDER PROOF, AS 084X-PROVE-ONE-
098300*    RECORD IN SPAGHETTI-CODE.  THE HEADER MUST ALSO CARRY A
098400*    FEED DATE - IT DATES EVERY EVENT THAT DOES NOT CARRY ITS
098500*    OWN, AND IT IS HOW A FEED SENT TWICE IS KNOWN.  ONLY THE
098600*    FIRST FAILURE IS KEPT.
098700*--------------------------------------------------------------*
098800 121-PROVE-ONE-RECORD.
098900     IF LFC-IS-HEADER
099000         IF WS-PROVE-HDR-SEEN
099100             MOVE "DOUBLE HEADER" TO WS-PROVE-FAIL-TEXT
099200             PERFORM 124-FAIL-FEED-PROOF
099300         ELSE
099400             PERFORM 122-PROVE-HEADER
099500         END-IF
099600     ELSE
099700         IF LFC-IS-TRAILER
099800             PERFORM 123-PROVE-TRAILER
099900         ELSE
100000             PERFORM 125-PROVE-EVENT-RECORD
100100         END-IF
100200     END-IF.
100300*
100400 122-PROVE-HEADER.
100500     SET WS-PROVE-HDR-SEEN TO TRUE
100600     IF LFC-HDR-LINE-CODE NOT = WS-PROVE-LINE-CODE
100700         MOVE "BAD LINE CODE" TO WS-PROVE-FAIL-TEXT
100800         PERFORM 124-FAIL-FEED-PROOF
100900     END-IF
101000     MOVE LFC-HDR-PLANT-CODE TO WS-RECORD-PLANT
101100     IF WS-RECORD-PLANT = SPACES
101200         MOVE "01" TO WS-RECORD-PLANT
101300     END-IF
101400     IF WS-RECORD-PLANT NOT = WS-UTIL-PLANT
101500         MOVE "WRONG PLANT" TO WS-PROVE-FAIL-TEXT
101600         PERFORM 124-FAIL-FEED-PROOF
101700     END-IF
101800     IF LFC-HDR-FEED-DATE NUMERIC
101900         MOVE LFC-HDR-FEED-DATE TO WS-PROVE-FEED-DATE
102000     END-IF
102100     MOVE WS-PROVE-FEED-DATE TO WS-EVENT-DATE
102200     IF WS-EVENT-MONTH < 01 OR WS-EVENT-MONTH > 12
102300         OR WS-EVENT-DAY < 01 OR WS-EVENT-DAY > 31
102400             MOVE "BAD FEED DATE" TO WS-PROVE-FAIL-TEXT
102500             PERFORM 124-FAIL-FEED-PROOF
102600     ELSE
102700         MOVE WS-PROVE-LINE-CODE TO WS-TKN-SEARCH-LINE
102800         MOVE WS-PROVE-FEED-DATE TO WS-TKN-SEARCH-DATE
102900         PERFORM 145-FIND-TAKEN-FEED
103000         IF WS-TKN-FOUND
103100             MOVE "ALREADY TAKEN" TO WS-PROVE-FAIL-TEXT
103200             PERFORM 124-FAIL-FEED-PROOF
103300             SET WS-PROVE-ALREADY-TAKEN TO TRUE
103400         END-IF
103500     END-IF.
103600*
103700 123-PROVE-TRAILER.
103800     IF WS-PROVE-TRL-SEEN
103900         MOVE "DOUBLE TRAILER" TO WS-PROVE-FAIL-TEXT
104000         PERFORM 124-FAIL-FEED-PROOF
104100     ELSE
104200         SET WS-PROVE-TRL-SEEN TO TRUE
104300         IF LFC-TRL-RECORD-COUNT NUMERIC
104400             AND LFC-TRL-HASH-TOTAL NUMERIC
104500                 MOVE LFC-TRL-RECORD-COUNT TO WS-PROVE-TRL-COUNT
104600                 MOVE LFC-TRL-HASH-TOTAL TO WS-PROVE-TRL-HASH
104700                 IF WS-PROVE-TRL-COUNT NOT = WS-PROVE-EVENT-COUNT
104800                     MOVE "COUNT MISMATCH" TO WS-PROVE-FAIL-TEXT
104900                     PERFORM 124-FAIL-FEED-PROOF
105000                 END-IF
105100                 IF WS-PROVE-TRL-HASH NOT = WS-PROVE-HASH-TOTAL
105200                     MOVE "HASH MISMATCH" TO WS-PROVE-FAIL-TEXT
105300                     PERFORM 124-FAIL-FEED-PROOF
105400                 END-IF
105500         ELSE
105600             MOVE "TRAILER UNREADABLE" TO WS-PROVE-FAIL-TEXT
105700             PERFORM 124-FAIL-FEED-PROOF
105800         END-IF
105900     END-IF.
106000*
106100 124-FAIL-FEED-PROOF.
106200     IF NOT WS-PROVE-FAILED
106300         SET WS-PROVE-FAILED TO TRUE
106400         MOVE WS-PROVE-FAIL-TEXT TO WS-PROVE-REASON-TEXT
106500     END-IF.
106600*
106700*--------------------------------------------------------------*
106800*    125-PROVE-EVENT-RECORD
106900*    COUNTS THE EVENT AND HASHES ITS CLOCK TIMES, THEN EDITS
107000*    IT.  A FEED ALREADY TAKEN IS NOT EDITED AGAIN - ITS EVENTS
107100*    ARE ON THE HISTORY, AND LISTING THEM AS REJECTS WOULD ONLY
107200*    SEND THE LINE HUNTING FOR NOTHING.
107300*--------------------------------------------------------------*
107400 125-PROVE-EVENT-RECORD.
107500     IF WS-PROVE-TRL-SEEN
107600         MOVE "DATA AFTER TRAILER" TO WS-PROVE-FAIL-TEXT
107700         PERFORM 124-FAIL-FEED-PROOF
107800     END-IF
107900     IF NOT WS-PROVE-HDR-SEEN
108000         MOVE "EVENT BEFORE HEADER" TO WS-PROVE-FAIL-TEXT
108100         PERFORM 124-FAIL-FEED-PROOF
108200     END-IF
108300     ADD 1 TO WS-PROVE-EVENT-COUNT
108400     IF DTW-START-TIME NUMERIC
108500         ADD DTW-START-TIME-N TO WS-PROVE-HASH-TOTAL
108600     END-IF
108700     IF DTW-END-TIME NUMERIC
108800         ADD DTW-END-TIME-N TO WS-PROVE-HASH-TOTAL
108900     END-IF
109000     IF NOT WS-PROVE-ALREADY-TAKEN
109100         PERFORM 130-EDIT-EVENT
109200         IF WS-EVENT-IS-INVALID
109300             ADD 1 TO WS-PROVE-REJECT-COUNT
109400             PERFORM 135-WRITE-EVENT-REJECT
109500         END-IF
109600     END-IF.
109700*
109800*--------------------------------------------------------------*
109900*    126-JUDGE-FEED-PROOF
110000*    THE FEED HAS BEEN READ TO ITS END.  NO HEADER OR NO
110100*    TRAILER FAILS IT AS IN SPAGHETTI-CODE, AND SO DOES ANY
110200*    EVENT THAT FAILED EDIT - A FEED IS TAKEN WHOLE OR NOT AT
110300*    ALL, SO THE DAY'S DOWNTIME IS NEVER HALF ON THE HISTORY.
110400*    A REFUSED FEED IS SEVERITY 08.  A FEED SENT AGAIN AFTER IT
110500*    WAS TAKEN IS ONLY A WARNING; NOTHING IS LOST.
110600*--------------------------------------------------------------*
110700 126-JUDGE-FEED-PROOF.
110800     IF NOT WS-PROVE-HDR-SEEN
110900         MOVE "NO HEADER" TO WS-PROVE-FAIL-TEXT
111000         PERFORM 124-FAIL-FEED-PROOF
111100     END-IF
111200     IF NOT WS-PROVE-TRL-SEEN
111300         MOVE "NO TRAILER" TO WS-PROVE-FAIL-TEXT
111400         PERFORM 124-FAIL-FEED-PROOF
111500     END-IF
111600     IF WS-PROVE-REJECT-COUNT > 0
111700         MOVE "EVENTS REJECTED" TO WS-PROVE-FAIL-TEXT
111800         PERFORM 124-FAIL-FEED-PROOF
111900     END-IF
112000     IF WS-PROVE-ALREADY-TAKEN
112100         DISPLAY 'LINE ' WS-PROVE-LINE-CODE ' DOWNTIME FEED FOR '
112200             WS-PROVE-FEED-DATE ' ALREADY TAKEN - NOT TAKEN AGAIN'
112300         ADD 1 TO WS-FEEDS-ALREADY-TAKEN
112400         PERFORM 095-RAISE-WARNING
112500     ELSE
112600         IF WS-PROVE-FAILED
112700             DISPLAY 'LINE ' WS-PROVE-LINE-CODE
112800                 ' DOWNTIME FEED REFUSED - ' WS-PROVE-REASON-TEXT
112900                 ' - ' WS-PROVE-REJECT-COUNT ' EVENTS REJECTED'
113000             PERFORM 127-COUNT-FEED-REFUSED
113100         END-IF
113200     END-IF.
113300*
113400 127-COUNT-FEED-REFUSED.
113500     ADD 1 TO WS-FEEDS-REFUSED
113600     PERFORM 096-RAISE-REFUSAL.
113700*
113800*--------------------------------------------------------------*
113900*    128-APPEND-ONE-EVENT
114000*    THE TAKING PASS.  EVERY EVENT PASSED EDIT ON THE PROVING
114100*    PASS, SO EACH IS TIMED AGAIN AND GOES STRAIGHT ONTO THE
114200*    HISTORY UNDER THE PLANT AND FEED DATE.
114300*--------------------------------------------------------------*
114400 128-APPEND-ONE-EVENT.
114500     IF NOT LFC-IS-HEADER AND NOT LFC-IS-TRAILER
114600         PERFORM 132-TIME-EVENT
114700         MOVE SPACES TO DOWNTIME-HISTORY-RECORD
114800         MOVE WS-UTIL-PLANT TO DTH-PLANT-CODE
114900         MOVE WS-EVENT-DATE TO DTH-EVENT-DATE
115000         MOVE DTW-LINE-CODE TO DTH-LINE-CODE
115100         MOVE DTW-SHIFT-CODE-N TO DTH-SHIFT-CODE
115200         MOVE DTW-START-TIME-N TO DTH-START-TIME
115300         MOVE DTW-END-TIME-N TO DTH-END-TIME
115400         MOVE WS-EVENT-MINUTES TO DTH-MINUTES
115500         MOVE DTW-REASON-CODE TO DTH-REASON-CODE
115600         MOVE WS-PROVE-FEED-DATE TO DTH-FEED-DATE
115700         MOVE WS-CURRENT-DATE-YYYYMMDD TO DTH-TAKEN-DATE
115800         MOVE DTW-COMMENT TO DTH-COMMENT
115900         WRITE DOWNTIME-HISTORY-RECORD
116000         ADD 1 TO WS-PROVE-TAKEN-COUNT
116100     END-IF.
116200*
116300 129-COUNT-FEED-TAKEN.
116400     ADD 1 TO WS-FEEDS-TAKEN
116500     ADD WS-PROVE-TAKEN-COUNT TO WS-EVENTS-TAKEN
116600     DISPLAY 'LINE ' WS-PROVE-LINE-CODE ' DOWNTIME FEED FOR '
116700         WS-PROVE-FEED-DATE ' TAKEN - ' WS-PROVE-TAKEN-COUNT
116800         ' EVENTS'.
116900*
117000*--------------------------------------------------------------*
117100*    130-EDIT-EVENT
117200*    ONE EVENT OFF THE FEED UNDER PROOF.  THE FIRST FAULT FOUND
117300*    IS THE ONE REPORTED.  AN EVENT RUNS FROM ITS START TO ITS
117400*    END CLOCK TIME ON THE ONE SHIFT; AN END BEFORE THE START
117500*    HAS RUN PAST MIDNIGHT.  NO EVENT IS LONGER THAN A SHIFT.
117600*    AN EVENT DATE, WHEN GIVEN, MAY BE EARLIER THAN THE FEED
117700*    DATE - A LATE-REPORTED STOP - BUT NEVER LATER.
117800*--------------------------------------------------------------*
117900 130-EDIT-EVENT.
118000     SET WS-EVENT-IS-VALID TO TRUE
118100     IF DTW-LINE-CODE NOT = WS-PROVE-LINE-CODE
118200         MOVE "LIN " TO WS-REJECT-REASON-CODE
118300         MOVE "EVENT FOR ANOTHER LINE" TO WS-REJECT-REASON-TEXT
118400         SET WS-EVENT-IS-INVALID TO TRUE
118500     END-IF
118600     IF WS-EVENT-IS-VALID
118700         IF DTW-SHIFT-CODE NOT NUMERIC
118800             MOVE "SFT " TO WS-REJECT-REASON-CODE
118900             MOVE "SHIFT MUST BE 1, 2, OR 3" TO
119000                 WS-REJECT-REASON-TEXT
119100             SET WS-EVENT-IS-INVALID TO TRUE
119200         ELSE
119300             IF DTW-SHIFT-CODE-N < 1 OR DTW-SHIFT-CODE-N > 3
119400                 MOVE "SFT " TO WS-REJECT-REASON-CODE
119500                 MOVE "SHIFT MUST BE 1, 2, OR 3" TO
119600                     WS-REJECT-REASON-TEXT
119700                 SET WS-EVENT-IS-INVALID TO TRUE
119800             END-IF
119900         END-IF
120000     END-IF
120100     IF WS-EVENT-IS-VALID
120200         PERFORM 131-EDIT-EVENT-TIMES
120300     END-IF
120400     IF WS-EVENT-IS-VALID
120500         MOVE DTW-REASON-CODE TO WS-FIND-REASON
120600         PERFORM 140-FIND-REASON
120700         IF WS-RSN-INDEX = 0
120800             MOVE "RSN " TO WS-REJECT-REASON-CODE
120900             MOVE "REASON NOT ON THE REASON TABLE" TO
121000                 WS-REJECT-REASON-TEXT
121100             SET WS-EVENT-IS-INVALID TO TRUE
121200         ELSE
121300             IF WS-RSN-ACTIVE-FLAG(WS-RSN-INDEX) = "I"
121400                 MOVE "RSN " TO WS-REJECT-REASON-CODE
121500                 MOVE "REASON IS DEACTIVATED" TO
121600                     WS-REJECT-REASON-TEXT
121700                 SET WS-EVENT-IS-INVALID TO TRUE
121800             END-IF
121900         END-IF
122000     END-IF
122100     IF WS-EVENT-IS-VALID
122200         PERFORM 133-EDIT-EVENT-DATE
122300     END-IF.
122400*
122500 131-EDIT-EVENT-TIMES.
122600     IF DTW-START-TIME NOT NUMERIC
122700         MOVE "TIM " TO WS-REJECT-REASON-CODE
122800         MOVE "START TIME IS NOT HHMM" TO WS-REJECT-REASON-TEXT
122900         SET WS-EVENT-IS-INVALID TO TRUE
123000     ELSE
123100         IF DTW-START-HH > 23 OR DTW-START-MM > 59
123200             MOVE "TIM " TO WS-REJECT-REASON-CODE
123300             MOVE "START TIME IS NOT HHMM" TO
123400                 WS-REJECT-REASON-TEXT
123500             SET WS-EVENT-IS-INVALID TO TRUE
123600         END-IF
123700     END-IF
123800     IF WS-EVENT-IS-VALID
123900         IF DTW-END-TIME NOT NUMERIC
124000             MOVE "TIM " TO WS-REJECT-REASON-CODE
124100             MOVE "END TIME IS NOT HHMM" TO WS-REJECT-REASON-TEXT
124200             SET WS-EVENT-IS-INVALID TO TRUE
124300         ELSE
124400             IF DTW-END-HH > 23 OR DTW-END-MM > 59
124500                 MOVE "TIM " TO WS-REJECT-REASON-CODE
124600                 MOVE "END TIME IS NOT HHMM" TO
124700                     WS-REJECT-REASON-TEXT
124800                 SET WS-EVENT-IS-INVALID TO TRUE
124900             END-IF
125000         END-IF
125100     END-IF
125200     IF WS-EVENT-IS-VALID
125300         PERFORM 132-TIME-EVENT
125400         IF WS-EVENT-MINUTES = 0
125500             MOVE "DUR " TO WS-REJECT-REASON-CODE
125600             MOVE "START AND END TIMES ARE EQUAL" TO
125700                 WS-REJECT-REASON-TEXT
125800             SET WS-EVENT-IS-INVALID TO TRUE
125900         ELSE
126000             IF WS-EVENT-MINUTES > WS-SHIFT-MINUTES
126100                 MOVE "DUR " TO WS-REJECT-REASON-CODE
126200                 MOVE "EVENT IS LONGER THAN A SHIFT" TO
126300                     WS-REJECT-REASON-TEXT
126400                 SET WS-EVENT-IS-INVALID TO TRUE
126500             END-IF
126600         END-IF
126700     END-IF.
126800*
126900*--------------------------------------------------------------*
127000*    132-TIME-EVENT
127100*    MINUTES FROM START TO END, ACROSS MIDNIGHT WHEN THE END
127200*    IS THE EARLIER CLOCK TIME, AND THE DATE THE EVENT COUNTS
127300*    AGAINST - ITS OWN WHEN IT CARRIES ONE, ELSE THE FEED'S.
127400*--------------------------------------------------------------*
127500 132-TIME-EVENT.
127600     COMPUTE WS-START-MINUTE = DTW-START-HH * 60 + DTW-START-MM
127700     COMPUTE WS-END-MINUTE = DTW-END-HH * 60 + DTW-END-MM
127800     IF WS-END-MINUTE = WS-START-MINUTE
127900         MOVE 0 TO WS-EVENT-MINUTES
128000     ELSE
128100         IF WS-END-MINUTE > WS-START-MINUTE
128200             COMPUTE WS-EVENT-MINUTES =
128300                 WS-END-MINUTE - WS-START-MINUTE
128400         ELSE
128500             COMPUTE WS-EVENT-MINUTES =
128600                 WS-END-MINUTE + 1440 - WS-START-MINUTE
128700         END-IF
128800     END-IF
128900     IF DTW-EVENT-DATE = SPACES
129000         MOVE WS-PROVE-FEED-DATE TO WS-EVENT-DATE
129100     ELSE
129200         MOVE DTW-EVENT-DATE-N TO WS-EVENT-DATE
129300     END-IF.
129400*
129500 133-EDIT-EVENT-DATE.
129600     IF DTW-EVENT-DATE NOT = SPACES
129700         IF DTW-EVENT-DATE NOT NUMERIC
129800             MOVE "DTE " TO WS-REJECT-REASON-CODE
129900             MOVE "EVENT DATE IS NOT NUMERIC" TO
130000                 WS-REJECT-REASON-TEXT
130100             SET WS-EVENT-IS-INVALID TO TRUE
130200         ELSE
130300             MOVE DTW-EVENT-DATE-N TO WS-EVENT-DATE
130400             IF WS-EVENT-MONTH < 01 OR WS-EVENT-MONTH > 12
130500                 OR WS-EVENT-DAY < 01 OR WS-EVENT-DAY > 31
130600                     MOVE "DTE " TO WS-REJECT-REASON-CODE
130700                     MOVE "EVENT DATE IS NOT A DATE" TO
130800                         WS-REJECT-REASON-TEXT
130900                     SET WS-EVENT-IS-INVALID TO TRUE
131000             ELSE
131100                 IF WS-EVENT-DATE > WS-PROVE-FEED-DATE
131200                     MOVE "DTE " TO WS-REJECT-REASON-CODE
131300                     MOVE "EVENT DATE IS AFTER THE FEED" TO
131400                         WS-REJECT-REASON-TEXT
131500                     SET WS-EVENT-IS-INVALID TO TRUE
131600                 END-IF
131700             END-IF
131800         END-IF
131900     END-IF.
132000*
132100 135-WRITE-EVENT-REJECT.
132200     ADD 1 TO WS-EVENTS-REJECTED
132300     IF WS-DTR-FILE-OK
132400         MOVE SPACES TO DOWNTIME-REJECT-RECORD
132500         MOVE WS-PROVE-LINE-CODE TO DTR-FEED-LINE-CODE
132600         MOVE WS-PROVE-FEED-DATE TO DTR-FEED-DATE
132700         MOVE WS-UTIL-PLANT TO DTR-PLANT-CODE
132800         MOVE DTW-EVENT-RECORD TO DTR-EVENT-IMAGE
132900         MOVE WS-REJECT-REASON-CODE TO DTR-REASON-CODE
133000         MOVE WS-REJECT-REASON-TEXT TO DTR-REASON-TEXT
133100         WRITE DOWNTIME-REJECT-RECORD
133200     END-IF.
133300*
133400 140-FIND-REASON.
133500     MOVE 0 TO WS-RSN-INDEX
133600     MOVE 1 TO WS-RSN-SUB
133700     PERFORM 141-CHECK-ONE-REASON
133800         UNTIL WS-RSN-INDEX > 0 OR WS-RSN-SUB > WS-RSN-COUNT.
133900*
134000 141-CHECK-ONE-REASON.
134100     IF WS-RSN-CODE(WS-RSN-SUB) = WS-FIND-REASON
134200         MOVE WS-RSN-SUB TO WS-RSN-INDEX
134300     ELSE
134400         ADD 1 TO WS-RSN-SUB
134500     END-IF.
134600*
134700 145-FIND-TAKEN-FEED.
134800     MOVE "N" TO WS-TKN-FOUND-SWITCH
134900     MOVE 1 TO WS-TKN-SUB
135000     PERFORM 146-CHECK-ONE-TAKEN-FEED
135100         UNTIL WS-TKN-FOUND OR WS-TKN-SUB > WS-TKN-COUNT.
135200*
135300 146-CHECK-ONE-TAKEN-FEED.
135400     IF WS-TKN-KEY(WS-TKN-SUB) = WS-TKN-SEARCH-KEY
135500         SET WS-TKN-FOUND TO TRUE
135600     ELSE
135700         ADD 1 TO WS-TKN-SUB
135800     END-IF.
135900*
136000*--------------------------------------------------------------*
136100*    200-SUMMARIZE-DOWNTIME
136200*    EVERY EVENT ON THE HISTORY FOR THE PLANT AND WINDOW, THIS
136300*    RUN'S JUST TAKEN AMONG THEM, INTO ITS DAY, MONTH, AND WEEK
136400*    BUCKETS AND UNDER ITS REASON.
136500*--------------------------------------------------------------*
136600 200-SUMMARIZE-DOWNTIME.
136700     OPEN INPUT DOWNTIME-HISTORY-FILE
136800     IF WS-DTH-FILE-NOT-FOUND
136900         DISPLAY 'DTHFILE NOT FOUND - NO DOWNTIME ON RECORD'
137000     ELSE
137100         IF NOT WS-DTH-FILE-OK
137200             DISPLAY 'DTHFILE COULD NOT BE REOPENED - STATUS '
137300                 WS-DTH-FILE-STATUS ' - NO DOWNTIME REPORTED'
137400             PERFORM 096-RAISE-REFUSAL
137500         ELSE
137600             PERFORM 210-READ-ONE-DOWNTIME
137700                 UNTIL WS-DTH-EOF-REACHED
137800             CLOSE DOWNTIME-HISTORY-FILE
137900         END-IF
138000     END-IF.
138100*
138200 210-READ-ONE-DOWNTIME.
138300     READ DOWNTIME-HISTORY-FILE
138400         AT END
138500             SET WS-DTH-EOF-REACHED TO TRUE
138600         NOT AT END
138700             ADD 1 TO WS-HISTORY-READ
138800             IF DTH-PLANT-CODE = WS-UTIL-PLANT
138900                 PERFORM 220-POST-ONE-DOWNTIME
139000             END-IF
139100     END-READ.
139200*
139300 220-POST-ONE-DOWNTIME.
139400     IF DTH-EVENT-DATE NOT NUMERIC OR DTH-SHIFT-CODE NOT NUMERIC
139500         OR DTH-MINUTES NOT NUMERIC
139600             ADD 1 TO WS-HISTORY-BAD
139700     ELSE
139800         IF DTH-EVENT-DATE NOT < WS-WINDOW-FROM
139900             AND DTH-EVENT-DATE NOT > WS-WINDOW-TO
140000                 ADD 1 TO WS-HISTORY-USED
140100                 MOVE DTH-EVENT-DATE TO WS-POST-DATE
140200                 MOVE DTH-LINE-CODE TO WS-POST-LINE
140300                 MOVE DTH-SHIFT-CODE TO WS-POST-SHIFT
140400                 MOVE DTH-MINUTES TO WS-POST-DOWN-MIN
140500                 MOVE 0 TO WS-POST-QTY
140600                 MOVE 0 TO WS-POST-RATED-QTY
140700                 MOVE 0 TO WS-POST-EARNED-MIN
140800                 MOVE 0 TO WS-POST-UNRATED-QTY
140900                 PERFORM 700-POST-TO-PERIODS
141000                 MOVE DTH-REASON-CODE TO WS-POST-REASON
141100                 PERFORM 720-POST-REASON-TO-PERIODS
141200         END-IF
141300     END-IF.
141400*
141500*--------------------------------------------------------------*
141600*    300-SUMMARIZE-LEDGER
141700*    EVERY LINE POSTING FOR THE PLANT AND WINDOW, DATED AS THE
141800*    TREND AND COSTING RUNS DATE IT - THE PRODUCTION DATE WHEN
141900*    THE POSTING CARRIES ONE, ELSE THE RUN DATE.  A REVERSAL
142000*    TAKES ITS QUANTITY BACK OUT.
142100*--------------------------------------------------------------*
142200 300-SUMMARIZE-LEDGER.
142300     OPEN INPUT POSTED-LEDGER-FILE
142400     IF WS-LEDG-FILE-NOT-FOUND
142500         DISPLAY 'LEDGFILE NOT FOUND - NO OUTPUT ON RECORD'
142600         PERFORM 095-RAISE-WARNING
142700     ELSE
142800         IF NOT WS-LEDG-FILE-OK
142900             DISPLAY 'LEDGFILE COULD NOT BE OPENED - STATUS '
143000                 WS-LEDG-FILE-STATUS ' - NO OUTPUT REPORTED'
143100             PERFORM 096-RAISE-REFUSAL
143200         ELSE
143300             PERFORM 310-READ-ONE-POSTING
143400                 UNTIL WS-LEDG-EOF-REACHED
143500             CLOSE POSTED-LEDGER-FILE
143600         END-IF
143700     END-IF.
143800*
143900 310-READ-ONE-POSTING.
144000     READ POSTED-LEDGER-FILE
144100         AT END
144200             SET WS-LEDG-EOF-REACHED TO TRUE
144300         NOT AT END
144400             ADD 1 TO WS-POSTINGS-READ
144500             MOVE LDG-PLANT-CODE TO WS-RECORD-PLANT
144600             IF WS-RECORD-PLANT = SPACES
144700                 MOVE "01" TO WS-RECORD-PLANT
144800             END-IF
144900             IF WS-RECORD-PLANT = WS-UTIL-PLANT
145000                 PERFORM 320-RATE-ONE-POSTING
145100             END-IF
145200     END-READ.
145300*
145400 320-RATE-ONE-POSTING.
145500     IF LDG-PROD-DATE NUMERIC AND LDG-PROD-DATE > 0
145600         MOVE LDG-PROD-DATE TO WS-POSTING-DATE
145700     ELSE
145800         MOVE LDG-RUN-DATE TO WS-POSTING-DATE
145900     END-IF
146000     IF WS-POSTING-DATE NOT < WS-WINDOW-FROM
146100         AND WS-POSTING-DATE NOT > WS-WINDOW-TO
146200             IF LDG-QUANTITY NOT NUMERIC
146300                 OR LDG-SHIFT-CODE NOT NUMERIC
146400                     ADD 1 TO WS-POSTINGS-BAD
146500             ELSE
146600                 IF (LDG-SOURCE-LINE = "1" OR "2" OR "3")
146700                     AND LDG-SHIFT-CODE > 0 AND LDG-SHIFT-CODE < 4
146800                         PERFORM 330-POST-ONE-OUTPUT
146900                 ELSE
147000                     ADD 1 TO WS-POSTINGS-NOT-LINE
147100                 END-IF
147200             END-IF
147300     END-IF.
147400*
147500*--------------------------------------------------------------*
147600*    330-POST-ONE-OUTPUT
147700*    A RATED ITEM EARNS THE MINUTES ITS QUANTITY SHOULD HAVE
147800*    TAKEN AT ITS STANDARD RATE (UNITS PER HOUR).  AN UNRATED
147900*    ITEM'S QUANTITY STILL COUNTS AS ACTUAL OUTPUT.
148000*--------------------------------------------------------------*
148100 330-POST-ONE-OUTPUT.
148200     ADD 1 TO WS-POSTINGS-USED
148300     MOVE WS-POSTING-DATE TO WS-POST-DATE
148400     MOVE LDG-SOURCE-LINE TO WS-POST-LINE
148500     MOVE LDG-SHIFT-CODE TO WS-POST-SHIFT
148600     MOVE 0 TO WS-POST-DOWN-MIN
148700     MOVE LDG-QUANTITY TO WS-POST-QTY
148800     IF LDG-RECORD-TYPE = "R"
148900         COMPUTE WS-POST-QTY = 0 - WS-POST-QTY
149000     END-IF
149100     MOVE 0 TO WS-POST-RATED-QTY
149200     MOVE 0 TO WS-POST-EARNED-MIN
149300     MOVE 0 TO WS-POST-UNRATED-QTY
149400     PERFORM 740-FIND-ITEM-RATE
149500     IF WS-ITM-INDEX > 0
149600         IF WS-ITM-RUN-RATE(WS-ITM-INDEX) > 0
149700             MOVE WS-POST-QTY TO WS-POST-RATED-QTY
149800             COMPUTE WS-POST-EARNED-MIN ROUNDED =
149900                 WS-POST-QTY * 60 / WS-ITM-RUN-RATE(WS-ITM-INDEX)
150000         END-IF
150100     END-IF
150200     IF WS-POST-RATED-QTY = 0 AND WS-POST-QTY NOT = 0
150300         MOVE WS-POST-QTY TO WS-POST-UNRATED-QTY
150400         ADD 1 TO WS-POSTINGS-UNRATED
150500     END-IF
150600     PERFORM 700-POST-TO-PERIODS.
150601*--------------------------------------------------------------*
150602*    350-POST-SCHEDULED-SHIFTS
150603*    A LINE AND SHIFT THAT POSTED NOTHING AND REPORTED NO
150604*    DOWNTIME ON A DAY IT WAS SCHEDULED TO WORK WAS STILL
150605*    AVAILABLE THAT DAY.  THE PRODUCTION CALENDAR SAYS WHICH
150606*    DAYS IN THE WINDOW THE PLANT WORKED, AND ON EACH OF THEM
150607*    EVERY LINE AND SHIFT THE PLANT RAN AT ALL IN THE WINDOW
150608*    IS CREDITED ITS SHIFT LENGTH.  A DATE THE CALENDAR DOES
150609*    NOT CARRY, OR NO CALENDAR AT ALL, COUNTS ONLY THE SHIFTS
150610*    THAT REPORTED SOMETHING.  A HOLIDAY OR SHUTDOWN THAT WAS
150611*    WORKED ANYWAY STILL COUNTS THE SHIFTS THAT REPORTED.
150612*--------------------------------------------------------------*
150613 350-POST-SCHEDULED-SHIFTS.
150614     OPEN INPUT PRODUCTION-CALENDAR-FILE
150615     IF WS-CAL-FILE-NOT-FOUND
150616         DISPLAY 'CALFILE NOT FOUND - ONLY SHIFTS THAT REPORTED '
150617             'ARE COUNTED AVAILABLE'
150618         PERFORM 095-RAISE-WARNING
150619     ELSE
150620         IF NOT WS-CAL-FILE-OK
150621             DISPLAY 'CALFILE COULD NOT BE OPENED - STATUS '
150622                 WS-CAL-FILE-STATUS
150623             PERFORM 095-RAISE-WARNING
150624         ELSE
150625             PERFORM 351-READ-ONE-CALENDAR-DAY
150626                 UNTIL WS-CAL-EOF-REACHED
150627             CLOSE PRODUCTION-CALENDAR-FILE
150628             MOVE 1 TO WS-UTB-SUB
150629             PERFORM 355-NOTE-LINE-SHIFT-RAN
150630                 UNTIL WS-UTB-SUB > WS-UTB-COUNT
150631             MOVE 1 TO WS-CLD-SUB
150632             PERFORM 360-SCHEDULE-ONE-DAY
150633                 UNTIL WS-CLD-SUB > WS-CLD-COUNT
150634         END-IF
150635     END-IF.
150636*
150637 351-READ-ONE-CALENDAR-DAY.
150638     READ PRODUCTION-CALENDAR-FILE
150639         AT END
150640             SET WS-CAL-EOF-REACHED TO TRUE
150641         NOT AT END
150642             IF CAL-DATE NUMERIC
150643                 AND CAL-DATE NOT < WS-WINDOW-FROM
150644                 AND CAL-DATE NOT > WS-WINDOW-TO
150645                 AND (CAL-PLANT-CODE = SPACES
150646                 OR CAL-PLANT-CODE = WS-UTIL-PLANT)
150647                     PERFORM 352-SEAT-CALENDAR-DAY
150648             END-IF
150649     END-READ.
150650*
150651*--------------------------------------------------------------*
150652*    352-SEAT-CALENDAR-DAY
150653*    ONE ENTRY PER DATE.  THE PLANT'S OWN ENTRY FOR A DATE
150654*    OUTRANKS THE PLANT-WIDE ONE, WHICHEVER IS READ FIRST.
150655*--------------------------------------------------------------*
150656 352-SEAT-CALENDAR-DAY.
150657     MOVE 0 TO WS-CLD-INDEX
150658     MOVE 1 TO WS-CLD-SUB
150659     PERFORM 353-CHECK-ONE-CALENDAR-DAY
150660         UNTIL WS-CLD-INDEX > 0 OR WS-CLD-SUB > WS-CLD-COUNT
150661     IF WS-CLD-INDEX = 0
150662         IF WS-CLD-COUNT NOT < WS-CLD-MAX-ENTRIES
150663             ADD 1 TO WS-CLD-DROP-COUNT
150664         ELSE
150665             ADD 1 TO WS-CLD-COUNT
150666             MOVE CAL-DATE TO WS-CLD-DATE(WS-CLD-COUNT)
150667             MOVE CAL-DAY-TYPE TO WS-CLD-DAY-TYPE(WS-CLD-COUNT)
150668         END-IF
150669     ELSE
150670         IF CAL-PLANT-CODE NOT = SPACES
150671             MOVE CAL-DAY-TYPE TO WS-CLD-DAY-TYPE(WS-CLD-INDEX)
150672         END-IF
150673     END-IF.
150700*
150701*
150702 353-CHECK-ONE-CALENDAR-DAY.
150703     IF WS-CLD-DATE(WS-CLD-SUB) = CAL-DATE
150704         MOVE WS-CLD-SUB TO WS-CLD-INDEX
150705     ELSE
150706         ADD 1 TO WS-CLD-SUB
150707     END-IF.
150708*
150709*--------------------------------------------------------------*
150710*    355-NOTE-LINE-SHIFT-RAN
150711*    A LINE AND SHIFT WITH ANY DAY BUCKET IN THE WINDOW IS ONE
150712*    THE PLANT RUNS, AND IS SCHEDULED ON EVERY WORKING DAY.
150713*--------------------------------------------------------------*
150714 355-NOTE-LINE-SHIFT-RAN.
150715     IF WS-UTB-TYPE(WS-UTB-SUB) = "D"
150716         AND (WS-UTB-LINE(WS-UTB-SUB) = "1" OR "2" OR "3")
150717         AND WS-UTB-SHIFT(WS-UTB-SUB) > 0
150718         AND WS-UTB-SHIFT(WS-UTB-SUB) < 4
150719             MOVE WS-UTB-LINE(WS-UTB-SUB) TO WS-LSR-LINE-SUB
150720             MOVE WS-UTB-SHIFT(WS-UTB-SUB) TO WS-LSR-SHIFT-SUB
150721             SET WS-LSR-RAN(WS-LSR-LINE-SUB, WS-LSR-SHIFT-SUB)
150722                 TO TRUE
150723     END-IF
150724     ADD 1 TO WS-UTB-SUB.
150725*
150726*--------------------------------------------------------------*
150727*    360-SCHEDULE-ONE-DAY
150728*    A WORKING DAY POSTS NOTHING BUT ITS SHIFTS.  705 CREDITS
150729*    THE SHIFT LENGTH ONLY WHERE THE DAY BUCKET IS NEW, SO A
150730*    SHIFT THAT ALREADY REPORTED IS NOT CREDITED TWICE, AND
150731*    ONE THAT DID NOT SHOWS AS NO OUTPUT POSTED.
150732*--------------------------------------------------------------*
150733 360-SCHEDULE-ONE-DAY.
150734     IF WS-CLD-WORKING-DAY(WS-CLD-SUB)
150735         ADD 1 TO WS-CALENDAR-WORKING-DAYS
150736         MOVE 1 TO WS-LSR-LINE-SUB
150737         PERFORM 361-SCHEDULE-ONE-LINE
150738             UNTIL WS-LSR-LINE-SUB > 3
150739     END-IF
150740     ADD 1 TO WS-CLD-SUB.
150741*
150742 361-SCHEDULE-ONE-LINE.
150743     MOVE 1 TO WS-LSR-SHIFT-SUB
150744     PERFORM 362-SCHEDULE-ONE-SHIFT
150745         UNTIL WS-LSR-SHIFT-SUB > 3
150746     ADD 1 TO WS-LSR-LINE-SUB.
150747*
150748 362-SCHEDULE-ONE-SHIFT.
150749     IF WS-LSR-RAN(WS-LSR-LINE-SUB, WS-LSR-SHIFT-SUB)
150750         MOVE WS-CLD-DATE(WS-CLD-SUB) TO WS-POST-DATE
150751         MOVE WS-LSR-LINE-SUB TO WS-POST-LINE
150752         MOVE WS-LSR-SHIFT-SUB TO WS-POST-SHIFT
150753         MOVE 0 TO WS-POST-DOWN-MIN
150754         MOVE 0 TO WS-POST-QTY
150755         MOVE 0 TO WS-POST-RATED-QTY
150756         MOVE 0 TO WS-POST-EARNED-MIN
150757         MOVE 0 TO WS-POST-UNRATED-QTY
150758         PERFORM 700-POST-TO-PERIODS
150759         IF WS-NEW-SHIFT-DAY
150760             ADD 1 TO WS-SCHEDULED-SHIFTS-IDLE
150761         END-IF
150762     END-IF
150763     ADD 1 TO WS-LSR-SHIFT-SUB.
150764*
150800*--------------------------------------------------------------*
150900*    400-PRINT-UTILIZATION
151000*    ONE LINE PER BUCKET, DOWNTIME REASONS BENEATH EACH, A NEW
151100*    SECTION EACH TIME THE PERIOD TYPE CHANGES.
151200*--------------------------------------------------------------*
151300 400-PRINT-UTILIZATION.
151400     IF WS-UTB-COUNT = 0
151500         MOVE "NO LINE ACTIVITY IN THE WINDOW" TO
151600             UTP-SECTION-LABEL
151700         PERFORM 092-PRINT-SECTION-HEAD
151800     END-IF
151900     MOVE 1 TO WS-UTB-SUB
152000     MOVE 1 TO WS-URS-SUB
152100     PERFORM 410-PRINT-ONE-BUCKET UNTIL WS-UTB-SUB > WS-UTB-COUNT.
152200*
152300 410-PRINT-ONE-BUCKET.
152400     IF WS-UTB-TYPE(WS-UTB-SUB) NOT = WS-LAST-TYPE
152500         PERFORM 415-PRINT-PERIOD-HEAD
152600     END-IF
152700     PERFORM 420-FIGURE-ONE-BUCKET
152800     MOVE WS-UTP-DETAIL-LINE TO WS-UTP-WORK-LINE
152900     PERFORM 094-WRITE-REPORT-LINE
153000     PERFORM 430-PRINT-ONE-REASON
153100         UNTIL WS-URS-SUB > WS-URS-COUNT
153200         OR WS-URS-BUCKET(WS-URS-SUB) > WS-UTB-KEY(WS-UTB-SUB)
153300     ADD 1 TO WS-UTB-SUB.
153400*
153500 415-PRINT-PERIOD-HEAD.
153600     MOVE WS-UTB-TYPE(WS-UTB-SUB) TO WS-LAST-TYPE
153700     EVALUATE WS-LAST-TYPE
153800         WHEN "D"
153900             MOVE "DAILY UTILIZATION BY LINE AND SHIFT" TO
154000                 UTP-SECTION-LABEL
154100         WHEN "M"
154200             MOVE "MONTHLY UTILIZATION BY LINE AND SHIFT" TO
154300                 UTP-SECTION-LABEL
154400         WHEN OTHER
154500             MOVE "WEEKLY UTILIZATION BY LINE AND SHIFT" TO
154600                 UTP-SECTION-LABEL
154700     END-EVALUATE
154800     PERFORM 092-PRINT-SECTION-HEAD
154900     MOVE WS-UTP-COLUMN-HEAD TO WS-UTP-WORK-LINE
155000     PERFORM 094-WRITE-REPORT-LINE.
155100*
155200*--------------------------------------------------------------*
155300*    420-FIGURE-ONE-BUCKET
155400*    RUN TIME IS AVAILABLE LESS DOWN.  THE STANDARD IS THE
155500*    RATED OUTPUT SCALED FROM THE MINUTES IT EARNED TO THE RUN
155600*    TIME ACTUALLY HAD; PERFORMANCE IS EARNED AGAINST RUN TIME.
155700*    ONE FLAG, THE FIRST THAT APPLIES: MORE DOWNTIME REPORTED
155800*    THAN THE SHIFTS HELD, OUTPUT THAT COULD NOT BE RATED, OR
155900*    RUN TIME WITH NOTHING POSTED.
156000*--------------------------------------------------------------*
156100 420-FIGURE-ONE-BUCKET.
156200     MOVE SPACES TO UTP-DTL-FLAG
156300     IF WS-UTB-DOWN-MIN(WS-UTB-SUB) > WS-UTB-AVAIL-MIN(WS-UTB-SUB)
156400         MOVE 0 TO WS-RUN-MIN
156500         MOVE "DOWN OVER AVAILABLE" TO UTP-DTL-FLAG
156600     ELSE
156700         COMPUTE WS-RUN-MIN = WS-UTB-AVAIL-MIN(WS-UTB-SUB)
156800             - WS-UTB-DOWN-MIN(WS-UTB-SUB)
156900     END-IF
157000     MOVE 0 TO WS-STD-QTY
157100     MOVE 0 TO WS-PERF-PCT
157200     MOVE 0 TO WS-UTIL-PCT
157300     IF WS-UTB-EARNED-MIN(WS-UTB-SUB) > 0 AND WS-RUN-MIN > 0
157400         COMPUTE WS-STD-QTY ROUNDED =
157500             WS-UTB-RATED-QTY(WS-UTB-SUB) * WS-RUN-MIN
157600             / WS-UTB-EARNED-MIN(WS-UTB-SUB)
157700             ON SIZE ERROR
157800                 MOVE 0 TO WS-STD-QTY
157900         END-COMPUTE
158000         COMPUTE WS-PERF-PCT ROUNDED =
158100             WS-UTB-EARNED-MIN(WS-UTB-SUB) * 100 / WS-RUN-MIN
158200             ON SIZE ERROR
158300                 MOVE 9999.9 TO WS-PERF-PCT
158400         END-COMPUTE
158500     END-IF
158600     IF WS-UTB-AVAIL-MIN(WS-UTB-SUB) > 0
158700         COMPUTE WS-UTIL-PCT ROUNDED =
158800             WS-RUN-MIN * 100 / WS-UTB-AVAIL-MIN(WS-UTB-SUB)
158900     END-IF
159000     IF UTP-DTL-FLAG = SPACES
159100         IF WS-UTB-UNRATED-QTY(WS-UTB-SUB) NOT = 0
159200             MOVE "UNRATED OUTPUT" TO UTP-DTL-FLAG
159300         ELSE
159400             IF WS-RUN-MIN > 0
159500                 AND WS-UTB-ACTUAL-QTY(WS-UTB-SUB) = 0
159600                 MOVE "NO OUTPUT POSTED" TO UTP-DTL-FLAG
159700             END-IF
159800         END-IF
159900     END-IF
160000     PERFORM 425-FORMAT-PERIOD
160100     MOVE WS-UTB-LINE(WS-UTB-SUB) TO UTP-DTL-LINE
160200     MOVE WS-UTB-SHIFT(WS-UTB-SUB) TO UTP-DTL-SHIFT
160300     MOVE WS-UTB-SHIFTS(WS-UTB-SUB) TO UTP-DTL-SHIFTS
160400     MOVE WS-UTB-AVAIL-MIN(WS-UTB-SUB) TO UTP-DTL-AVAIL
160500     MOVE WS-UTB-DOWN-MIN(WS-UTB-SUB) TO UTP-DTL-DOWN
160600     MOVE WS-RUN-MIN TO UTP-DTL-RUN
160700     MOVE WS-UTB-ACTUAL-QTY(WS-UTB-SUB) TO UTP-DTL-ACTUAL
160800     MOVE WS-STD-QTY TO UTP-DTL-STANDARD
160900     MOVE WS-PERF-PCT TO UTP-DTL-PERF
161000     MOVE WS-UTIL-PCT TO UTP-DTL-UTIL.
161100*
161200 425-FORMAT-PERIOD.
161300     MOVE SPACES TO UTP-DTL-PERIOD
161400     EVALUATE WS-UTB-TYPE(WS-UTB-SUB)
161500         WHEN "D"
161600             MOVE WS-UTB-PERIOD(WS-UTB-SUB) TO UTP-DTL-PERIOD
161700         WHEN "M"
161800             MOVE WS-UTB-PERIOD(WS-UTB-SUB)(1:6) TO UTP-DTL-PERIOD
161900         WHEN OTHER
162000             STRING WS-UTB-PERIOD(WS-UTB-SUB)(1:6) "-W"
162100                 WS-UTB-PERIOD(WS-UTB-SUB)(7:1)
162200                 DELIMITED BY SIZE INTO UTP-DTL-PERIOD
162300     END-EVALUATE.
162400*
162500*--------------------------------------------------------------*
162600*    430-PRINT-ONE-REASON
162700*    REASON ENTRIES ARE IN BUCKET ORDER; ONE WHOSE BUCKET WAS
162800*    DROPPED AS THE TABLE FILLED HAS NO LINE TO PRINT UNDER AND
162900*    IS PASSED OVER.
163000*--------------------------------------------------------------*
163100 430-PRINT-ONE-REASON.
163200     IF WS-URS-BUCKET(WS-URS-SUB) = WS-UTB-KEY(WS-UTB-SUB)
163300         MOVE WS-URS-REASON(WS-URS-SUB) TO UTP-RSN-CODE
163400         MOVE WS-URS-REASON(WS-URS-SUB) TO WS-FIND-REASON
163500         PERFORM 140-FIND-REASON
163600         IF WS-RSN-INDEX = 0
163700             MOVE "(NOT ON THE REASON TABLE)" TO
163800                 UTP-RSN-DESCRIPTION
163900             MOVE SPACES TO UTP-RSN-CATEGORY
164000         ELSE
164100             MOVE WS-RSN-DESCRIPTION(WS-RSN-INDEX) TO
164200                 UTP-RSN-DESCRIPTION
164300             IF WS-RSN-CATEGORY(WS-RSN-INDEX) = "P"
164400                 MOVE "PLANNED" TO UTP-RSN-CATEGORY
164500             ELSE
164600                 MOVE "UNPLANNED" TO UTP-RSN-CATEGORY
164700             END-IF
164800         END-IF
164900         MOVE WS-URS-DOWN-MIN(WS-URS-SUB) TO UTP-RSN-MINUTES
165000         MOVE 0 TO WS-REASON-PCT
165100         IF WS-UTB-AVAIL-MIN(WS-UTB-SUB) > 0
165200             COMPUTE WS-REASON-PCT ROUNDED =
165300                 WS-URS-DOWN-MIN(WS-URS-SUB) * 100
165400                 / WS-UTB-AVAIL-MIN(WS-UTB-SUB)
165500                 ON SIZE ERROR
165600                     MOVE 9999.9 TO WS-REASON-PCT
165700             END-COMPUTE
165800         END-IF
165900         MOVE WS-REASON-PCT TO UTP-RSN-PCT
166000         MOVE WS-UTP-REASON-LINE TO WS-UTP-WORK-LINE
166100         PERFORM 094-WRITE-REPORT-LINE
166200     END-IF
166300     ADD 1 TO WS-URS-SUB.
166400*
166500 500-EXIT.
166600     PERFORM 540-PRINT-RUN-FIGURES
166700     IF WS-UTP-FILE-OK
166800         CLOSE UTILIZATION-REPORT-FILE
166900     END-IF
167000     IF WS-DTR-FILE-OK
167100         CLOSE DOWNTIME-REJECT-FILE
167200     END-IF
167300     DISPLAY 'LINE UTILIZATION COMPLETE - ' WS-FEEDS-TAKEN
167400         ' FEEDS TAKEN, ' WS-FEEDS-REFUSED ' REFUSED, '
167500         WS-UTB-COUNT ' LINES REPORTED'
167600     DISPLAY 'RUN SEVERITY: ' WS-RUN-SEVERITY
167700     MOVE WS-RUN-SEVERITY TO RETURN-CODE
167750     PERFORM 905-WRITE-END-STEP.
167800*
167900 540-PRINT-RUN-FIGURES.
168000     MOVE SPACES TO WS-UTP-WORK-LINE
168100     PERFORM 094-WRITE-REPORT-LINE
168200     MOVE "DOWNTIME FEEDS TAKEN" TO UTP-TXT-LABEL
168300     MOVE WS-FEEDS-TAKEN TO UTP-TXT-VALUE
168400     PERFORM 541-PRINT-FIGURE-LINE
168500     MOVE "DOWNTIME FEEDS REFUSED" TO UTP-TXT-LABEL
168600     MOVE WS-FEEDS-REFUSED TO UTP-TXT-VALUE
168700     PERFORM 541-PRINT-FIGURE-LINE
168800     MOVE "DOWNTIME FEEDS ALREADY TAKEN" TO UTP-TXT-LABEL
168900     MOVE WS-FEEDS-ALREADY-TAKEN TO UTP-TXT-VALUE
169000     PERFORM 541-PRINT-FIGURE-LINE
169100     MOVE "DOWNTIME FEEDS NOT PRESENT" TO UTP-TXT-LABEL
169200     MOVE WS-FEEDS-NOT-PRESENT TO UTP-TXT-VALUE
169300     PERFORM 541-PRINT-FIGURE-LINE
169400     MOVE "DOWNTIME EVENTS TAKEN" TO UTP-TXT-LABEL
169500     MOVE WS-EVENTS-TAKEN TO UTP-TXT-VALUE
169600     PERFORM 541-PRINT-FIGURE-LINE
169700     MOVE "DOWNTIME EVENTS REJECTED" TO UTP-TXT-LABEL
169800     MOVE WS-EVENTS-REJECTED TO UTP-TXT-VALUE
169900     PERFORM 541-PRINT-FIGURE-LINE
170000     MOVE "HISTORY EVENTS READ" TO UTP-TXT-LABEL
170100     MOVE WS-HISTORY-READ TO UTP-TXT-VALUE
170200     PERFORM 541-PRINT-FIGURE-LINE
170300     MOVE "HISTORY EVENTS REPORTED" TO UTP-TXT-LABEL
170400     MOVE WS-HISTORY-USED TO UTP-TXT-VALUE
170500     PERFORM 541-PRINT-FIGURE-LINE
170600     MOVE "HISTORY EVENTS UNUSABLE" TO UTP-TXT-LABEL
170700     MOVE WS-HISTORY-BAD TO UTP-TXT-VALUE
170800     PERFORM 541-PRINT-FIGURE-LINE
170900     MOVE "LEDGER POSTINGS READ" TO UTP-TXT-LABEL
171000     MOVE WS-POSTINGS-READ TO UTP-TXT-VALUE
171100     PERFORM 541-PRINT-FIGURE-LINE
171200     MOVE "LINE POSTINGS REPORTED" TO UTP-TXT-LABEL
171300     MOVE WS-POSTINGS-USED TO UTP-TXT-VALUE
171400     PERFORM 541-PRINT-FIGURE-LINE
171500     MOVE "POSTINGS NOT FROM A LINE AND SHIFT" TO UTP-TXT-LABEL
171600     MOVE WS-POSTINGS-NOT-LINE TO UTP-TXT-VALUE
171700     PERFORM 541-PRINT-FIGURE-LINE
171800     MOVE "POSTINGS OF UNRATED ITEMS" TO UTP-TXT-LABEL
171900     MOVE WS-POSTINGS-UNRATED TO UTP-TXT-VALUE
172000     PERFORM 541-PRINT-FIGURE-LINE
172100     MOVE "POSTINGS UNUSABLE" TO UTP-TXT-LABEL
172200     MOVE WS-POSTINGS-BAD TO UTP-TXT-VALUE
172300     PERFORM 541-PRINT-FIGURE-LINE
172400     MOVE "RUN RATES NOT NUMERIC" TO UTP-TXT-LABEL
172500     MOVE WS-RATES-NOT-NUMERIC TO UTP-TXT-VALUE
172600     PERFORM 541-PRINT-FIGURE-LINE
172700     MOVE "LINE BUCKETS DROPPED" TO UTP-TXT-LABEL
172800     MOVE WS-UTB-DROP-COUNT TO UTP-TXT-VALUE
172900     PERFORM 541-PRINT-FIGURE-LINE
173000     MOVE "REASON BUCKETS DROPPED" TO UTP-TXT-LABEL
173100     MOVE WS-URS-DROP-COUNT TO UTP-TXT-VALUE
173200     PERFORM 541-PRINT-FIGURE-LINE
173210     MOVE "CALENDAR WORKING DAYS IN WINDOW" TO UTP-TXT-LABEL
173220     MOVE WS-CALENDAR-WORKING-DAYS TO UTP-TXT-VALUE
173230     PERFORM 541-PRINT-FIGURE-LINE
173240     MOVE "SCHEDULED SHIFTS WITH NOTHING REPORTED" TO
173250         UTP-TXT-LABEL
173260     MOVE WS-SCHEDULED-SHIFTS-IDLE TO UTP-TXT-VALUE
173270     PERFORM 541-PRINT-FIGURE-LINE
173280     MOVE "CALENDAR DAYS DROPPED" TO UTP-TXT-LABEL
173290     MOVE WS-CLD-DROP-COUNT TO UTP-TXT-VALUE
173295     PERFORM 541-PRINT-FIGURE-LINE
173300     IF WS-HISTORY-BAD > 0 OR WS-POSTINGS-BAD > 0
173400         OR WS-POSTINGS-UNRATED > 0 OR WS-RATES-NOT-NUMERIC > 0
173500         OR WS-UTB-DROP-COUNT > 0 OR WS-URS-DROP-COUNT > 0
173550         OR WS-CLD-DROP-COUNT > 0
173600             PERFORM 095-RAISE-WARNING
173700     END-IF
173800     IF WS-UTB-DROP-COUNT > 0 OR WS-URS-DROP-COUNT > 0
173900         DISPLAY 'BUCKET TABLE FULL - RAISE WS-UTB-MAX-ENTRIES '
174000             'OR WS-URS-MAX-ENTRIES'
174100     END-IF
174110     IF WS-CLD-DROP-COUNT > 0
174120         DISPLAY 'CALENDAR TABLE FULL - RAISE WS-CLD-MAX-ENTRIES '
174130             'OR NARROW THE WINDOW'
174140     END-IF.
174200*
174300 541-PRINT-FIGURE-LINE.
174400     MOVE WS-UTP-TEXT-LINE TO WS-UTP-WORK-LINE
174500     PERFORM 094-WRITE-REPORT-LINE.
174600*
174700*--------------------------------------------------------------*
174800*    700-POST-TO-PERIODS
174900*    ONE EVENT OR POSTING INTO ITS DAY, MONTH, AND WEEK
175000*    BUCKETS.  THE DAY GOES FIRST SO THAT A LINE AND SHIFT SEEN
175100*    FOR THE FIRST TIME THAT DAY CREDITS ITS SHIFT LENGTH TO
175200*    ALL THREE.
175300*--------------------------------------------------------------*
175400 700-POST-TO-PERIODS.
175500     MOVE "N" TO WS-NEW-SHIFT-SWITCH
175600     MOVE "D" TO WS-PERIOD-TYPE
175700     PERFORM 702-SET-PERIOD-KEY
175800     PERFORM 705-POST-ONE-PERIOD
175900     MOVE "M" TO WS-PERIOD-TYPE
176000     PERFORM 702-SET-PERIOD-KEY
176100     PERFORM 705-POST-ONE-PERIOD
176200     MOVE "W" TO WS-PERIOD-TYPE
176300     PERFORM 702-SET-PERIOD-KEY
176400     PERFORM 705-POST-ONE-PERIOD.
176500*
176600*--------------------------------------------------------------*
176700*    702-SET-PERIOD-KEY
176800*    THE WEEK OF THE MONTH IS COUNTED AS SPAGHETTI-TREND
176900*    COUNTS IT - DAYS 1-7 ARE WEEK 1, 8-14 WEEK 2, AND SO ON.
177000*--------------------------------------------------------------*
177100 702-SET-PERIOD-KEY.
177200     MOVE WS-PERIOD-TYPE TO WS-UTB-SEARCH-TYPE
177300     MOVE SPACES TO WS-UTB-SEARCH-PERIOD
177400     EVALUATE WS-PERIOD-TYPE
177500         WHEN "D"
177600             MOVE WS-POST-DATE TO WS-UTB-SEARCH-PERIOD
177700         WHEN "M"
177800             MOVE WS-POST-YYYYMM TO WS-UTB-SEARCH-PERIOD
177900         WHEN OTHER
178000             COMPUTE WS-POST-WEEK = ((WS-POST-DD - 1) / 7) + 1
178100             MOVE WS-POST-YYYYMM TO WS-UTB-SEARCH-PERIOD(1:6)
178200             MOVE WS-POST-WEEK TO WS-UTB-SEARCH-PERIOD(7:1)
178300     END-EVALUATE
178400     MOVE WS-POST-LINE TO WS-UTB-SEARCH-LINE
178500     MOVE WS-POST-SHIFT TO WS-UTB-SEARCH-SHIFT.
178600*
178700 705-POST-ONE-PERIOD.
178800     PERFORM 710-FIND-BUCKET
178900     IF WS-UTB-INDEX > 0
179000         IF WS-PERIOD-TYPE = "D" AND WS-UTB-OPENED
179100             SET WS-NEW-SHIFT-DAY TO TRUE
179200         END-IF
179300         IF WS-NEW-SHIFT-DAY
179400             ADD WS-SHIFT-MINUTES TO
179500                 WS-UTB-AVAIL-MIN(WS-UTB-INDEX)
179600             ADD 1 TO WS-UTB-SHIFTS(WS-UTB-INDEX)
179700         END-IF
179800         ADD WS-POST-DOWN-MIN TO WS-UTB-DOWN-MIN(WS-UTB-INDEX)
179900         ADD WS-POST-QTY TO WS-UTB-ACTUAL-QTY(WS-UTB-INDEX)
180000         ADD WS-POST-RATED-QTY TO WS-UTB-RATED-QTY(WS-UTB-INDEX)
180100         ADD WS-POST-EARNED-MIN TO WS-UTB-EARNED-MIN(WS-UTB-INDEX)
180200         ADD WS-POST-UNRATED-QTY TO
180300             WS-UTB-UNRATED-QTY(WS-UTB-INDEX)
180400     END-IF.
180500*
180600*--------------------------------------------------------------*
180700*    710-FIND-BUCKET
180800*    WALKS THE BUCKET TABLE FOR WS-UTB-SEARCH-KEY, OPENING A
180900*    NEW BUCKET IN KEY ORDER WHEN IT IS NOT THERE.  LEAVES
181000*    WS-UTB-INDEX AT THE BUCKET, OR ZERO WHEN THE TABLE IS FULL.
181100*--------------------------------------------------------------*
181200 710-FIND-BUCKET.
181300     MOVE "N" TO WS-UTB-FOUND-SWITCH
181400     MOVE "N" TO WS-UTB-SLOT-SWITCH
181500     MOVE "N" TO WS-UTB-OPENED-SWITCH
181600     MOVE 1 TO WS-UTB-SLOT
181700     PERFORM 711-CHECK-ONE-BUCKET
181800         UNTIL WS-UTB-FOUND OR WS-UTB-SLOT-FOUND
181900         OR WS-UTB-SLOT > WS-UTB-COUNT
182000     IF WS-UTB-FOUND
182100         MOVE WS-UTB-SLOT TO WS-UTB-INDEX
182200     ELSE
182300         IF WS-UTB-COUNT NOT < WS-UTB-MAX-ENTRIES
182400             ADD 1 TO WS-UTB-DROP-COUNT
182500             MOVE 0 TO WS-UTB-INDEX
182600         ELSE
182700             PERFORM 712-OPEN-BUCKET-SLOT
182800             MOVE WS-UTB-SLOT TO WS-UTB-INDEX
182900             SET WS-UTB-OPENED TO TRUE
183000         END-IF
183100     END-IF.
183200*
183300 711-CHECK-ONE-BUCKET.
183400     IF WS-UTB-KEY(WS-UTB-SLOT) = WS-UTB-SEARCH-KEY
183500         SET WS-UTB-FOUND TO TRUE
183600     ELSE
183700         IF WS-UTB-KEY(WS-UTB-SLOT) > WS-UTB-SEARCH-KEY
183800             SET WS-UTB-SLOT-FOUND TO TRUE
183900         ELSE
184000             ADD 1 TO WS-UTB-SLOT
184100         END-IF
184200     END-IF.
184300*
184400 712-OPEN-BUCKET-SLOT.
184500     MOVE WS-UTB-COUNT TO WS-UTB-MOVE-SUB
184600     PERFORM 713-SHIFT-ONE-BUCKET
184700         UNTIL WS-UTB-MOVE-SUB < WS-UTB-SLOT
184800     ADD 1 TO WS-UTB-COUNT
184900     MOVE WS-UTB-SEARCH-KEY TO WS-UTB-KEY(WS-UTB-SLOT)
185000     MOVE 0 TO WS-UTB-SHIFTS(WS-UTB-SLOT)
185100     MOVE 0 TO WS-UTB-AVAIL-MIN(WS-UTB-SLOT)
185200     MOVE 0 TO WS-UTB-DOWN-MIN(WS-UTB-SLOT)
185300     MOVE 0 TO WS-UTB-ACTUAL-QTY(WS-UTB-SLOT)
185400     MOVE 0 TO WS-UTB-RATED-QTY(WS-UTB-SLOT)
185500     MOVE 0 TO WS-UTB-EARNED-MIN(WS-UTB-SLOT)
185600     MOVE 0 TO WS-UTB-UNRATED-QTY(WS-UTB-SLOT).
185700*
185800 713-SHIFT-ONE-BUCKET.
185900     MOVE WS-UTB-ENTRY(WS-UTB-MOVE-SUB) TO
186000         WS-UTB-ENTRY(WS-UTB-MOVE-SUB + 1)
186100     SUBTRACT 1 FROM WS-UTB-MOVE-SUB.
186200*
186300*--------------------------------------------------------------*
186400*    720-POST-REASON-TO-PERIODS
186500*    THE EVENT'S MINUTES UNDER ITS REASON IN EACH OF ITS DAY,
186600*    MONTH, AND WEEK BUCKETS.
186700*--------------------------------------------------------------*
186800 720-POST-REASON-TO-PERIODS.
186900     MOVE "D" TO WS-PERIOD-TYPE
187000     PERFORM 702-SET-PERIOD-KEY
187100     PERFORM 725-POST-ONE-REASON
187200     MOVE "M" TO WS-PERIOD-TYPE
187300     PERFORM 702-SET-PERIOD-KEY
187400     PERFORM 725-POST-ONE-REASON
187500     MOVE "W" TO WS-PERIOD-TYPE
187600     PERFORM 702-SET-PERIOD-KEY
187700     PERFORM 725-POST-ONE-REASON.
187800*
187900 725-POST-ONE-REASON.
188000     MOVE WS-UTB-SEARCH-KEY TO WS-URS-SEARCH-BUCKET
188100     MOVE WS-POST-REASON TO WS-URS-SEARCH-REASON
188200     PERFORM 730-FIND-REASON-BUCKET
188300     IF WS-URS-INDEX > 0
188400         ADD WS-POST-DOWN-MIN TO WS-URS-DOWN-MIN(WS-URS-INDEX)
188500     END-IF.
188600*
188700 730-FIND-REASON-BUCKET.
188800     MOVE "N" TO WS-URS-FOUND-SWITCH
188900     MOVE "N" TO WS-URS-SLOT-SWITCH
189000     MOVE 1 TO WS-URS-SLOT
189100     PERFORM 731-CHECK-ONE-REASON-BUCKET
189200         UNTIL WS-URS-FOUND OR WS-URS-SLOT-FOUND
189300         OR WS-URS-SLOT > WS-URS-COUNT
189400     IF WS-URS-FOUND
189500         MOVE WS-URS-SLOT TO WS-URS-INDEX
189600     ELSE
189700         IF WS-URS-COUNT NOT < WS-URS-MAX-ENTRIES
189800             ADD 1 TO WS-URS-DROP-COUNT
189900             MOVE 0 TO WS-URS-INDEX
190000         ELSE
190100             PERFORM 732-OPEN-REASON-SLOT
190200             MOVE WS-URS-SLOT TO WS-URS-INDEX
190300         END-IF
190400     END-IF.
190500*
190600 731-CHECK-ONE-REASON-BUCKET.
190700     IF WS-URS-KEY(WS-URS-SLOT) = WS-URS-SEARCH-KEY
190800         SET WS-URS-FOUND TO TRUE
190900     ELSE
191000         IF WS-URS-KEY(WS-URS-SLOT) > WS-URS-SEARCH-KEY
191100             SET WS-URS-SLOT-FOUND TO TRUE
191200         ELSE
191300             ADD 1 TO WS-URS-SLOT
191400         END-IF
191500     END-IF.
191600*
191700 732-OPEN-REASON-SLOT.
191800     MOVE WS-URS-COUNT TO WS-URS-MOVE-SUB
191900     PERFORM 733-SHIFT-ONE-REASON-BUCKET
192000         UNTIL WS-URS-MOVE-SUB < WS-URS-SLOT
192100     ADD 1 TO WS-URS-COUNT
192200     MOVE WS-URS-SEARCH-KEY TO WS-URS-KEY(WS-URS-SLOT)
192300     MOVE 0 TO WS-URS-DOWN-MIN(WS-URS-SLOT).
192400*
192500 733-SHIFT-ONE-REASON-BUCKET.
192600     MOVE WS-URS-ENTRY(WS-URS-MOVE-SUB) TO
192700         WS-URS-ENTRY(WS-URS-MOVE-SUB + 1)
192800     SUBTRACT 1 FROM WS-URS-MOVE-SUB.
192900*
193000 740-FIND-ITEM-RATE.
193100     MOVE 0 TO WS-ITM-INDEX
193200     MOVE 1 TO WS-ITM-SUB
193300     PERFORM 741-CHECK-ONE-ITEM
193400         UNTIL WS-ITM-INDEX > 0 OR WS-ITM-SUB > WS-ITM-COUNT.
193500*
193600 741-CHECK-ONE-ITEM.
193700     IF WS-ITM-CODE(WS-ITM-SUB) = LDG-ITEM-CODE
193800         MOVE WS-ITM-SUB TO WS-ITM-INDEX
193900     ELSE
194000         ADD 1 TO WS-ITM-SUB
194100     END-IF.
194200*
194300*--------------------------------------------------------------*
194400*    900-WRITE-START-STEP
194500*    PUTS THIS RUN'S START RECORD ON THE STEP-STATUS LEDGER.  A
194600*    START WITH NO END AFTER IT IS A RUN THAT NEVER FINISHED.
194700*--------------------------------------------------------------*
194800 900-WRITE-START-STEP.
194900     PERFORM 908-BUILD-STEP-RECORD
195000     SET STS-IS-START TO TRUE
195100     PERFORM 910-WRITE-STEP-RECORD.
195200*
195300*--------------------------------------------------------------*
195400*    905-WRITE-END-STEP
195500*    PUTS THIS RUN'S END RECORD ON THE STEP-STATUS LEDGER WITH
195600*    THE RETURN CODE THE RUN IS ENDING ON AND ITS KEY COUNTS.
195700*    EVERY WAY OUT OF THE RUN - NORMAL END OR ABORT - COMES
195800*    THROUGH HERE ONCE THE RETURN CODE IS SET.
195900*--------------------------------------------------------------*
196000 905-WRITE-END-STEP.
196100     PERFORM 908-BUILD-STEP-RECORD
196200     MOVE RETURN-CODE TO STS-RETURN-CODE
196300     SET STS-IS-END TO TRUE
196400     MOVE "TAKEN   " TO STS-COUNT-NAME(1)
196500     MOVE WS-FEEDS-TAKEN TO STS-COUNT-VALUE(1)
196600     MOVE "REFUSED " TO STS-COUNT-NAME(2)
196700     MOVE WS-FEEDS-REFUSED TO STS-COUNT-VALUE(2)
196800     MOVE "LINES   " TO STS-COUNT-NAME(3)
196900     MOVE WS-UTB-COUNT TO STS-COUNT-VALUE(3)
197000     PERFORM 910-WRITE-STEP-RECORD.
197100*
197200 908-BUILD-STEP-RECORD.
197300     MOVE SPACES TO STEP-STATUS-RECORD
197400     MOVE WS-STEP-PLANT TO STS-PLANT-CODE
197500     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD
197600     ACCEPT STS-RUN-TIME FROM TIME
197700     MOVE WS-STEP-PROGRAM-ID TO STS-PROGRAM-ID
197800     MOVE 0 TO STS-RETURN-CODE STS-SUBJECT-DATE
197900     MOVE 0 TO STS-COUNT-VALUE(1) STS-COUNT-VALUE(2)
198000         STS-COUNT-VALUE(3).
198100*
198200*--------------------------------------------------------------*
198300*    910-WRITE-STEP-RECORD
198400*    THE LEDGER IS APPENDED TO - THE FIRST RUN EVER CREATES IT.
198500*    IT IS OPENED AND CLOSED AROUND EACH RECORD SO AN ABORT
198600*    LATER IN THE RUN CANNOT LOSE THE START RECORD.  A LEDGER
198700*    THAT WILL NOT OPEN COSTS THE STATUS REPORT THIS STEP, NOT
198800*    THE RUN ITS WORK.
198900*--------------------------------------------------------------*
199000 910-WRITE-STEP-RECORD.
199100     OPEN EXTEND STEP-STATUS-FILE
199200     IF NOT WS-STS-FILE-OK
199300         OPEN OUTPUT STEP-STATUS-FILE
199400     END-IF
199500     IF WS-STS-FILE-OK
199600         WRITE STEP-STATUS-RECORD
199700         CLOSE STEP-STATUS-FILE
199800     ELSE
199900         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
200000             WS-STS-FILE-STATUS ' - STEP NOT RECORDED'
200100     END-IF.
