000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SPAGHETTI-FGSTOCK.
000300 AUTHOR.        R. ALFREDO.
000400 INSTALLATION.  PASTA-PARTY DATA CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    SPAGHETTI-FGSTOCK KEEPS THE FINISHED-GOODS STOCK OF EVERY
000900*    LOT AT EVERY PLANT, FROM THE DAY IT POSTS TO THE DAY THE
001000*    LAST CASE OF IT SHIPS, AND AGES IT AGAINST THE ITEM'S
001100*    SHELF LIFE SO THE WAREHOUSE SHIPS THE OLDEST FIRST AND
001200*    NOTHING EXPIRES ON THE FLOOR UNNOTICED.
001300*
001400*    WHAT EACH LOT POSTED IS REBUILT EVERY RUN FROM THE WHOLE
001500*    POSTED-LOT LEDGER (LEDGFILE) - ORIGINALS AND ADJUSTMENTS
001600*    ADD, REVERSALS BACK OUT - SO A LATE CORRECTION IS ALWAYS
001700*    REFLECTED AND THE RUN CAN BE REPEATED SAFELY.  WHAT EACH
001800*    LOT HAS SHIPPED IS CARRIED ON THE STOCK MASTER (FGSFILE)
001900*    AND GROWS BY THE WAREHOUSE'S DAILY SHIPMENT FEED
002000*    (SHPFILE).  ON HAND IS POSTED LESS SHIPPED.  A LOT'S QA
002100*    HOLD STATUS COMES FROM THE LOT-BALANCE MASTER (LBMFILE).
002200*
002300*    A SHIPMENT MUST BE FOR THE RUN PLANT, DATED NO LATER THAN
002400*    TODAY AND NO EARLIER THAN THE LOT WAS MADE, FOR A LOT OF
002500*    THE ITEM NAMED, NOT ON HOLD, AND FOR NO MORE THAN THE LOT
002600*    HAS ON HAND.  ANYTHING ELSE GOES TO THE SHIPMENT REJECT
002700*    LISTING (FSRFILE) AND IS NOT TAKEN.  EVERY SHIPMENT TAKEN
002800*    IS LOGGED ON THE STOCK MASTER, SO A FEED SENT TWICE IS
002900*    TAKEN ONCE.  A SHIPMENT THAT TOOK A LOT WHILE AN OLDER,
003000*    UNEXPIRED, FREE LOT OF THE SAME ITEM WAS STILL ON HAND IS
003100*    TAKEN BUT WARNED - THE WAREHOUSE SHIPS FIRST-IN FIRST-OUT.
003110*    THE LOG KEEPS A SHIPMENT ONLY FOR THE CONTROL CARD'S
003120*    RETENTION WINDOW, SO A SHIPMENT DATED BEFORE THE WINDOW
003130*    CANNOT BE PROVED UNTAKEN AND IS REFUSED.
003200*
003300*    THE STOCK REPORT (FSPFILE) SHOWS EVERY LOT STILL ON HAND
003400*    AT THE RUN PLANT WITH ITS PRODUCTION DATE, EXPIRY DATE,
003500*    AND DAYS TO EXPIRY.  A LOT EXPIRES ON ITS PRODUCTION DATE
003600*    PLUS THE ITEM'S SHELF LIFE (ITEMFILE) - FROM THAT DAY IT
003700*    MAY NOT BE SHIPPED.  LOTS ALREADY EXPIRED, AND LOTS THAT
003800*    WILL EXPIRE INSIDE THE CONTROL CARD'S WARNING WINDOW, ARE
003900*    FLAGGED.  AN ITEM WITH NO SHELF LIFE NEVER EXPIRES, AND
004000*    ITS LOTS ARE FLAGGED SO SOMEONE KEYS ONE.
004100*
004200*    MODIFICATION HISTORY
004300*    DATE       INIT  DESCRIPTION
004400*    ---------- ----  -----------------------------------------
004500*    2026-10-15 RA    ORIGINAL.
004520*    2026-10-15 RA    WRITES A START AND AN END RECORD TO THE
004540*                      STEP-STATUS LEDGER (STSFILE) WITH ITS
004560*                      RETURN CODE AND KEY COUNTS.
004570*    2026-10-15 RA    ITEM AND LOT TABLES SIZED AS ELSEWHERE IN
004575*                      THE SUITE.  THE SHIPMENT-TAKEN LOG NOW
004580*                      KEEPS ONLY THE CONTROL CARD'S RETENTION
004585*                      WINDOW, AND A SHIPMENT DATED BEFORE IT
004590*                      IS REFUSED (OLD).
004600*--------------------------------------------------------------*
004700*
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT FG-STOCK-CONTROL-FILE ASSIGN TO "FSCFILE"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-FSC-FILE-STATUS.
005400     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMFILE"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-ITEM-FILE-STATUS.
005700     SELECT FG-STOCK-FILE ASSIGN TO "FGSFILE"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-FGS-FILE-STATUS.
006000     SELECT POSTED-LEDGER-FILE ASSIGN TO "LEDGFILE"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-LEDG-FILE-STATUS.
006300     SELECT LOT-BALANCE-FILE ASSIGN TO "LBMFILE"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-LBM-FILE-STATUS.
006600     SELECT FG-SHIPMENT-FILE ASSIGN TO "SHPFILE"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-SHP-FILE-STATUS.
006900     SELECT FG-STOCK-REPORT-FILE ASSIGN TO "FSPFILE"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-FSP-FILE-STATUS.
007200     SELECT FG-SHIPMENT-REJECT-FILE ASSIGN TO "FSRFILE"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-FSR-FILE-STATUS.
007420     SELECT STEP-STATUS-FILE ASSIGN TO "STSFILE"
007440         ORGANIZATION IS LINE SEQUENTIAL
007460         FILE STATUS IS WS-STS-FILE-STATUS.
007500*
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  FG-STOCK-CONTROL-FILE
007900     RECORDING MODE IS F.
008000     COPY FSCREC.
008100*
008200 FD  ITEM-MASTER-FILE
008300     RECORDING MODE IS F.
008400     COPY ITMREC.
008500*
008600 FD  FG-STOCK-FILE
008700     RECORDING MODE IS F.
008800     COPY FGSREC.
008900*
009000 FD  POSTED-LEDGER-FILE
009100     RECORDING MODE IS F.
009200     COPY LDGREC.
009300*
009400 FD  LOT-BALANCE-FILE
009500     RECORDING MODE IS F.
009600     COPY LBMREC.
009700*
009800 FD  FG-SHIPMENT-FILE
009900     RECORDING MODE IS F.
010000     COPY SHPREC.
010100*
010200 FD  FG-STOCK-REPORT-FILE
010300     RECORDING MODE IS F.
010400     COPY FSPREC.
010500*
010600 FD  FG-SHIPMENT-REJECT-FILE
010700     RECORDING MODE IS F.
010800     COPY FSRREC.
010900*
010920 FD  STEP-STATUS-FILE
010940     RECORDING MODE IS F.
010960     COPY STSREC.
010980*
011000 WORKING-STORAGE SECTION.
011100*--------------------------------------------------------------*
011200*    FILE STATUS WORKING STORAGE
011300*--------------------------------------------------------------*
011400 01  WS-FSC-FILE-STATUS          PIC X(02)   VALUE "00".
011500     88  WS-FSC-FILE-OK                      VALUE "00".
011600     88  WS-FSC-FILE-NOT-FOUND               VALUE "35".
011700 01  WS-ITEM-FILE-STATUS         PIC X(02)   VALUE "00".
011800     88  WS-ITEM-FILE-OK                     VALUE "00".
011900     88  WS-ITEM-FILE-NOT-FOUND              VALUE "35".
012000 01  WS-FGS-FILE-STATUS          PIC X(02)   VALUE "00".
012100     88  WS-FGS-FILE-OK                      VALUE "00".
012200     88  WS-FGS-FILE-NOT-FOUND               VALUE "35".
012300 01  WS-LEDG-FILE-STATUS         PIC X(02)   VALUE "00".
012400     88  WS-LEDG-FILE-OK                     VALUE "00".
012500     88  WS-LEDG-FILE-NOT-FOUND              VALUE "35".
012600 01  WS-LBM-FILE-STATUS          PIC X(02)   VALUE "00".
012700     88  WS-LBM-FILE-OK                      VALUE "00".
012800     88  WS-LBM-FILE-NOT-FOUND               VALUE "35".
012900 01  WS-SHP-FILE-STATUS          PIC X(02)   VALUE "00".
013000     88  WS-SHP-FILE-OK                      VALUE "00".
013100     88  WS-SHP-FILE-NOT-FOUND               VALUE "35".
013200 01  WS-FSP-FILE-STATUS          PIC X(02)   VALUE "00".
013300     88  WS-FSP-FILE-OK                      VALUE "00".
013400 01  WS-FSR-FILE-STATUS          PIC X(02)   VALUE "00".
013500     88  WS-FSR-FILE-OK                      VALUE "00".
013600*--------------------------------------------------------------*
013700*    LOOP-CONTROL WORKING STORAGE
013800*--------------------------------------------------------------*
013900 01  WS-ITEM-LOAD-SWITCH          PIC X(01)   VALUE "N".
014000     88  WS-ITEM-LOAD-DONE                    VALUE "Y".
014100 01  WS-FGS-LOAD-SWITCH           PIC X(01)   VALUE "N".
014200     88  WS-FGS-LOAD-DONE                     VALUE "Y".
014300 01  WS-LEDG-EOF-SWITCH           PIC X(01)   VALUE "N".
014400     88  WS-LEDG-EOF-REACHED                  VALUE "Y".
014500 01  WS-LBM-EOF-SWITCH            PIC X(01)   VALUE "N".
014600     88  WS-LBM-EOF-REACHED                   VALUE "Y".
014700 01  WS-SHP-EOF-SWITCH            PIC X(01)   VALUE "N".
014800     88  WS-SHP-EOF-REACHED                   VALUE "Y".
014900 01  WS-RUN-SEVERITY              PIC 9(02)   VALUE 0.
015000*--------------------------------------------------------------*
015100*    CONTROL-CARD WORKING STORAGE
015200*--------------------------------------------------------------*
015300 01  WS-STOCK-PLANT               PIC X(02)   VALUE "01".
015400 01  WS-WARNING-DAYS              PIC 9(03)   VALUE 14.
015410 01  WS-RETENTION-DAYS            PIC 9(03)   VALUE 90.
015420 01  WS-RETAIN-FROM-DAYNO         PIC 9(07)   VALUE 0.
015500*--------------------------------------------------------------*
015600*    ITEM SHELF-LIFE WORKING STORAGE
015700*    EVERY ITEM ON THE MASTER WITH ITS SHELF LIFE IN DAYS -
015800*    ZERO IS NO SHELF LIFE KEYED, AND SUCH A LOT NEVER EXPIRES.
015900*--------------------------------------------------------------*
016000 01  WS-ITM-MAX-ENTRIES           PIC 9(04)   VALUE 2000.
016100 01  WS-ITM-COUNT                 PIC 9(04)   VALUE 0.
016200 01  WS-ITM-SUB                   PIC 9(04)   VALUE 0.
016300 01  WS-ITM-INDEX                 PIC 9(04)   VALUE 0.
016400 01  WS-ITM-TABLE.
016500     05  WS-ITM-ENTRY OCCURS 2000 TIMES.
016600         10  WS-ITM-ITEM-CODE      PIC X(10).
016700         10  WS-ITM-SHELF-LIFE     PIC 9(04).
016800*--------------------------------------------------------------*
016900*    LOT TABLE WORKING STORAGE
017000*    EVERY PLANT'S LOTS, KEPT IN PLANT/ITEM/LOT ORDER AND
017100*    REWRITTEN WHOLE AT END OF RUN.  THE EXPIRY IS FIGURED ONCE
017200*    THE LEDGER AND ITEM MASTER ARE IN - ZERO IS NEVER.
017300*--------------------------------------------------------------*
017400 01  WS-LOT-MAX-ENTRIES           PIC 9(05)   VALUE 50000.
017500 01  WS-LOT-COUNT                 PIC 9(05)   VALUE 0.
017600 01  WS-LOT-SUB                   PIC 9(05)   VALUE 0.
017700 01  WS-LOT-INDEX                 PIC 9(05)   VALUE 0.
017800 01  WS-LOT-SLOT                  PIC 9(05)   VALUE 0.
017900 01  WS-LOT-MOVE-SUB              PIC 9(05)   VALUE 0.
018000 01  WS-LOT-FOUND-SWITCH          PIC X(01)   VALUE "N".
018100     88  WS-LOT-FOUND                         VALUE "Y".
018200 01  WS-SLOT-FOUND-SWITCH         PIC X(01)   VALUE "N".
018300     88  WS-SLOT-FOUND                        VALUE "Y".
018400 01  WS-LOT-FULL-SWITCH           PIC X(01)   VALUE "N".
018500     88  WS-LOT-TABLE-FULL                    VALUE "Y".
018600 01  WS-FIND-KEY.
018700     05  WS-FIND-PLANT            PIC X(02).
018800     05  WS-FIND-ITEM             PIC X(10).
018900     05  WS-FIND-LOT              PIC 9(05).
019000 01  WS-LOT-TABLE.
019100     05  WS-LOT-ENTRY OCCURS 50000 TIMES.
019200         10  WS-LOT-KEY.
019300             15  WS-LOT-PLANT-CODE PIC X(02).
019400             15  WS-LOT-ITEM-CODE  PIC X(10).
019500             15  WS-LOT-NUMBER     PIC 9(05).
019600         10  WS-LOT-PROD-DATE      PIC 9(08).
019700         10  WS-LOT-POSTED-QTY     PIC S9(09).
019800         10  WS-LOT-SHIPPED-QTY    PIC S9(09).
019900         10  WS-LOT-RUN-SHIP-QTY   PIC S9(09).
020000         10  WS-LOT-LAST-SHIP-DATE PIC 9(08).
020100         10  WS-LOT-HOLD-STATUS    PIC X(01).
020200             88  WS-LOT-IS-FREE                VALUE SPACE.
020300             88  WS-LOT-IS-SCRAPPED            VALUE "S".
020400         10  WS-LOT-SHELF-LIFE     PIC 9(04).
020500         10  WS-LOT-EXPIRY-DATE    PIC 9(08).
020600         10  WS-LOT-EXPIRY-DAYNO   PIC 9(07).
020700*--------------------------------------------------------------*
020800*    SHIPMENT-TAKEN LOG WORKING STORAGE
020900*    EVERY SHIPMENT TAKEN, AT ANY PLANT, WHOSE SHIP DATE IS
020950*    STILL INSIDE THE RETENTION WINDOW.  A SHIPMENT WHOSE
021000*    PLANT, SHIP DATE, TICKET, ITEM, AND LOT ARE ALREADY HERE
021100*    IS NOT TAKEN AGAIN.
021200*--------------------------------------------------------------*
021300 01  WS-TKN-MAX-ENTRIES           PIC 9(05)   VALUE 20000.
021400 01  WS-TKN-COUNT                 PIC 9(05)   VALUE 0.
021500 01  WS-TKN-SUB                   PIC 9(05)   VALUE 0.
021600 01  WS-TKN-FOUND-SWITCH          PIC X(01)   VALUE "N".
021700     88  WS-TKN-FOUND                         VALUE "Y".
021800 01  WS-TKN-TABLE.
021900     05  WS-TKN-ENTRY OCCURS 20000 TIMES.
022000         10  WS-TKN-KEY.
022100             15  WS-TKN-PLANT-CODE PIC X(02).
022200             15  WS-TKN-SHIP-DATE  PIC 9(08).
022300             15  WS-TKN-SHIP-TICKET
022400                                   PIC X(10).
022500             15  WS-TKN-ITEM-CODE  PIC X(10).
022600             15  WS-TKN-LOT-NUMBER PIC 9(05).
022700         10  WS-TKN-QUANTITY       PIC 9(07).
022800         10  WS-TKN-TAKEN-DATE     PIC 9(08).
022900 01  WS-TKN-SEARCH-KEY.
023000     05  WS-TKN-SEARCH-PLANT      PIC X(02).
023100     05  WS-TKN-SEARCH-DATE       PIC 9(08).
023200     05  WS-TKN-SEARCH-TICKET     PIC X(10).
023300     05  WS-TKN-SEARCH-ITEM       PIC X(10).
023400     05  WS-TKN-SEARCH-LOT        PIC 9(05).
023500*--------------------------------------------------------------*
023600*    LEDGER REBUILD WORKING STORAGE
023700*--------------------------------------------------------------*
023800 01  WS-RECORD-PLANT              PIC X(02)   VALUE SPACES.
023900 01  WS-POSTING-DATE              PIC 9(08)   VALUE 0.
024000 01  WS-POSTING-QTY               PIC S9(09)  VALUE 0.
024100*--------------------------------------------------------------*
024200*    CARD EDIT WORKING STORAGE
024300*--------------------------------------------------------------*
024400 01  WS-CARD-EDIT-SWITCH          PIC X(01)   VALUE "Y".
024500     88  WS-CARD-IS-VALID                     VALUE "Y".
024600     88  WS-CARD-IS-INVALID                   VALUE "N".
024700 01  WS-REJECT-REASON-CODE        PIC X(04)   VALUE SPACES.
024800 01  WS-REJECT-REASON-TEXT        PIC X(25)   VALUE SPACES.
024900 01  WS-CARD-PLANT-CODE           PIC X(02)   VALUE SPACES.
025000 01  WS-CARD-DATE                 PIC 9(08)   VALUE 0.
025100 01  WS-ON-HAND-QTY               PIC S9(09)  VALUE 0.
025200*--------------------------------------------------------------*
025300*    FIRST-IN FIRST-OUT WORKING STORAGE
025400*    THE OLDEST LOT OF THE SAME ITEM THAT COULD HAVE BEEN
025500*    SHIPPED INSTEAD OF THE ONE THAT WAS - ZERO WHEN NONE.
025600*--------------------------------------------------------------*
025700 01  WS-OLDER-INDEX               PIC 9(05)   VALUE 0.
025800 01  WS-SHIP-DAYNO                PIC 9(07)   VALUE 0.
025900*--------------------------------------------------------------*
026000*    DATE WORKING STORAGE
026100*    SHELF LIFE RUNS ON THE REAL CALENDAR, NOT 30/360 - AN
026200*    EXPIRY DATE IS PRINTED AND MUST BE A DATE ON THE JAR.
026300*    A DATE IS TURNED INTO A DAY NUMBER, DAYS ARE ADDED, AND
026400*    THE DAY NUMBER IS TURNED BACK INTO A DATE.  THE YEAR IS
026500*    COUNTED FROM MARCH SO THE LEAP DAY FALLS AT ITS END.
026600*--------------------------------------------------------------*
026700 01  WS-DATE-WORK                 PIC 9(08)   VALUE 0.
026800 01  WS-DATE-WORK-SPLIT REDEFINES WS-DATE-WORK.
026900     05  WS-DATE-WORK-YYYY        PIC 9(04).
027000     05  WS-DATE-WORK-MM          PIC 9(02).
027100     05  WS-DATE-WORK-DD          PIC 9(02).
027200 01  WS-DAYNO                     PIC 9(07)   VALUE 0.
027300 01  WS-DAYNO-YEAR                PIC 9(05)   VALUE 0.
027400 01  WS-DAYNO-MONTH               PIC 9(02)   VALUE 0.
027500 01  WS-DAYNO-Q4                  PIC 9(05)   VALUE 0.
027600 01  WS-DAYNO-Q100                PIC 9(05)   VALUE 0.
027700 01  WS-DAYNO-Q400                PIC 9(05)   VALUE 0.
027800 01  WS-DAYNO-MDAYS               PIC 9(05)   VALUE 0.
027900 01  WS-DAYNO-YEAR-START          PIC 9(07)   VALUE 0.
028000 01  WS-DAYNO-DAY-OF-YEAR         PIC S9(05)  VALUE 0.
028100 01  WS-DAYNO-WORK                PIC 9(11)   VALUE 0.
028200 01  WS-TODAY-DAYNO               PIC 9(07)   VALUE 0.
028300 01  WS-DAYS-TO-EXPIRY            PIC S9(07)  VALUE 0.
028400*--------------------------------------------------------------*
028500*    RUN-COUNT WORKING STORAGE
028600*--------------------------------------------------------------*
028700 01  WS-POSTINGS-READ             PIC 9(07)   VALUE 0.
028800 01  WS-POSTINGS-BAD              PIC 9(05)   VALUE 0.
028900 01  WS-HOLDS-READ                PIC 9(05)   VALUE 0.
029000 01  WS-SHIPMENTS-READ            PIC 9(05)   VALUE 0.
029100 01  WS-SHIPMENTS-APPLIED         PIC 9(05)   VALUE 0.
029200 01  WS-SHIPMENTS-REJECTED        PIC 9(05)   VALUE 0.
029300 01  WS-FIFO-WARNINGS             PIC 9(05)   VALUE 0.
029400 01  WS-LOTS-REPORTED             PIC 9(05)   VALUE 0.
029500 01  WS-LOTS-EXPIRED              PIC 9(05)   VALUE 0.
029600 01  WS-LOTS-EXPIRING             PIC 9(05)   VALUE 0.
029700 01  WS-LOTS-ON-HOLD              PIC 9(05)   VALUE 0.
029800 01  WS-LOTS-NO-SHELF-LIFE        PIC 9(05)   VALUE 0.
029900 01  WS-LOTS-BELOW-ZERO           PIC 9(05)   VALUE 0.
029950 01  WS-TAKEN-PURGED              PIC 9(05)   VALUE 0.
030000*--------------------------------------------------------------*
030100*    REPORT WORKING STORAGE
030200*--------------------------------------------------------------*
030300 01  WS-PREV-ITEM-CODE            PIC X(10)   VALUE SPACES.
030400 01  WS-ITEM-LOTS                 PIC 9(05)   VALUE 0.
030500 01  WS-ITEM-ON-HAND              PIC S9(09)  VALUE 0.
030600 01  WS-FSP-HEAD-1.
030700     05  FILLER                   PIC X(38)   VALUE
030800         "PASTA-PARTY FINISHED-GOODS STOCK".
030900     05  FILLER                   PIC X(11)   VALUE
031000         "  RUN DATE ".
031100     05  FSP-H1-RUN-DATE          PIC 9(08).
031200     05  FILLER                   PIC X(08)   VALUE
031300         "  PLANT ".
031400     05  FSP-H1-PLANT-CODE        PIC X(02).
031500     05  FILLER                   PIC X(16)   VALUE
031600         "  WARNING DAYS ".
031700     05  FSP-H1-WARNING-DAYS      PIC ZZ9.
031800     05  FILLER                   PIC X(46)   VALUE SPACES.
031900 01  WS-FSP-SECTION-LINE.
032000     05  FILLER                   PIC X(01)   VALUE SPACE.
032100     05  FSP-SECTION-LABEL        PIC X(50).
032200     05  FILLER                   PIC X(81)   VALUE SPACES.
032300 01  WS-FSP-LOG-LINE.
032400     05  FILLER                   PIC X(01)   VALUE SPACE.
032500     05  FSP-LOG-ITEM             PIC X(10).
032600     05  FILLER                   PIC X(02)   VALUE SPACES.
032700     05  FSP-LOG-LOT              PIC X(05).
032800     05  FILLER                   PIC X(02)   VALUE SPACES.
032900     05  FSP-LOG-QUANTITY         PIC ZZZZ,ZZ9-.
033000     05  FILLER                   PIC X(02)   VALUE SPACES.
033100     05  FSP-LOG-TEXT             PIC X(80).
033200     05  FILLER                   PIC X(21)   VALUE SPACES.
033300 01  WS-FSP-MESSAGE-LINE.
033400     05  FILLER                   PIC X(01)   VALUE SPACE.
033500     05  FSP-MSG-TEXT             PIC X(100).
033600     05  FILLER                   PIC X(31)   VALUE SPACES.
033700 01  WS-FSP-STOCK-HEAD.
033800     05  FILLER                   PIC X(20)   VALUE
033900         " ITEM         LOT".
034000     05  FILLER                   PIC X(22)   VALUE
034100         "PRODUCED  EXPIRES".
034200     05  FILLER                   PIC X(09)   VALUE
034300         "  DAYS".
034400     05  FILLER                   PIC X(13)   VALUE
034500         "      POSTED".
034600     05  FILLER                   PIC X(13)   VALUE
034700         "     SHIPPED".
034800     05  FILLER                   PIC X(13)   VALUE
034900         "     ON HAND".
035000     05  FILLER                   PIC X(42)   VALUE
035100         "  FLAG".
035200 01  WS-FSP-STOCK-LINE.
035300     05  FILLER                   PIC X(01)   VALUE SPACE.
035400     05  FSP-STK-ITEM             PIC X(10).
035500     05  FILLER                   PIC X(02)   VALUE SPACES.
035600     05  FSP-STK-LOT              PIC 9(05).
035700     05  FILLER                   PIC X(02)   VALUE SPACES.
035800     05  FSP-STK-PROD-DATE        PIC 9(08).
035900     05  FILLER                   PIC X(02)   VALUE SPACES.
036000     05  FSP-STK-EXPIRY-DATE      PIC X(08).
036100     05  FILLER                   PIC X(02)   VALUE SPACES.
036200     05  FSP-STK-DAYS             PIC X(07).
036300     05  FILLER                   PIC X(02)   VALUE SPACES.
036400     05  FSP-STK-POSTED           PIC ZZZ,ZZZ,ZZ9-.
036500     05  FILLER                   PIC X(01)   VALUE SPACE.
036600     05  FSP-STK-SHIPPED          PIC ZZZ,ZZZ,ZZ9-.
036700     05  FILLER                   PIC X(01)   VALUE SPACE.
036800     05  FSP-STK-ON-HAND          PIC ZZZ,ZZZ,ZZ9-.
036900     05  FILLER                   PIC X(02)   VALUE SPACES.
037000     05  FSP-STK-FLAG             PIC X(20).
037100     05  FILLER                   PIC X(23)   VALUE SPACES.
037200 01  WS-FSP-ITEM-TOTAL-LINE.
037300     05  FILLER                   PIC X(01)   VALUE SPACE.
037400     05  FSP-TOT-ITEM             PIC X(10).
037500     05  FILLER                   PIC X(02)   VALUE SPACES.
037600     05  FILLER                   PIC X(07)   VALUE "TOTAL  ".
037700     05  FSP-TOT-LOTS             PIC ZZZZ9.
037800     05  FILLER                   PIC X(05)   VALUE " LOTS".
037900     05  FILLER                   PIC X(53)   VALUE SPACES.
038000     05  FSP-TOT-ON-HAND          PIC ZZZ,ZZZ,ZZ9-.
038100     05  FILLER                   PIC X(37)   VALUE SPACES.
038200 01  WS-FSP-TEXT-LINE.
038300     05  FILLER                   PIC X(01)   VALUE SPACE.
038400     05  FSP-TXT-LABEL            PIC X(34).
038500     05  FSP-TXT-VALUE            PIC ZZZZZZ9.
038600     05  FILLER                   PIC X(90)   VALUE SPACES.
038700 01  WS-FSP-WORK-LINE             PIC X(132)  VALUE SPACES.
038800 01  WS-EDIT-DAYS                 PIC ZZZZZ9-.
038900 01  WS-EDIT-QTY                  PIC ZZZZ,ZZ9-.
039000 01  WS-EDIT-LOT                  PIC 9(05).
039100*--------------------------------------------------------------*
039200*    RUN-DATE WORKING STORAGE
039300*--------------------------------------------------------------*
039400 01  WS-CURRENT-DATE-YYYYMMDD     PIC 9(08)   VALUE 0.
039500*
039505*--------------------------------------------------------------*
039510*    STEP-STATUS WORKING STORAGE
039515*    EVERY RUN PUTS A START AND AN END RECORD ON THE SUITE'S
039520*    STEP-STATUS LEDGER SO THE MORNING STATUS REPORT CAN SAY
039525*    WHAT RAN, HOW IT ENDED, AND WHAT IS STILL WAITING.
039530*--------------------------------------------------------------*
039535 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE "00".
039540     88  WS-STS-FILE-OK                      VALUE "00".
039545     88  WS-STS-FILE-NOT-FOUND               VALUE "35".
039550 01  WS-STEP-PROGRAM-ID           PIC X(20)   VALUE
039555     "SPAGHETTI-FGSTOCK".
039560 01  WS-STEP-PLANT                PIC X(02)   VALUE "01".
039580*
039600 PROCEDURE DIVISION.
039700 MAIN-SECTION.
039800     PERFORM 050-INITIALIZE
039900     PERFORM 200-POST-SHIPMENTS
040000     PERFORM 500-EXIT
040100     STOP RUN.
040200*
040300*--------------------------------------------------------------*
040400*    050-INITIALIZE
040500*    LOADS THE SHELF LIVES AND THE STOCK MASTER, REBUILDS WHAT
040600*    EVERY LOT POSTED FROM THE LEDGER, TAKES THE HOLD STATUS,
040700*    FIGURES EVERY LOT'S EXPIRY, AND OPENS THE TWO REPORTS.  A
040800*    MASTER OR LEDGER THAT CANNOT BE READ WHOLE STOPS THE RUN
040900*    BEFORE ANYTHING IS POSTED.
041000*--------------------------------------------------------------*
041100 050-INITIALIZE.
041200     ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
041300     MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-DATE-WORK
041400     PERFORM 710-FIGURE-DAY-NUMBER
041500     MOVE WS-DAYNO TO WS-TODAY-DAYNO
041600     PERFORM 060-LOAD-CONTROL-CARD
041605     COMPUTE WS-RETAIN-FROM-DAYNO =
041610         WS-TODAY-DAYNO - WS-RETENTION-DAYS
041620     MOVE WS-STOCK-PLANT TO WS-STEP-PLANT
041640     PERFORM 900-WRITE-START-STEP
041700     PERFORM 061-LOAD-ITEM-SHELF-LIVES
041800     PERFORM 063-LOAD-STOCK-MASTER
041900     PERFORM 067-REBUILD-POSTED-QTY
042000     PERFORM 070-LOAD-HOLD-STATUS
042100     MOVE 1 TO WS-LOT-SUB
042200     PERFORM 072-FIGURE-ONE-EXPIRY
042300         UNTIL WS-LOT-SUB > WS-LOT-COUNT
042400     PERFORM 075-OPEN-REPORT-FILE
042500     PERFORM 078-OPEN-REJECT-FILE
042600     PERFORM 090-PRINT-HEADINGS.
042700*
042800 060-LOAD-CONTROL-CARD.
042900     OPEN INPUT FG-STOCK-CONTROL-FILE
043000     IF WS-FSC-FILE-NOT-FOUND
043100         DISPLAY 'FSCFILE NOT FOUND - POSTING PLANT 01'
043200     ELSE
043300         READ FG-STOCK-CONTROL-FILE
043400             AT END
043500                 DISPLAY 'FSCFILE EMPTY - POSTING PLANT 01'
043600         END-READ
043700         IF WS-FSC-FILE-OK AND FSC-PLANT-CODE NOT = SPACES
043800             MOVE FSC-PLANT-CODE TO WS-STOCK-PLANT
043900         END-IF
044000         IF WS-FSC-FILE-OK AND FSC-WARNING-DAYS NUMERIC
044100             MOVE FSC-WARNING-DAYS-N TO WS-WARNING-DAYS
044200         END-IF
044210         IF WS-FSC-FILE-OK AND FSC-RETENTION-DAYS NUMERIC
044220             AND FSC-RETENTION-DAYS-N > 0
044230             MOVE FSC-RETENTION-DAYS-N TO WS-RETENTION-DAYS
044240         END-IF
044300         CLOSE FG-STOCK-CONTROL-FILE
044400     END-IF.
044500*
044600*--------------------------------------------------------------*
044700*    061-LOAD-ITEM-SHELF-LIVES
044800*    NO ITEM MASTER LEAVES EVERY LOT WITHOUT A SHELF LIFE -
044900*    THE STOCK STILL POSTS, BUT NOTHING CAN BE AGED.
045000*--------------------------------------------------------------*
045100 061-LOAD-ITEM-SHELF-LIVES.
045200     OPEN INPUT ITEM-MASTER-FILE
045300     IF NOT WS-ITEM-FILE-OK
045400         DISPLAY 'ITEMFILE COULD NOT BE OPENED - STATUS '
045500             WS-ITEM-FILE-STATUS ' - NO SHELF LIVES'
045600         PERFORM 095-RAISE-WARNING
045700     ELSE
045800         PERFORM 062-LOAD-ONE-ITEM UNTIL WS-ITEM-LOAD-DONE
045900         CLOSE ITEM-MASTER-FILE
046000     END-IF.
046100*
046200 062-LOAD-ONE-ITEM.
046300     READ ITEM-MASTER-FILE
046400         AT END
046500             SET WS-ITEM-LOAD-DONE TO TRUE
046600         NOT AT END
046700             IF WS-ITM-COUNT < WS-ITM-MAX-ENTRIES
046800                 ADD 1 TO WS-ITM-COUNT
046900                 MOVE ITEM-CODE TO WS-ITM-ITEM-CODE(WS-ITM-COUNT)
047000                 IF ITEM-SHELF-LIFE-DAYS NUMERIC
047100                     MOVE ITEM-SHELF-LIFE-DAYS-N TO
047200                         WS-ITM-SHELF-LIFE(WS-ITM-COUNT)
047300                 ELSE
047400                     MOVE 0 TO WS-ITM-SHELF-LIFE(WS-ITM-COUNT)
047500                 END-IF
047600             ELSE
047700                 DISPLAY 'ITEM TABLE FULL - ' ITEM-CODE
047800                     ' HAS NO SHELF LIFE THIS RUN'
047900                 PERFORM 095-RAISE-WARNING
048000             END-IF
048100     END-READ.
048200*
048300*--------------------------------------------------------------*
048400*    063-LOAD-STOCK-MASTER
048500*    LOADS THE LOTS AND THE SHIPMENT-TAKEN LOG.  A MISSING
048600*    MASTER IS THE FIRST-EVER RUN - EVERY LOT COMES FROM THE
048700*    LEDGER WITH NOTHING SHIPPED.
048800*--------------------------------------------------------------*
048900 063-LOAD-STOCK-MASTER.
049000     OPEN INPUT FG-STOCK-FILE
049100     IF WS-FGS-FILE-NOT-FOUND
049200         DISPLAY 'FGSFILE NOT FOUND - BUILDING A NEW STOCK MASTER'
049300         PERFORM 095-RAISE-WARNING
049400     ELSE
049500         IF NOT WS-FGS-FILE-OK
049600             DISPLAY 'FGSFILE COULD NOT BE OPENED - STATUS '
049700                 WS-FGS-FILE-STATUS
049800             GO TO 069-ABORT-MASTER-AS-FOUND
049900         END-IF
050000         PERFORM 064-LOAD-ONE-STOCK-RECORD UNTIL WS-FGS-LOAD-DONE
050100         CLOSE FG-STOCK-FILE
050200     END-IF.
050300*
050400 064-LOAD-ONE-STOCK-RECORD.
050500     READ FG-STOCK-FILE
050600         AT END
050700             MOVE "Y" TO WS-FGS-LOAD-SWITCH
050800         NOT AT END
050900             IF FGS-IS-LOT
051000                 PERFORM 065-STORE-ONE-LOT
051100             ELSE
051200                 IF FGS-IS-SHIPMENT-TAKEN
051300                     PERFORM 066-STORE-ONE-SHIPMENT-TAKEN
051400                 END-IF
051500             END-IF
051600     END-READ.
051700*
051800 065-STORE-ONE-LOT.
051900     MOVE FGS-PLANT-CODE TO WS-FIND-PLANT
052000     MOVE FGS-ITEM-CODE TO WS-FIND-ITEM
052100     MOVE FGS-LOT-NUMBER TO WS-FIND-LOT
052200     PERFORM 150-FIND-LOT-ENTRY
052300     IF WS-LOT-FOUND
052400         DISPLAY 'DUPLICATE LOT RECORD DROPPED FOR '
052500             FGS-PLANT-CODE ' ' FGS-ITEM-CODE ' ' FGS-LOT-NUMBER
052600         PERFORM 095-RAISE-WARNING
052700     ELSE
052800         PERFORM 155-ADD-LOT-ENTRY
052900         IF WS-LOT-TABLE-FULL
053000             DISPLAY 'LOT TABLE FULL AT ' FGS-ITEM-CODE
053100                 ' - RAISE WS-LOT-MAX-ENTRIES'
053200             GO TO 069-ABORT-MASTER-AS-FOUND
053300         END-IF
053400         MOVE FGS-PROD-DATE TO WS-LOT-PROD-DATE(WS-LOT-INDEX)
053500         MOVE FGS-POSTED-QTY TO WS-LOT-POSTED-QTY(WS-LOT-INDEX)
053600         MOVE FGS-SHIPPED-QTY TO WS-LOT-SHIPPED-QTY(WS-LOT-INDEX)
053700         MOVE FGS-LAST-SHIP-DATE TO
053800             WS-LOT-LAST-SHIP-DATE(WS-LOT-INDEX)
053900         MOVE FGS-HOLD-STATUS TO WS-LOT-HOLD-STATUS(WS-LOT-INDEX)
054000     END-IF.
054100*
054200 066-STORE-ONE-SHIPMENT-TAKEN.
054300     IF WS-TKN-COUNT NOT < WS-TKN-MAX-ENTRIES
054400         DISPLAY 'SHIPMENT LOG FULL - RAISE WS-TKN-MAX-ENTRIES'
054500         GO TO 069-ABORT-MASTER-AS-FOUND
054600     END-IF
054700     ADD 1 TO WS-TKN-COUNT
054800     MOVE FGS-PLANT-CODE TO WS-TKN-PLANT-CODE(WS-TKN-COUNT)
054900     MOVE FGS-TKN-SHIP-DATE TO WS-TKN-SHIP-DATE(WS-TKN-COUNT)
055000     MOVE FGS-TKN-SHIP-TICKET TO WS-TKN-SHIP-TICKET(WS-TKN-COUNT)
055100     MOVE FGS-TKN-ITEM-CODE TO WS-TKN-ITEM-CODE(WS-TKN-COUNT)
055200     MOVE FGS-TKN-LOT-NUMBER TO WS-TKN-LOT-NUMBER(WS-TKN-COUNT)
055300     MOVE FGS-TKN-QUANTITY TO WS-TKN-QUANTITY(WS-TKN-COUNT)
055400     MOVE FGS-TKN-TAKEN-DATE TO WS-TKN-TAKEN-DATE(WS-TKN-COUNT).
055500*
055600*--------------------------------------------------------------*
055700*    067-REBUILD-POSTED-QTY
055800*    EVERY LOT'S POSTED QUANTITY IS THROWN AWAY AND SUMMED
055900*    AGAIN FROM THE WHOLE LEDGER, DATED AS THE TREND AND
056000*    COSTING RUNS DATE IT - THE PRODUCTION DATE WHEN THE
056100*    POSTING CARRIES ONE, ELSE THE RUN DATE.  NO LEDGER KEEPS
056200*    THE POSTED QUANTITIES AS LAST FOUND.
056300*--------------------------------------------------------------*
056400 067-REBUILD-POSTED-QTY.
056500     OPEN INPUT POSTED-LEDGER-FILE
056600     IF WS-LEDG-FILE-NOT-FOUND
056700         DISPLAY 'LEDGFILE NOT FOUND - POSTED STOCK AS LAST FOUND'
056800         PERFORM 095-RAISE-WARNING
056900     ELSE
057000         IF NOT WS-LEDG-FILE-OK
057100             DISPLAY 'LEDGFILE COULD NOT BE OPENED - STATUS '
057200                 WS-LEDG-FILE-STATUS
057300             GO TO 069-ABORT-MASTER-AS-FOUND
057400         END-IF
057500         MOVE 1 TO WS-LOT-SUB
057600         PERFORM 160-CLEAR-ONE-POSTED-QTY
057700             UNTIL WS-LOT-SUB > WS-LOT-COUNT
057800         PERFORM 068-TAKE-ONE-POSTING UNTIL WS-LEDG-EOF-REACHED
057900         CLOSE POSTED-LEDGER-FILE
058000     END-IF.
058100*
058200 068-TAKE-ONE-POSTING.
058300     READ POSTED-LEDGER-FILE
058400         AT END
058500             SET WS-LEDG-EOF-REACHED TO TRUE
058600         NOT AT END
058700             ADD 1 TO WS-POSTINGS-READ
058800             IF LDG-QUANTITY NOT NUMERIC
058900                 OR LDG-LOT-NUMBER NOT NUMERIC
059000                     ADD 1 TO WS-POSTINGS-BAD
059100             ELSE
059200                 PERFORM 162-POST-ONE-LEDGER-LOT
059300             END-IF
059400     END-READ.
059500*
059600*--------------------------------------------------------------*
059700*    069-ABORT-MASTER-AS-FOUND
059800*    THE MASTER OR THE LEDGER COULD NOT BE READ WHOLE, SO
059900*    NOTHING CAN BE SHIPPED AGAINST IT.  NOTHING HAS BEEN
060000*    OPENED FOR OUTPUT YET, SO STOPPING HERE LEAVES THE MASTER
060100*    EXACTLY AS FOUND.
060200*--------------------------------------------------------------*
060300 069-ABORT-MASTER-AS-FOUND.
060400     DISPLAY 'RUN ABORTED - FINISHED-GOODS MASTER LEFT AS FOUND'
060500     MOVE 16 TO RETURN-CODE
060550     PERFORM 905-WRITE-END-STEP
060600     STOP RUN.
060700*
060800*--------------------------------------------------------------*
060900*    070-LOAD-HOLD-STATUS
061000*    A LOT HELD OR SCRAPPED BY QA IS NOT SHIPPABLE.  NO
061100*    LOT-BALANCE MASTER KEEPS EVERY LOT'S STATUS AS LAST SEEN.
061200*--------------------------------------------------------------*
061300 070-LOAD-HOLD-STATUS.
061400     OPEN INPUT LOT-BALANCE-FILE
061500     IF NOT WS-LBM-FILE-OK
061600         DISPLAY 'LBMFILE COULD NOT BE OPENED - STATUS '
061700             WS-LBM-FILE-STATUS ' - HOLDS AS LAST SEEN'
061800         PERFORM 095-RAISE-WARNING
061900     ELSE
062000         PERFORM 071-TAKE-ONE-HOLD-STATUS UNTIL WS-LBM-EOF-REACHED
062100         CLOSE LOT-BALANCE-FILE
062200     END-IF.
062300*
062400 071-TAKE-ONE-HOLD-STATUS.
062500     READ LOT-BALANCE-FILE
062600         AT END
062700             SET WS-LBM-EOF-REACHED TO TRUE
062800         NOT AT END
062900             ADD 1 TO WS-HOLDS-READ
063000             MOVE LBM-PLANT-CODE TO WS-FIND-PLANT
063100             MOVE LBM-ITEM-CODE TO WS-FIND-ITEM
063200             MOVE LBM-LOT-NUMBER TO WS-FIND-LOT
063300             PERFORM 150-FIND-LOT-ENTRY
063400             IF WS-LOT-FOUND
063500                 MOVE LBM-HOLD-STATUS TO
063600                     WS-LOT-HOLD-STATUS(WS-LOT-INDEX)
063700             END-IF
063800     END-READ.
063900*
064000 072-FIGURE-ONE-EXPIRY.
064100     PERFORM 170-FIND-ITEM-SHELF-LIFE
064200     IF WS-ITM-INDEX > 0
064300         MOVE WS-ITM-SHELF-LIFE(WS-ITM-INDEX) TO
064400             WS-LOT-SHELF-LIFE(WS-LOT-SUB)
064500     ELSE
064600         MOVE 0 TO WS-LOT-SHELF-LIFE(WS-LOT-SUB)
064700     END-IF
064800     PERFORM 700-FIGURE-LOT-EXPIRY
064900     ADD 1 TO WS-LOT-SUB.
065000*
065100 075-OPEN-REPORT-FILE.
065200     OPEN OUTPUT FG-STOCK-REPORT-FILE
065300     IF NOT WS-FSP-FILE-OK
065400         DISPLAY 'FSPFILE COULD NOT BE OPENED - STATUS '
065500             WS-FSP-FILE-STATUS
065600         PERFORM 095-RAISE-WARNING
065700     END-IF.
065800*
065900 078-OPEN-REJECT-FILE.
066000     OPEN OUTPUT FG-SHIPMENT-REJECT-FILE
066100     IF NOT WS-FSR-FILE-OK
066200         DISPLAY 'FSRFILE COULD NOT BE OPENED - STATUS '
066300             WS-FSR-FILE-STATUS
066400         PERFORM 095-RAISE-WARNING
066500     END-IF.
066600*
066700 090-PRINT-HEADINGS.
066800     MOVE WS-CURRENT-DATE-YYYYMMDD TO FSP-H1-RUN-DATE
066900     MOVE WS-STOCK-PLANT TO FSP-H1-PLANT-CODE
067000     MOVE WS-WARNING-DAYS TO FSP-H1-WARNING-DAYS
067100     MOVE WS-FSP-HEAD-1 TO WS-FSP-WORK-LINE
067200     PERFORM 094-WRITE-REPORT-LINE.
067300*
067400 092-PRINT-SECTION-HEAD.
067500     MOVE SPACES TO WS-FSP-WORK-LINE
067600     PERFORM 094-WRITE-REPORT-LINE
067700     MOVE WS-FSP-SECTION-LINE TO WS-FSP-WORK-LINE
067800     PERFORM 094-WRITE-REPORT-LINE.
067900*
068000 093-PRINT-MESSAGE-LINE.
068100     MOVE WS-FSP-MESSAGE-LINE TO WS-FSP-WORK-LINE
068200     PERFORM 094-WRITE-REPORT-LINE.
068300*
068400 094-WRITE-REPORT-LINE.
068500     IF WS-FSP-FILE-OK
068600         MOVE WS-FSP-WORK-LINE TO FG-STOCK-PRINT-RECORD
068700         WRITE FG-STOCK-PRINT-RECORD
068800     END-IF.
068900*
069000 095-RAISE-WARNING.
069100     IF WS-RUN-SEVERITY < 04
069200         MOVE 04 TO WS-RUN-SEVERITY
069300     END-IF.
069400*
069500*--------------------------------------------------------------*
069600*    150-FIND-LOT-ENTRY
069700*    WALKS THE TABLE FOR WS-FIND-KEY.  LEAVES WS-LOT-INDEX AT
069800*    THE ENTRY WHEN FOUND, AND WS-LOT-SLOT AT THE SEAT IT
069900*    BELONGS IN WHEN NOT.
070000*--------------------------------------------------------------*
070100 150-FIND-LOT-ENTRY.
070200     MOVE "N" TO WS-LOT-FOUND-SWITCH
070300     MOVE "N" TO WS-SLOT-FOUND-SWITCH
070400     MOVE 1 TO WS-LOT-SLOT
070500     PERFORM 151-CHECK-ONE-SLOT
070600         UNTIL WS-SLOT-FOUND OR WS-LOT-FOUND
070700         OR WS-LOT-SLOT > WS-LOT-COUNT.
070800*
070900 151-CHECK-ONE-SLOT.
071000     IF WS-LOT-KEY(WS-LOT-SLOT) = WS-FIND-KEY
071100         SET WS-LOT-FOUND TO TRUE
071200         MOVE WS-LOT-SLOT TO WS-LOT-INDEX
071300     ELSE
071400         IF WS-LOT-KEY(WS-LOT-SLOT) > WS-FIND-KEY
071500             SET WS-SLOT-FOUND TO TRUE
071600         ELSE
071700             ADD 1 TO WS-LOT-SLOT
071800         END-IF
071900     END-IF.
072000*
072100*--------------------------------------------------------------*
072200*    155-ADD-LOT-ENTRY
072300*    OPENS AN EMPTY LOT FOR WS-FIND-KEY AT THE SLOT 150 LEFT,
072400*    SHIFTING THE REST DOWN ONE.  A FULL TABLE SETS
072500*    WS-LOT-TABLE-FULL AND ADDS NOTHING.
072600*--------------------------------------------------------------*
072700 155-ADD-LOT-ENTRY.
072800     IF WS-LOT-COUNT NOT < WS-LOT-MAX-ENTRIES
072900         SET WS-LOT-TABLE-FULL TO TRUE
073000     ELSE
073100         MOVE WS-LOT-COUNT TO WS-LOT-MOVE-SUB
073200         PERFORM 156-SHIFT-ONE-ENTRY
073300             UNTIL WS-LOT-MOVE-SUB < WS-LOT-SLOT
073400         ADD 1 TO WS-LOT-COUNT
073500         MOVE WS-LOT-SLOT TO WS-LOT-INDEX
073600         MOVE WS-FIND-PLANT TO WS-LOT-PLANT-CODE(WS-LOT-INDEX)
073700         MOVE WS-FIND-ITEM TO WS-LOT-ITEM-CODE(WS-LOT-INDEX)
073800         MOVE WS-FIND-LOT TO WS-LOT-NUMBER(WS-LOT-INDEX)
073900         MOVE 0 TO WS-LOT-PROD-DATE(WS-LOT-INDEX)
074000         MOVE 0 TO WS-LOT-POSTED-QTY(WS-LOT-INDEX)
074100         MOVE 0 TO WS-LOT-SHIPPED-QTY(WS-LOT-INDEX)
074200         MOVE 0 TO WS-LOT-RUN-SHIP-QTY(WS-LOT-INDEX)
074300         MOVE 0 TO WS-LOT-LAST-SHIP-DATE(WS-LOT-INDEX)
074400         MOVE SPACE TO WS-LOT-HOLD-STATUS(WS-LOT-INDEX)
074500         MOVE 0 TO WS-LOT-SHELF-LIFE(WS-LOT-INDEX)
074600         MOVE 0 TO WS-LOT-EXPIRY-DATE(WS-LOT-INDEX)
074700         MOVE 0 TO WS-LOT-EXPIRY-DAYNO(WS-LOT-INDEX)
074800     END-IF.
074900*
075000 156-SHIFT-ONE-ENTRY.
075100     MOVE WS-LOT-ENTRY(WS-LOT-MOVE-SUB) TO
075200         WS-LOT-ENTRY(WS-LOT-MOVE-SUB + 1)
075300     SUBTRACT 1 FROM WS-LOT-MOVE-SUB.
075400*
075500 160-CLEAR-ONE-POSTED-QTY.
075600     MOVE 0 TO WS-LOT-POSTED-QTY(WS-LOT-SUB)
075700     ADD 1 TO WS-LOT-SUB.
075800*
075900*--------------------------------------------------------------*
076000*    162-POST-ONE-LEDGER-LOT
076100*    A REVERSAL TAKES ITS QUANTITY BACK OUT; AN ORIGINAL OR
076200*    AN ADJUSTMENT ADDS.  A LOT TAKES ITS PRODUCTION DATE FROM
076300*    THE FIRST POSTING THAT NAMES IT.
076400*--------------------------------------------------------------*
076500 162-POST-ONE-LEDGER-LOT.
076600     MOVE LDG-PLANT-CODE TO WS-RECORD-PLANT
076700     IF WS-RECORD-PLANT = SPACES
076800         MOVE "01" TO WS-RECORD-PLANT
076900     END-IF
077000     IF LDG-PROD-DATE NUMERIC AND LDG-PROD-DATE > 0
077100         MOVE LDG-PROD-DATE TO WS-POSTING-DATE
077200     ELSE
077300         MOVE LDG-RUN-DATE TO WS-POSTING-DATE
077400     END-IF
077500     MOVE LDG-QUANTITY TO WS-POSTING-QTY
077600     IF LDG-RECORD-TYPE = "R"
077700         COMPUTE WS-POSTING-QTY = 0 - WS-POSTING-QTY
077800     END-IF
077900     MOVE WS-RECORD-PLANT TO WS-FIND-PLANT
078000     MOVE LDG-ITEM-CODE TO WS-FIND-ITEM
078100     MOVE LDG-LOT-NUMBER TO WS-FIND-LOT
078200     PERFORM 150-FIND-LOT-ENTRY
078300     IF NOT WS-LOT-FOUND
078400         PERFORM 155-ADD-LOT-ENTRY
078500         IF WS-LOT-TABLE-FULL
078600             DISPLAY 'LOT TABLE FULL AT ' LDG-ITEM-CODE
078700                 ' - RAISE WS-LOT-MAX-ENTRIES'
078800             GO TO 069-ABORT-MASTER-AS-FOUND
078900         END-IF
079000     END-IF
079100     IF WS-LOT-PROD-DATE(WS-LOT-INDEX) = 0
079200         MOVE WS-POSTING-DATE TO WS-LOT-PROD-DATE(WS-LOT-INDEX)
079300     END-IF
079400     ADD WS-POSTING-QTY TO WS-LOT-POSTED-QTY(WS-LOT-INDEX).
079500*
079600 170-FIND-ITEM-SHELF-LIFE.
079700     MOVE 0 TO WS-ITM-INDEX
079800     MOVE 1 TO WS-ITM-SUB
079900     PERFORM 171-CHECK-ONE-ITEM
080000         UNTIL WS-ITM-INDEX > 0 OR WS-ITM-SUB > WS-ITM-COUNT.
080100*
080200 171-CHECK-ONE-ITEM.
080300     IF WS-ITM-ITEM-CODE(WS-ITM-SUB) =
080400         WS-LOT-ITEM-CODE(WS-LOT-SUB)
080500             MOVE WS-ITM-SUB TO WS-ITM-INDEX
080600     ELSE
080700         ADD 1 TO WS-ITM-SUB
080800     END-IF.
080900*
081000 180-FIND-SHIPMENT-TAKEN.
081100     MOVE "N" TO WS-TKN-FOUND-SWITCH
081200     MOVE 1 TO WS-TKN-SUB
081300     PERFORM 181-CHECK-ONE-SHIPMENT-TAKEN
081400         UNTIL WS-TKN-FOUND OR WS-TKN-SUB > WS-TKN-COUNT.
081500*
081600 181-CHECK-ONE-SHIPMENT-TAKEN.
081700     IF WS-TKN-KEY(WS-TKN-SUB) = WS-TKN-SEARCH-KEY
081800         SET WS-TKN-FOUND TO TRUE
081900     ELSE
082000         ADD 1 TO WS-TKN-SUB
082100     END-IF.
082200*
082300*--------------------------------------------------------------*
082400*    200-POST-SHIPMENTS
082500*    THE WAREHOUSE'S SHIPMENTS, RECORD BY RECORD.  NO SHIPMENT
082600*    FILE IS A DAY NOTHING LEFT THE DOCK, NOT AN ERROR.
082700*--------------------------------------------------------------*
082800 200-POST-SHIPMENTS.
082900     MOVE "SHIPMENTS" TO FSP-SECTION-LABEL
083000     PERFORM 092-PRINT-SECTION-HEAD
083100     OPEN INPUT FG-SHIPMENT-FILE
083200     IF WS-SHP-FILE-NOT-FOUND
083300         DISPLAY 'SHPFILE NOT FOUND - NO SHIPMENTS THIS RUN'
083400         MOVE "NO SHIPMENTS THIS RUN" TO FSP-MSG-TEXT
083500         PERFORM 093-PRINT-MESSAGE-LINE
083600     ELSE
083700         IF NOT WS-SHP-FILE-OK
083800             DISPLAY 'SHPFILE COULD NOT BE OPENED - STATUS '
083900                 WS-SHP-FILE-STATUS
084000             MOVE "SHIPMENT FILE COULD NOT BE OPENED" TO
084100                 FSP-MSG-TEXT
084200             PERFORM 093-PRINT-MESSAGE-LINE
084300             PERFORM 095-RAISE-WARNING
084400         ELSE
084500             PERFORM 210-PROCESS-ONE-SHIPMENT
084600                 UNTIL WS-SHP-EOF-REACHED
084700             CLOSE FG-SHIPMENT-FILE
084800         END-IF
084900     END-IF.
085000*
085100 210-PROCESS-ONE-SHIPMENT.
085200     READ FG-SHIPMENT-FILE
085300         AT END
085400             SET WS-SHP-EOF-REACHED TO TRUE
085500         NOT AT END
085600             PERFORM 220-EDIT-ONE-SHIPMENT
085700     END-READ.
085800*
085900*--------------------------------------------------------------*
086000*    220-EDIT-ONE-SHIPMENT
086100*    A SHIPMENT MUST BE FOR THE RUN PLANT, VALIDLY DATED NO
086200*    LATER THAN TODAY, NOT BEFORE THE SHIPMENT LOG'S RETENTION
086250*    WINDOW, NOT ALREADY TAKEN, FOR A QUANTITY ABOVE
086300*    ZERO, AND AGAINST A LOT OF THE ITEM NAMED THAT WAS MADE BY
086400*    THE SHIP DATE, HAD NOT EXPIRED BY IT, IS NOT ON QA HOLD,
086500*    AND HAS THE QUANTITY ON HAND.
086600*--------------------------------------------------------------*
086700 220-EDIT-ONE-SHIPMENT.
086800     ADD 1 TO WS-SHIPMENTS-READ
086900     SET WS-CARD-IS-VALID TO TRUE
087000     IF SHP-PLANT-CODE = SPACES
087100         MOVE "01" TO WS-CARD-PLANT-CODE
087200     ELSE
087300         MOVE SHP-PLANT-CODE TO WS-CARD-PLANT-CODE
087400     END-IF
087500     IF WS-CARD-PLANT-CODE NOT = WS-STOCK-PLANT
087600         SET WS-CARD-IS-INVALID TO TRUE
087700         MOVE "PLT " TO WS-REJECT-REASON-CODE
087800         MOVE "SHIPMENT FOR OTHER PLANT" TO
087900             WS-REJECT-REASON-TEXT
088000     END-IF
088100     IF WS-CARD-IS-VALID
088200         IF SHP-SHIP-DATE NOT NUMERIC
088300             OR SHP-SHIP-MM < 1 OR SHP-SHIP-MM > 12
088400             OR SHP-SHIP-DD < 1 OR SHP-SHIP-DD > 31
088500                 SET WS-CARD-IS-INVALID TO TRUE
088600                 MOVE "DTE " TO WS-REJECT-REASON-CODE
088700                 MOVE "SHIP DATE INVALID" TO WS-REJECT-REASON-TEXT
088800         ELSE
088900             MOVE SHP-SHIP-DATE TO WS-CARD-DATE
089000             IF WS-CARD-DATE > WS-CURRENT-DATE-YYYYMMDD
089100                 SET WS-CARD-IS-INVALID TO TRUE
089200                 MOVE "DTE " TO WS-REJECT-REASON-CODE
089300                 MOVE "SHIP DATE IN FUTURE" TO
089400                     WS-REJECT-REASON-TEXT
089500             END-IF
089510             MOVE WS-CARD-DATE TO WS-DATE-WORK
089520             PERFORM 710-FIGURE-DAY-NUMBER
089530             IF WS-DAYNO < WS-RETAIN-FROM-DAYNO
089540                 SET WS-CARD-IS-INVALID TO TRUE
089550                 MOVE "OLD " TO WS-REJECT-REASON-CODE
089560                 MOVE "SHIPPED BEFORE LOG WINDOW" TO
089570                     WS-REJECT-REASON-TEXT
089580             END-IF
089600         END-IF
089700     END-IF
089800     IF WS-CARD-IS-VALID
089900         IF SHP-QUANTITY NOT NUMERIC
090000             OR SHP-QUANTITY-N = 0
090100                 SET WS-CARD-IS-INVALID TO TRUE
090200                 MOVE "QTY " TO WS-REJECT-REASON-CODE
090300                 MOVE "QUANTITY NOT ABOVE ZERO" TO
090400                     WS-REJECT-REASON-TEXT
090500         END-IF
090600     END-IF
090700     IF WS-CARD-IS-VALID
090800         IF SHP-LOT-NUMBER NOT NUMERIC
090900             OR SHP-ITEM-CODE = SPACES
091000                 SET WS-CARD-IS-INVALID TO TRUE
091100                 MOVE "LOT " TO WS-REJECT-REASON-CODE
091200                 MOVE "LOT NOT IN STOCK" TO WS-REJECT-REASON-TEXT
091300         ELSE
091400             MOVE WS-CARD-PLANT-CODE TO WS-FIND-PLANT
091500             MOVE SHP-ITEM-CODE TO WS-FIND-ITEM
091600             MOVE SHP-LOT-NUMBER-N TO WS-FIND-LOT
091700             PERFORM 150-FIND-LOT-ENTRY
091800             IF NOT WS-LOT-FOUND
091900                 SET WS-CARD-IS-INVALID TO TRUE
092000                 MOVE "LOT " TO WS-REJECT-REASON-CODE
092100                 MOVE "LOT NOT IN STOCK" TO WS-REJECT-REASON-TEXT
092200             END-IF
092300         END-IF
092400     END-IF
092500     IF WS-CARD-IS-VALID
092600         MOVE WS-CARD-PLANT-CODE TO WS-TKN-SEARCH-PLANT
092700         MOVE WS-CARD-DATE TO WS-TKN-SEARCH-DATE
092800         MOVE SHP-SHIP-TICKET TO WS-TKN-SEARCH-TICKET
092900         MOVE SHP-ITEM-CODE TO WS-TKN-SEARCH-ITEM
093000         MOVE SHP-LOT-NUMBER-N TO WS-TKN-SEARCH-LOT
093100         PERFORM 180-FIND-SHIPMENT-TAKEN
093200         IF WS-TKN-FOUND
093300             SET WS-CARD-IS-INVALID TO TRUE
093400             MOVE "DUP " TO WS-REJECT-REASON-CODE
093500             MOVE "SHIPMENT ALREADY TAKEN" TO
093600                 WS-REJECT-REASON-TEXT
093700         END-IF
093800     END-IF
093900     IF WS-CARD-IS-VALID
094000         AND WS-CARD-DATE < WS-LOT-PROD-DATE(WS-LOT-INDEX)
094100             SET WS-CARD-IS-INVALID TO TRUE
094200             MOVE "DTE " TO WS-REJECT-REASON-CODE
094300             MOVE "SHIPPED BEFORE LOT MADE" TO
094400                 WS-REJECT-REASON-TEXT
094500     END-IF
094600     IF WS-CARD-IS-VALID
094700         AND NOT WS-LOT-IS-FREE(WS-LOT-INDEX)
094800             SET WS-CARD-IS-INVALID TO TRUE
094900             MOVE "HLD " TO WS-REJECT-REASON-CODE
095000             MOVE "LOT IS ON QA HOLD" TO WS-REJECT-REASON-TEXT
095100     END-IF
095200     IF WS-CARD-IS-VALID
095300         AND WS-LOT-EXPIRY-DAYNO(WS-LOT-INDEX) > 0
095400             MOVE WS-CARD-DATE TO WS-DATE-WORK
095500             PERFORM 710-FIGURE-DAY-NUMBER
095600             IF WS-DAYNO NOT < WS-LOT-EXPIRY-DAYNO(WS-LOT-INDEX)
095700                 SET WS-CARD-IS-INVALID TO TRUE
095800                 MOVE "EXP " TO WS-REJECT-REASON-CODE
095900                 MOVE "LOT EXPIRED BY SHIP DATE" TO
096000                     WS-REJECT-REASON-TEXT
096100             END-IF
096200     END-IF
096300     IF WS-CARD-IS-VALID
096400         COMPUTE WS-ON-HAND-QTY =
096500             WS-LOT-POSTED-QTY(WS-LOT-INDEX)
096600             - WS-LOT-SHIPPED-QTY(WS-LOT-INDEX)
096700         IF SHP-QUANTITY-N > WS-ON-HAND-QTY
096800             SET WS-CARD-IS-INVALID TO TRUE
096900             MOVE "OVR " TO WS-REJECT-REASON-CODE
097000             MOVE "MORE THAN LOT HAS LEFT" TO
097100                 WS-REJECT-REASON-TEXT
097200         END-IF
097300     END-IF
097400     IF WS-CARD-IS-VALID
097500         AND WS-TKN-COUNT NOT < WS-TKN-MAX-ENTRIES
097600             SET WS-CARD-IS-INVALID TO TRUE
097700             MOVE "LOG " TO WS-REJECT-REASON-CODE
097800             MOVE "SHIPMENT LOG IS FULL" TO WS-REJECT-REASON-TEXT
097900     END-IF
098000     IF WS-CARD-IS-VALID
098100         PERFORM 230-APPLY-ONE-SHIPMENT
098200     ELSE
098300         ADD 1 TO WS-SHIPMENTS-REJECTED
098400         PERFORM 280-WRITE-REJECT-RECORD
098500     END-IF.
098600*
098700*--------------------------------------------------------------*
098800*    230-APPLY-ONE-SHIPMENT
098900*    THE QUANTITY COMES OFF THE LOT AND THE SHIPMENT GOES ON
099000*    THE SHIPMENT-TAKEN LOG, THEN THE LOT IS CHECKED AGAINST
099100*    THE OLDER LOTS OF ITS ITEM.
099200*--------------------------------------------------------------*
099300 230-APPLY-ONE-SHIPMENT.
099400     ADD SHP-QUANTITY-N TO WS-LOT-SHIPPED-QTY(WS-LOT-INDEX)
099500     ADD SHP-QUANTITY-N TO WS-LOT-RUN-SHIP-QTY(WS-LOT-INDEX)
099600     IF WS-CARD-DATE > WS-LOT-LAST-SHIP-DATE(WS-LOT-INDEX)
099700         MOVE WS-CARD-DATE TO WS-LOT-LAST-SHIP-DATE(WS-LOT-INDEX)
099800     END-IF
099900     ADD 1 TO WS-TKN-COUNT
100000     MOVE WS-TKN-SEARCH-KEY TO WS-TKN-KEY(WS-TKN-COUNT)
100100     MOVE SHP-QUANTITY-N TO WS-TKN-QUANTITY(WS-TKN-COUNT)
100200     MOVE WS-CURRENT-DATE-YYYYMMDD TO
100300         WS-TKN-TAKEN-DATE(WS-TKN-COUNT)
100400     ADD 1 TO WS-SHIPMENTS-APPLIED
100500     MOVE SHP-ITEM-CODE TO FSP-LOG-ITEM
100600     MOVE SHP-LOT-NUMBER TO FSP-LOG-LOT
100700     MOVE SHP-QUANTITY-N TO FSP-LOG-QUANTITY
100800     MOVE SPACES TO FSP-LOG-TEXT
100900     STRING "SHIPPED " SHP-SHIP-DATE " - TICKET "
101000         SHP-SHIP-TICKET
101100         DELIMITED BY SIZE INTO FSP-LOG-TEXT
101200     MOVE WS-FSP-LOG-LINE TO WS-FSP-WORK-LINE
101300     PERFORM 094-WRITE-REPORT-LINE
101400     PERFORM 240-CHECK-OLDER-LOTS.
101500*
101600*--------------------------------------------------------------*
101700*    240-CHECK-OLDER-LOTS
101800*    LOOKS FOR THE OLDEST LOT OF THE SAME ITEM AT THE PLANT,
101900*    MADE BEFORE THE ONE SHIPPED, THAT WAS FREE, STILL ON HAND,
102000*    AND NOT YET EXPIRED ON THE SHIP DATE - THE LOT THAT
102100*    SHOULD HAVE GONE FIRST.  THE SHIPMENT STANDS; THE WARNING
102200*    IS FOR THE WAREHOUSE.
102300*--------------------------------------------------------------*
102400 240-CHECK-OLDER-LOTS.
102500     MOVE WS-CARD-DATE TO WS-DATE-WORK
102600     PERFORM 710-FIGURE-DAY-NUMBER
102700     MOVE WS-DAYNO TO WS-SHIP-DAYNO
102800     MOVE 0 TO WS-OLDER-INDEX
102900     MOVE 1 TO WS-LOT-SUB
103000     PERFORM 241-CHECK-ONE-OLDER-LOT
103100         UNTIL WS-LOT-SUB > WS-LOT-COUNT
103200     IF WS-OLDER-INDEX > 0
103300         ADD 1 TO WS-FIFO-WARNINGS
103400         PERFORM 095-RAISE-WARNING
103500         COMPUTE WS-ON-HAND-QTY =
103600             WS-LOT-POSTED-QTY(WS-OLDER-INDEX)
103700             - WS-LOT-SHIPPED-QTY(WS-OLDER-INDEX)
103800         MOVE WS-LOT-NUMBER(WS-OLDER-INDEX) TO WS-EDIT-LOT
103900         MOVE WS-ON-HAND-QTY TO WS-EDIT-QTY
104000         MOVE SPACES TO FSP-MSG-TEXT
104100         STRING "*** NEWER LOT SHIPPED - OLDER LOT " WS-EDIT-LOT
104200             " MADE " WS-LOT-PROD-DATE(WS-OLDER-INDEX)
104300             " STILL HAD" WS-EDIT-QTY "ON HAND"
104400             DELIMITED BY SIZE INTO FSP-MSG-TEXT
104500         PERFORM 093-PRINT-MESSAGE-LINE
104600         DISPLAY 'FIFO WARNING - ' SHP-ITEM-CODE ' LOT '
104700             SHP-LOT-NUMBER ' SHIPPED BEFORE LOT ' WS-EDIT-LOT
104800     END-IF.
104900*
105000 241-CHECK-ONE-OLDER-LOT.
105100     IF WS-LOT-PLANT-CODE(WS-LOT-SUB) = WS-CARD-PLANT-CODE
105200         AND WS-LOT-ITEM-CODE(WS-LOT-SUB) = SHP-ITEM-CODE
105300         AND WS-LOT-PROD-DATE(WS-LOT-SUB) <
105400             WS-LOT-PROD-DATE(WS-LOT-INDEX)
105500         AND WS-LOT-IS-FREE(WS-LOT-SUB)
105600         AND WS-LOT-POSTED-QTY(WS-LOT-SUB) >
105700             WS-LOT-SHIPPED-QTY(WS-LOT-SUB)
105800         AND (WS-LOT-EXPIRY-DAYNO(WS-LOT-SUB) = 0
105900         OR WS-LOT-EXPIRY-DAYNO(WS-LOT-SUB) > WS-SHIP-DAYNO)
106000             IF WS-OLDER-INDEX = 0
106100                 MOVE WS-LOT-SUB TO WS-OLDER-INDEX
106200             ELSE
106300                 IF WS-LOT-PROD-DATE(WS-LOT-SUB) <
106400                     WS-LOT-PROD-DATE(WS-OLDER-INDEX)
106500                         MOVE WS-LOT-SUB TO WS-OLDER-INDEX
106600                 END-IF
106700             END-IF
106800     END-IF
106900     ADD 1 TO WS-LOT-SUB.
107000*
107100*--------------------------------------------------------------*
107200*    280-WRITE-REJECT-RECORD
107300*    LOGS A REJECTED SHIPMENT TO THE REJECT LISTING AND TO THE
107400*    REPORT.
107500*--------------------------------------------------------------*
107600 280-WRITE-REJECT-RECORD.
107700     PERFORM 095-RAISE-WARNING
107800     MOVE SPACES TO FG-SHIPMENT-REJECT-RECORD
107900     MOVE FG-SHIPMENT-RECORD TO FSR-CARD-IMAGE
108000     MOVE WS-REJECT-REASON-CODE TO FSR-REASON-CODE
108100     MOVE WS-REJECT-REASON-TEXT TO FSR-REASON-TEXT
108200     IF WS-FSR-FILE-OK
108300         WRITE FG-SHIPMENT-REJECT-RECORD
108400     END-IF
108500     MOVE SHP-ITEM-CODE TO FSP-LOG-ITEM
108600     MOVE SHP-LOT-NUMBER TO FSP-LOG-LOT
108700     MOVE 0 TO FSP-LOG-QUANTITY
108800     IF SHP-QUANTITY NUMERIC
108900         MOVE SHP-QUANTITY-N TO FSP-LOG-QUANTITY
109000     END-IF
109100     MOVE SPACES TO FSP-LOG-TEXT
109200     STRING "REJECTED - " WS-REJECT-REASON-TEXT
109300         DELIMITED BY SIZE INTO FSP-LOG-TEXT
109400     MOVE WS-FSP-LOG-LINE TO WS-FSP-WORK-LINE
109500     PERFORM 094-WRITE-REPORT-LINE.
109600*
109700 500-EXIT.
109800     PERFORM 510-REWRITE-STOCK-MASTER
109900     PERFORM 520-PRINT-STOCK-REPORT
110000     PERFORM 540-PRINT-RUN-FIGURES
110100     IF WS-FSP-FILE-OK
110200         CLOSE FG-STOCK-REPORT-FILE
110300     END-IF
110400     IF WS-FSR-FILE-OK
110500         CLOSE FG-SHIPMENT-REJECT-FILE
110600     END-IF
110700     DISPLAY 'FINISHED-GOODS STOCK COMPLETE - '
110800         WS-SHIPMENTS-APPLIED ' SHIPMENTS POSTED '
110900         WS-SHIPMENTS-REJECTED ' REJECTED'
111000     DISPLAY '  LOTS REPORTED ' WS-LOTS-REPORTED ' EXPIRED '
111100         WS-LOTS-EXPIRED ' EXPIRING ' WS-LOTS-EXPIRING
111200         '  FIFO WARNINGS ' WS-FIFO-WARNINGS
111300     DISPLAY 'RUN SEVERITY: ' WS-RUN-SEVERITY
111400     MOVE WS-RUN-SEVERITY TO RETURN-CODE
111450     PERFORM 905-WRITE-END-STEP.
111500*
111600*--------------------------------------------------------------*
111700*    510-REWRITE-STOCK-MASTER
111800*    PUTS EVERY PLANT'S LOTS BACK IN PLANT/ITEM/LOT ORDER,
111900*    FOLLOWED BY THE SHIPMENT-TAKEN LOG, LESS ANY SHIPMENT
111950*    DATED BEFORE THE RETENTION WINDOW.  THE POSTED
112000*    QUANTITIES ARE REBUILT EVERY RUN, SO THE MASTER IS ALWAYS
112100*    REWRITTEN.  A MASTER THAT CANNOT BE REWRITTEN AFTER
112200*    SHIPMENTS WERE TAKEN STOPS THE SCHEDULE - THE SAME FEED
112300*    MUST NOT BE TAKEN AGAIN AGAINST THE OLD MASTER WITHOUT
112400*    SOMEONE LOOKING.
112500*--------------------------------------------------------------*
112600 510-REWRITE-STOCK-MASTER.
112700     OPEN OUTPUT FG-STOCK-FILE
112800     IF NOT WS-FGS-FILE-OK
112900         DISPLAY 'FGSFILE COULD NOT BE REWRITTEN - STATUS '
113000             WS-FGS-FILE-STATUS
113100         MOVE 16 TO WS-RUN-SEVERITY
113200     ELSE
113300         MOVE 1 TO WS-LOT-SUB
113400         PERFORM 511-WRITE-ONE-LOT
113500             UNTIL WS-LOT-SUB > WS-LOT-COUNT
113600         MOVE 1 TO WS-TKN-SUB
113700         PERFORM 512-WRITE-ONE-SHIPMENT-TAKEN
113800             UNTIL WS-TKN-SUB > WS-TKN-COUNT
113900         CLOSE FG-STOCK-FILE
114000     END-IF.
114100*
114200 511-WRITE-ONE-LOT.
114300     MOVE SPACES TO FG-STOCK-RECORD
114400     SET FGS-IS-LOT TO TRUE
114500     MOVE WS-LOT-PLANT-CODE(WS-LOT-SUB) TO FGS-PLANT-CODE
114600     MOVE WS-LOT-ITEM-CODE(WS-LOT-SUB) TO FGS-ITEM-CODE
114700     MOVE WS-LOT-NUMBER(WS-LOT-SUB) TO FGS-LOT-NUMBER
114800     MOVE WS-LOT-PROD-DATE(WS-LOT-SUB) TO FGS-PROD-DATE
114900     MOVE WS-LOT-POSTED-QTY(WS-LOT-SUB) TO FGS-POSTED-QTY
115000     MOVE WS-LOT-SHIPPED-QTY(WS-LOT-SUB) TO FGS-SHIPPED-QTY
115100     MOVE WS-LOT-LAST-SHIP-DATE(WS-LOT-SUB) TO FGS-LAST-SHIP-DATE
115200     MOVE WS-LOT-HOLD-STATUS(WS-LOT-SUB) TO FGS-HOLD-STATUS
115300     WRITE FG-STOCK-RECORD
115400     ADD 1 TO WS-LOT-SUB.
115500*
115600 512-WRITE-ONE-SHIPMENT-TAKEN.
115610     MOVE WS-TKN-SHIP-DATE(WS-TKN-SUB) TO WS-DATE-WORK
115620     PERFORM 710-FIGURE-DAY-NUMBER
115630     IF WS-DAYNO < WS-RETAIN-FROM-DAYNO
115640         ADD 1 TO WS-TAKEN-PURGED
115650     ELSE
115700         MOVE SPACES TO FG-STOCK-RECORD
115800         SET FGS-IS-SHIPMENT-TAKEN TO TRUE
115900         MOVE WS-TKN-PLANT-CODE(WS-TKN-SUB) TO FGS-PLANT-CODE
116000         MOVE WS-TKN-SHIP-DATE(WS-TKN-SUB) TO FGS-TKN-SHIP-DATE
116100         MOVE WS-TKN-SHIP-TICKET(WS-TKN-SUB) TO
116150             FGS-TKN-SHIP-TICKET
116200         MOVE WS-TKN-ITEM-CODE(WS-TKN-SUB) TO FGS-TKN-ITEM-CODE
116300         MOVE WS-TKN-LOT-NUMBER(WS-TKN-SUB) TO
116350             FGS-TKN-LOT-NUMBER
116400         MOVE WS-TKN-QUANTITY(WS-TKN-SUB) TO FGS-TKN-QUANTITY
116500         MOVE WS-TKN-TAKEN-DATE(WS-TKN-SUB) TO
116550             FGS-TKN-TAKEN-DATE
116600         WRITE FG-STOCK-RECORD
116650     END-IF
116700     ADD 1 TO WS-TKN-SUB.
116800*
116900*--------------------------------------------------------------*
117000*    520-PRINT-STOCK-REPORT
117100*    ONE LINE PER LOT STILL ON HAND AT THE RUN PLANT, IN ITEM
117200*    AND LOT ORDER, WITH A TOTAL FOR EACH ITEM.  A LOT THAT HAS
117300*    SHIPPED MORE THAN IT NOW POSTS - A REVERSAL AFTER IT
117400*    SHIPPED - IS SHOWN BELOW ZERO.
117500*--------------------------------------------------------------*
117600 520-PRINT-STOCK-REPORT.
117700     MOVE "FINISHED-GOODS STOCK BY LOT" TO FSP-SECTION-LABEL
117800     PERFORM 092-PRINT-SECTION-HEAD
117900     MOVE WS-FSP-STOCK-HEAD TO WS-FSP-WORK-LINE
118000     PERFORM 094-WRITE-REPORT-LINE
118100     MOVE SPACES TO WS-PREV-ITEM-CODE
118200     MOVE 1 TO WS-LOT-SUB
118300     PERFORM 521-PRINT-ONE-LOT
118400         UNTIL WS-LOT-SUB > WS-LOT-COUNT
118500     IF WS-PREV-ITEM-CODE NOT = SPACES
118600         PERFORM 525-PRINT-ITEM-TOTAL
118700     END-IF
118800     IF WS-LOTS-REPORTED = 0
118900         MOVE "NO FINISHED GOODS ON HAND" TO FSP-MSG-TEXT
119000         PERFORM 093-PRINT-MESSAGE-LINE
119100     END-IF.
119200*
119300 521-PRINT-ONE-LOT.
119400     COMPUTE WS-ON-HAND-QTY =
119500         WS-LOT-POSTED-QTY(WS-LOT-SUB)
119600         - WS-LOT-SHIPPED-QTY(WS-LOT-SUB)
119700     IF WS-LOT-PLANT-CODE(WS-LOT-SUB) = WS-STOCK-PLANT
119800         AND WS-ON-HAND-QTY NOT = 0
119900             IF WS-LOT-ITEM-CODE(WS-LOT-SUB)
120000                 NOT = WS-PREV-ITEM-CODE
120100                 IF WS-PREV-ITEM-CODE NOT = SPACES
120200                     PERFORM 525-PRINT-ITEM-TOTAL
120300                 END-IF
120400                 MOVE WS-LOT-ITEM-CODE(WS-LOT-SUB) TO
120500                     WS-PREV-ITEM-CODE
120600                 MOVE 0 TO WS-ITEM-LOTS
120700                 MOVE 0 TO WS-ITEM-ON-HAND
120800             END-IF
120900             PERFORM 522-PRINT-LOT-LINE
121000     END-IF
121100     ADD 1 TO WS-LOT-SUB.
121200*
121300*--------------------------------------------------------------*
121400*    522-PRINT-LOT-LINE
121500*    DAYS TO EXPIRY COUNT FROM TODAY - ZERO OR LESS IS
121600*    EXPIRED.  A HOLD OR A NEGATIVE BALANCE OUTRANKS THE AGE
121700*    ON THE FLAG, SINCE NEITHER LOT CAN SHIP ANYWAY.
121800*--------------------------------------------------------------*
121900 522-PRINT-LOT-LINE.
122000     ADD 1 TO WS-LOTS-REPORTED
122100     ADD 1 TO WS-ITEM-LOTS
122200     ADD WS-ON-HAND-QTY TO WS-ITEM-ON-HAND
122300     MOVE WS-LOT-ITEM-CODE(WS-LOT-SUB) TO FSP-STK-ITEM
122400     MOVE WS-LOT-NUMBER(WS-LOT-SUB) TO FSP-STK-LOT
122500     MOVE WS-LOT-PROD-DATE(WS-LOT-SUB) TO FSP-STK-PROD-DATE
122600     MOVE WS-LOT-POSTED-QTY(WS-LOT-SUB) TO FSP-STK-POSTED
122700     MOVE WS-LOT-SHIPPED-QTY(WS-LOT-SUB) TO FSP-STK-SHIPPED
122800     MOVE WS-ON-HAND-QTY TO FSP-STK-ON-HAND
122900     MOVE SPACES TO FSP-STK-FLAG
123000     IF WS-LOT-EXPIRY-DAYNO(WS-LOT-SUB) = 0
123100         MOVE SPACES TO FSP-STK-EXPIRY-DATE
123200         MOVE SPACES TO FSP-STK-DAYS
123300         MOVE "NO SHELF LIFE" TO FSP-STK-FLAG
123400         ADD 1 TO WS-LOTS-NO-SHELF-LIFE
123500     ELSE
123600         MOVE WS-LOT-EXPIRY-DATE(WS-LOT-SUB) TO
123700             FSP-STK-EXPIRY-DATE
123800         COMPUTE WS-DAYS-TO-EXPIRY =
123900             WS-LOT-EXPIRY-DAYNO(WS-LOT-SUB) - WS-TODAY-DAYNO
124000         MOVE WS-DAYS-TO-EXPIRY TO WS-EDIT-DAYS
124100         MOVE WS-EDIT-DAYS TO FSP-STK-DAYS
124200         IF WS-DAYS-TO-EXPIRY NOT > 0
124300             MOVE "*** EXPIRED" TO FSP-STK-FLAG
124400             ADD 1 TO WS-LOTS-EXPIRED
124500             PERFORM 095-RAISE-WARNING
124600         ELSE
124700             IF WS-DAYS-TO-EXPIRY NOT > WS-WARNING-DAYS
124800                 MOVE "EXPIRES SOON" TO FSP-STK-FLAG
124900                 ADD 1 TO WS-LOTS-EXPIRING
125000             END-IF
125100         END-IF
125200     END-IF
125300     IF NOT WS-LOT-IS-FREE(WS-LOT-SUB)
125400         IF WS-LOT-IS-SCRAPPED(WS-LOT-SUB)
125500             MOVE "SCRAPPED" TO FSP-STK-FLAG
125600         ELSE
125700             MOVE "ON QA HOLD" TO FSP-STK-FLAG
125800         END-IF
125900         ADD 1 TO WS-LOTS-ON-HOLD
126000     END-IF
126100     IF WS-ON-HAND-QTY < 0
126200         MOVE "BELOW ZERO" TO FSP-STK-FLAG
126300         ADD 1 TO WS-LOTS-BELOW-ZERO
126400         PERFORM 095-RAISE-WARNING
126500     END-IF
126600     MOVE WS-FSP-STOCK-LINE TO WS-FSP-WORK-LINE
126700     PERFORM 094-WRITE-REPORT-LINE.
126800*
126900 525-PRINT-ITEM-TOTAL.
127000     MOVE WS-PREV-ITEM-CODE TO FSP-TOT-ITEM
127100     MOVE WS-ITEM-LOTS TO FSP-TOT-LOTS
127200     MOVE WS-ITEM-ON-HAND TO FSP-TOT-ON-HAND
127300     MOVE WS-FSP-ITEM-TOTAL-LINE TO WS-FSP-WORK-LINE
127400     PERFORM 094-WRITE-REPORT-LINE
127500     MOVE SPACES TO WS-FSP-WORK-LINE
127600     PERFORM 094-WRITE-REPORT-LINE.
127700*
127800 540-PRINT-RUN-FIGURES.
127900     MOVE SPACES TO WS-FSP-WORK-LINE
128000     PERFORM 094-WRITE-REPORT-LINE
128100     MOVE "LEDGER POSTINGS READ" TO FSP-TXT-LABEL
128200     MOVE WS-POSTINGS-READ TO FSP-TXT-VALUE
128300     PERFORM 541-PRINT-FIGURE-LINE
128400     MOVE "LEDGER POSTINGS NOT NUMERIC" TO FSP-TXT-LABEL
128500     MOVE WS-POSTINGS-BAD TO FSP-TXT-VALUE
128600     PERFORM 541-PRINT-FIGURE-LINE
128700     MOVE "SHIPMENTS READ" TO FSP-TXT-LABEL
128800     MOVE WS-SHIPMENTS-READ TO FSP-TXT-VALUE
128900     PERFORM 541-PRINT-FIGURE-LINE
129000     MOVE "SHIPMENTS POSTED" TO FSP-TXT-LABEL
129100     MOVE WS-SHIPMENTS-APPLIED TO FSP-TXT-VALUE
129200     PERFORM 541-PRINT-FIGURE-LINE
129300     MOVE "SHIPMENTS REJECTED" TO FSP-TXT-LABEL
129400     MOVE WS-SHIPMENTS-REJECTED TO FSP-TXT-VALUE
129500     PERFORM 541-PRINT-FIGURE-LINE
129600     MOVE "NEWER LOT SHIPPED FIRST" TO FSP-TXT-LABEL
129700     MOVE WS-FIFO-WARNINGS TO FSP-TXT-VALUE
129800     PERFORM 541-PRINT-FIGURE-LINE
129900     MOVE "LOTS ON HAND" TO FSP-TXT-LABEL
130000     MOVE WS-LOTS-REPORTED TO FSP-TXT-VALUE
130100     PERFORM 541-PRINT-FIGURE-LINE
130200     MOVE "LOTS EXPIRED" TO FSP-TXT-LABEL
130300     MOVE WS-LOTS-EXPIRED TO FSP-TXT-VALUE
130400     PERFORM 541-PRINT-FIGURE-LINE
130500     MOVE "LOTS INSIDE THE WARNING WINDOW" TO FSP-TXT-LABEL
130600     MOVE WS-LOTS-EXPIRING TO FSP-TXT-VALUE
130700     PERFORM 541-PRINT-FIGURE-LINE
130800     MOVE "LOTS ON QA HOLD OR SCRAPPED" TO FSP-TXT-LABEL
130900     MOVE WS-LOTS-ON-HOLD TO FSP-TXT-VALUE
131000     PERFORM 541-PRINT-FIGURE-LINE
131100     MOVE "LOTS WITH NO SHELF LIFE" TO FSP-TXT-LABEL
131200     MOVE WS-LOTS-NO-SHELF-LIFE TO FSP-TXT-VALUE
131300     PERFORM 541-PRINT-FIGURE-LINE
131400     MOVE "LOTS BELOW ZERO" TO FSP-TXT-LABEL
131500     MOVE WS-LOTS-BELOW-ZERO TO FSP-TXT-VALUE
131600     PERFORM 541-PRINT-FIGURE-LINE
131610     MOVE "SHIPMENT LOG ENTRIES PURGED" TO FSP-TXT-LABEL
131620     MOVE WS-TAKEN-PURGED TO FSP-TXT-VALUE
131630     PERFORM 541-PRINT-FIGURE-LINE.
131700*
131800 541-PRINT-FIGURE-LINE.
131900     MOVE WS-FSP-TEXT-LINE TO WS-FSP-WORK-LINE
132000     PERFORM 094-WRITE-REPORT-LINE.
132100*
132200*--------------------------------------------------------------*
132300*    700-FIGURE-LOT-EXPIRY
132400*    EXPIRY IS THE PRODUCTION DATE PLUS THE SHELF LIFE, FOR
132500*    THE LOT AT WS-LOT-SUB.  NO SHELF LIFE, OR NO USABLE
132600*    PRODUCTION DATE, LEAVES IT AT ZERO - NEVER.
132700*--------------------------------------------------------------*
132800 700-FIGURE-LOT-EXPIRY.
132900     MOVE 0 TO WS-LOT-EXPIRY-DATE(WS-LOT-SUB)
133000     MOVE 0 TO WS-LOT-EXPIRY-DAYNO(WS-LOT-SUB)
133100     MOVE WS-LOT-PROD-DATE(WS-LOT-SUB) TO WS-DATE-WORK
133200     IF WS-LOT-SHELF-LIFE(WS-LOT-SUB) > 0
133300         AND WS-DATE-WORK-YYYY > 1900
133400         AND WS-DATE-WORK-MM > 0 AND WS-DATE-WORK-MM < 13
133500         AND WS-DATE-WORK-DD > 0 AND WS-DATE-WORK-DD < 32
133600             PERFORM 710-FIGURE-DAY-NUMBER
133700             ADD WS-LOT-SHELF-LIFE(WS-LOT-SUB) TO WS-DAYNO
133800             MOVE WS-DAYNO TO WS-LOT-EXPIRY-DAYNO(WS-LOT-SUB)
133900             PERFORM 720-FIGURE-DATE-FROM-DAY-NUMBER
134000             MOVE WS-DATE-WORK TO WS-LOT-EXPIRY-DATE(WS-LOT-SUB)
134100     END-IF.
134200*
134300*--------------------------------------------------------------*
134400*    710-FIGURE-DAY-NUMBER
134500*    TURNS WS-DATE-WORK INTO WS-DAYNO, A COUNT OF DAYS THAT
134600*    GOES UP BY ONE EVERY DAY.  JANUARY AND FEBRUARY COUNT AS
134700*    MONTHS 10 AND 11 OF THE YEAR BEFORE; EVERY DIVIDE DROPS
134800*    ITS REMAINDER.
134900*--------------------------------------------------------------*
135000 710-FIGURE-DAY-NUMBER.
135100     MOVE WS-DATE-WORK-YYYY TO WS-DAYNO-YEAR
135200     IF WS-DATE-WORK-MM > 2
135300         COMPUTE WS-DAYNO-MONTH = WS-DATE-WORK-MM - 3
135400     ELSE
135500         COMPUTE WS-DAYNO-MONTH = WS-DATE-WORK-MM + 9
135600         SUBTRACT 1 FROM WS-DAYNO-YEAR
135700     END-IF
135800     DIVIDE WS-DAYNO-YEAR BY 4 GIVING WS-DAYNO-Q4
135900     DIVIDE WS-DAYNO-YEAR BY 100 GIVING WS-DAYNO-Q100
136000     DIVIDE WS-DAYNO-YEAR BY 400 GIVING WS-DAYNO-Q400
136100     COMPUTE WS-DAYNO-WORK = WS-DAYNO-MONTH * 306 + 5
136200     DIVIDE WS-DAYNO-WORK BY 10 GIVING WS-DAYNO-MDAYS
136300     COMPUTE WS-DAYNO = WS-DAYNO-YEAR * 365 + WS-DAYNO-Q4
136400         - WS-DAYNO-Q100 + WS-DAYNO-Q400 + WS-DAYNO-MDAYS
136500         + WS-DATE-WORK-DD - 1.
136600*
136700*--------------------------------------------------------------*
136800*    720-FIGURE-DATE-FROM-DAY-NUMBER
136900*    TURNS WS-DAYNO BACK INTO WS-DATE-WORK.  THE YEAR IS
137000*    ESTIMATED FROM THE AVERAGE YEAR AND STEPPED BACK ONE WHEN
137100*    THE ESTIMATE OVERSHOOTS; THE MONTH COMES OUT OF THE DAY
137200*    OF THE YEAR THE SAME WAY 710 PUT IT IN.
137300*--------------------------------------------------------------*
137400 720-FIGURE-DATE-FROM-DAY-NUMBER.
137500     COMPUTE WS-DAYNO-WORK = WS-DAYNO * 10000 + 14780
137600     DIVIDE WS-DAYNO-WORK BY 3652425 GIVING WS-DAYNO-YEAR
137700     PERFORM 721-FIGURE-DAY-OF-YEAR
137800     IF WS-DAYNO-DAY-OF-YEAR < 0
137900         SUBTRACT 1 FROM WS-DAYNO-YEAR
138000         PERFORM 721-FIGURE-DAY-OF-YEAR
138100     END-IF
138200     COMPUTE WS-DAYNO-WORK = WS-DAYNO-DAY-OF-YEAR * 100 + 52
138300     DIVIDE WS-DAYNO-WORK BY 3060 GIVING WS-DAYNO-MONTH
138400     COMPUTE WS-DAYNO-WORK = WS-DAYNO-MONTH * 306 + 5
138500     DIVIDE WS-DAYNO-WORK BY 10 GIVING WS-DAYNO-MDAYS
138600     COMPUTE WS-DATE-WORK-DD =
138700         WS-DAYNO-DAY-OF-YEAR - WS-DAYNO-MDAYS + 1
138800     IF WS-DAYNO-MONTH < 10
138900         COMPUTE WS-DATE-WORK-MM = WS-DAYNO-MONTH + 3
139000         MOVE WS-DAYNO-YEAR TO WS-DATE-WORK-YYYY
139100     ELSE
139200         COMPUTE WS-DATE-WORK-MM = WS-DAYNO-MONTH - 9
139300         COMPUTE WS-DATE-WORK-YYYY = WS-DAYNO-YEAR + 1
139400     END-IF.
139500*
139600 721-FIGURE-DAY-OF-YEAR.
139700     DIVIDE WS-DAYNO-YEAR BY 4 GIVING WS-DAYNO-Q4
139800     DIVIDE WS-DAYNO-YEAR BY 100 GIVING WS-DAYNO-Q100
139900     DIVIDE WS-DAYNO-YEAR BY 400 GIVING WS-DAYNO-Q400
140000     COMPUTE WS-DAYNO-YEAR-START = WS-DAYNO-YEAR * 365
140100         + WS-DAYNO-Q4 - WS-DAYNO-Q100 + WS-DAYNO-Q400
140200     COMPUTE WS-DAYNO-DAY-OF-YEAR =
140300         WS-DAYNO - WS-DAYNO-YEAR-START.
140400*
140500*--------------------------------------------------------------*
140600*    900-WRITE-START-STEP
140700*    PUTS THIS RUN'S START RECORD ON THE STEP-STATUS LEDGER.  A
140800*    START WITH NO END AFTER IT IS A RUN THAT NEVER FINISHED.
140900*--------------------------------------------------------------*
141000 900-WRITE-START-STEP.
141100     PERFORM 908-BUILD-STEP-RECORD
141200     SET STS-IS-START TO TRUE
141300     PERFORM 910-WRITE-STEP-RECORD.
141400*
141500*--------------------------------------------------------------*
141600*    905-WRITE-END-STEP
141700*    PUTS THIS RUN'S END RECORD ON THE STEP-STATUS LEDGER WITH
141800*    THE RETURN CODE THE RUN IS ENDING ON AND ITS KEY COUNTS.
141900*    EVERY WAY OUT OF THE RUN - NORMAL END OR ABORT - COMES
142000*    THROUGH HERE ONCE THE RETURN CODE IS SET.
142100*--------------------------------------------------------------*
142200 905-WRITE-END-STEP.
142300     PERFORM 908-BUILD-STEP-RECORD
142400     MOVE RETURN-CODE TO STS-RETURN-CODE
142500     SET STS-IS-END TO TRUE
142600     MOVE "SHIPPED " TO STS-COUNT-NAME(1)
142700     MOVE WS-SHIPMENTS-APPLIED TO STS-COUNT-VALUE(1)
142800     MOVE "REJECTED" TO STS-COUNT-NAME(2)
142900     MOVE WS-SHIPMENTS-REJECTED TO STS-COUNT-VALUE(2)
143000     MOVE "EXPIRED " TO STS-COUNT-NAME(3)
143100     MOVE WS-LOTS-EXPIRED TO STS-COUNT-VALUE(3)
143200     PERFORM 910-WRITE-STEP-RECORD.
143300*
143400 908-BUILD-STEP-RECORD.
143500     MOVE SPACES TO STEP-STATUS-RECORD
143600     MOVE WS-STEP-PLANT TO STS-PLANT-CODE
143700     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD
143800     ACCEPT STS-RUN-TIME FROM TIME
143900     MOVE WS-STEP-PROGRAM-ID TO STS-PROGRAM-ID
144000     MOVE 0 TO STS-RETURN-CODE STS-SUBJECT-DATE
144100     MOVE 0 TO STS-COUNT-VALUE(1) STS-COUNT-VALUE(2)
144200         STS-COUNT-VALUE(3).
144300*
144400*--------------------------------------------------------------*
144500*    910-WRITE-STEP-RECORD
144600*    THE LEDGER IS APPENDED TO - THE FIRST RUN EVER CREATES IT.
144700*    IT IS OPENED AND CLOSED AROUND EACH RECORD SO AN ABORT
144800*    LATER IN THE RUN CANNOT LOSE THE START RECORD.  A LEDGER
144900*    THAT WILL NOT OPEN COSTS THE STATUS REPORT THIS STEP, NOT
145000*    THE RUN ITS WORK.
145100*--------------------------------------------------------------*
145200 910-WRITE-STEP-RECORD.
145300     OPEN EXTEND STEP-STATUS-FILE
145400     IF NOT WS-STS-FILE-OK
145500         OPEN OUTPUT STEP-STATUS-FILE
145600     END-IF
145700     IF WS-STS-FILE-OK
145800         WRITE STEP-STATUS-RECORD
145900         CLOSE STEP-STATUS-FILE
146000     ELSE
146100         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
146200             WS-STS-FILE-STATUS ' - STEP NOT RECORDED'
146300     END-IF.
