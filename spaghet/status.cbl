000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SPAGHETTI-STATUS.
000300 AUTHOR.        R. ALFREDO.
000400 INSTALLATION.  PASTA-PARTY DATA CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    SPAGHETTI-STATUS IS THE MORNING STEP-STATUS REPORT.  IT
000900*    READS THE SUITE'S STEP-STATUS LEDGER (STSFILE), WHERE EVERY
001000*    PROGRAM PUTS A START AND AN END RECORD, AND SAYS FOR EVERY
001100*    PLANT WHAT RAN OVERNIGHT, WHAT DID NOT, AND WHAT IS BLOCKED.
001200*
001300*    THE REPORT (SSPFILE) IS FOR THE DATE ON THE CONTROL CARD
001400*    (SSCFILE) - TODAY WHEN BLANK - AND LOOKS AT STEPS THAT RAN
001500*    ON THAT DATE OR THE DAY BEFORE, SO A SCHEDULE THAT CROSSED
001600*    MIDNIGHT IS SEEN WHOLE.  NOTHING ON THE LEDGER AFTER THE
001700*    REPORT DATE IS LOOKED AT, SO AN OLD MORNING CAN BE REPRINTED.
001800*
001900*    FOR EVERY PLANT ON THE LEDGER (AND PLANT 01 ALWAYS) IT SHOWS
002000*    THE LAST POSTING RUN, ITS VERIFY AND THE PRODUCTION PLAN IN
002100*    THE WINDOW; WHETHER THE NEXT POSTING RUN WOULD BE LET GO OR
002200*    REFUSED, JUDGED THE SAME WAY SPAGHETTI-CODE JUDGES IT; AND
002300*    WHETHER THE PLANT'S INVENTORY TRANSMISSION IS CLEAR - IT IS
002400*    HELD UNTIL THE LAST POSTING HAS BEEN VERIFIED CLEAN.  THE
002500*    SUITE-WIDE STEPS (RECYCLE, EXCEPTION HISTORY, YIELD) FOLLOW,
002600*    THEN EVERY STEP THAT RAN IN THE WINDOW IN THE ORDER IT RAN.
002700*
002800*    THE RUN ENDS 04 WHEN ANY PLANT IS BLOCKED OR HELD, ANY STEP
002900*    WAS NOT RUN, OR ANY STEP ABENDED, WAS REFUSED, OR NEVER
003000*    FINISHED - SOMEONE SHOULD READ THE REPORT BEFORE THE DAY
003100*    SHIFT STARTS.
003200*
003300*    MODIFICATION HISTORY
003400*    DATE       INIT  DESCRIPTION
003500*    ---------- ----  -----------------------------------------
003600*    2026-10-15 RA    ORIGINAL.
003700*--------------------------------------------------------------*
003800*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT STEP-STATUS-CONTROL-FILE ASSIGN TO "SSCFILE"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-SSC-FILE-STATUS.
004500     SELECT STEP-STATUS-FILE ASSIGN TO "STSFILE"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-STS-FILE-STATUS.
004800     SELECT STEP-STATUS-REPORT-FILE ASSIGN TO "SSPFILE"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-SSP-FILE-STATUS.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  STEP-STATUS-CONTROL-FILE
005500     RECORDING MODE IS F.
005600     COPY SSCREC.
005700*
005800 FD  STEP-STATUS-FILE
005900     RECORDING MODE IS F.
006000     COPY STSREC.
006100*
006200 FD  STEP-STATUS-REPORT-FILE
006300     RECORDING MODE IS F.
006400     COPY SSPREC.
006500*
006600 WORKING-STORAGE SECTION.
006700*--------------------------------------------------------------*
006800*    FILE STATUS WORKING STORAGE
006900*--------------------------------------------------------------*
007000 01  WS-SSC-FILE-STATUS          PIC X(02)   VALUE "00".
007100     88  WS-SSC-FILE-OK                      VALUE "00".
007200     88  WS-SSC-FILE-NOT-FOUND               VALUE "35".
007300 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE "00".
007400     88  WS-STS-FILE-OK                      VALUE "00".
007500     88  WS-STS-FILE-NOT-FOUND               VALUE "35".
007600 01  WS-SSP-FILE-STATUS          PIC X(02)   VALUE "00".
007700     88  WS-SSP-FILE-OK                      VALUE "00".
007800*--------------------------------------------------------------*
007900*    LOOP-CONTROL WORKING STORAGE
008000*--------------------------------------------------------------*
008100 01  WS-STS-EOF-SWITCH            PIC X(01)   VALUE "N".
008200     88  WS-STS-EOF-REACHED                   VALUE "Y".
008300 01  WS-PLT-SLOT-SWITCH           PIC X(01)   VALUE "N".
008400     88  WS-PLT-SLOT-FOUND                    VALUE "Y".
008500 01  WS-RUN-MATCH-SWITCH          PIC X(01)   VALUE "N".
008600     88  WS-RUN-MATCHED                       VALUE "Y".
008700 01  WS-DATE-VALID-SWITCH         PIC X(01)   VALUE "N".
008800     88  WS-DATE-IS-VALID                     VALUE "Y".
008900 01  WS-RUN-SEVERITY              PIC 9(02)   VALUE 0.
009000*--------------------------------------------------------------*
009100*    CONTROL-CARD WORKING STORAGE
009200*    THE WINDOW RUNS FROM THE DAY BEFORE THE REPORT DATE TO THE
009300*    REPORT DATE, BY THE RUN DATE ON THE LEDGER.
009400*--------------------------------------------------------------*
009500 01  WS-REPORT-DATE               PIC 9(08)   VALUE 0.
009600 01  WS-WINDOW-FROM               PIC 9(08)   VALUE 0.
009700*--------------------------------------------------------------*
009800*    PLANT WORKING STORAGE
009900*    EVERY PLANT SEEN ON THE LEDGER, IN PLANT ORDER, WITH THE
010000*    STAMPS SPAGHETTI-CODE'S OWN PREREQUISITE CHECK LOOKS AT -
010100*    THE PLANT'S LAST COMPLETED POSTING RUN AND ITS LAST VERIFY.
010200*    A POSTING RUN THAT ABENDED IS NOT A COMPLETED ONE.  THE LAST
010300*    COMPLETED RECYCLE IS SUITE-WIDE.  ONLY A VERIFY OF THE LAST
010310*    POSTING'S RUN DATE, RUN AFTER IT, IS KEPT AS ITS VERIFY.
010400*--------------------------------------------------------------*
010500 01  WS-PLT-MAX-ENTRIES           PIC 9(03)   VALUE 50.
010600 01  WS-PLT-COUNT                 PIC 9(03)   VALUE 0.
010700 01  WS-PLT-SUB                   PIC 9(03)   VALUE 0.
010800 01  WS-PLT-INDEX                 PIC 9(03)   VALUE 0.
010900 01  WS-PLT-PREV                  PIC 9(03)   VALUE 0.
011000 01  WS-PLT-DROPPED               PIC 9(05)   VALUE 0.
011100 01  WS-PLT-TABLE.
011200     05  WS-PLT-ENTRY OCCURS 50 TIMES.
011300         10  WS-PLT-CODE          PIC X(02).
011400         10  WS-PLT-LAST-CODE-END PIC X(16).
011450         10  WS-PLT-LAST-CODE-DATE
011460                                  PIC 9(08).
011500         10  WS-PLT-LAST-VERIFY-END
011600                                  PIC X(16).
011700         10  WS-PLT-LAST-VERIFY-RC
011800                                  PIC 9(02).
011900 01  WS-LAST-RECYCLE-END          PIC X(16)   VALUE ZEROS.
012000 01  WS-FIND-PLANT                PIC X(02)   VALUE SPACES.
012100 01  WS-FIND-PROGRAM              PIC X(20)   VALUE SPACES.
012200*--------------------------------------------------------------*
012300*    WINDOW-STEP WORKING STORAGE
012400*    ONE ENTRY PER RUN IN THE WINDOW, IN LEDGER ORDER.  A START
012500*    OPENS AN ENTRY; THE END OR REFUSED RECORD THAT FOLLOWS FOR
012600*    THE SAME PROGRAM AND PLANT CLOSES IT.  AN END WHOSE START
012700*    FELL BEFORE THE WINDOW OPENS AND CLOSES ITS OWN ENTRY.
012800*--------------------------------------------------------------*
012900 01  WS-RUN-MAX-ENTRIES           PIC 9(04)   VALUE 2000.
013000 01  WS-RUN-COUNT                 PIC 9(04)   VALUE 0.
013100 01  WS-RUN-SUB                   PIC 9(04)   VALUE 0.
013200 01  WS-RUN-INDEX                 PIC 9(04)   VALUE 0.
013300 01  WS-RUN-DROPPED               PIC 9(05)   VALUE 0.
013400 01  WS-RUN-TABLE.
013500     05  WS-RUN-ENTRY OCCURS 2000 TIMES.
013600         10  WS-RUN-PLANT         PIC X(02).
013700         10  WS-RUN-PROGRAM       PIC X(20).
013800         10  WS-RUN-START-DATE    PIC 9(08).
013900         10  WS-RUN-START-TIME    PIC 9(08).
014000         10  WS-RUN-START-SEEN    PIC X(01).
014100             88  WS-RUN-HAS-START             VALUE "Y".
014200         10  WS-RUN-END-TIME      PIC 9(08).
014300         10  WS-RUN-TYPE          PIC X(01).
014400             88  WS-RUN-IS-OPEN               VALUE "S".
014500             88  WS-RUN-IS-REFUSED            VALUE "R".
014600         10  WS-RUN-RC            PIC 9(02).
014700         10  WS-RUN-OVERRIDE      PIC X(01).
014800             88  WS-RUN-ON-OVERRIDE           VALUE "O".
014900         10  WS-RUN-DETAIL        PIC X(63).
015000*--------------------------------------------------------------*
015100*    STEP-NAME WORKING STORAGE
015200*    THE STEPS SHOWN FOR EVERY PLANT, AND THE SUITE-WIDE STEPS,
015300*    IN THE ORDER THE SCHEDULE RUNS THEM.
015400*--------------------------------------------------------------*
015500 01  WS-PLANT-STEP-NAMES.
015600     05  FILLER                   PIC X(20)   VALUE
015700         "SPAGHETTI-CODE".
015800     05  FILLER                   PIC X(20)   VALUE
015900         "SPAGHETTI-VERIFY".
016000     05  FILLER                   PIC X(20)   VALUE
016100         "SPAGHETTI-PLAN".
016200 01  WS-PLANT-STEP-TABLE REDEFINES WS-PLANT-STEP-NAMES.
016300     05  WS-PLANT-STEP-NAME       PIC X(20)   OCCURS 3 TIMES.
016400 01  WS-SUITE-STEP-NAMES.
016500     05  FILLER                   PIC X(20)   VALUE
016600         "SPAGHETTI-RECYCLE".
016700     05  FILLER                   PIC X(20)   VALUE
016800         "SPAGHETTI-EXCHIST".
016900     05  FILLER                   PIC X(20)   VALUE
017000         "SPAGHETTI-YIELD".
017100 01  WS-SUITE-STEP-TABLE REDEFINES WS-SUITE-STEP-NAMES.
017200     05  WS-SUITE-STEP-NAME       PIC X(20)   OCCURS 3 TIMES.
017300 01  WS-STEP-SUB                  PIC 9(01)   VALUE 0.
017400*--------------------------------------------------------------*
017500*    JUDGEMENT WORKING STORAGE
017600*--------------------------------------------------------------*
017700 01  WS-BLOCK-TEXT                PIC X(51)   VALUE SPACES.
017800 01  WS-STATUS-TEXT               PIC X(18)   VALUE SPACES.
017900 01  WS-VERIFY-FAILED-TEXT.
018000     05  FILLER                   PIC X(29)   VALUE
018100         "VERIFY OF LAST POSTING ENDED ".
018200     05  WS-VERIFY-FAILED-RC      PIC 9(02)   VALUE 0.
018300 01  WS-COUNT-DETAIL.
018400     05  WS-CD-ENTRY OCCURS 3 TIMES.
018500         10  WS-CD-NAME           PIC X(08).
018600         10  FILLER               PIC X(01).
018700         10  WS-CD-VALUE          PIC ZZZZZZZZ9.
018800         10  FILLER               PIC X(03).
018900 01  WS-CD-SUB                    PIC 9(01)   VALUE 0.
019000*--------------------------------------------------------------*
019100*    DATE WORKING STORAGE
019200*    THE DAY BEFORE THE REPORT DATE IS FOUND ON THE REAL
019300*    CALENDAR - A DATE IS TURNED INTO A DAY NUMBER, A DAY IS
019400*    TAKEN OFF, AND THE DAY NUMBER IS TURNED BACK INTO A DATE.
019500*    THE YEAR IS COUNTED FROM MARCH SO THE LEAP DAY FALLS AT ITS
019600*    END.
019700*--------------------------------------------------------------*
019800 01  WS-DATE-WORK                 PIC 9(08)   VALUE 0.
019900 01  WS-DATE-WORK-SPLIT REDEFINES WS-DATE-WORK.
020000     05  WS-DATE-WORK-YYYY        PIC 9(04).
020100     05  WS-DATE-WORK-MM          PIC 9(02).
020200     05  WS-DATE-WORK-DD          PIC 9(02).
020300 01  WS-DAYNO                     PIC 9(07)   VALUE 0.
020400 01  WS-DAYNO-YEAR                PIC 9(05)   VALUE 0.
020500 01  WS-DAYNO-MONTH               PIC 9(02)   VALUE 0.
020600 01  WS-DAYNO-Q4                  PIC 9(05)   VALUE 0.
020700 01  WS-DAYNO-Q100                PIC 9(05)   VALUE 0.
020800 01  WS-DAYNO-Q400                PIC 9(05)   VALUE 0.
020900 01  WS-DAYNO-MDAYS               PIC 9(05)   VALUE 0.
021000 01  WS-DAYNO-YEAR-START          PIC 9(07)   VALUE 0.
021100 01  WS-DAYNO-DAY-OF-YEAR         PIC S9(05)  VALUE 0.
021200 01  WS-DAYNO-WORK                PIC 9(11)   VALUE 0.
021300 01  WS-TIME-WORK                 PIC 9(08)   VALUE 0.
021400 01  WS-TIME-WORK-SPLIT REDEFINES WS-TIME-WORK.
021500     05  WS-TIME-WORK-HHMM        PIC 9(04).
021600     05  WS-TIME-WORK-SSCC        PIC 9(04).
021700*--------------------------------------------------------------*
021800*    RUN-COUNT WORKING STORAGE
021900*--------------------------------------------------------------*
022000 01  WS-STEPS-READ                PIC 9(07)   VALUE 0.
022100 01  WS-STEPS-NOT-RUN             PIC 9(05)   VALUE 0.
022200 01  WS-STEPS-IN-TROUBLE          PIC 9(05)   VALUE 0.
022300 01  WS-PLANTS-BLOCKED            PIC 9(05)   VALUE 0.
022400 01  WS-TRANSMITS-HELD            PIC 9(05)   VALUE 0.
022500*--------------------------------------------------------------*
022600*    REPORT WORKING STORAGE
022700*--------------------------------------------------------------*
022800 01  WS-SSP-HEAD-1.
022900     05  FILLER                   PIC X(38)   VALUE
023000         "PASTA-PARTY MORNING STEP STATUS".
023100     05  FILLER                   PIC X(14)   VALUE
023200         "  REPORT DATE ".
023300     05  SSP-H1-REPORT-DATE       PIC 9(08).
023400     05  FILLER                   PIC X(14)   VALUE
023500         "  WINDOW FROM ".
023600     05  SSP-H1-WINDOW-FROM       PIC 9(08).
023700     05  FILLER                   PIC X(11)   VALUE
023800         "  RUN DATE ".
023900     05  SSP-H1-RUN-DATE          PIC 9(08).
024000     05  FILLER                   PIC X(31)   VALUE SPACES.
024100 01  WS-SSP-SECTION-LINE.
024200     05  FILLER                   PIC X(01)   VALUE SPACE.
024300     05  SSP-SECTION-LABEL        PIC X(50).
024400     05  FILLER                   PIC X(81)   VALUE SPACES.
024500 01  WS-SSP-MESSAGE-LINE.
024600     05  FILLER                   PIC X(01)   VALUE SPACE.
024700     05  SSP-MSG-TEXT             PIC X(100).
024800     05  FILLER                   PIC X(31)   VALUE SPACES.
024900 01  WS-PLANT-LABEL.
025000     05  FILLER                   PIC X(06)   VALUE "PLANT ".
025100     05  WS-PLANT-LABEL-CODE      PIC X(02).
025200 01  WS-SSP-STEP-HEAD.
025300     05  FILLER                   PIC X(25)   VALUE
025400         "   STEP".
025500     05  FILLER                   PIC X(15)   VALUE
025600         "LAST RUN".
025700     05  FILLER                   PIC X(20)   VALUE
025800         "STATUS".
025900     05  FILLER                   PIC X(04)   VALUE
026000         "RC".
026100     05  FILLER                   PIC X(68)   VALUE
026200         "DETAIL".
026300 01  WS-SSP-STEP-LINE.
026400     05  FILLER                   PIC X(03)   VALUE SPACES.
026500     05  SSP-STP-STEP             PIC X(20).
026600     05  FILLER                   PIC X(02)   VALUE SPACES.
026700     05  SSP-STP-DATE             PIC X(08).
026800     05  FILLER                   PIC X(01)   VALUE SPACE.
026900     05  SSP-STP-TIME             PIC X(04).
027000     05  FILLER                   PIC X(02)   VALUE SPACES.
027100     05  SSP-STP-STATUS           PIC X(18).
027200     05  FILLER                   PIC X(02)   VALUE SPACES.
027300     05  SSP-STP-RC               PIC X(02).
027400     05  FILLER                   PIC X(02)   VALUE SPACES.
027500     05  SSP-STP-DETAIL           PIC X(68).
027600 01  WS-SSP-RUN-HEAD.
027700     05  FILLER                   PIC X(05)   VALUE
027800         " PL".
027900     05  FILLER                   PIC X(21)   VALUE
028000         "PROGRAM".
028100     05  FILLER                   PIC X(14)   VALUE
028200         "STARTED".
028300     05  FILLER                   PIC X(06)   VALUE
028400         "ENDED".
028500     05  FILLER                   PIC X(19)   VALUE
028600         "STATUS".
028700     05  FILLER                   PIC X(04)   VALUE
028800         "RC".
028900     05  FILLER                   PIC X(63)   VALUE
029000         "DETAIL".
029100 01  WS-SSP-RUN-LINE.
029200     05  FILLER                   PIC X(01)   VALUE SPACE.
029300     05  SSP-RUN-PLANT            PIC X(02).
029400     05  FILLER                   PIC X(02)   VALUE SPACES.
029500     05  SSP-RUN-PROGRAM          PIC X(20).
029600     05  FILLER                   PIC X(01)   VALUE SPACE.
029700     05  SSP-RUN-START-DATE       PIC X(08).
029800     05  FILLER                   PIC X(01)   VALUE SPACE.
029900     05  SSP-RUN-START-TIME       PIC X(04).
030000     05  FILLER                   PIC X(01)   VALUE SPACE.
030100     05  SSP-RUN-END-TIME         PIC X(04).
030200     05  FILLER                   PIC X(02)   VALUE SPACES.
030300     05  SSP-RUN-STATUS           PIC X(18).
030400     05  FILLER                   PIC X(01)   VALUE SPACE.
030500     05  SSP-RUN-RC               PIC X(02).
030600     05  FILLER                   PIC X(02)   VALUE SPACES.
030700     05  SSP-RUN-DETAIL           PIC X(63).
030800 01  WS-SSP-WORK-LINE             PIC X(132)  VALUE SPACES.
030900 01  WS-EDIT-COUNT                PIC ZZZZ9.
031000 01  WS-EDIT-START-TIME           PIC X(04)   VALUE SPACES.
031100 01  WS-EDIT-END-TIME             PIC X(04)   VALUE SPACES.
031200 01  WS-EDIT-RC                   PIC X(02)   VALUE SPACES.
031300*--------------------------------------------------------------*
031400*    RUN-DATE WORKING STORAGE
031500*--------------------------------------------------------------*
031600 01  WS-CURRENT-DATE-YYYYMMDD     PIC 9(08)   VALUE 0.
031700*
031800*--------------------------------------------------------------*
031900*    STEP-STATUS WORKING STORAGE
032000*    THIS REPORT PUTS ITS OWN START AND END RECORDS ON THE
032100*    LEDGER LIKE EVERY OTHER STEP, AND PASSES THEM OVER WHEN IT
032200*    READS THE LEDGER BACK.
032300*--------------------------------------------------------------*
032400 01  WS-STEP-PROGRAM-ID           PIC X(20)   VALUE
032500     "SPAGHETTI-STATUS".
032600 01  WS-STEP-PLANT                PIC X(02)   VALUE "**".
032700*
032800 PROCEDURE DIVISION.
032900 MAIN-SECTION.
033000     PERFORM 050-INITIALIZE
033100     PERFORM 200-READ-STEP-LEDGER
033200     PERFORM 300-PRINT-PLANT-STATUS
033300     PERFORM 400-PRINT-SUITE-STATUS
033400     PERFORM 450-PRINT-WINDOW-STEPS
033500     PERFORM 500-EXIT
033600     STOP RUN.
033700*
033800*--------------------------------------------------------------*
033900*    050-INITIALIZE
034000*    TAKES THE REPORT DATE, FIGURES THE DAY BEFORE IT, SEATS
034100*    PLANT 01 SO IT IS ALWAYS REPORTED, AND OPENS THE REPORT.
034200*--------------------------------------------------------------*
034300 050-INITIALIZE.
034400     ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
034500     MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-REPORT-DATE
034600     PERFORM 060-LOAD-CONTROL-CARD
034700     PERFORM 900-WRITE-START-STEP
034800     MOVE WS-REPORT-DATE TO WS-DATE-WORK
034900     PERFORM 710-FIGURE-DAY-NUMBER
035000     SUBTRACT 1 FROM WS-DAYNO
035100     PERFORM 720-FIGURE-DATE-FROM-DAY-NUMBER
035200     MOVE WS-DATE-WORK TO WS-WINDOW-FROM
035300     MOVE "01" TO WS-FIND-PLANT
035400     PERFORM 225-ADD-PLANT-ENTRY
035500     PERFORM 075-OPEN-REPORT-FILE
035600     PERFORM 090-PRINT-HEADINGS.
035700*
035800 060-LOAD-CONTROL-CARD.
035900     OPEN INPUT STEP-STATUS-CONTROL-FILE
036000     IF WS-SSC-FILE-NOT-FOUND
036100         DISPLAY 'SSCFILE NOT FOUND - REPORTING TODAY'
036200     ELSE
036300         READ STEP-STATUS-CONTROL-FILE
036400             AT END
036500                 DISPLAY 'SSCFILE EMPTY - REPORTING TODAY'
036600         END-READ
036700         IF WS-SSC-FILE-OK AND SSC-REPORT-DATE NOT = SPACES
036800             PERFORM 061-EDIT-REPORT-DATE
036900         END-IF
037000         CLOSE STEP-STATUS-CONTROL-FILE
037100     END-IF.
037200*
037300*    A REPORT DATE MUST BE A DATE, AND NOT LATER THAN TODAY -
037400*    THE LEDGER CANNOT SAY WHAT HAS NOT RUN YET.
037500 061-EDIT-REPORT-DATE.
037600     MOVE "N" TO WS-DATE-VALID-SWITCH
037700     IF SSC-REPORT-DATE NUMERIC
037800         MOVE SSC-REPORT-DATE-N TO WS-DATE-WORK
037900         IF WS-DATE-WORK-MM > 0 AND WS-DATE-WORK-MM < 13
038000             AND WS-DATE-WORK-DD > 0 AND WS-DATE-WORK-DD < 32
038100             AND WS-DATE-WORK NOT > WS-CURRENT-DATE-YYYYMMDD
038200             SET WS-DATE-IS-VALID TO TRUE
038300         END-IF
038400     END-IF
038500     IF WS-DATE-IS-VALID
038600         MOVE WS-DATE-WORK TO WS-REPORT-DATE
038700     ELSE
038800         DISPLAY 'SSCFILE REPORT DATE ' SSC-REPORT-DATE
038900             ' NOT VALID - REPORTING TODAY'
039000         PERFORM 095-RAISE-WARNING
039100     END-IF.
039200*
039300 075-OPEN-REPORT-FILE.
039400     OPEN OUTPUT STEP-STATUS-REPORT-FILE
039500     IF NOT WS-SSP-FILE-OK
039600         DISPLAY 'SSPFILE COULD NOT BE OPENED - STATUS '
039700             WS-SSP-FILE-STATUS
039800         PERFORM 095-RAISE-WARNING
039900     END-IF.
040000*
040100 090-PRINT-HEADINGS.
040200     MOVE WS-REPORT-DATE TO SSP-H1-REPORT-DATE
040300     MOVE WS-WINDOW-FROM TO SSP-H1-WINDOW-FROM
040400     MOVE WS-CURRENT-DATE-YYYYMMDD TO SSP-H1-RUN-DATE
040500     MOVE WS-SSP-HEAD-1 TO WS-SSP-WORK-LINE
040600     PERFORM 094-WRITE-REPORT-LINE.
040700*
040800 092-PRINT-SECTION-HEAD.
040900     MOVE SPACES TO WS-SSP-WORK-LINE
041000     PERFORM 094-WRITE-REPORT-LINE
041100     MOVE WS-SSP-SECTION-LINE TO WS-SSP-WORK-LINE
041200     PERFORM 094-WRITE-REPORT-LINE.
041300*
041400 093-PRINT-MESSAGE-LINE.
041500     MOVE WS-SSP-MESSAGE-LINE TO WS-SSP-WORK-LINE
041600     PERFORM 094-WRITE-REPORT-LINE.
041700*
041800 094-WRITE-REPORT-LINE.
041900     IF WS-SSP-FILE-OK
042000         MOVE WS-SSP-WORK-LINE TO STEP-STATUS-PRINT-RECORD
042100         WRITE STEP-STATUS-PRINT-RECORD
042200     END-IF.
042300*
042400 095-RAISE-WARNING.
042500     IF WS-RUN-SEVERITY < 04
042600         MOVE 04 TO WS-RUN-SEVERITY
042700     END-IF.
042800*
042900*--------------------------------------------------------------*
043000*    200-READ-STEP-LEDGER
043100*    ONE PASS OF THE LEDGER.  A LEDGER THAT CANNOT BE READ
043200*    LEAVES EVERY STEP NOT RUN, WHICH IS WHAT THE REPORT SAYS.
043300*--------------------------------------------------------------*
043400 200-READ-STEP-LEDGER.
043500     OPEN INPUT STEP-STATUS-FILE
043600     IF NOT WS-STS-FILE-OK
043700         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
043800             WS-STS-FILE-STATUS ' - NO STEPS TO REPORT'
043900         PERFORM 095-RAISE-WARNING
044000     ELSE
044100         PERFORM 201-READ-ONE-STEP
044200             UNTIL WS-STS-EOF-REACHED
044300         CLOSE STEP-STATUS-FILE
044400     END-IF.
044500*
044600 201-READ-ONE-STEP.
044700     READ STEP-STATUS-FILE
044800         AT END
044900             SET WS-STS-EOF-REACHED TO TRUE
045000         NOT AT END
045100             ADD 1 TO WS-STEPS-READ
045200             PERFORM 210-NOTE-ONE-STEP
045300     END-READ.
045400*
045500*    THIS REPORT'S OWN RECORDS, ANYTHING AFTER THE REPORT DATE,
045600*    AND ANY RECORD THAT IS NOT A START, END OR REFUSAL ARE
045700*    PASSED OVER.
045800 210-NOTE-ONE-STEP.
045900     MOVE 0 TO WS-PLT-INDEX
046000     IF STS-PROGRAM-ID NOT = WS-STEP-PROGRAM-ID
046100         AND STS-RUN-DATE NOT > WS-REPORT-DATE
046200         AND (STS-IS-START OR STS-IS-END OR STS-IS-REFUSED)
046300         IF STS-PLANT-CODE NOT = "**"
046400             MOVE STS-PLANT-CODE TO WS-FIND-PLANT
046500             PERFORM 220-FIND-PLANT-ENTRY
046600         END-IF
046700         PERFORM 230-NOTE-GATE-STATE
046800         IF STS-RUN-DATE NOT < WS-WINDOW-FROM
046900             PERFORM 240-NOTE-WINDOW-STEP
047000         END-IF
047100     END-IF.
047200*
047300*--------------------------------------------------------------*
047400*    220-FIND-PLANT-ENTRY
047500*    LEAVES WS-PLT-INDEX AT WS-FIND-PLANT'S ENTRY, SEATING A NEW
047600*    ONE IN PLANT ORDER WHEN IT IS NOT THERE YET.  ZERO WHEN THE
047700*    TABLE IS FULL.
047800*--------------------------------------------------------------*
047900 220-FIND-PLANT-ENTRY.
048000     MOVE 0 TO WS-PLT-INDEX
048100     MOVE 1 TO WS-PLT-SUB
048200     PERFORM 221-CHECK-ONE-PLANT
048300         UNTIL WS-PLT-SUB > WS-PLT-COUNT OR WS-PLT-INDEX > 0
048400     IF WS-PLT-INDEX = 0
048500         PERFORM 225-ADD-PLANT-ENTRY
048600     END-IF.
048700*
048800 221-CHECK-ONE-PLANT.
048900     IF WS-PLT-CODE(WS-PLT-SUB) = WS-FIND-PLANT
049000         MOVE WS-PLT-SUB TO WS-PLT-INDEX
049100     END-IF
049200     ADD 1 TO WS-PLT-SUB.
049300*
049400 225-ADD-PLANT-ENTRY.
049500     IF WS-PLT-COUNT < WS-PLT-MAX-ENTRIES
049600         ADD 1 TO WS-PLT-COUNT
049700         MOVE WS-PLT-COUNT TO WS-PLT-INDEX
049800         MOVE "N" TO WS-PLT-SLOT-SWITCH
049900         PERFORM 226-SHIFT-ONE-PLANT
050000             UNTIL WS-PLT-INDEX = 1 OR WS-PLT-SLOT-FOUND
050100         MOVE WS-FIND-PLANT TO WS-PLT-CODE(WS-PLT-INDEX)
050200         MOVE ZEROS TO WS-PLT-LAST-CODE-END(WS-PLT-INDEX)
050250         MOVE 0 TO WS-PLT-LAST-CODE-DATE(WS-PLT-INDEX)
050300         MOVE ZEROS TO WS-PLT-LAST-VERIFY-END(WS-PLT-INDEX)
050400         MOVE 0 TO WS-PLT-LAST-VERIFY-RC(WS-PLT-INDEX)
050500     ELSE
050600         MOVE 0 TO WS-PLT-INDEX
050700         ADD 1 TO WS-PLT-DROPPED
050800     END-IF.
050900*
051000 226-SHIFT-ONE-PLANT.
051100     COMPUTE WS-PLT-PREV = WS-PLT-INDEX - 1
051200     IF WS-PLT-CODE(WS-PLT-PREV) > WS-FIND-PLANT
051300         MOVE WS-PLT-ENTRY(WS-PLT-PREV)
051400             TO WS-PLT-ENTRY(WS-PLT-INDEX)
051500         MOVE WS-PLT-PREV TO WS-PLT-INDEX
051600     ELSE
051700         SET WS-PLT-SLOT-FOUND TO TRUE
051800     END-IF.
051900*
052000*--------------------------------------------------------------*
052100*    230-NOTE-GATE-STATE
052200*    KEEPS THE SAME STAMPS SPAGHETTI-CODE KEEPS WHEN IT CHECKS
052300*    ITS PREREQUISITES, OVER THE WHOLE LEDGER UP TO THE REPORT
052400*    DATE, SO THE REPORT AND THE NEXT POSTING RUN AGREE.  A NEW
052410*    POSTING CLEARS THE VERIFY NOTED FOR THE ONE BEFORE IT, AND A
052420*    VERIFY COUNTS ONLY WHEN IT PROVED THAT POSTING'S RUN DATE.
052500*--------------------------------------------------------------*
052600 230-NOTE-GATE-STATE.
052700     IF STS-IS-END
052800         IF STS-PROGRAM-ID = "SPAGHETTI-CODE"
052900             AND STS-RETURN-CODE < 16
053000             AND WS-PLT-INDEX > 0
053100             MOVE STS-RUN-STAMP TO
053200                 WS-PLT-LAST-CODE-END(WS-PLT-INDEX)
053210             MOVE STS-RUN-DATE TO
053220                 WS-PLT-LAST-CODE-DATE(WS-PLT-INDEX)
053230             MOVE ZEROS TO WS-PLT-LAST-VERIFY-END(WS-PLT-INDEX)
053240             MOVE 0 TO WS-PLT-LAST-VERIFY-RC(WS-PLT-INDEX)
053300         END-IF
053400         IF STS-PROGRAM-ID = "SPAGHETTI-RECYCLE"
053500             AND STS-RETURN-CODE < 16
053600             MOVE STS-RUN-STAMP TO WS-LAST-RECYCLE-END
053700         END-IF
053800         IF STS-PROGRAM-ID = "SPAGHETTI-VERIFY"
053900             AND WS-PLT-INDEX > 0
053950             IF STS-SUBJECT-DATE =
053960                 WS-PLT-LAST-CODE-DATE(WS-PLT-INDEX)
054000                 MOVE STS-RUN-STAMP TO
054100                     WS-PLT-LAST-VERIFY-END(WS-PLT-INDEX)
054200                 MOVE STS-RETURN-CODE TO
054300                     WS-PLT-LAST-VERIFY-RC(WS-PLT-INDEX)
054350             END-IF
054400         END-IF
054500     END-IF.
054600*
054700*--------------------------------------------------------------*
054800*    240-NOTE-WINDOW-STEP
054900*    A START OPENS A RUN.  AN END OR REFUSAL CLOSES THE LATEST
055000*    RUN OF THE SAME PROGRAM AND PLANT WHEN THAT RUN IS STILL
055100*    OPEN, AND IS A RUN OF ITS OWN WHEN IT IS NOT.  A RUN LEFT
055200*    OPEN AT THE END IS ONE THAT NEVER FINISHED.
055300*--------------------------------------------------------------*
055400 240-NOTE-WINDOW-STEP.
055500     MOVE STS-PROGRAM-ID TO WS-FIND-PROGRAM
055600     MOVE STS-PLANT-CODE TO WS-FIND-PLANT
055700     IF STS-IS-START
055800         PERFORM 245-ADD-RUN-ENTRY
055900         IF WS-RUN-INDEX > 0
056000             MOVE "Y" TO WS-RUN-START-SEEN(WS-RUN-INDEX)
056100         END-IF
056200     ELSE
056300         PERFORM 241-FIND-LATEST-RUN
056400         IF WS-RUN-INDEX > 0
056500             IF NOT WS-RUN-IS-OPEN(WS-RUN-INDEX)
056600                 MOVE 0 TO WS-RUN-INDEX
056700             END-IF
056800         END-IF
056900         IF WS-RUN-INDEX = 0
057000             PERFORM 245-ADD-RUN-ENTRY
057100         END-IF
057200         IF WS-RUN-INDEX > 0
057300             PERFORM 247-CLOSE-RUN-ENTRY
057400         END-IF
057500     END-IF.
057600*
057700*    LEAVES WS-RUN-INDEX AT THE LATEST RUN OF WS-FIND-PROGRAM
057800*    FOR WS-FIND-PLANT, ZERO WHEN THERE IS NONE.
057900 241-FIND-LATEST-RUN.
058000     MOVE 0 TO WS-RUN-INDEX
058100     MOVE "N" TO WS-RUN-MATCH-SWITCH
058200     MOVE WS-RUN-COUNT TO WS-RUN-SUB
058300     PERFORM 242-CHECK-ONE-RUN
058400         UNTIL WS-RUN-SUB = 0 OR WS-RUN-MATCHED.
058500*
058600 242-CHECK-ONE-RUN.
058700     IF WS-RUN-PROGRAM(WS-RUN-SUB) = WS-FIND-PROGRAM
058800         AND WS-RUN-PLANT(WS-RUN-SUB) = WS-FIND-PLANT
058900         SET WS-RUN-MATCHED TO TRUE
059000         MOVE WS-RUN-SUB TO WS-RUN-INDEX
059100     END-IF
059200     SUBTRACT 1 FROM WS-RUN-SUB.
059300*
059400 245-ADD-RUN-ENTRY.
059500     IF WS-RUN-COUNT < WS-RUN-MAX-ENTRIES
059600         ADD 1 TO WS-RUN-COUNT
059700         MOVE WS-RUN-COUNT TO WS-RUN-INDEX
059800         MOVE SPACES TO WS-RUN-ENTRY(WS-RUN-INDEX)
059900         MOVE WS-FIND-PLANT TO WS-RUN-PLANT(WS-RUN-INDEX)
060000         MOVE WS-FIND-PROGRAM TO WS-RUN-PROGRAM(WS-RUN-INDEX)
060100         MOVE STS-RUN-DATE TO WS-RUN-START-DATE(WS-RUN-INDEX)
060200         MOVE STS-RUN-TIME TO WS-RUN-START-TIME(WS-RUN-INDEX)
060300         MOVE "N" TO WS-RUN-START-SEEN(WS-RUN-INDEX)
060400         MOVE 0 TO WS-RUN-END-TIME(WS-RUN-INDEX)
060500         MOVE "S" TO WS-RUN-TYPE(WS-RUN-INDEX)
060600         MOVE 0 TO WS-RUN-RC(WS-RUN-INDEX)
060700     ELSE
060800         MOVE 0 TO WS-RUN-INDEX
060900         ADD 1 TO WS-RUN-DROPPED
061000     END-IF.
061100*
061200 247-CLOSE-RUN-ENTRY.
061300     MOVE STS-RECORD-TYPE TO WS-RUN-TYPE(WS-RUN-INDEX)
061400     MOVE STS-RUN-TIME TO WS-RUN-END-TIME(WS-RUN-INDEX)
061500     MOVE STS-RETURN-CODE TO WS-RUN-RC(WS-RUN-INDEX)
061600     MOVE STS-OVERRIDE-FLAG TO WS-RUN-OVERRIDE(WS-RUN-INDEX)
061700     IF STS-IS-REFUSED
061800         MOVE STS-REFUSAL-TEXT TO WS-RUN-DETAIL(WS-RUN-INDEX)
061900     ELSE
062000         MOVE SPACES TO WS-COUNT-DETAIL
062100         MOVE 1 TO WS-CD-SUB
062200         PERFORM 248-EDIT-ONE-COUNT
062300             UNTIL WS-CD-SUB > 3
062400         MOVE WS-COUNT-DETAIL TO WS-RUN-DETAIL(WS-RUN-INDEX)
062500     END-IF.
062600*
062700 248-EDIT-ONE-COUNT.
062800     IF STS-COUNT-NAME(WS-CD-SUB) NOT = SPACES
062900         AND STS-COUNT-VALUE(WS-CD-SUB) NUMERIC
063000         MOVE STS-COUNT-NAME(WS-CD-SUB) TO WS-CD-NAME(WS-CD-SUB)
063100         MOVE STS-COUNT-VALUE(WS-CD-SUB) TO
063200             WS-CD-VALUE(WS-CD-SUB)
063300     END-IF
063400     ADD 1 TO WS-CD-SUB.
063500*
063600*--------------------------------------------------------------*
063700*    260-FIGURE-RUN-STATUS
063800*    PUTS THE STATUS, RETURN CODE AND TIMES OF THE RUN AT
063900*    WS-RUN-SUB INTO THE EDIT FIELDS.  A RUN THAT WENT AHEAD ON
064000*    ITS OVERRIDE CARD SAYS SO WHATEVER IT ENDED ON - ITS RETURN
064100*    CODE STILL SHOWS.
064200*--------------------------------------------------------------*
064300 260-FIGURE-RUN-STATUS.
064400     MOVE WS-RUN-RC(WS-RUN-SUB) TO WS-EDIT-RC
064500     IF WS-RUN-IS-OPEN(WS-RUN-SUB)
064600         MOVE "STARTED - NO END" TO WS-STATUS-TEXT
064700         MOVE SPACES TO WS-EDIT-RC
064800     ELSE
064900         IF WS-RUN-IS-REFUSED(WS-RUN-SUB)
065000             MOVE "REFUSED" TO WS-STATUS-TEXT
065100         ELSE
065200             IF WS-RUN-RC(WS-RUN-SUB) NOT < 16
065300                 MOVE "ABENDED" TO WS-STATUS-TEXT
065400             ELSE
065500                 IF WS-RUN-ON-OVERRIDE(WS-RUN-SUB)
065600                     MOVE "RAN ON OVERRIDE" TO WS-STATUS-TEXT
065700                 ELSE
065800                     IF WS-RUN-RC(WS-RUN-SUB) = 0
065900                         MOVE "RAN OK" TO WS-STATUS-TEXT
066000                     ELSE
066100                         IF WS-RUN-RC(WS-RUN-SUB) < 08
066200                             MOVE "RAN WITH WARNINGS" TO
066300                                 WS-STATUS-TEXT
066400                         ELSE
066500                             MOVE "RAN WITH ERRORS" TO
066600                                 WS-STATUS-TEXT
066700                         END-IF
066800                     END-IF
066900                 END-IF
067000             END-IF
067100         END-IF
067200     END-IF
067300     MOVE SPACES TO WS-EDIT-START-TIME WS-EDIT-END-TIME
067400     IF WS-RUN-HAS-START(WS-RUN-SUB)
067500         MOVE WS-RUN-START-TIME(WS-RUN-SUB) TO WS-TIME-WORK
067600         MOVE WS-TIME-WORK-HHMM TO WS-EDIT-START-TIME
067700     END-IF
067800     IF NOT WS-RUN-IS-OPEN(WS-RUN-SUB)
067900         MOVE WS-RUN-END-TIME(WS-RUN-SUB) TO WS-TIME-WORK
068000         MOVE WS-TIME-WORK-HHMM TO WS-EDIT-END-TIME
068100     END-IF.
068200*
068300*--------------------------------------------------------------*
068400*    300-PRINT-PLANT-STATUS
068500*    ONE SECTION PER PLANT: THE PLANT'S OWN STEPS, THEN WHETHER
068600*    ITS NEXT POSTING RUN IS READY AND ITS INVENTORY CLEAR.
068700*--------------------------------------------------------------*
068800 300-PRINT-PLANT-STATUS.
068900     MOVE 1 TO WS-PLT-SUB
069000     PERFORM 310-PRINT-ONE-PLANT
069100         UNTIL WS-PLT-SUB > WS-PLT-COUNT.
069200*
069300 310-PRINT-ONE-PLANT.
069400     MOVE WS-PLT-CODE(WS-PLT-SUB) TO WS-PLANT-LABEL-CODE
069500     MOVE WS-PLANT-LABEL TO SSP-SECTION-LABEL
069600     PERFORM 092-PRINT-SECTION-HEAD
069700     MOVE WS-SSP-STEP-HEAD TO WS-SSP-WORK-LINE
069800     PERFORM 094-WRITE-REPORT-LINE
069900     MOVE WS-PLT-CODE(WS-PLT-SUB) TO WS-FIND-PLANT
070000     MOVE 1 TO WS-STEP-SUB
070100     PERFORM 311-PRINT-ONE-PLANT-STEP
070200         UNTIL WS-STEP-SUB > 3
070300     PERFORM 320-JUDGE-NEXT-POSTING
070400     PERFORM 330-JUDGE-TRANSMIT
070500     ADD 1 TO WS-PLT-SUB.
070600*
070700 311-PRINT-ONE-PLANT-STEP.
070800     MOVE WS-PLANT-STEP-NAME(WS-STEP-SUB) TO WS-FIND-PROGRAM
070900     PERFORM 350-PRINT-STREAM-STEP
071000     ADD 1 TO WS-STEP-SUB.
071100*
071200*--------------------------------------------------------------*
071300*    320-JUDGE-NEXT-POSTING
071400*    THE SAME TEST SPAGHETTI-CODE MAKES BEFORE IT POSTS: THE
071500*    PLANT'S LAST COMPLETED POSTING MUST HAVE BEEN VERIFIED FOR
071550*    ITS OWN RUN DATE (SEE 230), THE VERIFY NOT ENDING 08 OR
071600*    WORSE, AND RECYCLE MUST HAVE RUN SINCE IT.
071700*    THE PLANT'S FIRST POSTING EVER STILL WANTS RECYCLE FIRST.
071800*--------------------------------------------------------------*
071900 320-JUDGE-NEXT-POSTING.
072000     MOVE SPACES TO WS-BLOCK-TEXT
072100     IF WS-PLT-LAST-CODE-END(WS-PLT-SUB) > ZEROS
072200         IF WS-PLT-LAST-VERIFY-END(WS-PLT-SUB) NOT >
072300             WS-PLT-LAST-CODE-END(WS-PLT-SUB)
072400             MOVE "VERIFY NEVER RAN ON LAST POSTING" TO
072500                 WS-BLOCK-TEXT
072600         ELSE
072700             IF WS-PLT-LAST-VERIFY-RC(WS-PLT-SUB) NOT < 08
072800                 MOVE WS-PLT-LAST-VERIFY-RC(WS-PLT-SUB) TO
072900                     WS-VERIFY-FAILED-RC
073000                 MOVE WS-VERIFY-FAILED-TEXT TO WS-BLOCK-TEXT
073100             END-IF
073200         END-IF
073300     END-IF
073400     IF WS-BLOCK-TEXT = SPACES
073500         AND WS-LAST-RECYCLE-END NOT >
073600             WS-PLT-LAST-CODE-END(WS-PLT-SUB)
073700         MOVE "RECYCLE HAS NOT RUN SINCE LAST POSTING" TO
073800             WS-BLOCK-TEXT
073900     END-IF
074000     MOVE "NEXT POSTING RUN" TO SSP-STP-STEP
074100     MOVE SPACES TO SSP-STP-DATE SSP-STP-TIME SSP-STP-RC
074200     IF WS-BLOCK-TEXT = SPACES
074300         MOVE "READY" TO SSP-STP-STATUS
074400         MOVE SPACES TO SSP-STP-DETAIL
074500     ELSE
074600         MOVE "BLOCKED" TO SSP-STP-STATUS
074700         MOVE WS-BLOCK-TEXT TO SSP-STP-DETAIL
074800         ADD 1 TO WS-PLANTS-BLOCKED
074900         PERFORM 095-RAISE-WARNING
075000     END-IF
075100     MOVE WS-SSP-STEP-LINE TO WS-SSP-WORK-LINE
075200     PERFORM 094-WRITE-REPORT-LINE.
075300*
075400*--------------------------------------------------------------*
075500*    330-JUDGE-TRANSMIT
075600*    THE PLANT'S INVENTORY GOES TO THE WAREHOUSE SYSTEM ONLY
075700*    ONCE ITS LAST COMPLETED POSTING HAS BEEN VERIFIED FOR ITS
075750*    OWN RUN DATE AND THE VERIFY ENDED BETTER THAN 08.  UNTIL
075800*    THEN IT IS HELD.
075900*--------------------------------------------------------------*
076000 330-JUDGE-TRANSMIT.
076100     MOVE SPACES TO WS-BLOCK-TEXT
076200     MOVE "INVENTORY TRANSMIT" TO SSP-STP-STEP
076300     MOVE SPACES TO SSP-STP-DATE SSP-STP-TIME SSP-STP-RC
076400     IF WS-PLT-LAST-CODE-END(WS-PLT-SUB) = ZEROS
076500         MOVE "NOTHING POSTED" TO SSP-STP-STATUS
076600     ELSE
076700         IF WS-PLT-LAST-VERIFY-END(WS-PLT-SUB) NOT >
076800             WS-PLT-LAST-CODE-END(WS-PLT-SUB)
076900             MOVE "VERIFY NEVER RAN ON LAST POSTING" TO
077000                 WS-BLOCK-TEXT
077100         ELSE
077200             IF WS-PLT-LAST-VERIFY-RC(WS-PLT-SUB) NOT < 08
077300                 MOVE WS-PLT-LAST-VERIFY-RC(WS-PLT-SUB) TO
077400                     WS-VERIFY-FAILED-RC
077500                 MOVE WS-VERIFY-FAILED-TEXT TO WS-BLOCK-TEXT
077600             END-IF
077700         END-IF
077800         IF WS-BLOCK-TEXT = SPACES
077900             MOVE "CLEAR" TO SSP-STP-STATUS
078000         ELSE
078100             MOVE "HOLD" TO SSP-STP-STATUS
078200             ADD 1 TO WS-TRANSMITS-HELD
078300             PERFORM 095-RAISE-WARNING
078400         END-IF
078500     END-IF
078600     MOVE WS-BLOCK-TEXT TO SSP-STP-DETAIL
078700     MOVE WS-SSP-STEP-LINE TO WS-SSP-WORK-LINE
078800     PERFORM 094-WRITE-REPORT-LINE.
078900*
079000*--------------------------------------------------------------*
079100*    350-PRINT-STREAM-STEP
079200*    ONE LINE FOR WS-FIND-PROGRAM AT WS-FIND-PLANT - ITS LATEST
079300*    RUN IN THE WINDOW, OR NOT RUN.
079400*--------------------------------------------------------------*
079500 350-PRINT-STREAM-STEP.
079600     PERFORM 241-FIND-LATEST-RUN
079700     MOVE WS-FIND-PROGRAM TO SSP-STP-STEP
079800     IF WS-RUN-INDEX = 0
079900         MOVE SPACES TO SSP-STP-DATE SSP-STP-TIME SSP-STP-RC
080000         MOVE SPACES TO SSP-STP-DETAIL
080100         MOVE "NOT RUN" TO SSP-STP-STATUS
080200         ADD 1 TO WS-STEPS-NOT-RUN
080300         PERFORM 095-RAISE-WARNING
080400     ELSE
080500         MOVE WS-RUN-INDEX TO WS-RUN-SUB
080600         PERFORM 260-FIGURE-RUN-STATUS
080700         MOVE WS-RUN-START-DATE(WS-RUN-SUB) TO SSP-STP-DATE
080800         IF WS-RUN-HAS-START(WS-RUN-SUB)
080900             MOVE WS-EDIT-START-TIME TO SSP-STP-TIME
081000         ELSE
081100             MOVE WS-EDIT-END-TIME TO SSP-STP-TIME
081200         END-IF
081300         MOVE WS-STATUS-TEXT TO SSP-STP-STATUS
081400         MOVE WS-EDIT-RC TO SSP-STP-RC
081500         MOVE WS-RUN-DETAIL(WS-RUN-SUB) TO SSP-STP-DETAIL
081600     END-IF
081700     MOVE WS-SSP-STEP-LINE TO WS-SSP-WORK-LINE
081800     PERFORM 094-WRITE-REPORT-LINE.
081900*
082000*--------------------------------------------------------------*
082100*    400-PRINT-SUITE-STATUS
082200*    THE STEPS THAT WORK ACROSS ALL PLANTS AT ONCE.
082300*--------------------------------------------------------------*
082400 400-PRINT-SUITE-STATUS.
082500     MOVE "SUITE-WIDE STEPS" TO SSP-SECTION-LABEL
082600     PERFORM 092-PRINT-SECTION-HEAD
082700     MOVE WS-SSP-STEP-HEAD TO WS-SSP-WORK-LINE
082800     PERFORM 094-WRITE-REPORT-LINE
082900     MOVE "**" TO WS-FIND-PLANT
083000     MOVE 1 TO WS-STEP-SUB
083100     PERFORM 410-PRINT-ONE-SUITE-STEP
083200         UNTIL WS-STEP-SUB > 3.
083300*
083400 410-PRINT-ONE-SUITE-STEP.
083500     MOVE WS-SUITE-STEP-NAME(WS-STEP-SUB) TO WS-FIND-PROGRAM
083600     PERFORM 350-PRINT-STREAM-STEP
083700     ADD 1 TO WS-STEP-SUB.
083800*
083900*--------------------------------------------------------------*
084000*    450-PRINT-WINDOW-STEPS
084100*    EVERY RUN IN THE WINDOW, IN THE ORDER IT STARTED, WITH ITS
084200*    KEY COUNTS OR THE REASON IT WAS REFUSED.
084300*--------------------------------------------------------------*
084400 450-PRINT-WINDOW-STEPS.
084500     MOVE "EVERY STEP IN THE WINDOW" TO SSP-SECTION-LABEL
084600     PERFORM 092-PRINT-SECTION-HEAD
084700     IF WS-RUN-COUNT = 0
084800         MOVE "NO STEPS RAN IN THE WINDOW" TO SSP-MSG-TEXT
084900         PERFORM 093-PRINT-MESSAGE-LINE
085000     ELSE
085100         MOVE WS-SSP-RUN-HEAD TO WS-SSP-WORK-LINE
085200         PERFORM 094-WRITE-REPORT-LINE
085300         MOVE 1 TO WS-RUN-SUB
085400         PERFORM 451-PRINT-ONE-WINDOW-STEP
085500             UNTIL WS-RUN-SUB > WS-RUN-COUNT
085600     END-IF
085700     IF WS-RUN-DROPPED > 0
085800         MOVE WS-RUN-DROPPED TO WS-EDIT-COUNT
085900         MOVE SPACES TO SSP-MSG-TEXT
086000         STRING WS-EDIT-COUNT DELIMITED BY SIZE
086100             " LEDGER RECORDS NOT SHOWN - WINDOW TABLE FULL"
086200                 DELIMITED BY SIZE
086300             INTO SSP-MSG-TEXT
086400         PERFORM 093-PRINT-MESSAGE-LINE
086500         PERFORM 095-RAISE-WARNING
086600     END-IF
086700     IF WS-PLT-DROPPED > 0
086800         MOVE WS-PLT-DROPPED TO WS-EDIT-COUNT
086900         MOVE SPACES TO SSP-MSG-TEXT
087000         STRING WS-EDIT-COUNT DELIMITED BY SIZE
087100             " LEDGER RECORDS NOT SHOWN - PLANT TABLE FULL"
087200                 DELIMITED BY SIZE
087300             INTO SSP-MSG-TEXT
087400         PERFORM 093-PRINT-MESSAGE-LINE
087500         PERFORM 095-RAISE-WARNING
087600     END-IF.
087700*
087800 451-PRINT-ONE-WINDOW-STEP.
087900     PERFORM 260-FIGURE-RUN-STATUS
088000     IF WS-RUN-IS-OPEN(WS-RUN-SUB)
088100         OR WS-RUN-IS-REFUSED(WS-RUN-SUB)
088200         OR WS-RUN-RC(WS-RUN-SUB) NOT < 16
088300         ADD 1 TO WS-STEPS-IN-TROUBLE
088400         PERFORM 095-RAISE-WARNING
088500     END-IF
088600     MOVE WS-RUN-PLANT(WS-RUN-SUB) TO SSP-RUN-PLANT
088700     MOVE WS-RUN-PROGRAM(WS-RUN-SUB) TO SSP-RUN-PROGRAM
088800     MOVE WS-RUN-START-DATE(WS-RUN-SUB) TO SSP-RUN-START-DATE
088900     MOVE WS-EDIT-START-TIME TO SSP-RUN-START-TIME
089000     MOVE WS-EDIT-END-TIME TO SSP-RUN-END-TIME
089100     MOVE WS-STATUS-TEXT TO SSP-RUN-STATUS
089200     MOVE WS-EDIT-RC TO SSP-RUN-RC
089300     MOVE WS-RUN-DETAIL(WS-RUN-SUB) TO SSP-RUN-DETAIL
089400     MOVE WS-SSP-RUN-LINE TO WS-SSP-WORK-LINE
089500     PERFORM 094-WRITE-REPORT-LINE
089600     ADD 1 TO WS-RUN-SUB.
089700*
089800*--------------------------------------------------------------*
089900*    500-EXIT
090000*--------------------------------------------------------------*
090100 500-EXIT.
090200     IF WS-SSP-FILE-OK
090300         CLOSE STEP-STATUS-REPORT-FILE
090400     END-IF
090500     DISPLAY 'STEP STATUS REPORT COMPLETE - ' WS-RUN-COUNT
090600         ' STEPS IN WINDOW ' WS-STEPS-IN-TROUBLE ' IN TROUBLE '
090700         WS-STEPS-NOT-RUN ' NOT RUN'
090800     DISPLAY '  PLANTS BLOCKED ' WS-PLANTS-BLOCKED
090900         '  TRANSMITS HELD ' WS-TRANSMITS-HELD
091000     DISPLAY 'RUN SEVERITY: ' WS-RUN-SEVERITY
091100     MOVE WS-RUN-SEVERITY TO RETURN-CODE
091200     PERFORM 905-WRITE-END-STEP.
091300*
091400*--------------------------------------------------------------*
091500*    710-FIGURE-DAY-NUMBER
091600*    TURNS WS-DATE-WORK INTO WS-DAYNO, A COUNT OF DAYS FROM A
091700*    FIXED START, SO THAT DAYS CAN BE ADDED AND SUBTRACTED.
091800*--------------------------------------------------------------*
091900 710-FIGURE-DAY-NUMBER.
092000     MOVE WS-DATE-WORK-YYYY TO WS-DAYNO-YEAR
092100     IF WS-DATE-WORK-MM > 2
092200         COMPUTE WS-DAYNO-MONTH = WS-DATE-WORK-MM - 3
092300     ELSE
092400         COMPUTE WS-DAYNO-MONTH = WS-DATE-WORK-MM + 9
092500         SUBTRACT 1 FROM WS-DAYNO-YEAR
092600     END-IF
092700     DIVIDE WS-DAYNO-YEAR BY 4 GIVING WS-DAYNO-Q4
092800     DIVIDE WS-DAYNO-YEAR BY 100 GIVING WS-DAYNO-Q100
092900     DIVIDE WS-DAYNO-YEAR BY 400 GIVING WS-DAYNO-Q400
093000     COMPUTE WS-DAYNO-WORK = WS-DAYNO-MONTH * 306 + 5
093100     DIVIDE WS-DAYNO-WORK BY 10 GIVING WS-DAYNO-MDAYS
093200     COMPUTE WS-DAYNO = WS-DAYNO-YEAR * 365 + WS-DAYNO-Q4
093300         - WS-DAYNO-Q100 + WS-DAYNO-Q400 + WS-DAYNO-MDAYS
093400         + WS-DATE-WORK-DD - 1.
093500*
093600*--------------------------------------------------------------*
093700*    720-FIGURE-DATE-FROM-DAY-NUMBER
093800*    TURNS WS-DAYNO BACK INTO WS-DATE-WORK.  THE YEAR IS
093900*    ESTIMATED FROM THE AVERAGE YEAR AND STEPPED BACK ONE WHEN
094000*    THE ESTIMATE OVERSHOOTS; THE MONTH COMES OUT OF THE DAY
094100*    OF THE YEAR THE SAME WAY 710 PUT IT IN.
094200*--------------------------------------------------------------*
094300 720-FIGURE-DATE-FROM-DAY-NUMBER.
094400     COMPUTE WS-DAYNO-WORK = WS-DAYNO * 10000 + 14780
094500     DIVIDE WS-DAYNO-WORK BY 3652425 GIVING WS-DAYNO-YEAR
094600     PERFORM 721-FIGURE-DAY-OF-YEAR
094700     IF WS-DAYNO-DAY-OF-YEAR < 0
094800         SUBTRACT 1 FROM WS-DAYNO-YEAR
094900         PERFORM 721-FIGURE-DAY-OF-YEAR
095000     END-IF
095100     COMPUTE WS-DAYNO-WORK = WS-DAYNO-DAY-OF-YEAR * 100 + 52
095200     DIVIDE WS-DAYNO-WORK BY 3060 GIVING WS-DAYNO-MONTH
095300     COMPUTE WS-DAYNO-WORK = WS-DAYNO-MONTH * 306 + 5
095400     DIVIDE WS-DAYNO-WORK BY 10 GIVING WS-DAYNO-MDAYS
095500     COMPUTE WS-DATE-WORK-DD =
095600         WS-DAYNO-DAY-OF-YEAR - WS-DAYNO-MDAYS + 1
095700     IF WS-DAYNO-MONTH < 10
095800         COMPUTE WS-DATE-WORK-MM = WS-DAYNO-MONTH + 3
095900         MOVE WS-DAYNO-YEAR TO WS-DATE-WORK-YYYY
096000     ELSE
096100         COMPUTE WS-DATE-WORK-MM = WS-DAYNO-MONTH - 9
096200         COMPUTE WS-DATE-WORK-YYYY = WS-DAYNO-YEAR + 1
096300     END-IF.
096400*
096500 721-FIGURE-DAY-OF-YEAR.
096600     DIVIDE WS-DAYNO-YEAR BY 4 GIVING WS-DAYNO-Q4
096700     DIVIDE WS-DAYNO-YEAR BY 100 GIVING WS-DAYNO-Q100
096800     DIVIDE WS-DAYNO-YEAR BY 400 GIVING WS-DAYNO-Q400
096900     COMPUTE WS-DAYNO-YEAR-START = WS-DAYNO-YEAR * 365
097000         + WS-DAYNO-Q4 - WS-DAYNO-Q100 + WS-DAYNO-Q400
097100     COMPUTE WS-DAYNO-DAY-OF-YEAR =
097200         WS-DAYNO - WS-DAYNO-YEAR-START.
097300*
097400*--------------------------------------------------------------*
097500*    900-WRITE-START-STEP
097600*    PUTS THIS RUN'S START RECORD ON THE STEP-STATUS LEDGER.  A
097700*    START WITH NO END AFTER IT IS A RUN THAT NEVER FINISHED.
097800*--------------------------------------------------------------*
097900 900-WRITE-START-STEP.
098000     PERFORM 908-BUILD-STEP-RECORD
098100     SET STS-IS-START TO TRUE
098200     PERFORM 910-WRITE-STEP-RECORD.
098300*
098400*--------------------------------------------------------------*
098500*    905-WRITE-END-STEP
098600*    PUTS THIS RUN'S END RECORD ON THE STEP-STATUS LEDGER WITH
098700*    THE RETURN CODE THE RUN IS ENDING ON AND ITS KEY COUNTS.
098800*--------------------------------------------------------------*
098900 905-WRITE-END-STEP.
099000     PERFORM 908-BUILD-STEP-RECORD
099100     MOVE RETURN-CODE TO STS-RETURN-CODE
099200     SET STS-IS-END TO TRUE
099300     MOVE "STEPS   " TO STS-COUNT-NAME(1)
099400     MOVE WS-RUN-COUNT TO STS-COUNT-VALUE(1)
099500     MOVE "BLOCKED " TO STS-COUNT-NAME(2)
099600     MOVE WS-PLANTS-BLOCKED TO STS-COUNT-VALUE(2)
099700     MOVE "HELD    " TO STS-COUNT-NAME(3)
099800     MOVE WS-TRANSMITS-HELD TO STS-COUNT-VALUE(3)
099900     PERFORM 910-WRITE-STEP-RECORD.
100000*
100100 908-BUILD-STEP-RECORD.
100200     MOVE SPACES TO STEP-STATUS-RECORD
100300     MOVE WS-STEP-PLANT TO STS-PLANT-CODE
100400     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD
100500     ACCEPT STS-RUN-TIME FROM TIME
100600     MOVE WS-STEP-PROGRAM-ID TO STS-PROGRAM-ID
100700     MOVE 0 TO STS-RETURN-CODE STS-SUBJECT-DATE
100800     MOVE 0 TO STS-COUNT-VALUE(1) STS-COUNT-VALUE(2)
100900         STS-COUNT-VALUE(3).
101000*
101100*--------------------------------------------------------------*
101200*    910-WRITE-STEP-RECORD
101300*    THE LEDGER IS APPENDED TO - THE FIRST RUN EVER CREATES IT.
101400*    IT IS OPENED AND CLOSED AROUND EACH RECORD SO AN ABORT
101500*    LATER IN THE RUN CANNOT LOSE THE START RECORD.  A LEDGER
101600*    THAT WILL NOT OPEN COSTS THE STATUS REPORT THIS STEP, NOT
101700*    THE RUN ITS WORK.
101800*--------------------------------------------------------------*
101900 910-WRITE-STEP-RECORD.
102000     OPEN EXTEND STEP-STATUS-FILE
102100     IF NOT WS-STS-FILE-OK
102200         OPEN OUTPUT STEP-STATUS-FILE
102300     END-IF
102400     IF WS-STS-FILE-OK
102500         WRITE STEP-STATUS-RECORD
102600         CLOSE STEP-STATUS-FILE
102700     ELSE
102800         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
102900             WS-STS-FILE-STATUS ' - STEP NOT RECORDED'
103000     END-IF.
