002000*    FILE STILL CLOSES - A SHUTDOWN MONTH IS A REAL MONTH -
002100*    BUT IT IS FLAGGED SO NOBODY CLOSES THE WRONG YEAR BY
002200*    ACCIDENT.
002210*
002220*    THE CLOSE ALSO VALUES THE PERIOD - POSTED PRODUCTION AT
002230*    EACH ITEM'S STANDARD COST, ITS BACKFLUSHED INGREDIENT
002240*    USAGE AT INGREDIENT COST - PRINTS THE VARIANCE BETWEEN
002250*    THEM BY PLANT AND ITEM, AND WRITES THE GL JOURNAL
002260*    ACCOUNTING POSTS.  A JOURNAL WHOSE DEBITS DO NOT EQUAL
002270*    ITS CREDITS IS HELD AND THE PERIOD IS LEFT OPEN.
002300*
002400*    MODIFICATION HISTORY
002500*    DATE       INIT  DESCRIPTION
002600*    ---------- ----  -----------------------------------------
002700*    2026-09-02 RA    ORIGINAL.
002710*    2026-10-15 RA    VALUES THE PERIOD AT STANDARD AND AT
002720*                      INGREDIENT COST, PRINTS THE COST AND
002730*                      VARIANCE REPORT (CVPFILE), AND WRITES A
002740*                      BALANCED GL JOURNAL EXTRACT (GLJFILE).
002750*                      AN UNBALANCED JOURNAL IS HELD AND THE
002760*                      PERIOD IS NOT CLOSED.
002765*    2026-10-15 RA    WRITES A START AND AN END RECORD TO THE
002770*                      STEP-STATUS LEDGER (STSFILE) WITH ITS
002775*                      RETURN CODE AND KEY COUNTS, AND REFUSES
002780*                      TO RUN AHEAD OF ITS PREREQUISITES ON
002785*                      THAT LEDGER UNLESS THE CARD OVERRIDES.
002800*--------------------------------------------------------------*
002900*
003000 ENVIRONMENT DIVISION.
004200     SELECT PERIOD-STATEMENT-FILE ASSIGN TO "PSTFILE"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-PST-FILE-STATUS.
004405     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMFILE"
004410         ORGANIZATION IS LINE SEQUENTIAL
004415         FILE STATUS IS WS-ITEM-FILE-STATUS.
004420     SELECT INGREDIENT-COST-FILE ASSIGN TO "INCFILE"
004425         ORGANIZATION IS LINE SEQUENTIAL
004430         FILE STATUS IS WS-INC-FILE-STATUS.
004435     SELECT RECIPE-FILE ASSIGN TO "BOMFILE"
004440         ORGANIZATION IS LINE SEQUENTIAL
004445         FILE STATUS IS WS-BOM-FILE-STATUS.
004450     SELECT POSTED-LEDGER-FILE ASSIGN TO "LEDGFILE"
004455         ORGANIZATION IS LINE SEQUENTIAL
004460         FILE STATUS IS WS-LDG-FILE-STATUS.
004465     SELECT COST-VARIANCE-REPORT-FILE ASSIGN TO "CVPFILE"
004470         ORGANIZATION IS LINE SEQUENTIAL
004475         FILE STATUS IS WS-CVP-FILE-STATUS.
004480     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJFILE"
004485         ORGANIZATION IS LINE SEQUENTIAL
004490         FILE STATUS IS WS-GLJ-FILE-STATUS.
004492     SELECT STEP-STATUS-FILE ASSIGN TO "STSFILE"
004494         ORGANIZATION IS LINE SEQUENTIAL
004496         FILE STATUS IS WS-STS-FILE-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
006100     RECORDING MODE IS F.
006200     COPY PSTREC.
006300*
006304 FD  ITEM-MASTER-FILE
006308     RECORDING MODE IS F.
006312     COPY ITMREC.
006316*
006320 FD  INGREDIENT-COST-FILE
006324     RECORDING MODE IS F.
006328     COPY INCREC.
006332*
006336 FD  RECIPE-FILE
006340     RECORDING MODE IS F.
006344     COPY BOMREC.
006348*
006352 FD  POSTED-LEDGER-FILE
006356     RECORDING MODE IS F.
006360     COPY LDGREC.
006364*
006368 FD  COST-VARIANCE-REPORT-FILE
006372     RECORDING MODE IS F.
006376     COPY CVPREC.
006380*
006384 FD  GL-JOURNAL-FILE
006388     RECORDING MODE IS F.
006392     COPY GLJREC.
006393*
006394 FD  STEP-STATUS-FILE
006395     RECORDING MODE IS F.
006396     COPY STSREC.
006397*
006400 WORKING-STORAGE SECTION.
006500*--------------------------------------------------------------*
006600*    FILE STATUS WORKING STORAGE
007600     88  WS-CPD-FILE-NOT-FOUND               VALUE "35".
007700 01  WS-PST-FILE-STATUS          PIC X(02)   VALUE "00".
007800     88  WS-PST-FILE-OK                      VALUE "00".
007806 01  WS-ITEM-FILE-STATUS         PIC X(02)   VALUE "00".
007812     88  WS-ITEM-FILE-OK                     VALUE "00".
007818 01  WS-INC-FILE-STATUS          PIC X(02)   VALUE "00".
007824     88  WS-INC-FILE-OK                      VALUE "00".
007830     88  WS-INC-FILE-NOT-FOUND               VALUE "35".
007836 01  WS-BOM-FILE-STATUS          PIC X(02)   VALUE "00".
007842     88  WS-BOM-FILE-OK                      VALUE "00".
007848     88  WS-BOM-FILE-NOT-FOUND               VALUE "35".
007854 01  WS-LDG-FILE-STATUS          PIC X(02)   VALUE "00".
007860     88  WS-LDG-FILE-OK                      VALUE "00".
007866     88  WS-LDG-FILE-NOT-FOUND               VALUE "35".
007872 01  WS-CVP-FILE-STATUS          PIC X(02)   VALUE "00".
007878     88  WS-CVP-FILE-OK                      VALUE "00".
007884 01  WS-GLJ-FILE-STATUS          PIC X(02)   VALUE "00".
007890     88  WS-GLJ-FILE-OK                      VALUE "00".
007900*--------------------------------------------------------------*
008000*    LOOP-CONTROL WORKING STORAGE
008100*--------------------------------------------------------------*
008700     88  WS-CPD-EOF-REACHED                   VALUE "Y".
008800 01  WS-ALREADY-CLOSED-SWITCH     PIC X(01)   VALUE "N".
008900     88  WS-PERIOD-ALREADY-CLOSED             VALUE "Y".
008906 01  WS-LOAD-EOF-SWITCH           PIC X(01)   VALUE "N".
008912     88  WS-LOAD-EOF-REACHED                  VALUE "Y".
008918 01  WS-RECIPE-FOUND-SWITCH       PIC X(01)   VALUE "N".
008924     88  WS-RECIPE-FOUND                      VALUE "Y".
008930 01  WS-CST-FOUND-SWITCH          PIC X(01)   VALUE "N".
008936     88  WS-CST-FOUND                         VALUE "Y".
008942 01  WS-SLOT-FOUND-SWITCH         PIC X(01)   VALUE "N".
008948     88  WS-SLOT-FOUND                        VALUE "Y".
008954 01  WS-JOURNAL-BALANCE-SWITCH    PIC X(01)   VALUE "N".
008960     88  WS-JOURNAL-BALANCED                  VALUE "Y".
008966 01  WS-JOURNAL-RELEASE-SWITCH    PIC X(01)   VALUE "N".
008972     88  WS-JOURNAL-RELEASED                  VALUE "Y".
008978 01  WS-JOURNAL-OVERFLOW-SWITCH   PIC X(01)   VALUE "N".
008984     88  WS-JOURNAL-OVERFLOWED                VALUE "Y".
009000 01  WS-RUN-SEVERITY              PIC 9(02)   VALUE 0.
009100*--------------------------------------------------------------*
009200*    PERIOD WORKING STORAGE
010300 01  WS-PERIOD-SHIFT-TOTALS.
010400     05  WS-PERIOD-SHIFT-TOTAL    PIC S9(11)  VALUE 0
010500                                  OCCURS 3 TIMES.
010501*--------------------------------------------------------------*
010502*    COST TABLE WORKING STORAGE
010503*--------------------------------------------------------------*
010504 01  WS-ITM-MAX-ENTRIES           PIC 9(04)   VALUE 2000.
010505 01  WS-ITM-COUNT                 PIC 9(04)   VALUE 0.
010506 01  WS-ITM-SUB                   PIC 9(04)   VALUE 0.
010507 01  WS-ITM-INDEX                 PIC 9(04)   VALUE 0.
010508 01  WS-ITM-TABLE.
010509     05  WS-ITM-ENTRY OCCURS 2000 TIMES.
010510         10  WS-ITM-CODE          PIC X(10).
010511         10  WS-ITM-DESCRIPTION   PIC X(30).
010512         10  WS-ITM-STD-COST      PIC 9(05)V9(04).
010513 01  WS-INC-MAX-ENTRIES           PIC 9(04)   VALUE 2000.
010514 01  WS-INC-COUNT                 PIC 9(04)   VALUE 0.
010515 01  WS-INC-SUB                   PIC 9(04)   VALUE 0.
010516 01  WS-INC-INDEX                 PIC 9(04)   VALUE 0.
010517 01  WS-INC-DROP-COUNT            PIC 9(05)   VALUE 0.
010518 01  WS-INC-TABLE.
010519     05  WS-INC-ENTRY OCCURS 2000 TIMES.
010520         10  WS-INC-INGREDIENT    PIC X(10).
010521         10  WS-INC-COST          PIC 9(05)V9(04).
010522 01  WS-BOM-MAX-ENTRIES           PIC 9(04)   VALUE 5000.
010523 01  WS-BOM-COUNT                 PIC 9(04)   VALUE 0.
010524 01  WS-BOM-SUB                   PIC 9(04)   VALUE 0.
010525 01  WS-BOM-DROP-COUNT            PIC 9(05)   VALUE 0.
010526 01  WS-BOM-TABLE.
010527     05  WS-BOM-ENTRY OCCURS 5000 TIMES.
010528         10  WS-BOM-ITEM-CODE      PIC X(10).
010529         10  WS-BOM-INGREDIENT     PIC X(10).
010530         10  WS-BOM-QTY-PER-UNIT   PIC 9(04)V9(04).
010531         10  WS-BOM-EFFECTIVE-FROM PIC 9(08).
010532         10  WS-BOM-EFFECTIVE-TO   PIC 9(08).
010533*--------------------------------------------------------------*
010534*    STEP-STATUS WORKING STORAGE
010535*    EVERY RUN PUTS A START AND AN END RECORD ON THE SUITE'S
010536*    STEP-STATUS LEDGER SO THE MORNING STATUS REPORT CAN SAY
010537*    WHAT RAN, HOW IT ENDED, AND WHAT IS STILL WAITING.
010538*--------------------------------------------------------------*
010539 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE "00".
010540     88  WS-STS-FILE-OK                      VALUE "00".
010541     88  WS-STS-FILE-NOT-FOUND               VALUE "35".
010542 01  WS-STEP-PROGRAM-ID           PIC X(20)   VALUE
010543     "SPAGHETTI-CLOSE".
010544 01  WS-STEP-PLANT                PIC X(02)   VALUE "**".
010545 01  WS-STEP-OVERRIDE-FLAG        PIC X(01)   VALUE SPACE.
010546     88  WS-STEP-RAN-ON-OVERRIDE              VALUE "O".
010547 01  WS-STEP-REFUSAL-TEXT         PIC X(51)   VALUE SPACES.
010548 01  WS-RUN-OVERRIDE              PIC X(01)   VALUE "N".
010549     88  WS-OVERRIDE-IS-ON                    VALUE "Y".
010550 01  WS-STS-EOF-SWITCH            PIC X(01)   VALUE "N".
010551     88  WS-STS-EOF-REACHED                   VALUE "Y".
010552 01  WS-VFY-MAX-ENTRIES           PIC 9(04)   VALUE 3000.
010553 01  WS-VFY-COUNT                 PIC 9(04)   VALUE 0.
010554 01  WS-VFY-SUB                   PIC 9(04)   VALUE 0.
010555 01  WS-VFY-INDEX                 PIC 9(04)   VALUE 0.
010556 01  WS-VFY-DROP-COUNT            PIC 9(05)   VALUE 0.
010557 01  WS-VFY-FIND-PLANT            PIC X(02)   VALUE SPACES.
010558 01  WS-VFY-FIND-DATE             PIC 9(08)   VALUE 0.
010559 01  WS-VFY-TABLE.
010560     05  WS-VFY-ENTRY OCCURS 3000 TIMES.
010561         10  WS-VFY-PLANT-CODE    PIC X(02).
010562         10  WS-VFY-SUBJECT-DATE  PIC 9(08).
010563         10  WS-VFY-RUN-DATE      PIC 9(08).
010564         10  WS-VFY-RETURN-CODE   PIC 9(02).
010565 01  WS-PDY-MAX-ENTRIES           PIC 9(04)   VALUE 1000.
010566 01  WS-PDY-COUNT                 PIC 9(04)   VALUE 0.
010567 01  WS-PDY-SUB                   PIC 9(04)   VALUE 0.
010568 01  WS-PDY-INDEX                 PIC 9(04)   VALUE 0.
010569 01  WS-PDY-DROP-COUNT            PIC 9(05)   VALUE 0.
010570 01  WS-PDY-TABLE.
010571     05  WS-PDY-ENTRY OCCURS 1000 TIMES.
010572         10  WS-PDY-PLANT-CODE    PIC X(02).
010573         10  WS-PDY-DATE          PIC 9(08).
010574         10  WS-PDY-LAST-RUN-DATE PIC 9(08).
010575 01  WS-UNVERIFIED-DAYS           PIC 9(05)   VALUE 0.
010576 01  WS-UNVERIFIED-TEXT.
010577     05  WS-UNVERIFIED-TEXT-COUNT PIC ZZZZ9.
010578     05  FILLER                   PIC X(35)   VALUE
010579         " POSTING DAYS IN PERIOD UNVERIFIED".
010600*--------------------------------------------------------------*
010700*    RUN-DATE WORKING STORAGE
010800*--------------------------------------------------------------*
010900 01  WS-CURRENT-DATE-YYYYMMDD     PIC 9(08)   VALUE 0.
010901*--------------------------------------------------------------*
010902*    PERIOD VALUATION WORKING STORAGE - ONE ENTRY PER PLANT
010903*    AND ITEM POSTED IN THE PERIOD, KEPT IN PLANT/ITEM ORDER
010904*--------------------------------------------------------------*
010905 01  WS-CST-MAX-ENTRIES           PIC 9(04)   VALUE 2000.
010906 01  WS-CST-COUNT                 PIC 9(04)   VALUE 0.
010907 01  WS-CST-SUB                   PIC 9(04)   VALUE 0.
010908 01  WS-CST-INDEX                 PIC 9(04)   VALUE 0.
010909 01  WS-CST-SLOT                  PIC 9(04)   VALUE 0.
010910 01  WS-CST-MOVE-SUB              PIC 9(04)   VALUE 0.
010911 01  WS-FIND-KEY.
010912     05  WS-FIND-PLANT            PIC X(02).
010913     05  WS-FIND-ITEM             PIC X(10).
010914 01  WS-CST-TABLE.
010915     05  WS-CST-ENTRY OCCURS 2000 TIMES.
010916         10  WS-CST-KEY.
010917             15  WS-CST-PLANT-CODE PIC X(02).
010918             15  WS-CST-ITEM-CODE PIC X(10).
010919         10  WS-CST-DESCRIPTION   PIC X(30).
010920         10  WS-CST-STD-COST      PIC 9(05)V9(04).
010921         10  WS-CST-QTY           PIC S9(09).
010922         10  WS-CST-STD-VALUE     PIC S9(11)V99.
010923         10  WS-CST-USAGE-VALUE   PIC S9(11)V99.
010924         10  WS-CST-NO-STD-SWITCH PIC X(01).
010925             88  WS-CST-NO-STD-COST            VALUE "Y".
010926         10  WS-CST-NO-RECIPE-SWITCH PIC X(01).
010927             88  WS-CST-NO-RECIPE              VALUE "Y".
010928         10  WS-CST-UNCOSTED-SWITCH PIC X(01).
010929             88  WS-CST-HAS-UNCOSTED           VALUE "Y".
010930 01  WS-SIGNED-QTY                PIC S9(09)  VALUE 0.
010931 01  WS-POSTING-VALUE             PIC S9(11)V99 VALUE 0.
010932 01  WS-ITEM-VARIANCE             PIC S9(11)V99 VALUE 0.
010933 01  WS-POSTINGS-VALUED           PIC 9(05)   VALUE 0.
010934 01  WS-ITEMS-NO-STD-COST         PIC 9(05)   VALUE 0.
010935 01  WS-ITEMS-NO-RECIPE           PIC 9(05)   VALUE 0.
010936 01  WS-USAGE-LINES-UNCOSTED      PIC 9(05)   VALUE 0.
010937*--------------------------------------------------------------*
010938*    GL JOURNAL WORKING STORAGE - UP TO THREE ENTRIES A PLANT
010939*--------------------------------------------------------------*
010940 01  WS-DEFAULT-FG-ACCOUNT        PIC X(10)   VALUE "1410-00".
010941 01  WS-DEFAULT-RM-ACCOUNT        PIC X(10)   VALUE "1310-00".
010942 01  WS-DEFAULT-VARIANCE-ACCOUNT  PIC X(10)   VALUE "5120-00".
010943 01  WS-FG-ACCOUNT                PIC X(10)   VALUE SPACES.
010944 01  WS-RM-ACCOUNT                PIC X(10)   VALUE SPACES.
010945 01  WS-VARIANCE-ACCOUNT          PIC X(10)   VALUE SPACES.
010946 01  WS-BREAK-PLANT               PIC X(02)   VALUE SPACES.
010947 01  WS-PLANT-QTY                 PIC S9(11)  VALUE 0.
010948 01  WS-PLANT-STD-VALUE           PIC S9(11)V99 VALUE 0.
010949 01  WS-PLANT-USAGE-VALUE         PIC S9(11)V99 VALUE 0.
010950 01  WS-PLANT-VARIANCE            PIC S9(11)V99 VALUE 0.
010951 01  WS-POST-ACCOUNT              PIC X(10)   VALUE SPACES.
010952 01  WS-POST-SIDE                 PIC X(01)   VALUE SPACE.
010953 01  WS-POST-AMOUNT               PIC S9(11)V99 VALUE 0.
010954 01  WS-POST-DESCRIPTION          PIC X(30)   VALUE SPACES.
010955 01  WS-JRN-MAX-ENTRIES           PIC 9(04)   VALUE 300.
010956 01  WS-JRN-COUNT                 PIC 9(04)   VALUE 0.
010957 01  WS-JRN-SUB                   PIC 9(04)   VALUE 0.
010958 01  WS-JRN-TABLE.
010959     05  WS-JRN-ENTRY OCCURS 300 TIMES.
010960         10  WS-JRN-PLANT-CODE    PIC X(02).
010961         10  WS-JRN-ACCOUNT       PIC X(10).
010962         10  WS-JRN-DEBIT-CREDIT  PIC X(01).
010963             88  WS-JRN-IS-DEBIT               VALUE "D".
010964         10  WS-JRN-AMOUNT        PIC 9(11)V99.
010965         10  WS-JRN-DESCRIPTION   PIC X(30).
010966 01  WS-TOTAL-DEBITS              PIC 9(13)V99 VALUE 0.
010967 01  WS-TOTAL-CREDITS             PIC 9(13)V99 VALUE 0.
010968 01  WS-GLJ-RECORD-COUNT          PIC 9(07)   VALUE 0.
010969 01  WS-EDIT-AMOUNT-1             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
010970 01  WS-EDIT-AMOUNT-2             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
011000*
011001*--------------------------------------------------------------*
011002*    COST REPORT WORKING STORAGE
011003*--------------------------------------------------------------*
011004 01  WS-CVP-HEAD-1.
011005     05  FILLER                   PIC X(36)   VALUE
011006         "PASTA-PARTY PERIOD COST AND VARIANCE".
011007     05  FILLER                   PIC X(09)   VALUE
011008         "  PERIOD ".
011009     05  CVP-H1-PERIOD            PIC 9(06).
011010     05  FILLER                   PIC X(11)   VALUE
011011         "  RUN DATE ".
011012     05  CVP-H1-RUN-DATE          PIC 9(08).
011013     05  FILLER                   PIC X(62)   VALUE SPACES.
011014 01  WS-CVP-COST-HEAD.
011015     05  FILLER                   PIC X(37)   VALUE
011016         " PL  ITEM        DESCRIPTION".
011017     05  FILLER                   PIC X(13)   VALUE
011018         "    QUANTITY ".
011019     05  FILLER                   PIC X(19)   VALUE
011020         "         STD VALUE ".
011021     05  FILLER                   PIC X(19)   VALUE
011022         "       USAGE VALUE ".
011023     05  FILLER                   PIC X(19)   VALUE
011024         "          VARIANCE ".
011025     05  FILLER                   PIC X(25)   VALUE
011026         "  FLAG".
011027 01  WS-CVP-COST-LINE.
011028     05  FILLER                   PIC X(01)   VALUE SPACE.
011029     05  CVP-CST-PLANT            PIC X(02).
011030     05  FILLER                   PIC X(02)   VALUE SPACES.
011031     05  CVP-CST-ITEM             PIC X(10).
011032     05  FILLER                   PIC X(02)   VALUE SPACES.
011033     05  CVP-CST-DESCRIPTION      PIC X(20).
011034     05  FILLER                   PIC X(01)   VALUE SPACE.
011035     05  CVP-CST-QTY              PIC ZZZ,ZZZ,ZZ9-.
011036     05  FILLER                   PIC X(01)   VALUE SPACE.
011037     05  CVP-CST-STD-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
011038     05  FILLER                   PIC X(01)   VALUE SPACE.
011039     05  CVP-CST-USAGE-VALUE      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
011040     05  FILLER                   PIC X(01)   VALUE SPACE.
011041     05  CVP-CST-VARIANCE         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
011042     05  FILLER                   PIC X(02)   VALUE SPACES.
011043     05  CVP-CST-FLAG             PIC X(15).
011044     05  FILLER                   PIC X(08)   VALUE SPACES.
011045 01  WS-CVP-JOURNAL-HEAD.
011046     05  FILLER                   PIC X(25)   VALUE
011047         " PL  ACCOUNT     SIDE".
011048     05  FILLER                   PIC X(19)   VALUE
011049         "           AMOUNT  ".
011050     05  FILLER                   PIC X(88)   VALUE
011051         "DESCRIPTION".
011052 01  WS-CVP-JOURNAL-LINE.
011053     05  FILLER                   PIC X(01)   VALUE SPACE.
011054     05  CVP-JRN-PLANT            PIC X(02).
011055     05  FILLER                   PIC X(02)   VALUE SPACES.
011056     05  CVP-JRN-ACCOUNT          PIC X(10).
011057     05  FILLER                   PIC X(02)   VALUE SPACES.
011058     05  CVP-JRN-SIDE             PIC X(06).
011059     05  FILLER                   PIC X(02)   VALUE SPACES.
011060     05  CVP-JRN-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
011061     05  FILLER                   PIC X(02)   VALUE SPACES.
011062     05  CVP-JRN-DESCRIPTION      PIC X(30).
011063     05  FILLER                   PIC X(58)   VALUE SPACES.
011064 01  WS-CVP-AMOUNT-LINE.
011065     05  FILLER                   PIC X(01)   VALUE SPACE.
011066     05  CVP-AMT-LABEL            PIC X(40).
011067     05  CVP-AMT-VALUE            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
011068     05  FILLER                   PIC X(70)   VALUE SPACES.
011069 01  WS-CVP-TEXT-LINE.
011070     05  FILLER                   PIC X(01)   VALUE SPACE.
011071     05  CVP-TXT-LABEL            PIC X(40).
011072     05  CVP-TXT-VALUE            PIC ZZZZ9.
011073     05  FILLER                   PIC X(86)   VALUE SPACES.
011074 01  WS-CVP-MESSAGE-LINE.
011075     05  FILLER                   PIC X(01)   VALUE SPACE.
011076     05  CVP-MSG-TEXT             PIC X(100).
011077     05  FILLER                   PIC X(31)   VALUE SPACES.
011078 01  WS-CVP-WORK-LINE             PIC X(132)  VALUE SPACES.
011090*
011100 PROCEDURE DIVISION.
011200 MAIN-SECTION.
011300     PERFORM 050-INITIALIZE
011400     PERFORM 200-READ-ONE-HISTORY UNTIL WS-EOF-REACHED
011450     PERFORM 300-VALUE-PERIOD-POSTINGS
011500     PERFORM 500-EXIT
011600     STOP RUN.
011700*
012000*    LOADS AND PROVES THE CONTROL CARD, REFUSES A PERIOD THAT
012100*    IS CURRENT, FUTURE, OR ALREADY CLOSED, THEN OPENS THE
012200*    HISTORY FILE.  EVERY REFUSAL LEAVES EVERY FILE AS FOUND.
012230*    THE STANDARD COSTS, INGREDIENT COSTS, AND RECIPES THE
012260*    PERIOD IS VALUED WITH ARE LOADED BEFORE HISTORY IS READ.
012300*--------------------------------------------------------------*
012400 050-INITIALIZE.
012500     ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
012600     MOVE WS-CURRENT-DATE-YYYYMMDD(1:6) TO WS-CURRENT-PERIOD
012700     PERFORM 060-LOAD-CONTROL-CARD
012750     PERFORM 900-WRITE-START-STEP
012800     IF WS-CLOSE-PERIOD NOT < WS-CURRENT-PERIOD
012900         DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' IS NOT BEFORE THE '
013000             'CURRENT MONTH - CLOSE REFUSED'
013600             'CLOSED - CLOSE REFUSED'
013700         GO TO 099-ABORT-CLOSE-REFUSED
013800     END-IF
013810     PERFORM 920-CHECK-STEP-PREREQUISITES
013820     PERFORM 100-LOAD-ITEM-COSTS
013840     PERFORM 110-LOAD-INGREDIENT-COSTS
013860     PERFORM 120-LOAD-RECIPE-FILE
013900     OPEN INPUT RESULT-HISTORY-FILE
014000     IF WS-HIST-FILE-NOT-FOUND
014100         DISPLAY 'HISTFILE NOT FOUND - CLOSING AN EMPTY PERIOD'
015600*    THE CARD NAMES THE ONE PERIOD THIS RUN CLOSES.  A CLOSE
015700*    WITH NO USABLE CARD HAS NOTHING SAFE TO DO AND REFUSES -
015800*    THERE IS NO SENSIBLE DEFAULT FOR FREEZING A MONTH.
015850*    A BLANK GL ACCOUNT ON THE CARD TAKES THE HOUSE DEFAULT.
015900*--------------------------------------------------------------*
016000 060-LOAD-CONTROL-CARD.
016100     OPEN INPUT PERIOD-CLOSE-CONTROL-FILE
018500         CLOSE PERIOD-CLOSE-CONTROL-FILE
018600         GO TO 099-ABORT-CLOSE-REFUSED
018700     END-IF
018707     MOVE PCL-FG-ACCOUNT TO WS-FG-ACCOUNT
018714     IF WS-FG-ACCOUNT = SPACES
018721         MOVE WS-DEFAULT-FG-ACCOUNT TO WS-FG-ACCOUNT
018728     END-IF
018735     MOVE PCL-RM-ACCOUNT TO WS-RM-ACCOUNT
018742     IF WS-RM-ACCOUNT = SPACES
018749         MOVE WS-DEFAULT-RM-ACCOUNT TO WS-RM-ACCOUNT
018756     END-IF
018763     MOVE PCL-VARIANCE-ACCOUNT TO WS-VARIANCE-ACCOUNT
018770     IF WS-VARIANCE-ACCOUNT = SPACES
018777         MOVE WS-DEFAULT-VARIANCE-ACCOUNT TO WS-VARIANCE-ACCOUNT
018784     END-IF
018789     MOVE PCL-RUN-OVERRIDE TO WS-RUN-OVERRIDE
018800     CLOSE PERIOD-CLOSE-CONTROL-FILE.
018900*
019000*--------------------------------------------------------------*
021800             END-IF
021900     END-READ.
022000*
022010 094-WRITE-REPORT-LINE.
022020     IF WS-CVP-FILE-OK
022030         MOVE WS-CVP-WORK-LINE TO COST-VARIANCE-PRINT-RECORD
022040         WRITE COST-VARIANCE-PRINT-RECORD
022050     END-IF.
022060*
022100 095-RAISE-WARNING.
022200     IF WS-RUN-SEVERITY < 04
022300         MOVE 04 TO WS-RUN-SEVERITY
023100 099-ABORT-CLOSE-REFUSED.
023200     DISPLAY 'RUN ABORTED - NO PERIOD WAS CLOSED THIS RUN'
023300     MOVE 16 TO RETURN-CODE
023350     PERFORM 905-WRITE-END-STEP
023400     STOP RUN.
023401*
023402*--------------------------------------------------------------*
023403*    100-LOAD-ITEM-COSTS
023404*    READS THE ITEM MASTER FOR EACH ITEM'S STANDARD COST.  A
023405*    CLOSE THAT CANNOT VALUE ITS PERIOD HAS NOTHING ACCOUNTING
023406*    CAN POST, SO NO MASTER REFUSES THE CLOSE WITH EVERY FILE
023407*    AS FOUND.  A BLANK OR GARBLED COST IS TAKEN AS ZERO AND
023408*    FLAGGED WHEN THE ITEM TURNS UP IN THE PERIOD.
023409*--------------------------------------------------------------*
023410 100-LOAD-ITEM-COSTS.
023411     OPEN INPUT ITEM-MASTER-FILE
023412     IF NOT WS-ITEM-FILE-OK
023413         DISPLAY 'ITEMFILE COULD NOT BE OPENED - STATUS '
023414             WS-ITEM-FILE-STATUS ' - NO STANDARD COSTS'
023415         GO TO 099-ABORT-CLOSE-REFUSED
023416     END-IF
023417     MOVE "N" TO WS-LOAD-EOF-SWITCH
023418     PERFORM 101-LOAD-ONE-ITEM UNTIL WS-LOAD-EOF-REACHED
023419     CLOSE ITEM-MASTER-FILE.
023420*
023421 101-LOAD-ONE-ITEM.
023422     READ ITEM-MASTER-FILE
023423         AT END
023424             SET WS-LOAD-EOF-REACHED TO TRUE
023425         NOT AT END
023426             IF WS-ITM-COUNT NOT < WS-ITM-MAX-ENTRIES
023427                 DISPLAY 'ITEM COST TABLE FULL AT ' ITEM-CODE
023428                     ' - RAISE WS-ITM-MAX-ENTRIES'
023429                 CLOSE ITEM-MASTER-FILE
023430                 GO TO 099-ABORT-CLOSE-REFUSED
023431             END-IF
023432             ADD 1 TO WS-ITM-COUNT
023433             MOVE ITEM-CODE TO WS-ITM-CODE(WS-ITM-COUNT)
023434             MOVE ITEM-DESCRIPTION TO
023435                 WS-ITM-DESCRIPTION(WS-ITM-COUNT)
023436             IF ITEM-STD-COST NUMERIC
023437                 MOVE ITEM-STD-COST-N TO
023438                     WS-ITM-STD-COST(WS-ITM-COUNT)
023439             ELSE
023440                 MOVE 0 TO WS-ITM-STD-COST(WS-ITM-COUNT)
023441             END-IF
023442     END-READ.
023443*
023444*--------------------------------------------------------------*
023445*    110-LOAD-INGREDIENT-COSTS
023446*    READS COST ACCOUNTING'S COST PER UNIT FOR EACH
023447*    INGREDIENT.  NO COST FILE LEAVES EVERY INGREDIENT
023448*    UNCOSTED - THE CLOSE STILL RUNS, BUT THE USAGE IS VALUED
023449*    AT ZERO AND THE RUN IS WARNED.  A GARBLED COST IS DROPPED
023450*    AND COUNTED, LEAVING THAT INGREDIENT UNCOSTED.
023451*--------------------------------------------------------------*
023452 110-LOAD-INGREDIENT-COSTS.
023453     OPEN INPUT INGREDIENT-COST-FILE
023454     IF WS-INC-FILE-NOT-FOUND
023455         DISPLAY 'INCFILE NOT PRESENT - INGREDIENTS UNCOSTED'
023456         PERFORM 095-RAISE-WARNING
023457     ELSE
023458         IF NOT WS-INC-FILE-OK
023459             DISPLAY 'INCFILE COULD NOT BE OPENED - STATUS '
023460                 WS-INC-FILE-STATUS
023461             GO TO 099-ABORT-CLOSE-REFUSED
023462         END-IF
023463         MOVE "N" TO WS-LOAD-EOF-SWITCH
023464         PERFORM 111-LOAD-ONE-INGREDIENT
023465             UNTIL WS-LOAD-EOF-REACHED
023466         CLOSE INGREDIENT-COST-FILE
023467     END-IF.
023468*
023469 111-LOAD-ONE-INGREDIENT.
023470     READ INGREDIENT-COST-FILE
023471         AT END
023472             SET WS-LOAD-EOF-REACHED TO TRUE
023473         NOT AT END
023474             IF INC-COST-PER-UNIT NOT NUMERIC
023475                 DISPLAY 'INGREDIENT COST DROPPED - NOT NUMERIC '
023476                     'FOR ' INC-INGREDIENT-CODE
023477                 ADD 1 TO WS-INC-DROP-COUNT
023478                 PERFORM 095-RAISE-WARNING
023479             ELSE
023480                 IF WS-INC-COUNT NOT < WS-INC-MAX-ENTRIES
023481                     DISPLAY 'INGREDIENT COST TABLE FULL AT '
023482                         INC-INGREDIENT-CODE
023483                         ' - RAISE WS-INC-MAX-ENTRIES'
023484                     CLOSE INGREDIENT-COST-FILE
023485                     GO TO 099-ABORT-CLOSE-REFUSED
023486                 END-IF
023487                 ADD 1 TO WS-INC-COUNT
023488                 MOVE INC-INGREDIENT-CODE TO
023489                     WS-INC-INGREDIENT(WS-INC-COUNT)
023490                 MOVE INC-COST-PER-UNIT-N TO
023491                     WS-INC-COST(WS-INC-COUNT)
023492             END-IF
023493     END-READ.
023500*
023501*--------------------------------------------------------------*
023502*    120-LOAD-RECIPE-FILE
023503*    READS THE RECIPES THE USAGE IS VALUED OFF, DATED THE SAME
023504*    WAY SPAGHETTI-CODE BACKFLUSHES THEM - A LINE COUNTS FOR A
023505*    POSTING ONLY WHEN IN FORCE ON ITS PRODUCTION DATE.  NO
023506*    RECIPE FILE LEAVES THE USAGE UNVALUED AND IS WARNED; A
023507*    LINE WITH A GARBLED QUANTITY OR DATE IS DROPPED.
023508*--------------------------------------------------------------*
023509 120-LOAD-RECIPE-FILE.
023510     OPEN INPUT RECIPE-FILE
023511     IF WS-BOM-FILE-NOT-FOUND
023512         DISPLAY 'BOMFILE NOT PRESENT - USAGE NOT VALUED'
023513         PERFORM 095-RAISE-WARNING
023514     ELSE
023515         IF NOT WS-BOM-FILE-OK
023516             DISPLAY 'BOMFILE COULD NOT BE OPENED - STATUS '
023517                 WS-BOM-FILE-STATUS
023518             GO TO 099-ABORT-CLOSE-REFUSED
023519         END-IF
023520         MOVE "N" TO WS-LOAD-EOF-SWITCH
023521         PERFORM 121-LOAD-ONE-RECIPE UNTIL WS-LOAD-EOF-REACHED
023522         CLOSE RECIPE-FILE
023523     END-IF.
023524*
023525 121-LOAD-ONE-RECIPE.
023526     READ RECIPE-FILE
023527         AT END
023528             SET WS-LOAD-EOF-REACHED TO TRUE
023529         NOT AT END
023530             IF BOM-QTY-PER-UNIT NOT NUMERIC
023531                 OR (BOM-EFFECTIVE-FROM NOT = SPACES
023532                     AND BOM-EFFECTIVE-FROM NOT NUMERIC)
023533                 OR (BOM-EFFECTIVE-TO NOT = SPACES
023534                     AND BOM-EFFECTIVE-TO NOT NUMERIC)
023535                 DISPLAY 'RECIPE DROPPED - QTY OR A DATE NOT '
023536                     'NUMERIC FOR ' BOM-ITEM-CODE ' / '
023537                     BOM-INGREDIENT-CODE
023538                 ADD 1 TO WS-BOM-DROP-COUNT
023539                 PERFORM 095-RAISE-WARNING
023540             ELSE
023541                 IF WS-BOM-COUNT NOT < WS-BOM-MAX-ENTRIES
023542                     DISPLAY 'RECIPE TABLE FULL AT ' BOM-ITEM-CODE
023543                         ' - RAISE WS-BOM-MAX-ENTRIES'
023544                     CLOSE RECIPE-FILE
023545                     GO TO 099-ABORT-CLOSE-REFUSED
023546                 END-IF
023547                 ADD 1 TO WS-BOM-COUNT
023548                 MOVE BOM-ITEM-CODE TO
023549                     WS-BOM-ITEM-CODE(WS-BOM-COUNT)
023550                 MOVE BOM-INGREDIENT-CODE TO
023551                     WS-BOM-INGREDIENT(WS-BOM-COUNT)
023552                 MOVE BOM-QTY-PER-UNIT TO
023553                     WS-BOM-QTY-PER-UNIT(WS-BOM-COUNT)
023554                 PERFORM 122-SEAT-RECIPE-DATES
023555             END-IF
023556     END-READ.
023557*
023558 122-SEAT-RECIPE-DATES.
023559     IF BOM-EFFECTIVE-FROM = SPACES
023560         MOVE 0 TO WS-BOM-EFFECTIVE-FROM(WS-BOM-COUNT)
023561     ELSE
023562         MOVE BOM-EFFECTIVE-FROM-N TO
023563             WS-BOM-EFFECTIVE-FROM(WS-BOM-COUNT)
023564     END-IF
023565     IF BOM-EFFECTIVE-TO = SPACES
023566         MOVE 99999999 TO WS-BOM-EFFECTIVE-TO(WS-BOM-COUNT)
023567     ELSE
023568         MOVE BOM-EFFECTIVE-TO-N TO
023569             WS-BOM-EFFECTIVE-TO(WS-BOM-COUNT)
023570     END-IF.
023571*
023600 200-READ-ONE-HISTORY.
023700     READ RESULT-HISTORY-FILE
023800         AT END
027700                     'OVERFLOW'
027800         END-ADD
027900     END-IF.
027901*
027902*--------------------------------------------------------------*
027903*    300-VALUE-PERIOD-POSTINGS
027904*    READS THE POSTED-LOT LEDGER FOR EVERY POSTING WHOSE
027905*    PRODUCTION DATE - RUN DATE FOR POSTINGS FROM BEFORE THE
027906*    DATE WAS CARRIED - FALLS IN THE PERIOD, THE SAME TEST
027907*    210 APPLIES TO HISTORY, AND VALUES IT BY PLANT AND ITEM.
027908*    NO LEDGER MEANS NOTHING TO VALUE - THE JOURNAL GOES OUT
027909*    EMPTY AND THE RUN IS WARNED.
027910*--------------------------------------------------------------*
027911 300-VALUE-PERIOD-POSTINGS.
027912     OPEN INPUT POSTED-LEDGER-FILE
027913     IF WS-LDG-FILE-NOT-FOUND
027914         DISPLAY 'LEDGFILE NOT PRESENT - NOTHING VALUED'
027915         PERFORM 095-RAISE-WARNING
027916     ELSE
027917         IF NOT WS-LDG-FILE-OK
027918             DISPLAY 'LEDGFILE COULD NOT BE OPENED - STATUS '
027919                 WS-LDG-FILE-STATUS
027920             GO TO 099-ABORT-CLOSE-REFUSED
027921         END-IF
027922         MOVE "N" TO WS-LOAD-EOF-SWITCH
027923         PERFORM 310-READ-ONE-POSTING UNTIL WS-LOAD-EOF-REACHED
027924         CLOSE POSTED-LEDGER-FILE
027925         PERFORM 390-WARN-UNVALUED
027926     END-IF.
027927*
027928 310-READ-ONE-POSTING.
027929     READ POSTED-LEDGER-FILE
027930         AT END
027931             SET WS-LOAD-EOF-REACHED TO TRUE
027932         NOT AT END
027933             IF LDG-PROD-DATE NUMERIC AND LDG-PROD-DATE > 0
027934                 MOVE LDG-PROD-DATE TO WS-RECORD-DATE
027935             ELSE
027936                 MOVE LDG-RUN-DATE TO WS-RECORD-DATE
027937             END-IF
027938             MOVE WS-RECORD-DATE(1:6) TO WS-RECORD-PERIOD
027939             IF WS-RECORD-PERIOD = WS-CLOSE-PERIOD
027940                 PERFORM 320-VALUE-ONE-POSTING
027941             END-IF
027942     END-READ.
027943*
027944*--------------------------------------------------------------*
027945*    320-VALUE-ONE-POSTING
027946*    THE POSTING AT ITS ITEM'S STANDARD COST, THEN EVERY
027947*    RECIPE LINE IN FORCE ON ITS PRODUCTION DATE AT THE
027948*    INGREDIENT'S COST.  A REVERSAL VALUES NEGATIVE.  AN ITEM
027949*    WITHOUT A STANDARD, AN ITEM WITH NO RECIPE IN FORCE, AND
027950*    AN UNCOSTED INGREDIENT ARE VALUED AT ZERO AND FLAGGED.
027951*--------------------------------------------------------------*
027952 320-VALUE-ONE-POSTING.
027953     IF LDG-PLANT-CODE = SPACES
027954         MOVE "01" TO WS-FIND-PLANT
027955     ELSE
027956         MOVE LDG-PLANT-CODE TO WS-FIND-PLANT
027957     END-IF
027958     MOVE LDG-ITEM-CODE TO WS-FIND-ITEM
027959     IF LDG-RECORD-TYPE = "R"
027960         COMPUTE WS-SIGNED-QTY = 0 - LDG-QUANTITY
027961     ELSE
027962         MOVE LDG-QUANTITY TO WS-SIGNED-QTY
027963     END-IF
027964     PERFORM 700-FIND-COST-ENTRY
027965     IF NOT WS-CST-FOUND
027966         PERFORM 705-ADD-COST-ENTRY
027967     END-IF
027968     ADD 1 TO WS-POSTINGS-VALUED
027969     ADD WS-SIGNED-QTY TO WS-CST-QTY(WS-CST-INDEX)
027970     COMPUTE WS-POSTING-VALUE ROUNDED =
027971         WS-SIGNED-QTY * WS-CST-STD-COST(WS-CST-INDEX)
027972     ADD WS-POSTING-VALUE TO WS-CST-STD-VALUE(WS-CST-INDEX)
027973     MOVE "N" TO WS-RECIPE-FOUND-SWITCH
027974     MOVE 1 TO WS-BOM-SUB
027975     PERFORM 330-COST-ONE-RECIPE-LINE
027976         UNTIL WS-BOM-SUB > WS-BOM-COUNT
027977     IF NOT WS-RECIPE-FOUND
027978         AND NOT WS-CST-NO-RECIPE(WS-CST-INDEX)
027979         SET WS-CST-NO-RECIPE(WS-CST-INDEX) TO TRUE
027980         ADD 1 TO WS-ITEMS-NO-RECIPE
027981     END-IF.
028000*
028001 330-COST-ONE-RECIPE-LINE.
028002     IF WS-BOM-ITEM-CODE(WS-BOM-SUB) = WS-FIND-ITEM
028003         AND WS-BOM-EFFECTIVE-FROM(WS-BOM-SUB)
028004             NOT > WS-RECORD-DATE
028005         AND WS-BOM-EFFECTIVE-TO(WS-BOM-SUB)
028006             NOT < WS-RECORD-DATE
028007         SET WS-RECIPE-FOUND TO TRUE
028008         PERFORM 710-FIND-INGREDIENT-COST
028009         IF WS-INC-INDEX = 0
028010             SET WS-CST-HAS-UNCOSTED(WS-CST-INDEX) TO TRUE
028011             ADD 1 TO WS-USAGE-LINES-UNCOSTED
028012         ELSE
028013             COMPUTE WS-POSTING-VALUE ROUNDED =
028014                 WS-SIGNED-QTY * WS-BOM-QTY-PER-UNIT(WS-BOM-SUB)
028015                 * WS-INC-COST(WS-INC-INDEX)
028016             ADD WS-POSTING-VALUE TO
028017                 WS-CST-USAGE-VALUE(WS-CST-INDEX)
028018         END-IF
028019     END-IF
028020     ADD 1 TO WS-BOM-SUB.
028021*
028022*--------------------------------------------------------------*
028023*    390-WARN-UNVALUED
028024*    ANYTHING VALUED AT ZERO FOR WANT OF A COST OR A RECIPE
028025*    STILL CLOSES, BUT ACCOUNTING IS TOLD.
028026*--------------------------------------------------------------*
028027 390-WARN-UNVALUED.
028028     IF WS-ITEMS-NO-STD-COST > 0
028029         DISPLAY WS-ITEMS-NO-STD-COST ' ITEMS HAVE NO STANDARD '
028030             'COST - PRODUCTION VALUED AT ZERO'
028031         PERFORM 095-RAISE-WARNING
028032     END-IF
028033     IF WS-ITEMS-NO-RECIPE > 0
028034         DISPLAY WS-ITEMS-NO-RECIPE ' ITEMS HAVE NO RECIPE IN '
028035             'FORCE - USAGE VALUED AT ZERO'
028036         PERFORM 095-RAISE-WARNING
028037     END-IF
028038     IF WS-USAGE-LINES-UNCOSTED > 0
028039         DISPLAY WS-USAGE-LINES-UNCOSTED ' RECIPE LINES USED AN '
028040             'UNCOSTED INGREDIENT - VALUED AT ZERO'
028041         PERFORM 095-RAISE-WARNING
028042     END-IF.
028043*
028100 500-EXIT.
028200     IF WS-HIST-FILE-IS-OPEN
028300         CLOSE RESULT-HISTORY-FILE
028700             WS-CLOSE-PERIOD ' - CLOSING IT EMPTY'
028800         PERFORM 095-RAISE-WARNING
028900     END-IF
028920     PERFORM 530-BUILD-JOURNAL
028940     PERFORM 540-OPEN-JOURNAL-EXTRACT
028960     IF WS-JOURNAL-BALANCED
028980         PERFORM 510-WRITE-PERIOD-STATEMENT
029000         PERFORM 520-REGISTER-CLOSED-PERIOD
029020     END-IF
029040     IF WS-JOURNAL-BALANCED AND WS-RUN-SEVERITY < 16
029060         SET WS-JOURNAL-RELEASED TO TRUE
029080         DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' CLOSED - '
029100             WS-PERIOD-RECORD-COUNT ' RECORDS TOTALING '
029120             WS-PERIOD-TOTAL
029140     ELSE
029160         DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' NOT CLOSED - GL '
029180             'JOURNAL HELD'
029200         IF WS-RUN-SEVERITY < 08
029220             MOVE 08 TO WS-RUN-SEVERITY
029240         END-IF
029260     END-IF
029280     PERFORM 545-WRITE-JOURNAL-EXTRACT
029300     PERFORM 550-PRINT-COST-REPORT
029500     DISPLAY 'RUN SEVERITY: ' WS-RUN-SEVERITY
029600     MOVE WS-RUN-SEVERITY TO RETURN-CODE
029650     PERFORM 905-WRITE-END-STEP.
029700*
029800*--------------------------------------------------------------*
029900*    510-WRITE-PERIOD-STATEMENT
034850         WRITE CLOSED-PERIOD-RECORD
034900         CLOSE CLOSED-PERIOD-FILE
035000     END-IF.
035100*
035200*--------------------------------------------------------------*
035300*    530-BUILD-JOURNAL
035400*    ONE SET OF ENTRIES PER PLANT - DEBIT FINISHED GOODS AT
035500*    STANDARD, CREDIT RAW MATERIALS AT INGREDIENT COST, AND
035600*    TAKE THE DIFFERENCE TO VARIANCE.  AN AMOUNT THAT COMES
035700*    OUT NEGATIVE CHANGES SIDES, SO EVERY AMOUNT ON THE
035800*    EXTRACT IS POSITIVE.  THE JOURNAL IS PROVED BEFORE
035900*    ANYTHING IS WRITTEN - DEBITS MUST EQUAL CREDITS AND EVERY
036000*    ENTRY MUST HAVE FOUND A SEAT, OR THE PERIOD DOES NOT
036100*    CLOSE.
036200*--------------------------------------------------------------*
036300 530-BUILD-JOURNAL.
036400     MOVE 0 TO WS-JRN-COUNT
036500     MOVE 0 TO WS-TOTAL-DEBITS
036600     MOVE 0 TO WS-TOTAL-CREDITS
036700     MOVE 1 TO WS-CST-SUB
036800     PERFORM 531-JOURNAL-ONE-PLANT
036900         UNTIL WS-CST-SUB > WS-CST-COUNT
037000     IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
037100         AND NOT WS-JOURNAL-OVERFLOWED
037200         SET WS-JOURNAL-BALANCED TO TRUE
037300     ELSE
037350         IF WS-JOURNAL-OVERFLOWED
037400             DISPLAY 'GL JOURNAL INCOMPLETE - TABLE FULL OR A '
037450                 'TOTAL OVERFLOWED - RAISE WS-JRN-MAX-ENTRIES'
037500         ELSE
037550             MOVE WS-TOTAL-DEBITS TO WS-EDIT-AMOUNT-1
037600             MOVE WS-TOTAL-CREDITS TO WS-EDIT-AMOUNT-2
037650             DISPLAY 'GL JOURNAL OUT OF BALANCE - DEBITS '
037700                 WS-EDIT-AMOUNT-1 ' CREDITS ' WS-EDIT-AMOUNT-2
037750         END-IF
038200     END-IF.
038300*
038400 531-JOURNAL-ONE-PLANT.
038500     MOVE WS-CST-PLANT-CODE(WS-CST-SUB) TO WS-BREAK-PLANT
038600     MOVE 0 TO WS-PLANT-STD-VALUE
038700     MOVE 0 TO WS-PLANT-USAGE-VALUE
038800     PERFORM 532-ADD-ONE-ITEM-VALUE
038900         UNTIL WS-CST-SUB > WS-CST-COUNT
039000         OR WS-CST-PLANT-CODE(WS-CST-SUB) NOT = WS-BREAK-PLANT
039100     COMPUTE WS-PLANT-VARIANCE =
039200         WS-PLANT-STD-VALUE - WS-PLANT-USAGE-VALUE
039300     MOVE WS-FG-ACCOUNT TO WS-POST-ACCOUNT
039400     MOVE "D" TO WS-POST-SIDE
039500     MOVE WS-PLANT-STD-VALUE TO WS-POST-AMOUNT
039600     MOVE "FINISHED GOODS AT STANDARD" TO WS-POST-DESCRIPTION
039700     PERFORM 535-ADD-JOURNAL-ENTRY
039800     MOVE WS-RM-ACCOUNT TO WS-POST-ACCOUNT
039900     MOVE "C" TO WS-POST-SIDE
040000     MOVE WS-PLANT-USAGE-VALUE TO WS-POST-AMOUNT
040100     MOVE "RAW MATERIALS CONSUMED AT COST" TO WS-POST-DESCRIPTION
040200     PERFORM 535-ADD-JOURNAL-ENTRY
040300     MOVE WS-VARIANCE-ACCOUNT TO WS-POST-ACCOUNT
040400     MOVE "C" TO WS-POST-SIDE
040500     MOVE WS-PLANT-VARIANCE TO WS-POST-AMOUNT
040600     MOVE "PRODUCTION COST VARIANCE" TO WS-POST-DESCRIPTION
040700     PERFORM 535-ADD-JOURNAL-ENTRY.
040800*
040900 532-ADD-ONE-ITEM-VALUE.
041000     ADD WS-CST-STD-VALUE(WS-CST-SUB) TO WS-PLANT-STD-VALUE
041100     ADD WS-CST-USAGE-VALUE(WS-CST-SUB) TO WS-PLANT-USAGE-VALUE
041200     ADD 1 TO WS-CST-SUB.
041300*
041400*--------------------------------------------------------------*
041500*    535-ADD-JOURNAL-ENTRY
041600*    SEATS ONE ENTRY FOR WS-BREAK-PLANT.  A ZERO AMOUNT IS NO
041700*    ENTRY AT ALL.  A NEGATIVE AMOUNT GOES ON THE OTHER SIDE.
041800*--------------------------------------------------------------*
041900 535-ADD-JOURNAL-ENTRY.
042000     IF WS-POST-AMOUNT NOT = 0
042100         IF WS-JRN-COUNT NOT < WS-JRN-MAX-ENTRIES
042200             SET WS-JOURNAL-OVERFLOWED TO TRUE
042300         ELSE
042400             ADD 1 TO WS-JRN-COUNT
042500             MOVE WS-BREAK-PLANT TO
042600                 WS-JRN-PLANT-CODE(WS-JRN-COUNT)
042700             MOVE WS-POST-ACCOUNT TO WS-JRN-ACCOUNT(WS-JRN-COUNT)
042800             MOVE WS-POST-DESCRIPTION TO
042900                 WS-JRN-DESCRIPTION(WS-JRN-COUNT)
043000             MOVE WS-POST-SIDE TO
043100                 WS-JRN-DEBIT-CREDIT(WS-JRN-COUNT)
043200             IF WS-POST-AMOUNT < 0
043300                 COMPUTE WS-JRN-AMOUNT(WS-JRN-COUNT) =
043400                     0 - WS-POST-AMOUNT
043500                 IF WS-POST-SIDE = "D"
043600                     MOVE "C" TO WS-JRN-DEBIT-CREDIT(WS-JRN-COUNT)
043700                 ELSE
043800                     MOVE "D" TO WS-JRN-DEBIT-CREDIT(WS-JRN-COUNT)
043900                 END-IF
044000             ELSE
044100                 MOVE WS-POST-AMOUNT TO
044200                     WS-JRN-AMOUNT(WS-JRN-COUNT)
044300             END-IF
044400             IF WS-JRN-IS-DEBIT(WS-JRN-COUNT)
044500                 ADD WS-JRN-AMOUNT(WS-JRN-COUNT) TO
044600                     WS-TOTAL-DEBITS
044700                     ON SIZE ERROR
044800                         SET WS-JOURNAL-OVERFLOWED TO TRUE
044900                 END-ADD
045000             ELSE
045100                 ADD WS-JRN-AMOUNT(WS-JRN-COUNT) TO
045200                     WS-TOTAL-CREDITS
045300                     ON SIZE ERROR
045400                         SET WS-JOURNAL-OVERFLOWED TO TRUE
045500                 END-ADD
045600             END-IF
045700         END-IF
045800     END-IF.
045900*
046000*--------------------------------------------------------------*
046100*    540-OPEN-JOURNAL-EXTRACT
046200*    OPENED BEFORE THE STATEMENT OR THE REGISTER IS TOUCHED -
046300*    A CLOSE THAT COULD NOT HAND ACCOUNTING ITS JOURNAL
046400*    REFUSES WITH BOTH EXACTLY AS FOUND.
046500*--------------------------------------------------------------*
046600 540-OPEN-JOURNAL-EXTRACT.
046700     OPEN OUTPUT GL-JOURNAL-FILE
046800     IF NOT WS-GLJ-FILE-OK
046900         DISPLAY 'GLJFILE COULD NOT BE OPENED - STATUS '
047000             WS-GLJ-FILE-STATUS
047100         GO TO 099-ABORT-CLOSE-REFUSED
047200     END-IF.
047300*
047400*--------------------------------------------------------------*
047500*    545-WRITE-JOURNAL-EXTRACT
047600*    HEADER, ONE DETAIL PER JOURNAL ENTRY, AND A TRAILER
047700*    CARRYING THE DETAIL COUNT AND BOTH SIDES' TOTALS.  A
047800*    JOURNAL THAT DID NOT PROVE, OR A PERIOD THAT DID NOT
047900*    REGISTER CLOSED, SHIPS A HELD HEADER AND NO DETAILS.
048000*--------------------------------------------------------------*
048100 545-WRITE-JOURNAL-EXTRACT.
048200     MOVE SPACES TO GL-JOURNAL-RECORD
048300     SET GLJ-IS-HEADER TO TRUE
048400     MOVE WS-CLOSE-PERIOD TO GLJ-HDR-PERIOD
048500     MOVE WS-CURRENT-DATE-YYYYMMDD TO GLJ-HDR-RUN-DATE
048600     MOVE "SPAGCLOS" TO GLJ-HDR-SOURCE-SYSTEM
048700     IF WS-JOURNAL-RELEASED
048800         SET GLJ-EXTRACT-RELEASED TO TRUE
048900     ELSE
049000         SET GLJ-EXTRACT-HELD TO TRUE
049100     END-IF
049200     WRITE GL-JOURNAL-RECORD
049300     MOVE 0 TO WS-GLJ-RECORD-COUNT
049400     IF WS-JOURNAL-RELEASED
049500         MOVE 1 TO WS-JRN-SUB
049600         PERFORM 546-WRITE-ONE-JOURNAL-DETAIL
049700             UNTIL WS-JRN-SUB > WS-JRN-COUNT
049800     END-IF
049900     MOVE SPACES TO GL-JOURNAL-RECORD
050000     SET GLJ-IS-TRAILER TO TRUE
050100     MOVE WS-GLJ-RECORD-COUNT TO GLJ-TRL-RECORD-COUNT
050200     IF WS-JOURNAL-RELEASED
050300         MOVE WS-TOTAL-DEBITS TO GLJ-TRL-TOTAL-DEBITS
050400         MOVE WS-TOTAL-CREDITS TO GLJ-TRL-TOTAL-CREDITS
050500     ELSE
050600         MOVE 0 TO GLJ-TRL-TOTAL-DEBITS
050700         MOVE 0 TO GLJ-TRL-TOTAL-CREDITS
050800     END-IF
050900     WRITE GL-JOURNAL-RECORD
051000     CLOSE GL-JOURNAL-FILE.
051100*
051200 546-WRITE-ONE-JOURNAL-DETAIL.
051300     MOVE SPACES TO GL-JOURNAL-RECORD
051400     SET GLJ-IS-DETAIL TO TRUE
051500     MOVE WS-JRN-PLANT-CODE(WS-JRN-SUB) TO GLJ-DTL-PLANT-CODE
051600     MOVE WS-JRN-ACCOUNT(WS-JRN-SUB) TO GLJ-DTL-ACCOUNT
051700     MOVE WS-JRN-DEBIT-CREDIT(WS-JRN-SUB) TO GLJ-DTL-DEBIT-CREDIT
051800     MOVE WS-JRN-AMOUNT(WS-JRN-SUB) TO GLJ-DTL-AMOUNT
051900     MOVE WS-JRN-DESCRIPTION(WS-JRN-SUB) TO GLJ-DTL-DESCRIPTION
052000     WRITE GL-JOURNAL-RECORD
052100     ADD 1 TO WS-GLJ-RECORD-COUNT
052200     ADD 1 TO WS-JRN-SUB.
052300*
052400*--------------------------------------------------------------*
052500*    550-PRINT-COST-REPORT
052600*    ONE LINE PER PLANT AND ITEM - QUANTITY POSTED, ITS VALUE
052700*    AT STANDARD, ITS INGREDIENT USAGE AT COST, AND THE
052800*    VARIANCE BETWEEN THEM - WITH A TOTAL PER PLANT, THEN THE
052900*    JOURNAL AS BUILT AND WHETHER IT WAS RELEASED.  A REPORT
053000*    THAT CANNOT BE OPENED IS WARNED; THE CLOSE STANDS.
053100*--------------------------------------------------------------*
053200 550-PRINT-COST-REPORT.
053300     OPEN OUTPUT COST-VARIANCE-REPORT-FILE
053400     IF NOT WS-CVP-FILE-OK
053500         DISPLAY 'CVPFILE COULD NOT BE OPENED - STATUS '
053600             WS-CVP-FILE-STATUS
053700         PERFORM 095-RAISE-WARNING
053800     ELSE
053900         MOVE WS-CLOSE-PERIOD TO CVP-H1-PERIOD
054000         MOVE WS-CURRENT-DATE-YYYYMMDD TO CVP-H1-RUN-DATE
054100         MOVE WS-CVP-HEAD-1 TO WS-CVP-WORK-LINE
054200         PERFORM 094-WRITE-REPORT-LINE
054300         MOVE SPACES TO WS-CVP-WORK-LINE
054400         PERFORM 094-WRITE-REPORT-LINE
054500         MOVE WS-CVP-COST-HEAD TO WS-CVP-WORK-LINE
054600         PERFORM 094-WRITE-REPORT-LINE
054700         IF WS-CST-COUNT = 0
054800             MOVE "NO PRODUCTION POSTED IN THE PERIOD" TO
054900                 CVP-MSG-TEXT
055000             MOVE WS-CVP-MESSAGE-LINE TO WS-CVP-WORK-LINE
055100             PERFORM 094-WRITE-REPORT-LINE
055200         END-IF
055300         MOVE 1 TO WS-CST-SUB
055400         PERFORM 551-PRINT-ONE-PLANT
055500             UNTIL WS-CST-SUB > WS-CST-COUNT
055600         PERFORM 555-PRINT-JOURNAL
055700         PERFORM 558-PRINT-RUN-FIGURES
055800         CLOSE COST-VARIANCE-REPORT-FILE
055900     END-IF.
056000*
056100 551-PRINT-ONE-PLANT.
056200     MOVE WS-CST-PLANT-CODE(WS-CST-SUB) TO WS-BREAK-PLANT
056300     MOVE 0 TO WS-PLANT-QTY
056400     MOVE 0 TO WS-PLANT-STD-VALUE
056500     MOVE 0 TO WS-PLANT-USAGE-VALUE
056600     PERFORM 552-PRINT-ONE-ITEM
056700         UNTIL WS-CST-SUB > WS-CST-COUNT
056800         OR WS-CST-PLANT-CODE(WS-CST-SUB) NOT = WS-BREAK-PLANT
056900     MOVE WS-BREAK-PLANT TO CVP-CST-PLANT
057000     MOVE SPACES TO CVP-CST-ITEM
057100     MOVE "PLANT TOTAL" TO CVP-CST-DESCRIPTION
057200     MOVE WS-PLANT-QTY TO CVP-CST-QTY
057300     MOVE WS-PLANT-STD-VALUE TO CVP-CST-STD-VALUE
057400     MOVE WS-PLANT-USAGE-VALUE TO CVP-CST-USAGE-VALUE
057500     COMPUTE WS-PLANT-VARIANCE =
057600         WS-PLANT-STD-VALUE - WS-PLANT-USAGE-VALUE
057700     MOVE WS-PLANT-VARIANCE TO CVP-CST-VARIANCE
057800     MOVE SPACES TO CVP-CST-FLAG
057900     MOVE WS-CVP-COST-LINE TO WS-CVP-WORK-LINE
058000     PERFORM 094-WRITE-REPORT-LINE
058100     MOVE SPACES TO WS-CVP-WORK-LINE
058200     PERFORM 094-WRITE-REPORT-LINE.
058300*
058400 552-PRINT-ONE-ITEM.
058500     MOVE WS-CST-PLANT-CODE(WS-CST-SUB) TO CVP-CST-PLANT
058600     MOVE WS-CST-ITEM-CODE(WS-CST-SUB) TO CVP-CST-ITEM
058700     MOVE WS-CST-DESCRIPTION(WS-CST-SUB) TO CVP-CST-DESCRIPTION
058800     MOVE WS-CST-QTY(WS-CST-SUB) TO CVP-CST-QTY
058900     MOVE WS-CST-STD-VALUE(WS-CST-SUB) TO CVP-CST-STD-VALUE
059000     MOVE WS-CST-USAGE-VALUE(WS-CST-SUB) TO CVP-CST-USAGE-VALUE
059100     COMPUTE WS-ITEM-VARIANCE = WS-CST-STD-VALUE(WS-CST-SUB)
059200         - WS-CST-USAGE-VALUE(WS-CST-SUB)
059300     MOVE WS-ITEM-VARIANCE TO CVP-CST-VARIANCE
059400     MOVE SPACES TO CVP-CST-FLAG
059500     IF WS-CST-NO-STD-COST(WS-CST-SUB)
059600         MOVE "NO STD COST" TO CVP-CST-FLAG
059700     ELSE
059800         IF WS-CST-NO-RECIPE(WS-CST-SUB)
059900             MOVE "NO RECIPE" TO CVP-CST-FLAG
060000         ELSE
060100             IF WS-CST-HAS-UNCOSTED(WS-CST-SUB)
060200                 MOVE "UNCOSTED INGRED" TO CVP-CST-FLAG
060300             END-IF
060400         END-IF
060500     END-IF
060600     MOVE WS-CVP-COST-LINE TO WS-CVP-WORK-LINE
060700     PERFORM 094-WRITE-REPORT-LINE
060800     ADD WS-CST-QTY(WS-CST-SUB) TO WS-PLANT-QTY
060900     ADD WS-CST-STD-VALUE(WS-CST-SUB) TO WS-PLANT-STD-VALUE
061000     ADD WS-CST-USAGE-VALUE(WS-CST-SUB) TO WS-PLANT-USAGE-VALUE
061100     ADD 1 TO WS-CST-SUB.
061200*
061300 555-PRINT-JOURNAL.
061400     MOVE WS-CVP-JOURNAL-HEAD TO WS-CVP-WORK-LINE
061500     PERFORM 094-WRITE-REPORT-LINE
061600     MOVE 1 TO WS-JRN-SUB
061700     PERFORM 556-PRINT-ONE-JOURNAL-LINE
061800         UNTIL WS-JRN-SUB > WS-JRN-COUNT
061900     MOVE SPACES TO WS-CVP-WORK-LINE
062000     PERFORM 094-WRITE-REPORT-LINE
062100     MOVE "TOTAL DEBITS" TO CVP-AMT-LABEL
062200     MOVE WS-TOTAL-DEBITS TO CVP-AMT-VALUE
062300     MOVE WS-CVP-AMOUNT-LINE TO WS-CVP-WORK-LINE
062400     PERFORM 094-WRITE-REPORT-LINE
062500     MOVE "TOTAL CREDITS" TO CVP-AMT-LABEL
062600     MOVE WS-TOTAL-CREDITS TO CVP-AMT-VALUE
062700     MOVE WS-CVP-AMOUNT-LINE TO WS-CVP-WORK-LINE
062800     PERFORM 094-WRITE-REPORT-LINE
062900     IF WS-JOURNAL-RELEASED
063000         MOVE "JOURNAL RELEASED ON GLJFILE - PERIOD CLOSED" TO
063100             CVP-MSG-TEXT
063200     ELSE
063300         MOVE "JOURNAL HELD ON GLJFILE - PERIOD NOT CLOSED" TO
063400             CVP-MSG-TEXT
063500     END-IF
063600     MOVE WS-CVP-MESSAGE-LINE TO WS-CVP-WORK-LINE
063700     PERFORM 094-WRITE-REPORT-LINE.
063800*
063900 556-PRINT-ONE-JOURNAL-LINE.
064000     MOVE WS-JRN-PLANT-CODE(WS-JRN-SUB) TO CVP-JRN-PLANT
064100     MOVE WS-JRN-ACCOUNT(WS-JRN-SUB) TO CVP-JRN-ACCOUNT
064200     IF WS-JRN-IS-DEBIT(WS-JRN-SUB)
064300         MOVE "DEBIT" TO CVP-JRN-SIDE
064400     ELSE
064500         MOVE "CREDIT" TO CVP-JRN-SIDE
064600     END-IF
064700     MOVE WS-JRN-AMOUNT(WS-JRN-SUB) TO CVP-JRN-AMOUNT
064800     MOVE WS-JRN-DESCRIPTION(WS-JRN-SUB) TO CVP-JRN-DESCRIPTION
064900     MOVE WS-CVP-JOURNAL-LINE TO WS-CVP-WORK-LINE
065000     PERFORM 094-WRITE-REPORT-LINE
065100     ADD 1 TO WS-JRN-SUB.
065200*
065300 558-PRINT-RUN-FIGURES.
065400     MOVE SPACES TO WS-CVP-WORK-LINE
065500     PERFORM 094-WRITE-REPORT-LINE
065600     MOVE "LEDGER POSTINGS VALUED" TO CVP-TXT-LABEL
065700     MOVE WS-POSTINGS-VALUED TO CVP-TXT-VALUE
065800     PERFORM 559-PRINT-ONE-FIGURE
065900     MOVE "PLANT/ITEMS VALUED" TO CVP-TXT-LABEL
066000     MOVE WS-CST-COUNT TO CVP-TXT-VALUE
066100     PERFORM 559-PRINT-ONE-FIGURE
066200     MOVE "ITEMS WITHOUT A STANDARD COST" TO CVP-TXT-LABEL
066300     MOVE WS-ITEMS-NO-STD-COST TO CVP-TXT-VALUE
066400     PERFORM 559-PRINT-ONE-FIGURE
066500     MOVE "ITEMS WITHOUT A RECIPE IN FORCE" TO CVP-TXT-LABEL
066600     MOVE WS-ITEMS-NO-RECIPE TO CVP-TXT-VALUE
066700     PERFORM 559-PRINT-ONE-FIGURE
066800     MOVE "RECIPE LINES VALUED UNCOSTED" TO CVP-TXT-LABEL
066900     MOVE WS-USAGE-LINES-UNCOSTED TO CVP-TXT-VALUE
067000     PERFORM 559-PRINT-ONE-FIGURE
067100     MOVE "INGREDIENT COSTS DROPPED" TO CVP-TXT-LABEL
067200     MOVE WS-INC-DROP-COUNT TO CVP-TXT-VALUE
067300     PERFORM 559-PRINT-ONE-FIGURE
067400     MOVE "RECIPE LINES DROPPED" TO CVP-TXT-LABEL
067500     MOVE WS-BOM-DROP-COUNT TO CVP-TXT-VALUE
067600     PERFORM 559-PRINT-ONE-FIGURE
067700     MOVE "GL JOURNAL ENTRIES" TO CVP-TXT-LABEL
067800     MOVE WS-JRN-COUNT TO CVP-TXT-VALUE
067900     PERFORM 559-PRINT-ONE-FIGURE.
068000*
068100 559-PRINT-ONE-FIGURE.
068200     MOVE WS-CVP-TEXT-LINE TO WS-CVP-WORK-LINE
068300     PERFORM 094-WRITE-REPORT-LINE.
068400*
068500*--------------------------------------------------------------*
068600*    700-FIND-COST-ENTRY
068700*    WALKS THE VALUATION TABLE FOR WS-FIND-KEY.  LEAVES
068800*    WS-CST-INDEX AT THE ENTRY WHEN FOUND, AND WS-CST-SLOT AT
068900*    THE SEAT IT BELONGS IN WHEN NOT.
069000*--------------------------------------------------------------*
069100 700-FIND-COST-ENTRY.
069200     MOVE "N" TO WS-CST-FOUND-SWITCH
069300     MOVE "N" TO WS-SLOT-FOUND-SWITCH
069400     MOVE 1 TO WS-CST-SLOT
069500     PERFORM 701-CHECK-ONE-SLOT
069600         UNTIL WS-SLOT-FOUND OR WS-CST-FOUND
069700         OR WS-CST-SLOT > WS-CST-COUNT.
069800*
069900 701-CHECK-ONE-SLOT.
070000     IF WS-CST-KEY(WS-CST-SLOT) = WS-FIND-KEY
070100         SET WS-CST-FOUND TO TRUE
070200         MOVE WS-CST-SLOT TO WS-CST-INDEX
070300     ELSE
070400         IF WS-CST-KEY(WS-CST-SLOT) > WS-FIND-KEY
070500             SET WS-SLOT-FOUND TO TRUE
070600         ELSE
070700             ADD 1 TO WS-CST-SLOT
070800         END-IF
070900     END-IF.
071000*
071100*--------------------------------------------------------------*
071200*    705-ADD-COST-ENTRY
071300*    OPENS A ZERO-VALUE SEAT FOR WS-FIND-KEY AT THE SLOT 700
071400*    LEFT, SHIFTING THE REST DOWN ONE, AND PRICES IT FROM THE
071500*    ITEM MASTER.  A FULL TABLE STOPS THE RUN BEFORE ANYTHING
071600*    IS WRITTEN - A PART-VALUED PERIOD MUST NOT CLOSE.
071700*--------------------------------------------------------------*
071800 705-ADD-COST-ENTRY.
071900     IF WS-CST-COUNT NOT < WS-CST-MAX-ENTRIES
072000         DISPLAY 'VALUATION TABLE FULL AT ' WS-FIND-PLANT ' '
072100             WS-FIND-ITEM ' - RAISE WS-CST-MAX-ENTRIES'
072200         GO TO 099-ABORT-CLOSE-REFUSED
072300     END-IF
072400     MOVE WS-CST-COUNT TO WS-CST-MOVE-SUB
072500     PERFORM 706-SHIFT-ONE-ENTRY
072600         UNTIL WS-CST-MOVE-SUB < WS-CST-SLOT
072700     ADD 1 TO WS-CST-COUNT
072800     MOVE WS-CST-SLOT TO WS-CST-INDEX
072900     MOVE WS-FIND-KEY TO WS-CST-KEY(WS-CST-INDEX)
073000     MOVE 0 TO WS-CST-QTY(WS-CST-INDEX)
073100     MOVE 0 TO WS-CST-STD-VALUE(WS-CST-INDEX)
073200     MOVE 0 TO WS-CST-USAGE-VALUE(WS-CST-INDEX)
073300     MOVE "N" TO WS-CST-NO-STD-SWITCH(WS-CST-INDEX)
073400     MOVE "N" TO WS-CST-NO-RECIPE-SWITCH(WS-CST-INDEX)
073500     MOVE "N" TO WS-CST-UNCOSTED-SWITCH(WS-CST-INDEX)
073600     PERFORM 715-FIND-ITEM-COST
073700     IF WS-ITM-INDEX = 0
073800         MOVE "*** NOT ON ITEM MASTER ***" TO
073900             WS-CST-DESCRIPTION(WS-CST-INDEX)
074000         MOVE 0 TO WS-CST-STD-COST(WS-CST-INDEX)
074100     ELSE
074200         MOVE WS-ITM-DESCRIPTION(WS-ITM-INDEX) TO
074300             WS-CST-DESCRIPTION(WS-CST-INDEX)
074400         MOVE WS-ITM-STD-COST(WS-ITM-INDEX) TO
074500             WS-CST-STD-COST(WS-CST-INDEX)
074600     END-IF
074700     IF WS-CST-STD-COST(WS-CST-INDEX) = 0
074800         SET WS-CST-NO-STD-COST(WS-CST-INDEX) TO TRUE
074900         ADD 1 TO WS-ITEMS-NO-STD-COST
075000     END-IF.
075100*
075200 706-SHIFT-ONE-ENTRY.
075300     MOVE WS-CST-ENTRY(WS-CST-MOVE-SUB) TO
075400         WS-CST-ENTRY(WS-CST-MOVE-SUB + 1)
075500     SUBTRACT 1 FROM WS-CST-MOVE-SUB.
075600*
075700*--------------------------------------------------------------*
075800*    710-FIND-INGREDIENT-COST
075900*    LEAVES WS-INC-INDEX AT THE COST OF THE INGREDIENT ON
076000*    RECIPE LINE WS-BOM-SUB, OR ZERO WHEN IT IS UNCOSTED.
076100*--------------------------------------------------------------*
076200 710-FIND-INGREDIENT-COST.
076300     MOVE 0 TO WS-INC-INDEX
076400     MOVE 1 TO WS-INC-SUB
076500     PERFORM 711-CHECK-ONE-INGREDIENT
076600         UNTIL WS-INC-INDEX > 0 OR WS-INC-SUB > WS-INC-COUNT.
076700*
076800 711-CHECK-ONE-INGREDIENT.
076900     IF WS-INC-INGREDIENT(WS-INC-SUB) =
077000         WS-BOM-INGREDIENT(WS-BOM-SUB)
077100         MOVE WS-INC-SUB TO WS-INC-INDEX
077200     END-IF
077300     ADD 1 TO WS-INC-SUB.
077400*
077500*--------------------------------------------------------------*
077600*    715-FIND-ITEM-COST
077700*    LEAVES WS-ITM-INDEX AT WS-FIND-ITEM ON THE ITEM MASTER,
077800*    OR ZERO WHEN THE ITEM IS NOT THERE.
077900*--------------------------------------------------------------*
078000 715-FIND-ITEM-COST.
078100     MOVE 0 TO WS-ITM-INDEX
078200     MOVE 1 TO WS-ITM-SUB
078300     PERFORM 716-CHECK-ONE-ITEM
078400         UNTIL WS-ITM-INDEX > 0 OR WS-ITM-SUB > WS-ITM-COUNT.
078500*
078600 716-CHECK-ONE-ITEM.
078700     IF WS-ITM-CODE(WS-ITM-SUB) = WS-FIND-ITEM
078800         MOVE WS-ITM-SUB TO WS-ITM-INDEX
078900     END-IF
079000     ADD 1 TO WS-ITM-SUB.
079100*
079200*--------------------------------------------------------------*
079300*    900-WRITE-START-STEP
079400*    PUTS THIS RUN'S START RECORD ON THE STEP-STATUS LEDGER.  A
079500*    START WITH NO END AFTER IT IS A RUN THAT NEVER FINISHED.
079600*--------------------------------------------------------------*
079700 900-WRITE-START-STEP.
079800     PERFORM 908-BUILD-STEP-RECORD
079900     SET STS-IS-START TO TRUE
080000     PERFORM 910-WRITE-STEP-RECORD.
080100*
080200*--------------------------------------------------------------*
080300*    905-WRITE-END-STEP
080400*    PUTS THIS RUN'S END RECORD ON THE STEP-STATUS LEDGER WITH
080500*    THE RETURN CODE THE RUN IS ENDING ON AND ITS KEY COUNTS.
080600*    A RUN REFUSED FOR A MISSING PREREQUISITE ENDS ON A
080700*    REFUSED RECORD CARRYING THE REASON INSTEAD.
080800*    EVERY WAY OUT OF THE RUN - NORMAL END OR ABORT - COMES
080900*    THROUGH HERE ONCE THE RETURN CODE IS SET.
081000*--------------------------------------------------------------*
081100 905-WRITE-END-STEP.
081200     PERFORM 908-BUILD-STEP-RECORD
081300     MOVE RETURN-CODE TO STS-RETURN-CODE
081400     IF WS-STEP-REFUSAL-TEXT NOT = SPACES
081500         SET STS-IS-REFUSED TO TRUE
081600         MOVE WS-STEP-REFUSAL-TEXT TO STS-REFUSAL-TEXT
081700     ELSE
081800         SET STS-IS-END TO TRUE
081900         MOVE WS-STEP-OVERRIDE-FLAG TO STS-OVERRIDE-FLAG
082000         MOVE "RECORDS " TO STS-COUNT-NAME(1)
082100         MOVE WS-PERIOD-RECORD-COUNT TO STS-COUNT-VALUE(1)
082200         MOVE "VALUED  " TO STS-COUNT-NAME(2)
082300         MOVE WS-POSTINGS-VALUED TO STS-COUNT-VALUE(2)
082400         MOVE "JOURNAL " TO STS-COUNT-NAME(3)
082500         MOVE WS-GLJ-RECORD-COUNT TO STS-COUNT-VALUE(3)
082600     END-IF
082700     PERFORM 910-WRITE-STEP-RECORD.
082800*
082900 908-BUILD-STEP-RECORD.
083000     MOVE SPACES TO STEP-STATUS-RECORD
083100     MOVE WS-STEP-PLANT TO STS-PLANT-CODE
083200     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD
083300     ACCEPT STS-RUN-TIME FROM TIME
083400     MOVE WS-STEP-PROGRAM-ID TO STS-PROGRAM-ID
083500     MOVE 0 TO STS-RETURN-CODE STS-SUBJECT-DATE
083600     MOVE 0 TO STS-COUNT-VALUE(1) STS-COUNT-VALUE(2)
083700         STS-COUNT-VALUE(3).
083800*
083900*--------------------------------------------------------------*
084000*    910-WRITE-STEP-RECORD
084100*    THE LEDGER IS APPENDED TO - THE FIRST RUN EVER CREATES IT.
084200*    IT IS OPENED AND CLOSED AROUND EACH RECORD SO AN ABORT
084300*    LATER IN THE RUN CANNOT LOSE THE START RECORD.  A LEDGER
084400*    THAT WILL NOT OPEN COSTS THE STATUS REPORT THIS STEP, NOT
084500*    THE RUN ITS WORK.
084600*--------------------------------------------------------------*
084700 910-WRITE-STEP-RECORD.
084800     OPEN EXTEND STEP-STATUS-FILE
084900     IF NOT WS-STS-FILE-OK
085000         OPEN OUTPUT STEP-STATUS-FILE
085100     END-IF
085200     IF WS-STS-FILE-OK
085300         WRITE STEP-STATUS-RECORD
085400         CLOSE STEP-STATUS-FILE
085500     ELSE
085600         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
085700             WS-STS-FILE-STATUS ' - STEP NOT RECORDED'
085800     END-IF.
085900*
086000*--------------------------------------------------------------*
086100*    920-CHECK-STEP-PREREQUISITES
086200*    A PERIOD CLOSES ONLY WHEN EVERY POSTING DAY IN IT HAS BEEN
086300*    VERIFIED.  EACH PLANT AND PRODUCTION DATE ON THE LEDGER IN
086400*    THE PERIOD NEEDS A SPAGHETTI-VERIFY RUN FOR THAT PLANT AND
086500*    DATE ON THE STEP-STATUS LEDGER THAT ENDED BELOW 08, RUN NO
086600*    EARLIER THAN THE LAST POSTING TO THE DAY - A LATE
086700*    ADJUSTMENT NEEDS ITS DAY VERIFIED AGAIN.  THE LATEST VERIFY
086800*    OF A DAY IS THE ONE THAT COUNTS.  ANY UNVERIFIED DAY
086900*    REFUSES THE CLOSE, WITH EVERY FILE AS FOUND, UNLESS THE
087000*    OVERRIDE IS ON THE CONTROL CARD.  A DAY THAT WOULD NOT FIT
087100*    THE TABLES CANNOT BE PROVED AND COUNTS AS UNVERIFIED.
087200*--------------------------------------------------------------*
087300 920-CHECK-STEP-PREREQUISITES.
087400     PERFORM 930-LOAD-PERIOD-VERIFIES
087500     PERFORM 940-LOAD-PERIOD-POSTING-DAYS
087600     MOVE 1 TO WS-PDY-SUB
087700     PERFORM 950-JUDGE-ONE-POSTING-DAY
087800         UNTIL WS-PDY-SUB > WS-PDY-COUNT
087900     IF WS-VFY-DROP-COUNT > 0
088000         DISPLAY WS-VFY-DROP-COUNT ' VERIFY RUNS DROPPED - '
088100             'RAISE WS-VFY-MAX-ENTRIES'
088200     END-IF
088300     IF WS-PDY-DROP-COUNT > 0
088400         DISPLAY WS-PDY-DROP-COUNT ' POSTINGS NOT CHECKED - '
088500             'RAISE WS-PDY-MAX-ENTRIES'
088600         ADD 1 TO WS-UNVERIFIED-DAYS
088700     END-IF
088800     IF WS-UNVERIFIED-DAYS > 0
088900         MOVE WS-UNVERIFIED-DAYS TO WS-UNVERIFIED-TEXT-COUNT
089000         DISPLAY 'STEP PREREQUISITE NOT MET - '
089100             WS-UNVERIFIED-TEXT
089200         IF WS-OVERRIDE-IS-ON
089300             DISPLAY 'OVERRIDE ON CONTROL CARD - CLOSING ANYWAY'
089400             SET WS-STEP-RAN-ON-OVERRIDE TO TRUE
089500             PERFORM 095-RAISE-WARNING
089600         ELSE
089700             DISPLAY 'CLOSE REFUSED - NO OVERRIDE ON CONTROL CARD'
089800             MOVE WS-UNVERIFIED-TEXT TO WS-STEP-REFUSAL-TEXT
089900             GO TO 099-ABORT-CLOSE-REFUSED
090000         END-IF
090100     END-IF.
090200*
090300*--------------------------------------------------------------*
090400*    930-LOAD-PERIOD-VERIFIES
090500*    TABLES THE LATEST VERIFY OF EACH PLANT AND PRODUCTION DATE
090600*    IN THE PERIOD.  THE LEDGER IS IN THE ORDER IT WAS WRITTEN,
090700*    SO A LATER VERIFY OF THE SAME DAY SIMPLY REPLACES AN
090800*    EARLIER ONE.  NO LEDGER ON FILE MEANS NOTHING IS VERIFIED.
090900*--------------------------------------------------------------*
091000 930-LOAD-PERIOD-VERIFIES.
091100     OPEN INPUT STEP-STATUS-FILE
091200     IF WS-STS-FILE-OK
091300         PERFORM 931-LOAD-ONE-VERIFY
091400             UNTIL WS-STS-EOF-REACHED
091500         CLOSE STEP-STATUS-FILE
091600     ELSE
091700         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
091800             WS-STS-FILE-STATUS
091900     END-IF.
092000*
092100 931-LOAD-ONE-VERIFY.
092200     READ STEP-STATUS-FILE
092300         AT END
092400             SET WS-STS-EOF-REACHED TO TRUE
092500         NOT AT END
092600             IF STS-IS-END
092700                 AND STS-PROGRAM-ID = "SPAGHETTI-VERIFY"
092800                 MOVE STS-SUBJECT-DATE(1:6) TO WS-RECORD-PERIOD
092900                 IF WS-RECORD-PERIOD = WS-CLOSE-PERIOD
093000                     PERFORM 932-NOTE-ONE-VERIFY
093100                 END-IF
093200             END-IF
093300     END-READ.
093400*
093500 932-NOTE-ONE-VERIFY.
093600     MOVE STS-PLANT-CODE TO WS-VFY-FIND-PLANT
093700     MOVE STS-SUBJECT-DATE TO WS-VFY-FIND-DATE
093800     MOVE 0 TO WS-VFY-INDEX
093900     MOVE 1 TO WS-VFY-SUB
094000     PERFORM 933-FIND-VERIFY-ENTRY
094100         UNTIL WS-VFY-SUB > WS-VFY-COUNT
094200         OR WS-VFY-INDEX > 0
094300     IF WS-VFY-INDEX = 0
094400         IF WS-VFY-COUNT < WS-VFY-MAX-ENTRIES
094500             ADD 1 TO WS-VFY-COUNT
094600             MOVE WS-VFY-COUNT TO WS-VFY-INDEX
094700             MOVE WS-VFY-FIND-PLANT TO
094800                 WS-VFY-PLANT-CODE(WS-VFY-INDEX)
094900             MOVE WS-VFY-FIND-DATE TO
095000                 WS-VFY-SUBJECT-DATE(WS-VFY-INDEX)
095100         ELSE
095200             ADD 1 TO WS-VFY-DROP-COUNT
095300         END-IF
095400     END-IF
095500     IF WS-VFY-INDEX > 0
095600         MOVE STS-RUN-DATE TO WS-VFY-RUN-DATE(WS-VFY-INDEX)
095700         MOVE STS-RETURN-CODE TO WS-VFY-RETURN-CODE(WS-VFY-INDEX)
095800     END-IF.
095900*
096000 933-FIND-VERIFY-ENTRY.
096100     IF WS-VFY-PLANT-CODE(WS-VFY-SUB) = WS-VFY-FIND-PLANT
096200         AND WS-VFY-SUBJECT-DATE(WS-VFY-SUB) = WS-VFY-FIND-DATE
096300         MOVE WS-VFY-SUB TO WS-VFY-INDEX
096400     END-IF
096500     ADD 1 TO WS-VFY-SUB.
096600*
096700*--------------------------------------------------------------*
096800*    940-LOAD-PERIOD-POSTING-DAYS
096900*    TABLES EACH PLANT AND PRODUCTION DATE IN THE PERIOD WITH
097000*    THE LATEST RUN DATE THAT POSTED TO IT.  A LEDGER THAT IS
097100*    MISSING OR WILL NOT OPEN IS LEFT TO 300-VALUE-PERIOD-
097200*    POSTINGS TO REPORT.
097300*--------------------------------------------------------------*
097400 940-LOAD-PERIOD-POSTING-DAYS.
097500     OPEN INPUT POSTED-LEDGER-FILE
097600     IF WS-LDG-FILE-OK
097700         MOVE "N" TO WS-LOAD-EOF-SWITCH
097800         PERFORM 941-LOAD-ONE-POSTING-DAY
097900             UNTIL WS-LOAD-EOF-REACHED
098000         CLOSE POSTED-LEDGER-FILE
098100     END-IF.
098200*
098300 941-LOAD-ONE-POSTING-DAY.
098400     READ POSTED-LEDGER-FILE
098500         AT END
098600             SET WS-LOAD-EOF-REACHED TO TRUE
098700         NOT AT END
098800             IF LDG-PROD-DATE NUMERIC AND LDG-PROD-DATE > 0
098900                 MOVE LDG-PROD-DATE TO WS-RECORD-DATE
099000             ELSE
099100                 MOVE LDG-RUN-DATE TO WS-RECORD-DATE
099200             END-IF
099300             MOVE WS-RECORD-DATE(1:6) TO WS-RECORD-PERIOD
099400             IF WS-RECORD-PERIOD = WS-CLOSE-PERIOD
099500                 PERFORM 942-NOTE-ONE-POSTING-DAY
099600             END-IF
099700     END-READ.
099800*
099900 942-NOTE-ONE-POSTING-DAY.
100000     IF LDG-PLANT-CODE = SPACES
100100         MOVE "01" TO WS-VFY-FIND-PLANT
100200     ELSE
100300         MOVE LDG-PLANT-CODE TO WS-VFY-FIND-PLANT
100400     END-IF
100500     MOVE WS-RECORD-DATE TO WS-VFY-FIND-DATE
100600     MOVE 0 TO WS-PDY-INDEX
100700     MOVE 1 TO WS-PDY-SUB
100800     PERFORM 943-FIND-POSTING-DAY
100900         UNTIL WS-PDY-SUB > WS-PDY-COUNT
101000         OR WS-PDY-INDEX > 0
101100     IF WS-PDY-INDEX = 0
101200         IF WS-PDY-COUNT < WS-PDY-MAX-ENTRIES
101300             ADD 1 TO WS-PDY-COUNT
101400             MOVE WS-PDY-COUNT TO WS-PDY-INDEX
101500             MOVE WS-VFY-FIND-PLANT TO
101600                 WS-PDY-PLANT-CODE(WS-PDY-INDEX)
101700             MOVE WS-VFY-FIND-DATE TO WS-PDY-DATE(WS-PDY-INDEX)
101800             MOVE 0 TO WS-PDY-LAST-RUN-DATE(WS-PDY-INDEX)
101900         ELSE
102000             ADD 1 TO WS-PDY-DROP-COUNT
102100         END-IF
102200     END-IF
102300     IF WS-PDY-INDEX > 0
102400         AND LDG-RUN-DATE > WS-PDY-LAST-RUN-DATE(WS-PDY-INDEX)
102500         MOVE LDG-RUN-DATE TO WS-PDY-LAST-RUN-DATE(WS-PDY-INDEX)
102600     END-IF.
102700*
102800 943-FIND-POSTING-DAY.
102900     IF WS-PDY-PLANT-CODE(WS-PDY-SUB) = WS-VFY-FIND-PLANT
103000         AND WS-PDY-DATE(WS-PDY-SUB) = WS-VFY-FIND-DATE
103100         MOVE WS-PDY-SUB TO WS-PDY-INDEX
103200     END-IF
103300     ADD 1 TO WS-PDY-SUB.
103400*
103500 950-JUDGE-ONE-POSTING-DAY.
103600     MOVE WS-PDY-PLANT-CODE(WS-PDY-SUB) TO WS-VFY-FIND-PLANT
103700     MOVE WS-PDY-DATE(WS-PDY-SUB) TO WS-VFY-FIND-DATE
103800     MOVE 0 TO WS-VFY-INDEX
103900     MOVE 1 TO WS-VFY-SUB
104000     PERFORM 933-FIND-VERIFY-ENTRY
104100         UNTIL WS-VFY-SUB > WS-VFY-COUNT
104200         OR WS-VFY-INDEX > 0
104300     IF WS-VFY-INDEX = 0
104400         DISPLAY 'PLANT ' WS-VFY-FIND-PLANT ' DAY '
104500             WS-VFY-FIND-DATE ' - NEVER VERIFIED'
104600         ADD 1 TO WS-UNVERIFIED-DAYS
104700     ELSE
104800         IF WS-VFY-RETURN-CODE(WS-VFY-INDEX) NOT < 08
104900             DISPLAY 'PLANT ' WS-VFY-FIND-PLANT ' DAY '
105000                 WS-VFY-FIND-DATE ' - LAST VERIFY ENDED '
105100                 WS-VFY-RETURN-CODE(WS-VFY-INDEX)
105200             ADD 1 TO WS-UNVERIFIED-DAYS
105300         ELSE
105400             IF WS-VFY-RUN-DATE(WS-VFY-INDEX) <
105500                 WS-PDY-LAST-RUN-DATE(WS-PDY-SUB)
105600                 DISPLAY 'PLANT ' WS-VFY-FIND-PLANT ' DAY '
105700                     WS-VFY-FIND-DATE ' - POSTED TO AGAIN SINCE '
105800                     'IT WAS VERIFIED'
105900                 ADD 1 TO WS-UNVERIFIED-DAYS
106000             END-IF
106100         END-IF
106200     END-IF
106300     ADD 1 TO WS-PDY-SUB.
