000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SPAGHETTI-BOMMNT.
000300 AUTHOR.        R. ALFREDO.
000400 INSTALLATION.  PASTA-PARTY DATA CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    SPAGHETTI-BOMMNT IS THE ONE DOOR TO THE RECIPE FILE.
000900*    BOMFILE USED TO BE EDITED BY HAND AND CARRIED NO DATES, SO
001000*    WHEN A RATIO CHANGED EVERY LOT ALREADY MADE WAS
001100*    BACKFLUSHED AT THE NEW ONE AND NOBODY COULD SAY WHICH
001200*    RECIPE HAD BEEN IN FORCE ON A GIVEN DAY.  EVERY RECIPE
001300*    LINE NOW CARRIES THE DATE IT CAME INTO FORCE AND THE LAST
001400*    DAY IT WAS IN FORCE, AND EVERY CHANGE COMES IN ON A
001500*    TRANSACTION CARD - ADD, CHANGE, OR EXPIRE - EDITED FIELD
001600*    BY FIELD AND APPLIED IN ONE AUDITED PASS.
001700*
001800*    EVERY ADDED OR CHANGED LINE MUST BELONG TO AN ACTIVE ITEM
001900*    ON ITEMFILE, AND NO TWO VERSIONS OF THE SAME ITEM AND
002000*    INGREDIENT MAY BE IN FORCE ON THE SAME DAY - A CARD THAT
002100*    WOULD OVERLAP THEM IS REJECTED, SO THE BACKFLUSH AND THE
002200*    MATERIAL REQUIREMENTS RUN ALWAYS FIND EXACTLY ONE RATIO.
002300*    AN INQUIRY CARD PRINTS THE RECIPE IN FORCE ON ANY DAY FOR
002400*    PURCHASING AND COST ACCOUNTING.
002500*
002600*    THE RUN PRINTS THE RECIPES AS FOUND, LOGS WHAT EACH CARD
002700*    DID, PRINTS THE RECIPES AS LEFT, AND PUTS EVERY BAD CARD
002800*    ON ITS OWN REJECT LISTING WITH THE REASON.  THE FILE IS
002900*    REWRITTEN IN ITEM, INGREDIENT, AND EFFECTIVE-FROM ORDER
003000*    WITH BOTH DATES SPELLED OUT - A LINE FROM THE HAND-EDIT
003100*    ERA COMES BACK DATED FROM ZEROES TO NINES.  RECIPE LINES
003200*    ARE NEVER REMOVED, ONLY EXPIRED, SO PAST LOTS STILL
003300*    EXPLODE AT THE RATIO THEY WERE MADE AT.
003400*
003500*    MODIFICATION HISTORY
003600*    DATE       INIT  DESCRIPTION
003700*    ---------- ----  -----------------------------------------
003800*    2026-10-15 RA    ORIGINAL.
003820*    2026-10-15 RA    WRITES A START AND AN END RECORD TO THE
003840*                      STEP-STATUS LEDGER (STSFILE) WITH ITS
003860*                      RETURN CODE AND KEY COUNTS.
003870*    2026-10-15 RA    A CHANGE CARD MAY NO LONGER ALTER THE
003880*                      QUANTITY OF A VERSION ALREADY IN FORCE -
003890*                      THAT IS AN EXPIRY AND AN ADD (LIV).
003892*    2026-10-15 RA    NO VERSION MAY BE ADDED STARTING, OR ENDED
003894*                      WHILE IN FORCE, BEFORE THE RUN DATE (PST),
003896*                      SO POSTED DAYS KEEP THEIR RECIPE.
003900*--------------------------------------------------------------*
004000*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT RECIPE-MAINT-CARD-FILE ASSIGN TO "BMTFILE"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-BMT-FILE-STATUS.
004700     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMFILE"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-ITEM-FILE-STATUS.
005000     SELECT RECIPE-FILE ASSIGN TO "BOMFILE"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-BOM-FILE-STATUS.
005300     SELECT MAINT-REPORT-FILE ASSIGN TO "BMPFILE"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-BMP-FILE-STATUS.
005600     SELECT MAINT-REJECT-FILE ASSIGN TO "BMRFILE"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-BMR-FILE-STATUS.
005820     SELECT STEP-STATUS-FILE ASSIGN TO "STSFILE"
005840         ORGANIZATION IS LINE SEQUENTIAL
005860         FILE STATUS IS WS-STS-FILE-STATUS.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  RECIPE-MAINT-CARD-FILE
006300     RECORDING MODE IS F.
006400     COPY BMTREC.
006500*
006600 FD  ITEM-MASTER-FILE
006700     RECORDING MODE IS F.
006800     COPY ITMREC.
006900*
007000 FD  RECIPE-FILE
007100     RECORDING MODE IS F.
007200     COPY BOMREC.
007300*
007400 FD  MAINT-REPORT-FILE
007500     RECORDING MODE IS F.
007600     COPY BMPREC.
007700*
007800 FD  MAINT-REJECT-FILE
007900     RECORDING MODE IS F.
008000     COPY BMRREC.
008100*
008120 FD  STEP-STATUS-FILE
008140     RECORDING MODE IS F.
008160     COPY STSREC.
008180*
008200 WORKING-STORAGE SECTION.
008300*--------------------------------------------------------------*
008400*    FILE STATUS WORKING STORAGE
008500*--------------------------------------------------------------*
008600 01  WS-BMT-FILE-STATUS          PIC X(02)   VALUE "00".
008700     88  WS-BMT-FILE-OK                      VALUE "00".
008800     88  WS-BMT-FILE-NOT-FOUND               VALUE "35".
008900 01  WS-ITEM-FILE-STATUS         PIC X(02)   VALUE "00".
009000     88  WS-ITEM-FILE-OK                     VALUE "00".
009100     88  WS-ITEM-FILE-NOT-FOUND              VALUE "35".
009200 01  WS-BOM-FILE-STATUS          PIC X(02)   VALUE "00".
009300     88  WS-BOM-FILE-OK                      VALUE "00".
009400     88  WS-BOM-FILE-NOT-FOUND               VALUE "35".
009500 01  WS-BMP-FILE-STATUS          PIC X(02)   VALUE "00".
009600     88  WS-BMP-FILE-OK                      VALUE "00".
009700 01  WS-BMR-FILE-STATUS          PIC X(02)   VALUE "00".
009800     88  WS-BMR-FILE-OK                      VALUE "00".
009900*--------------------------------------------------------------*
010000*    LOOP-CONTROL WORKING STORAGE
010100*--------------------------------------------------------------*
010200 01  WS-CARD-EOF-SWITCH           PIC X(01)   VALUE "N".
010300     88  WS-CARD-EOF-REACHED                  VALUE "Y".
010400 01  WS-ITEM-LOAD-SWITCH          PIC X(01)   VALUE "N".
010500     88  WS-ITEM-LOAD-DONE                    VALUE "Y".
010600 01  WS-BOM-LOAD-SWITCH           PIC X(01)   VALUE "N".
010700     88  WS-BOM-LOAD-DONE                     VALUE "Y".
010800 01  WS-BMT-OPEN-SWITCH           PIC X(01)   VALUE "N".
010900     88  WS-BMT-FILE-IS-OPEN                  VALUE "Y".
011000 01  WS-RUN-SEVERITY              PIC 9(02)   VALUE 0.
011100*--------------------------------------------------------------*
011200*    ITEM MASTER TABLE WORKING STORAGE
011300*    ONLY THE CODE AND ACTIVE FLAG ARE NEEDED - EVERY ADDED OR
011400*    CHANGED RECIPE LINE MUST BELONG TO AN ACTIVE ITEM.
011500*--------------------------------------------------------------*
011600 01  WS-ITM-MAX-ENTRIES           PIC 9(04)   VALUE 2000.
011700 01  WS-ITM-COUNT                 PIC 9(04)   VALUE 0.
011800 01  WS-ITM-SUB                   PIC 9(04)   VALUE 0.
011900 01  WS-ITM-FOUND-SWITCH          PIC X(01)   VALUE "N".
012000     88  WS-ITM-FOUND                         VALUE "Y".
012100 01  WS-ITM-ACTIVE-SWITCH         PIC X(01)   VALUE "N".
012200     88  WS-ITM-IS-ACTIVE                     VALUE "Y".
012300 01  WS-ITM-TABLE.
012400     05  WS-ITM-ENTRY OCCURS 2000 TIMES.
012500         10  WS-ITM-ITEM-CODE          PIC X(10).
012600         10  WS-ITM-ACTIVE-FLAG        PIC X(01).
012700*--------------------------------------------------------------*
012800*    RECIPE TABLE WORKING STORAGE
012900*    THE WHOLE RECIPE FILE IS LOADED HERE, KEPT IN ITEM,
013000*    INGREDIENT, AND EFFECTIVE-FROM ORDER, MAINTAINED IN PLACE
013100*    BY THE CARDS, AND REWRITTEN AS THE WHOLE OF BOMFILE AT END
013200*    OF RUN.  A BLANK EFFECTIVE-FROM IS SEATED AS ZERO AND A
013300*    BLANK EFFECTIVE-TO AS ALL NINES, AS THE READERS DO.
013400*--------------------------------------------------------------*
013500 01  WS-BOM-MAX-ENTRIES           PIC 9(04)   VALUE 5000.
013600 01  WS-BOM-COUNT                 PIC 9(04)   VALUE 0.
013700 01  WS-BOM-BEFORE-COUNT          PIC 9(04)   VALUE 0.
013800 01  WS-BOM-SUB                   PIC 9(04)   VALUE 0.
013900 01  WS-BOM-INDEX                 PIC 9(04)   VALUE 0.
014000 01  WS-BOM-SLOT                  PIC 9(04)   VALUE 0.
014100 01  WS-BOM-MOVE-SUB              PIC 9(04)   VALUE 0.
014200 01  WS-BOM-FOUND-SWITCH          PIC X(01)   VALUE "N".
014300     88  WS-BOM-FOUND                         VALUE "Y".
014400 01  WS-SLOT-FOUND-SWITCH         PIC X(01)   VALUE "N".
014500     88  WS-SLOT-FOUND                        VALUE "Y".
014600 01  WS-OPEN-DATE                 PIC 9(08)   VALUE 99999999.
014700 01  WS-INSERT-KEY.
014800     05  WS-INSERT-ITEM-CODE      PIC X(10)   VALUE SPACES.
014900     05  WS-INSERT-INGREDIENT     PIC X(10)   VALUE SPACES.
015000     05  WS-INSERT-FROM           PIC 9(08)   VALUE 0.
015100 01  WS-BOM-TABLE.
015200     05  WS-BOM-ENTRY OCCURS 5000 TIMES.
015300         10  WS-BOM-KEY.
015400             15  WS-BOM-ITEM-CODE      PIC X(10).
015500             15  WS-BOM-INGREDIENT     PIC X(10).
015600             15  WS-BOM-EFFECTIVE-FROM PIC 9(08).
015700         10  WS-BOM-DESCRIPTION        PIC X(30).
015800         10  WS-BOM-QTY-PER-UNIT       PIC 9(04)V9(04).
015900         10  WS-BOM-EFFECTIVE-TO       PIC 9(08).
016000*--------------------------------------------------------------*
016100*    OVERLAP CHECK WORKING STORAGE
016200*    THE RANGE A CARD WOULD LEAVE IN FORCE, PROVED AGAINST
016300*    EVERY OTHER VERSION OF THE SAME ITEM AND INGREDIENT.  THE
016400*    SELF SUBSCRIPT IS THE VERSION BEING CHANGED, WHICH MAY OF
016500*    COURSE OVERLAP ITSELF - ZERO ON AN ADD.
016600*--------------------------------------------------------------*
016700 01  WS-CHECK-FROM                PIC 9(08)   VALUE 0.
016800 01  WS-CHECK-TO                  PIC 9(08)   VALUE 0.
016900 01  WS-CHECK-SELF                PIC 9(04)   VALUE 0.
017000 01  WS-OVERLAP-SWITCH            PIC X(01)   VALUE "N".
017100     88  WS-OVERLAP-FOUND                     VALUE "Y".
017200 01  WS-OVERLAP-FROM              PIC 9(08)   VALUE 0.
017300 01  WS-SAME-PAIR-DESC            PIC X(30)   VALUE SPACES.
017400*--------------------------------------------------------------*
017500*    CARD EDIT WORKING STORAGE
017600*--------------------------------------------------------------*
017700 01  WS-CARD-EDIT-SWITCH          PIC X(01)   VALUE "Y".
017800     88  WS-CARD-IS-VALID                     VALUE "Y".
017900     88  WS-CARD-IS-INVALID                   VALUE "N".
018000 01  WS-REJECT-REASON-CODE        PIC X(04)   VALUE SPACES.
018100 01  WS-REJECT-REASON-TEXT        PIC X(25)   VALUE SPACES.
018200 01  WS-EDIT-DATE                 PIC X(08)   VALUE SPACES.
018300 01  WS-EDIT-DATE-SPLIT REDEFINES WS-EDIT-DATE.
018400     05  WS-EDIT-YYYY             PIC 9(04).
018500     05  WS-EDIT-MM               PIC 9(02).
018600     05  WS-EDIT-DD               PIC 9(02).
018700 01  WS-DATE-EDIT-SWITCH          PIC X(01)   VALUE "Y".
018800     88  WS-DATE-IS-GOOD                      VALUE "Y".
018900     88  WS-DATE-IS-BAD                       VALUE "N".
019000 01  WS-CARD-FROM                 PIC 9(08)   VALUE 0.
019100 01  WS-CARD-TO                   PIC 9(08)   VALUE 0.
019200 01  WS-INQUIRY-DATE              PIC 9(08)   VALUE 0.
019300 01  WS-INQUIRY-LINES             PIC 9(05)   VALUE 0.
019400*--------------------------------------------------------------*
019500*    RUN-COUNT WORKING STORAGE
019600*--------------------------------------------------------------*
019700 01  WS-CARDS-READ                PIC 9(05)   VALUE 0.
019800 01  WS-ADDS-APPLIED              PIC 9(05)   VALUE 0.
019900 01  WS-CHANGES-APPLIED           PIC 9(05)   VALUE 0.
020000 01  WS-EXPIRES-APPLIED           PIC 9(05)   VALUE 0.
020100 01  WS-INQUIRIES-ANSWERED        PIC 9(05)   VALUE 0.
020200 01  WS-CARDS-APPLIED             PIC 9(05)   VALUE 0.
020300 01  WS-CARDS-REJECTED            PIC 9(05)   VALUE 0.
020400 01  WS-DUPS-DROPPED              PIC 9(05)   VALUE 0.
020500 01  WS-BAD-LINES-DROPPED         PIC 9(05)   VALUE 0.
020600 01  WS-OVERLAPS-ON-FILE          PIC 9(05)   VALUE 0.
020700*--------------------------------------------------------------*
020800*    REPORT WORKING STORAGE
020900*--------------------------------------------------------------*
021000 01  WS-BMP-HEAD-1.
021100     05  FILLER                   PIC X(30)   VALUE
021200         "PASTA-PARTY RECIPE MAINTENANCE".
021300     05  FILLER                   PIC X(11)   VALUE
021400         "  RUN DATE ".
021500     05  BMP-H1-RUN-DATE          PIC 9(08).
021600     05  FILLER                   PIC X(83)   VALUE SPACES.
021700 01  WS-BMP-SECTION-LINE.
021800     05  FILLER                   PIC X(01)   VALUE SPACE.
021900     05  BMP-SECTION-LABEL        PIC X(50).
022000     05  FILLER                   PIC X(81)   VALUE SPACES.
022100 01  WS-BMP-COLUMN-LINE.
022200     05  FILLER                   PIC X(45)   VALUE
022300         " ITEM        INGREDIENT  DESCRIPTION".
022400     05  FILLER                   PIC X(42)   VALUE
022500         "             QTY/UNIT  FROM      TO".
022600     05  FILLER                   PIC X(45)   VALUE SPACES.
022700 01  WS-BMP-RECIPE-LINE.
022800     05  FILLER                   PIC X(01)   VALUE SPACE.
022900     05  BMP-RCP-ITEM-CODE        PIC X(10).
023000     05  FILLER                   PIC X(02)   VALUE SPACES.
023100     05  BMP-RCP-INGREDIENT       PIC X(10).
023200     05  FILLER                   PIC X(02)   VALUE SPACES.
023300     05  BMP-RCP-DESCRIPTION      PIC X(30).
023400     05  FILLER                   PIC X(02)   VALUE SPACES.
023500     05  BMP-RCP-QTY-PER-UNIT     PIC ZZZ9.9999.
023600     05  FILLER                   PIC X(02)   VALUE SPACES.
023700     05  BMP-RCP-FROM             PIC X(08).
023800     05  FILLER                   PIC X(02)   VALUE SPACES.
023900     05  BMP-RCP-TO               PIC X(08).
024000     05  FILLER                   PIC X(46)   VALUE SPACES.
024100 01  WS-BMP-LOG-LINE.
024200     05  FILLER                   PIC X(01)   VALUE SPACE.
024300     05  BMP-LOG-ACTION           PIC X(01).
024400     05  FILLER                   PIC X(02)   VALUE SPACES.
024500     05  BMP-LOG-ITEM-CODE        PIC X(10).
024600     05  FILLER                   PIC X(02)   VALUE SPACES.
024700     05  BMP-LOG-INGREDIENT       PIC X(10).
024800     05  FILLER                   PIC X(02)   VALUE SPACES.
024900     05  BMP-LOG-FROM             PIC X(08).
025000     05  FILLER                   PIC X(02)   VALUE SPACES.
025100     05  BMP-LOG-TEXT             PIC X(40).
025200     05  FILLER                   PIC X(54)   VALUE SPACES.
025300 01  WS-BMP-TEXT-LINE.
025400     05  FILLER                   PIC X(01)   VALUE SPACE.
025500     05  BMP-TXT-LABEL            PIC X(34).
025600     05  BMP-TXT-VALUE            PIC ZZZZ9.
025700     05  FILLER                   PIC X(92)   VALUE SPACES.
025800 01  WS-BMP-WORK-LINE             PIC X(132)  VALUE SPACES.
025900 01  WS-PRINT-DATE                PIC 9(08)   VALUE 0.
026000 01  WS-PRINT-DATE-X              PIC X(08)   VALUE SPACES.
026100*--------------------------------------------------------------*
026200*    RUN-DATE WORKING STORAGE
026300*--------------------------------------------------------------*
026400 01  WS-CURRENT-DATE-YYYYMMDD     PIC 9(08)   VALUE 0.
026500*
026505*--------------------------------------------------------------*
026510*    STEP-STATUS WORKING STORAGE
026515*    EVERY RUN PUTS A START AND AN END RECORD ON THE SUITE'S
026520*    STEP-STATUS LEDGER SO THE MORNING STATUS REPORT CAN SAY
026525*    WHAT RAN, HOW IT ENDED, AND WHAT IS STILL WAITING.
026530*--------------------------------------------------------------*
026535 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE "00".
026540     88  WS-STS-FILE-OK                      VALUE "00".
026545     88  WS-STS-FILE-NOT-FOUND               VALUE "35".
026550 01  WS-STEP-PROGRAM-ID           PIC X(20)   VALUE
026555     "SPAGHETTI-BOMMNT".
026560 01  WS-STEP-PLANT                PIC X(02)   VALUE "**".
026580*
026600 PROCEDURE DIVISION.
026700 MAIN-SECTION.
026800     PERFORM 050-INITIALIZE
026900     PERFORM 200-PROCESS-ONE-CARD UNTIL WS-CARD-EOF-REACHED
027000     PERFORM 500-EXIT
027100     STOP RUN.
027200*
027300*--------------------------------------------------------------*
027400*    050-INITIALIZE
027500*    LOADS THE ITEM MASTER AND THE RECIPE FILE TO THEIR TABLES,
027600*    OPENS THE CARDS AND THE TWO REPORTS, AND PRINTS THE
027700*    RECIPES AS FOUND.  NO CARD FILE MEANS NO MAINTENANCE TO
027800*    DO - THE RECIPE FILE IS LEFT AS FOUND.
027900*--------------------------------------------------------------*
028000 050-INITIALIZE.
028100     ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
028150     PERFORM 900-WRITE-START-STEP
028200     PERFORM 060-LOAD-ITEM-MASTER
028300     PERFORM 062-LOAD-RECIPE-FILE
028400     MOVE WS-BOM-COUNT TO WS-BOM-BEFORE-COUNT
028500     PERFORM 067-CHECK-FILE-OVERLAPS
028600     PERFORM 070-OPEN-MAINT-CARDS
028700     PERFORM 075-OPEN-REPORT-FILE
028800     PERFORM 078-OPEN-REJECT-FILE
028900     PERFORM 090-PRINT-BEFORE-SECTION.
029000*
029100*--------------------------------------------------------------*
029200*    060-LOAD-ITEM-MASTER
029300*    EVERY ADDED OR CHANGED LINE IS PROVED AGAINST THE ITEM
029400*    MASTER, SO A RUN WITHOUT ONE CANNOT TRUST ANY CARD AND
029500*    STOPS BEFORE ANYTHING IS TOUCHED.
029600*--------------------------------------------------------------*
029700 060-LOAD-ITEM-MASTER.
029800     OPEN INPUT ITEM-MASTER-FILE
029900     IF NOT WS-ITEM-FILE-OK
030000         DISPLAY 'ITEMFILE COULD NOT BE OPENED - STATUS '
030100             WS-ITEM-FILE-STATUS
030200         GO TO 069-ABORT-RECIPES-AS-FOUND
030300     END-IF
030400     PERFORM 061-LOAD-ONE-ITEM UNTIL WS-ITEM-LOAD-DONE
030500     CLOSE ITEM-MASTER-FILE.
030600*
030700 061-LOAD-ONE-ITEM.
030800     READ ITEM-MASTER-FILE
030900         AT END
031000             MOVE "Y" TO WS-ITEM-LOAD-SWITCH
031100         NOT AT END
031200             IF WS-ITM-COUNT NOT < WS-ITM-MAX-ENTRIES
031300                 DISPLAY 'ITEM TABLE FULL AT ' ITEM-CODE
031400                     ' - RAISE WS-ITM-MAX-ENTRIES'
031500                 GO TO 069-ABORT-RECIPES-AS-FOUND
031600             END-IF
031700             ADD 1 TO WS-ITM-COUNT
031800             MOVE ITEM-CODE TO WS-ITM-ITEM-CODE(WS-ITM-COUNT)
031900             MOVE ITEM-ACTIVE-FLAG TO
032000                 WS-ITM-ACTIVE-FLAG(WS-ITM-COUNT)
032100     END-READ.
032200*
032300*--------------------------------------------------------------*
032400*    062-LOAD-RECIPE-FILE
032500*    READS THE RECIPE FILE INTO THE TABLE IN ITEM, INGREDIENT,
032600*    AND EFFECTIVE-FROM ORDER.  A MISSING FILE IS THE FIRST-
032700*    EVER BUILD - THE ADD CARDS CREATE IT.  ANY OTHER FAILED
032800*    OPEN STOPS THE RUN BEFORE ANYTHING IS TOUCHED.
032900*--------------------------------------------------------------*
033000 062-LOAD-RECIPE-FILE.
033100     OPEN INPUT RECIPE-FILE
033200     IF WS-BOM-FILE-NOT-FOUND
033300         DISPLAY 'BOMFILE NOT FOUND - BUILDING A NEW RECIPE FILE'
033400         PERFORM 095-RAISE-WARNING
033500     ELSE
033600         IF NOT WS-BOM-FILE-OK
033700             DISPLAY 'BOMFILE COULD NOT BE OPENED - STATUS '
033800                 WS-BOM-FILE-STATUS
033900             GO TO 069-ABORT-RECIPES-AS-FOUND
034000         END-IF
034100         PERFORM 063-LOAD-ONE-RECIPE UNTIL WS-BOM-LOAD-DONE
034200         CLOSE RECIPE-FILE
034300     END-IF.
034400*
034500 063-LOAD-ONE-RECIPE.
034600     READ RECIPE-FILE
034700         AT END
034800             MOVE "Y" TO WS-BOM-LOAD-SWITCH
034900         NOT AT END
035000             PERFORM 064-STORE-ONE-RECIPE
035100     END-READ.
035200*
035300*--------------------------------------------------------------*
035400*    064-STORE-ONE-RECIPE
035500*    SLOTS ONE RECIPE LINE INTO THE TABLE IN KEY ORDER.  A LINE
035600*    WITH A GARBLED QUANTITY OR DATE IS ONE EVERY READER
035700*    ALREADY DROPS, SO IT IS DROPPED HERE TOO, NAMED, AND
035800*    COUNTED; A SECOND LINE FOR THE SAME ITEM, INGREDIENT, AND
035900*    EFFECTIVE-FROM KEEPS THE FIRST AND DROPS THE LATER ONE.
036000*--------------------------------------------------------------*
036100 064-STORE-ONE-RECIPE.
036200     IF BOM-QTY-PER-UNIT NOT NUMERIC
036300         OR (BOM-EFFECTIVE-FROM NOT = SPACES
036400             AND BOM-EFFECTIVE-FROM NOT NUMERIC)
036500         OR (BOM-EFFECTIVE-TO NOT = SPACES
036600             AND BOM-EFFECTIVE-TO NOT NUMERIC)
036700             DISPLAY 'RECIPE LINE DROPPED - QTY OR A DATE NOT '
036800                 'NUMERIC FOR ' BOM-ITEM-CODE ' / '
036900                 BOM-INGREDIENT-CODE
037000             ADD 1 TO WS-BAD-LINES-DROPPED
037100             PERFORM 095-RAISE-WARNING
037200     ELSE
037300         IF WS-BOM-COUNT NOT < WS-BOM-MAX-ENTRIES
037400             DISPLAY 'RECIPE TABLE FULL AT ' BOM-ITEM-CODE
037500                 ' - RAISE WS-BOM-MAX-ENTRIES'
037600             GO TO 069-ABORT-RECIPES-AS-FOUND
037700         END-IF
037800         MOVE BOM-ITEM-CODE TO WS-INSERT-ITEM-CODE
037900         MOVE BOM-INGREDIENT-CODE TO WS-INSERT-INGREDIENT
038000         IF BOM-EFFECTIVE-FROM = SPACES
038100             MOVE 0 TO WS-INSERT-FROM
038200         ELSE
038300             MOVE BOM-EFFECTIVE-FROM-N TO WS-INSERT-FROM
038400         END-IF
038500         PERFORM 065-FIND-INSERT-SLOT
038600         IF WS-BOM-FOUND
038700             DISPLAY 'DUPLICATE RECIPE LINE DROPPED FOR '
038800                 BOM-ITEM-CODE ' / ' BOM-INGREDIENT-CODE
038900             ADD 1 TO WS-DUPS-DROPPED
039000             PERFORM 095-RAISE-WARNING
039100         ELSE
039200             PERFORM 066-OPEN-INSERT-SLOT
039300             MOVE WS-INSERT-KEY TO WS-BOM-KEY(WS-BOM-SLOT)
039400             MOVE BOM-INGREDIENT-DESC TO
039500                 WS-BOM-DESCRIPTION(WS-BOM-SLOT)
039600             MOVE BOM-QTY-PER-UNIT TO
039700                 WS-BOM-QTY-PER-UNIT(WS-BOM-SLOT)
039800             IF BOM-EFFECTIVE-TO = SPACES
039900                 MOVE WS-OPEN-DATE TO
040000                     WS-BOM-EFFECTIVE-TO(WS-BOM-SLOT)
040100             ELSE
040200                 MOVE BOM-EFFECTIVE-TO-N TO
040300                     WS-BOM-EFFECTIVE-TO(WS-BOM-SLOT)
040400             END-IF
040500         END-IF
040600     END-IF.
040700*
040800*--------------------------------------------------------------*
040900*    065-FIND-INSERT-SLOT
041000*    WALKS THE TABLE FOR THE SLOT WS-INSERT-KEY BELONGS IN.
041100*    LEAVES WS-BOM-SLOT AT THE SLOT AND WS-BOM-FOUND SET WHEN
041200*    THE KEY IS ALREADY THERE.
041300*--------------------------------------------------------------*
041400 065-FIND-INSERT-SLOT.
041500     MOVE "N" TO WS-BOM-FOUND-SWITCH
041600     MOVE "N" TO WS-SLOT-FOUND-SWITCH
041700     MOVE 1 TO WS-BOM-SLOT
041800     PERFORM 065A-CHECK-ONE-SLOT
041900         UNTIL WS-SLOT-FOUND OR WS-BOM-FOUND
042000         OR WS-BOM-SLOT > WS-BOM-COUNT.
042100*
042200 065A-CHECK-ONE-SLOT.
042300     IF WS-BOM-KEY(WS-BOM-SLOT) = WS-INSERT-KEY
042400         SET WS-BOM-FOUND TO TRUE
042500     ELSE
042600         IF WS-BOM-KEY(WS-BOM-SLOT) > WS-INSERT-KEY
042700             SET WS-SLOT-FOUND TO TRUE
042800         ELSE
042900             ADD 1 TO WS-BOM-SLOT
043000         END-IF
043100     END-IF.
043200*
043300*--------------------------------------------------------------*
043400*    066-OPEN-INSERT-SLOT
043500*    SHIFTS EVERY ENTRY FROM THE SLOT DOWN ONE SEAT SO THE NEW
043600*    ENTRY CAN LAND IN SEQUENCE.
043700*--------------------------------------------------------------*
043800 066-OPEN-INSERT-SLOT.
043900     MOVE WS-BOM-COUNT TO WS-BOM-MOVE-SUB
044000     PERFORM 066A-SHIFT-ONE-ENTRY
044100         UNTIL WS-BOM-MOVE-SUB < WS-BOM-SLOT
044200     ADD 1 TO WS-BOM-COUNT.
044300*
044400 066A-SHIFT-ONE-ENTRY.
044500     MOVE WS-BOM-ENTRY(WS-BOM-MOVE-SUB) TO
044600         WS-BOM-ENTRY(WS-BOM-MOVE-SUB + 1)
044700     SUBTRACT 1 FROM WS-BOM-MOVE-SUB.
044800*
044900*--------------------------------------------------------------*
045000*    067-CHECK-FILE-OVERLAPS
045100*    THE TABLE IS IN KEY ORDER, SO TWO VERSIONS OF A LINE IN
045200*    FORCE ON THE SAME DAY SIT SIDE BY SIDE.  ONE FOUND ON THE
045300*    FILE AS LOADED IS NAMED AND FLAGGED BUT KEPT - THE CARDS
045400*    THAT PUT IT RIGHT NEED IT THERE TO CHANGE OR EXPIRE.
045500*--------------------------------------------------------------*
045600 067-CHECK-FILE-OVERLAPS.
045700     MOVE 2 TO WS-BOM-SUB
045800     PERFORM 067A-CHECK-ONE-PAIR UNTIL WS-BOM-SUB > WS-BOM-COUNT.
045900*
046000 067A-CHECK-ONE-PAIR.
046100     IF WS-BOM-ITEM-CODE(WS-BOM-SUB) =
046200         WS-BOM-ITEM-CODE(WS-BOM-SUB - 1)
046300         AND WS-BOM-INGREDIENT(WS-BOM-SUB) =
046400             WS-BOM-INGREDIENT(WS-BOM-SUB - 1)
046500         AND WS-BOM-EFFECTIVE-TO(WS-BOM-SUB - 1) NOT <
046600             WS-BOM-EFFECTIVE-FROM(WS-BOM-SUB)
046700             DISPLAY 'RECIPE VERSIONS OVERLAP ON FILE FOR '
046800                 WS-BOM-ITEM-CODE(WS-BOM-SUB) ' / '
046900                 WS-BOM-INGREDIENT(WS-BOM-SUB) ' FROM '
047000                 WS-BOM-EFFECTIVE-FROM(WS-BOM-SUB)
047100             ADD 1 TO WS-OVERLAPS-ON-FILE
047200             PERFORM 095-RAISE-WARNING
047300     END-IF
047400     ADD 1 TO WS-BOM-SUB.
047500*
047600*--------------------------------------------------------------*
047700*    069-ABORT-RECIPES-AS-FOUND
047800*    THE ITEM MASTER OR THE RECIPE FILE COULD NOT BE LOADED
047900*    WHOLE, SO NO CARD CAN BE TRUSTED AGAINST THEM.  NOTHING
048000*    HAS BEEN OPENED FOR OUTPUT YET, SO STOPPING HERE LEAVES THE
048100*    RECIPE FILE AND EVERY REPORT EXACTLY AS FOUND.
048200*--------------------------------------------------------------*
048300 069-ABORT-RECIPES-AS-FOUND.
048400     DISPLAY 'RUN ABORTED - RECIPE FILE LEFT AS FOUND'
048500     MOVE 16 TO RETURN-CODE
048550     PERFORM 905-WRITE-END-STEP
048600     STOP RUN.
048700*
048800*--------------------------------------------------------------*
048900*    070-OPEN-MAINT-CARDS
049000*    OPENS THE TRANSACTION CARD FILE.  NO CARDS IS NOT AN
049100*    ABEND - THE RUN STILL PRINTS THE RECIPES AS FOUND, WHICH
049200*    IS A USEFUL LISTING ON ITS OWN - BUT IT IS FLAGGED.
049300*--------------------------------------------------------------*
049400 070-OPEN-MAINT-CARDS.
049500     OPEN INPUT RECIPE-MAINT-CARD-FILE
049600     IF WS-BMT-FILE-NOT-FOUND
049700         DISPLAY 'BMTFILE NOT FOUND - NO MAINTENANCE THIS RUN'
049800         SET WS-CARD-EOF-REACHED TO TRUE
049900         PERFORM 095-RAISE-WARNING
050000     ELSE
050100         IF NOT WS-BMT-FILE-OK
050200             DISPLAY 'BMTFILE COULD NOT BE OPENED - STATUS '
050300                 WS-BMT-FILE-STATUS
050400             SET WS-CARD-EOF-REACHED TO TRUE
050500             PERFORM 095-RAISE-WARNING
050600         END-IF
050700     END-IF
050800     IF NOT WS-CARD-EOF-REACHED
050900         SET WS-BMT-FILE-IS-OPEN TO TRUE
051000     END-IF.
051100*
051200 075-OPEN-REPORT-FILE.
051300     OPEN OUTPUT MAINT-REPORT-FILE
051400     IF NOT WS-BMP-FILE-OK
051500         DISPLAY 'BMPFILE COULD NOT BE OPENED - STATUS '
051600             WS-BMP-FILE-STATUS
051700         PERFORM 095-RAISE-WARNING
051800     END-IF.
051900*
052000 078-OPEN-REJECT-FILE.
052100     OPEN OUTPUT MAINT-REJECT-FILE
052200     IF NOT WS-BMR-FILE-OK
052300         DISPLAY 'BMRFILE COULD NOT BE OPENED - STATUS '
052400             WS-BMR-FILE-STATUS
052500         PERFORM 095-RAISE-WARNING
052600     END-IF.
052700*
052800*--------------------------------------------------------------*
052900*    090-PRINT-BEFORE-SECTION
053000*    THE RECIPES AS THE RUN FOUND THEM, THEN THE HEADING FOR
053100*    THE TRANSACTION LOG THAT FOLLOWS CARD BY CARD.
053200*--------------------------------------------------------------*
053300 090-PRINT-BEFORE-SECTION.
053400     MOVE WS-CURRENT-DATE-YYYYMMDD TO BMP-H1-RUN-DATE
053500     MOVE WS-BMP-HEAD-1 TO WS-BMP-WORK-LINE
053600     PERFORM 094-WRITE-REPORT-LINE
053700     MOVE SPACES TO WS-BMP-WORK-LINE
053800     PERFORM 094-WRITE-REPORT-LINE
053900     MOVE "RECIPES BEFORE MAINTENANCE" TO BMP-SECTION-LABEL
054000     MOVE WS-BMP-SECTION-LINE TO WS-BMP-WORK-LINE
054100     PERFORM 094-WRITE-REPORT-LINE
054200     PERFORM 092-PRINT-RECIPE-LISTING
054300     MOVE SPACES TO WS-BMP-WORK-LINE
054400     PERFORM 094-WRITE-REPORT-LINE
054500     MOVE "MAINTENANCE TRANSACTIONS" TO BMP-SECTION-LABEL
054600     MOVE WS-BMP-SECTION-LINE TO WS-BMP-WORK-LINE
054700     PERFORM 094-WRITE-REPORT-LINE.
054800*
054900 092-PRINT-RECIPE-LISTING.
055000     MOVE WS-BMP-COLUMN-LINE TO WS-BMP-WORK-LINE
055100     PERFORM 094-WRITE-REPORT-LINE
055200     MOVE 1 TO WS-BOM-SUB
055300     PERFORM 093-PRINT-ONE-RECIPE-LINE
055400         UNTIL WS-BOM-SUB > WS-BOM-COUNT.
055500*
055600 093-PRINT-ONE-RECIPE-LINE.
055700     PERFORM 096-PRINT-RECIPE-ENTRY
055800     ADD 1 TO WS-BOM-SUB.
055900*
056000*--------------------------------------------------------------*
056100*    094-WRITE-REPORT-LINE
056200*    THE ONE DOOR TO THE MAINTENANCE REPORT.  A REPORT THAT
056300*    NEVER OPENED IS QUIETLY SKIPPED; THE SYSOUT ALREADY KNOWS.
056400*--------------------------------------------------------------*
056500 094-WRITE-REPORT-LINE.
056600     IF WS-BMP-FILE-OK
056700         MOVE WS-BMP-WORK-LINE TO RECIPE-MAINT-PRINT-RECORD
056800         WRITE RECIPE-MAINT-PRINT-RECORD
056900     END-IF.
057000*
057100 095-RAISE-WARNING.
057200     IF WS-RUN-SEVERITY < 04
057300         MOVE 04 TO WS-RUN-SEVERITY
057400     END-IF.
057500*
057600*--------------------------------------------------------------*
057700*    096-PRINT-RECIPE-ENTRY
057800*    PRINTS THE TABLE ENTRY AT WS-BOM-SUB.  A LINE IN FORCE
057900*    SINCE BEFORE RECIPES WERE DATED SHOWS FROM AS "LEGACY",
058000*    AND ONE STILL IN FORCE SHOWS TO AS "OPEN".
058100*--------------------------------------------------------------*
058200 096-PRINT-RECIPE-ENTRY.
058300     MOVE WS-BOM-ITEM-CODE(WS-BOM-SUB) TO BMP-RCP-ITEM-CODE
058400     MOVE WS-BOM-INGREDIENT(WS-BOM-SUB) TO BMP-RCP-INGREDIENT
058500     MOVE WS-BOM-DESCRIPTION(WS-BOM-SUB) TO BMP-RCP-DESCRIPTION
058600     MOVE WS-BOM-QTY-PER-UNIT(WS-BOM-SUB) TO
058700         BMP-RCP-QTY-PER-UNIT
058800     MOVE WS-BOM-EFFECTIVE-FROM(WS-BOM-SUB) TO WS-PRINT-DATE
058900     PERFORM 097-EDIT-PRINT-DATE
059000     MOVE WS-PRINT-DATE-X TO BMP-RCP-FROM
059100     MOVE WS-BOM-EFFECTIVE-TO(WS-BOM-SUB) TO WS-PRINT-DATE
059200     PERFORM 097-EDIT-PRINT-DATE
059300     MOVE WS-PRINT-DATE-X TO BMP-RCP-TO
059400     MOVE WS-BMP-RECIPE-LINE TO WS-BMP-WORK-LINE
059500     PERFORM 094-WRITE-REPORT-LINE.
059600*
059700 097-EDIT-PRINT-DATE.
059800     IF WS-PRINT-DATE = 0
059900         MOVE "LEGACY" TO WS-PRINT-DATE-X
060000     ELSE
060100         IF WS-PRINT-DATE = WS-OPEN-DATE
060200             MOVE "OPEN" TO WS-PRINT-DATE-X
060300         ELSE
060400             MOVE WS-PRINT-DATE TO WS-PRINT-DATE-X
060500         END-IF
060600     END-IF.
060700*
060800 200-PROCESS-ONE-CARD.
060900     READ RECIPE-MAINT-CARD-FILE
061000         AT END
061100             SET WS-CARD-EOF-REACHED TO TRUE
061200         NOT AT END
061300             PERFORM 210-EDIT-ONE-CARD
061400     END-READ.
061500*
061600*--------------------------------------------------------------*
061700*    210-EDIT-ONE-CARD
061800*    SCREENS THE CARD FIELD BY FIELD BEFORE IT IS ALLOWED
061900*    ANYWHERE NEAR THE RECIPES - THE ACTION, THE KEY, THE ITEM
062000*    AGAINST THE ITEM MASTER, THE VERSION THE CARD NAMES, AND
062100*    EVERY FIELD THE ACTION USES.  A CARD THAT FAILS ANY SCREEN
062200*    GOES TO THE REJECT LISTING INSTEAD OF THE RECIPE FILE.
062300*--------------------------------------------------------------*
062400 210-EDIT-ONE-CARD.
062500     ADD 1 TO WS-CARDS-READ
062600     SET WS-CARD-IS-VALID TO TRUE
062700     IF NOT BMT-ACTION-ADD AND NOT BMT-ACTION-CHANGE
062800         AND NOT BMT-ACTION-EXPIRE AND NOT BMT-ACTION-INQUIRE
062900             SET WS-CARD-IS-INVALID TO TRUE
063000             MOVE "ACT " TO WS-REJECT-REASON-CODE
063100             MOVE "ACTION MUST BE A, C, E, I" TO
063200                 WS-REJECT-REASON-TEXT
063300     END-IF
063400     IF WS-CARD-IS-VALID AND BMT-ACTION-INQUIRE
063500         PERFORM 218-EDIT-INQUIRY-FIELDS
063600     END-IF
063700     IF WS-CARD-IS-VALID AND NOT BMT-ACTION-INQUIRE
063800         PERFORM 211-EDIT-CARD-KEY
063900     END-IF
064000     IF WS-CARD-IS-VALID AND BMT-ACTION-ADD
064100         PERFORM 212-EDIT-ADD-FIELDS
064200     END-IF
064300     IF WS-CARD-IS-VALID AND BMT-ACTION-CHANGE
064400         PERFORM 214-EDIT-CHANGE-FIELDS
064500     END-IF
064600     IF WS-CARD-IS-VALID AND BMT-ACTION-EXPIRE
064700         PERFORM 216-EDIT-EXPIRE-FIELDS
064800     END-IF
064900     IF WS-CARD-IS-VALID
065000         PERFORM 250-APPLY-ONE-CARD
065100     ELSE
065200         PERFORM 280-WRITE-REJECT-RECORD
065300     END-IF.
065400*
065500*--------------------------------------------------------------*
065600*    211-EDIT-CARD-KEY
065700*    ITEM AND INGREDIENT MUST BE KEYED.  AN ADD OR CHANGE MUST
065800*    NAME AN ACTIVE ITEM ON THE ITEM MASTER - AN EXPIRY MAY
065900*    STILL CLOSE OFF THE RECIPE OF AN ITEM SINCE DEACTIVATED.
066000*    A CHANGE OR EXPIRY MUST NAME A VERSION ON FILE.
066100*--------------------------------------------------------------*
066200 211-EDIT-CARD-KEY.
066300     IF BMT-ITEM-CODE = SPACES
066400         SET WS-CARD-IS-INVALID TO TRUE
066500         MOVE "ITM " TO WS-REJECT-REASON-CODE
066600         MOVE "ITEM CODE IS BLANK" TO WS-REJECT-REASON-TEXT
066700     END-IF
066800     IF WS-CARD-IS-VALID AND BMT-INGREDIENT-CODE = SPACES
066900         SET WS-CARD-IS-INVALID TO TRUE
067000         MOVE "ING " TO WS-REJECT-REASON-CODE
067100         MOVE "INGREDIENT CODE IS BLANK" TO WS-REJECT-REASON-TEXT
067200     END-IF
067300     IF WS-CARD-IS-VALID AND NOT BMT-ACTION-EXPIRE
067400         PERFORM 220-FIND-ITEM-ENTRY
067500         IF NOT WS-ITM-FOUND
067600             SET WS-CARD-IS-INVALID TO TRUE
067700             MOVE "NOI " TO WS-REJECT-REASON-CODE
067800             MOVE "ITEM NOT ON ITEM MASTER" TO
067900                 WS-REJECT-REASON-TEXT
068000         ELSE
068100             IF NOT WS-ITM-IS-ACTIVE
068200                 SET WS-CARD-IS-INVALID TO TRUE
068300                 MOVE "INA " TO WS-REJECT-REASON-CODE
068400                 MOVE "ITEM IS NOT ACTIVE" TO
068500                     WS-REJECT-REASON-TEXT
068600             END-IF
068700         END-IF
068800     END-IF
068900     IF WS-CARD-IS-VALID AND NOT BMT-ACTION-ADD
069000         PERFORM 225-FIND-CARD-VERSION
069100     END-IF.
069200*
069300*--------------------------------------------------------------*
069400*    212-EDIT-ADD-FIELDS
069500*    AN ADD MUST CARRY A REAL EFFECTIVE-FROM DATE AND A
069600*    QUANTITY; A BLANK EFFECTIVE-TO LEAVES IT IN FORCE.  THE
069700*    NEW RANGE MAY NOT OVERLAP ANY VERSION ALREADY ON FILE -
069800*    EXPIRE THE OLD VERSION FIRST, ON AN EARLIER CARD.  A NEW
069810*    VERSION MAY NOT START BEFORE THE RUN DATE - LOTS ALREADY
069820*    POSTED WERE MADE AT WHATEVER RATIO WAS IN FORCE THEN, AND
069830*    A BACK-DATED VERSION WOULD REWRITE THAT HISTORY.
069900*--------------------------------------------------------------*
070000 212-EDIT-ADD-FIELDS.
070100     MOVE BMT-EFFECTIVE-FROM TO WS-EDIT-DATE
070200     PERFORM 235-EDIT-ONE-DATE
070300     IF WS-DATE-IS-BAD
070400         SET WS-CARD-IS-INVALID TO TRUE
070500         MOVE "FRM " TO WS-REJECT-REASON-CODE
070600         MOVE "EFFECTIVE FROM NOT A DATE" TO
070700             WS-REJECT-REASON-TEXT
070800     ELSE
070900         MOVE BMT-EFFECTIVE-FROM-N TO WS-CARD-FROM
071000     END-IF
071010     IF WS-CARD-IS-VALID
071020         AND WS-CARD-FROM < WS-CURRENT-DATE-YYYYMMDD
071030             SET WS-CARD-IS-INVALID TO TRUE
071040             MOVE "PST " TO WS-REJECT-REASON-CODE
071050             MOVE "STARTS BEFORE RUN DATE" TO
071060                 WS-REJECT-REASON-TEXT
071070     END-IF
071100     IF WS-CARD-IS-VALID
071200         AND (BMT-QTY-PER-UNIT NOT NUMERIC
071300             OR BMT-QTY-PER-UNIT-N = 0)
071400                 SET WS-CARD-IS-INVALID TO TRUE
071500                 MOVE "QTY " TO WS-REJECT-REASON-CODE
071600                 MOVE "QTY PER UNIT NOT NUMERIC" TO
071700                     WS-REJECT-REASON-TEXT
071800     END-IF
071900     IF WS-CARD-IS-VALID
072000         PERFORM 213-EDIT-CARD-TO-DATE
072100     END-IF
072200     IF WS-CARD-IS-VALID
072300         MOVE WS-CARD-FROM TO WS-CHECK-FROM
072400         MOVE WS-CARD-TO TO WS-CHECK-TO
072500         MOVE 0 TO WS-CHECK-SELF
072600         PERFORM 230-CHECK-FOR-OVERLAP
072700         IF WS-OVERLAP-FOUND
072800             SET WS-CARD-IS-INVALID TO TRUE
072900             MOVE "OVL " TO WS-REJECT-REASON-CODE
073000             MOVE "OVERLAPS VERSION ON FILE" TO
073100                 WS-REJECT-REASON-TEXT
073200         END-IF
073300     END-IF
073400     IF WS-CARD-IS-VALID
073500         AND BMT-INGREDIENT-DESC = SPACES
073600         AND WS-SAME-PAIR-DESC = SPACES
073700             SET WS-CARD-IS-INVALID TO TRUE
073800             MOVE "DSC " TO WS-REJECT-REASON-CODE
073900             MOVE "DESCRIPTION IS BLANK" TO WS-REJECT-REASON-TEXT
074000     END-IF
074100     IF WS-CARD-IS-VALID
074200         AND WS-BOM-COUNT NOT < WS-BOM-MAX-ENTRIES
074300             SET WS-CARD-IS-INVALID TO TRUE
074400             MOVE "FUL " TO WS-REJECT-REASON-CODE
074500             MOVE "RECIPE TABLE IS FULL" TO WS-REJECT-REASON-TEXT
074600     END-IF.
074700*
074800*--------------------------------------------------------------*
074900*    213-EDIT-CARD-TO-DATE
075000*    A BLANK EFFECTIVE-TO IS STILL IN FORCE.  A KEYED ONE MUST
075100*    BE A REAL DATE NO EARLIER THAN WS-CARD-FROM.
075200*--------------------------------------------------------------*
075300 213-EDIT-CARD-TO-DATE.
075400     IF BMT-EFFECTIVE-TO = SPACES
075500         MOVE WS-OPEN-DATE TO WS-CARD-TO
075600     ELSE
075700         MOVE BMT-EFFECTIVE-TO TO WS-EDIT-DATE
075800         PERFORM 235-EDIT-ONE-DATE
075900         IF WS-DATE-IS-BAD
076000             SET WS-CARD-IS-INVALID TO TRUE
076100             MOVE "TOD " TO WS-REJECT-REASON-CODE
076200             MOVE "EFFECTIVE TO NOT A DATE" TO
076300                 WS-REJECT-REASON-TEXT
076400         ELSE
076500             MOVE BMT-EFFECTIVE-TO-N TO WS-CARD-TO
076600             IF WS-CARD-TO < WS-CARD-FROM
076700                 SET WS-CARD-IS-INVALID TO TRUE
076800                 MOVE "RNG " TO WS-REJECT-REASON-CODE
076900                 MOVE "ENDS BEFORE IT STARTS" TO
077000                     WS-REJECT-REASON-TEXT
077100             END-IF
077200         END-IF
077300     END-IF.
077400*
077500*--------------------------------------------------------------*
077600*    214-EDIT-CHANGE-FIELDS
077700*    A BLANK FIELD ON A CHANGE CARD KEEPS THE VALUE ON FILE, SO
077800*    ONLY THE FIELDS ACTUALLY KEYED ARE EDITED - AND A CARD
077900*    WITH NOTHING KEYED AT ALL HAS NOTHING TO APPLY.  THE
078000*    EFFECTIVE-FROM NAMES THE VERSION AND IS NEVER CHANGED - A
078100*    NEW START DATE IS AN EXPIRY AND AN ADD.  SO IS A NEW RATIO
078110*    FOR A VERSION ALREADY IN FORCE: LOTS HAVE BEEN MADE AT THE
078120*    OLD ONE, SO ONLY A VERSION THAT STARTS AFTER THE RUN DATE
078130*    MAY HAVE ITS QUANTITY CHANGED.  FOR THE SAME REASON A
078140*    VERSION ALREADY IN FORCE MAY NOT BE ENDED BEFORE THE RUN
078150*    DATE - THE DAYS ALREADY POSTED KEEP THEIR RECIPE.
078200*--------------------------------------------------------------*
078300 214-EDIT-CHANGE-FIELDS.
078400     IF BMT-INGREDIENT-DESC = SPACES
078500         AND BMT-QTY-PER-UNIT = SPACES
078600         AND BMT-EFFECTIVE-TO = SPACES
078700             SET WS-CARD-IS-INVALID TO TRUE
078800             MOVE "NCH " TO WS-REJECT-REASON-CODE
078900             MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON-TEXT
079000     END-IF
079100     IF WS-CARD-IS-VALID
079200         AND BMT-QTY-PER-UNIT NOT = SPACES
079300         AND (BMT-QTY-PER-UNIT NOT NUMERIC
079400             OR BMT-QTY-PER-UNIT-N = 0)
079500                 SET WS-CARD-IS-INVALID TO TRUE
079600                 MOVE "QTY " TO WS-REJECT-REASON-CODE
079700                 MOVE "QTY PER UNIT NOT NUMERIC" TO
079800                     WS-REJECT-REASON-TEXT
079900     END-IF
079920     IF WS-CARD-IS-VALID
079930         AND BMT-QTY-PER-UNIT NOT = SPACES
079940         AND WS-BOM-EFFECTIVE-FROM(WS-BOM-INDEX) NOT >
079950             WS-CURRENT-DATE-YYYYMMDD
079960                 SET WS-CARD-IS-INVALID TO TRUE
079970                 MOVE "LIV " TO WS-REJECT-REASON-CODE
079980                 MOVE "RATIO FIXED ONCE IN FORCE" TO
079990                     WS-REJECT-REASON-TEXT
079995     END-IF
080000     IF WS-CARD-IS-VALID AND BMT-EFFECTIVE-TO NOT = SPACES
080100         MOVE WS-BOM-EFFECTIVE-FROM(WS-BOM-INDEX) TO WS-CARD-FROM
080200         PERFORM 213-EDIT-CARD-TO-DATE
080210         IF WS-CARD-IS-VALID
080220             PERFORM 217-EDIT-END-BEFORE-RUN
080230         END-IF
080300         IF WS-CARD-IS-VALID
080400             MOVE WS-CARD-FROM TO WS-CHECK-FROM
080500             MOVE WS-CARD-TO TO WS-CHECK-TO
080600             MOVE WS-BOM-INDEX TO WS-CHECK-SELF
080700             PERFORM 230-CHECK-FOR-OVERLAP
080800             IF WS-OVERLAP-FOUND
080900                 SET WS-CARD-IS-INVALID TO TRUE
081000                 MOVE "OVL " TO WS-REJECT-REASON-CODE
081100                 MOVE "OVERLAPS VERSION ON FILE" TO
081200                     WS-REJECT-REASON-TEXT
081300             END-IF
081400         END-IF
081500     END-IF.
081600*
081700*--------------------------------------------------------------*
081800*    216-EDIT-EXPIRE-FIELDS
081900*    AN EXPIRY MUST CARRY THE LAST DAY THE VERSION IS IN FORCE.
082000*    IT MAY ONLY SHORTEN THE VERSION - LENGTHENING ONE IS A
082100*    CHANGE, AND IS PROVED FOR OVERLAP THERE.  A VERSION
082110*    ALREADY IN FORCE MAY NOT BE ENDED BEFORE THE RUN DATE -
082120*    THE DAYS ALREADY POSTED KEEP THE RECIPE THEY WERE MADE AT.
082200*--------------------------------------------------------------*
082300 216-EDIT-EXPIRE-FIELDS.
082400     IF BMT-EFFECTIVE-TO = SPACES
082500         SET WS-CARD-IS-INVALID TO TRUE
082600         MOVE "TOD " TO WS-REJECT-REASON-CODE
082700         MOVE "NO EXPIRY DATE KEYED" TO WS-REJECT-REASON-TEXT
082800     ELSE
082900         MOVE WS-BOM-EFFECTIVE-FROM(WS-BOM-INDEX) TO WS-CARD-FROM
083000         PERFORM 213-EDIT-CARD-TO-DATE
083100     END-IF
083200     IF WS-CARD-IS-VALID
083300         AND WS-CARD-TO > WS-BOM-EFFECTIVE-TO(WS-BOM-INDEX)
083400             SET WS-CARD-IS-INVALID TO TRUE
083500             MOVE "EXP " TO WS-REJECT-REASON-CODE
083600             MOVE "VERSION ENDS SOONER" TO
083700                 WS-REJECT-REASON-TEXT
083800     END-IF
083810     IF WS-CARD-IS-VALID
083820         PERFORM 217-EDIT-END-BEFORE-RUN
083830     END-IF.
083834*
083839*    A VERSION THAT STARTED ON OR BEFORE THE RUN DATE MAY NOT
083844*    BE ENDED ON A DAY BEFORE IT.
083849 217-EDIT-END-BEFORE-RUN.
083854     IF WS-CARD-TO < WS-CURRENT-DATE-YYYYMMDD
083859         AND WS-BOM-EFFECTIVE-FROM(WS-BOM-INDEX) NOT >
083864             WS-CURRENT-DATE-YYYYMMDD
083869                 SET WS-CARD-IS-INVALID TO TRUE
083874                 MOVE "PST " TO WS-REJECT-REASON-CODE
083879                 MOVE "ENDS BEFORE THE RUN DATE" TO
083884                     WS-REJECT-REASON-TEXT
083889     END-IF.
083900*
084000*--------------------------------------------------------------*
084100*    218-EDIT-INQUIRY-FIELDS
084200*    THE DAY ASKED ABOUT IS THE CARD'S EFFECTIVE-FROM - BLANK
084300*    IS THE RUN DATE.  A BLANK ITEM ASKS FOR EVERY ITEM.
084400*--------------------------------------------------------------*
084500 218-EDIT-INQUIRY-FIELDS.
084600     IF BMT-EFFECTIVE-FROM = SPACES
084700         MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-INQUIRY-DATE
084800     ELSE
084900         MOVE BMT-EFFECTIVE-FROM TO WS-EDIT-DATE
085000         PERFORM 235-EDIT-ONE-DATE
085100         IF WS-DATE-IS-BAD
085200             SET WS-CARD-IS-INVALID TO TRUE
085300             MOVE "FRM " TO WS-REJECT-REASON-CODE
085400             MOVE "INQUIRY DATE NOT A DATE" TO
085500                 WS-REJECT-REASON-TEXT
085600         ELSE
085700             MOVE BMT-EFFECTIVE-FROM-N TO WS-INQUIRY-DATE
085800         END-IF
085900     END-IF.
086000*
086100 220-FIND-ITEM-ENTRY.
086200     MOVE "N" TO WS-ITM-FOUND-SWITCH
086300     MOVE "N" TO WS-ITM-ACTIVE-SWITCH
086400     MOVE 1 TO WS-ITM-SUB
086500     PERFORM 221-CHECK-ONE-ITEM
086600         UNTIL WS-ITM-FOUND OR WS-ITM-SUB > WS-ITM-COUNT.
086700*
086800 221-CHECK-ONE-ITEM.
086900     IF WS-ITM-ITEM-CODE(WS-ITM-SUB) = BMT-ITEM-CODE
087000         SET WS-ITM-FOUND TO TRUE
087100         IF WS-ITM-ACTIVE-FLAG(WS-ITM-SUB) = "A"
087200             SET WS-ITM-IS-ACTIVE TO TRUE
087300         END-IF
087400     ELSE
087500         ADD 1 TO WS-ITM-SUB
087600     END-IF.
087700*
087800*--------------------------------------------------------------*
087900*    225-FIND-CARD-VERSION
088000*    FINDS THE VERSION A CHANGE OR EXPIRY CARD NAMES - BY ITS
088100*    EFFECTIVE-FROM WHEN ONE IS KEYED (ZEROES NAME A LINE FROM
088200*    BEFORE RECIPES WERE DATED), OTHERWISE THE VERSION STILL IN
088300*    FORCE.  LEAVES WS-BOM-INDEX AT IT.
088400*--------------------------------------------------------------*
088500 225-FIND-CARD-VERSION.
088600     MOVE "N" TO WS-BOM-FOUND-SWITCH
088700     IF BMT-EFFECTIVE-FROM NOT = SPACES
088800         AND BMT-EFFECTIVE-FROM NOT NUMERIC
088900             SET WS-CARD-IS-INVALID TO TRUE
089000             MOVE "FRM " TO WS-REJECT-REASON-CODE
089100             MOVE "EFFECTIVE FROM NOT A DATE" TO
089200                 WS-REJECT-REASON-TEXT
089300     ELSE
089400         MOVE 1 TO WS-BOM-SUB
089500         PERFORM 226-CHECK-ONE-VERSION
089600             UNTIL WS-BOM-FOUND OR WS-BOM-SUB > WS-BOM-COUNT
089700         IF NOT WS-BOM-FOUND
089800             SET WS-CARD-IS-INVALID TO TRUE
089900             MOVE "NOF " TO WS-REJECT-REASON-CODE
090000             MOVE "VERSION NOT ON FILE" TO WS-REJECT-REASON-TEXT
090100         END-IF
090200     END-IF.
090300*
090400 226-CHECK-ONE-VERSION.
090500     IF WS-BOM-ITEM-CODE(WS-BOM-SUB) = BMT-ITEM-CODE
090600         AND WS-BOM-INGREDIENT(WS-BOM-SUB) = BMT-INGREDIENT-CODE
090700         AND ((BMT-EFFECTIVE-FROM = SPACES
090800                 AND WS-BOM-EFFECTIVE-TO(WS-BOM-SUB) =
090900                     WS-OPEN-DATE)
091000             OR (BMT-EFFECTIVE-FROM NOT = SPACES
091100                 AND WS-BOM-EFFECTIVE-FROM(WS-BOM-SUB) =
091200                     BMT-EFFECTIVE-FROM-N))
091300                 SET WS-BOM-FOUND TO TRUE
091400                 MOVE WS-BOM-SUB TO WS-BOM-INDEX
091500     ELSE
091600         ADD 1 TO WS-BOM-SUB
091700     END-IF.
091800*
091900*--------------------------------------------------------------*
092000*    230-CHECK-FOR-OVERLAP
092100*    PROVES WS-CHECK-FROM THROUGH WS-CHECK-TO AGAINST EVERY
092200*    OTHER VERSION OF THE CARD'S ITEM AND INGREDIENT - TWO
092300*    RANGES OVERLAP WHEN EACH STARTS NO LATER THAN THE OTHER
092400*    ENDS.  ALSO PICKS UP THE DESCRIPTION ALREADY ON FILE FOR
092500*    THE PAIR, FOR AN ADD THAT LEAVES ITS OWN BLANK.
092600*--------------------------------------------------------------*
092700 230-CHECK-FOR-OVERLAP.
092800     MOVE "N" TO WS-OVERLAP-SWITCH
092900     MOVE SPACES TO WS-SAME-PAIR-DESC
093000     MOVE 1 TO WS-BOM-SUB
093100     PERFORM 231-CHECK-ONE-RANGE
093200         UNTIL WS-OVERLAP-FOUND OR WS-BOM-SUB > WS-BOM-COUNT.
093300*
093400 231-CHECK-ONE-RANGE.
093500     IF WS-BOM-ITEM-CODE(WS-BOM-SUB) = BMT-ITEM-CODE
093600         AND WS-BOM-INGREDIENT(WS-BOM-SUB) = BMT-INGREDIENT-CODE
093700         AND WS-BOM-SUB NOT = WS-CHECK-SELF
093800             MOVE WS-BOM-DESCRIPTION(WS-BOM-SUB) TO
093900                 WS-SAME-PAIR-DESC
094000             IF WS-BOM-EFFECTIVE-FROM(WS-BOM-SUB) NOT >
094100                 WS-CHECK-TO
094200                 AND WS-CHECK-FROM NOT >
094300                     WS-BOM-EFFECTIVE-TO(WS-BOM-SUB)
094400                         SET WS-OVERLAP-FOUND TO TRUE
094500                         MOVE WS-BOM-EFFECTIVE-FROM(WS-BOM-SUB)
094600                             TO WS-OVERLAP-FROM
094700             END-IF
094800     END-IF
094900     ADD 1 TO WS-BOM-SUB.
095000*
095100*--------------------------------------------------------------*
095200*    235-EDIT-ONE-DATE
095300*    WS-EDIT-DATE MUST AT LEAST LOOK LIKE A DATE - NUMERIC,
095400*    WITH A REAL MONTH AND DAY - THE SAME TEST THE LOT EDIT
095500*    PUTS A KEYED PRODUCTION DATE THROUGH.
095600*--------------------------------------------------------------*
095700 235-EDIT-ONE-DATE.
095800     SET WS-DATE-IS-GOOD TO TRUE
095900     IF WS-EDIT-DATE NOT NUMERIC
096000         SET WS-DATE-IS-BAD TO TRUE
096100     ELSE
096200         IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
096300             OR WS-EDIT-DD < 1 OR WS-EDIT-DD > 31
096400                 SET WS-DATE-IS-BAD TO TRUE
096500         END-IF
096600     END-IF.
096700*
096800*--------------------------------------------------------------*
096900*    250-APPLY-ONE-CARD
097000*    THE CARD PASSED EVERY SCREEN - APPLY IT TO THE TABLE AND
097100*    LOG WHAT IT DID.  THE FILE ITSELF IS NOT TOUCHED UNTIL
097200*    EVERY CARD HAS BEEN SEEN.  AN INQUIRY CHANGES NOTHING AND
097300*    DOES NOT COUNT AS APPLIED.
097400*--------------------------------------------------------------*
097500 250-APPLY-ONE-CARD.
097600     MOVE SPACES TO BMP-LOG-TEXT
097700     IF BMT-ACTION-INQUIRE
097800         PERFORM 258-ANSWER-INQUIRY
097900     ELSE
098000         IF BMT-ACTION-ADD
098100             PERFORM 252-APPLY-ADD
098200             MOVE "ADDED" TO BMP-LOG-TEXT
098300             ADD 1 TO WS-ADDS-APPLIED
098400         ELSE
098500             IF BMT-ACTION-CHANGE
098600                 PERFORM 254-APPLY-CHANGE
098700                 MOVE "CHANGED" TO BMP-LOG-TEXT
098800                 ADD 1 TO WS-CHANGES-APPLIED
098900             ELSE
099000                 PERFORM 256-APPLY-EXPIRE
099100                 STRING "EXPIRED - LAST DAY IN FORCE "
099200                     WS-CARD-TO DELIMITED BY SIZE
099300                     INTO BMP-LOG-TEXT
099400                 ADD 1 TO WS-EXPIRES-APPLIED
099500             END-IF
099600         END-IF
099700         ADD 1 TO WS-CARDS-APPLIED
099800         MOVE WS-BOM-EFFECTIVE-FROM(WS-BOM-INDEX) TO WS-PRINT-DATE
099900         PERFORM 097-EDIT-PRINT-DATE
100000         MOVE WS-PRINT-DATE-X TO BMP-LOG-FROM
100100         PERFORM 260-PRINT-LOG-LINE
100200         MOVE WS-BOM-INDEX TO WS-BOM-SUB
100300         PERFORM 096-PRINT-RECIPE-ENTRY
100400     END-IF.
100500*
100600 252-APPLY-ADD.
100700     MOVE BMT-ITEM-CODE TO WS-INSERT-ITEM-CODE
100800     MOVE BMT-INGREDIENT-CODE TO WS-INSERT-INGREDIENT
100900     MOVE WS-CARD-FROM TO WS-INSERT-FROM
101000     PERFORM 065-FIND-INSERT-SLOT
101100     PERFORM 066-OPEN-INSERT-SLOT
101200     MOVE WS-INSERT-KEY TO WS-BOM-KEY(WS-BOM-SLOT)
101300     IF BMT-INGREDIENT-DESC = SPACES
101400         MOVE WS-SAME-PAIR-DESC TO WS-BOM-DESCRIPTION(WS-BOM-SLOT)
101500     ELSE
101600         MOVE BMT-INGREDIENT-DESC TO
101700             WS-BOM-DESCRIPTION(WS-BOM-SLOT)
101800     END-IF
101900     MOVE BMT-QTY-PER-UNIT-N TO WS-BOM-QTY-PER-UNIT(WS-BOM-SLOT)
102000     MOVE WS-CARD-TO TO WS-BOM-EFFECTIVE-TO(WS-BOM-SLOT)
102100     MOVE WS-BOM-SLOT TO WS-BOM-INDEX.
102200*
102300 254-APPLY-CHANGE.
102400     IF BMT-INGREDIENT-DESC NOT = SPACES
102500         MOVE BMT-INGREDIENT-DESC TO
102600             WS-BOM-DESCRIPTION(WS-BOM-INDEX)
102700     END-IF
102800     IF BMT-QTY-PER-UNIT NOT = SPACES
102900         MOVE BMT-QTY-PER-UNIT-N TO
103000             WS-BOM-QTY-PER-UNIT(WS-BOM-INDEX)
103100     END-IF
103200     IF BMT-EFFECTIVE-TO NOT = SPACES
103300         MOVE WS-CARD-TO TO WS-BOM-EFFECTIVE-TO(WS-BOM-INDEX)
103400     END-IF.
103500*
103600 256-APPLY-EXPIRE.
103700     MOVE WS-CARD-TO TO WS-BOM-EFFECTIVE-TO(WS-BOM-INDEX).
103800*
103900*--------------------------------------------------------------*
104000*    258-ANSWER-INQUIRY
104100*    PRINTS EVERY RECIPE LINE IN FORCE ON THE DAY ASKED ABOUT,
104200*    FOR THE ITEM ASKED ABOUT OR FOR EVERY ITEM - THE ANSWER
104300*    PURCHASING AND COST ACCOUNTING NEED FOR A GIVEN DAY.
104400*--------------------------------------------------------------*
104500 258-ANSWER-INQUIRY.
104600     STRING "RECIPE IN FORCE ON " WS-INQUIRY-DATE
104700         DELIMITED BY SIZE INTO BMP-LOG-TEXT
104800     MOVE SPACES TO BMP-LOG-FROM
104900     PERFORM 260-PRINT-LOG-LINE
105000     MOVE 0 TO WS-INQUIRY-LINES
105100     MOVE 1 TO WS-BOM-SUB
105200     PERFORM 259-CHECK-ONE-INQUIRY-LINE
105300         UNTIL WS-BOM-SUB > WS-BOM-COUNT
105400     IF WS-INQUIRY-LINES = 0
105500         MOVE "NO RECIPE IN FORCE ON THAT DAY" TO BMP-LOG-TEXT
105600         PERFORM 260-PRINT-LOG-LINE
105700         PERFORM 095-RAISE-WARNING
105800     END-IF
105900     ADD 1 TO WS-INQUIRIES-ANSWERED.
106000*
106100 259-CHECK-ONE-INQUIRY-LINE.
106200     IF (BMT-ITEM-CODE = SPACES
106300         OR WS-BOM-ITEM-CODE(WS-BOM-SUB) = BMT-ITEM-CODE)
106400         AND WS-BOM-EFFECTIVE-FROM(WS-BOM-SUB) NOT >
106500             WS-INQUIRY-DATE
106600         AND WS-BOM-EFFECTIVE-TO(WS-BOM-SUB) NOT <
106700             WS-INQUIRY-DATE
106800             PERFORM 096-PRINT-RECIPE-ENTRY
106900             ADD 1 TO WS-INQUIRY-LINES
107000     END-IF
107100     ADD 1 TO WS-BOM-SUB.
107200*
107300 260-PRINT-LOG-LINE.
107400     MOVE BMT-ACTION-CODE TO BMP-LOG-ACTION
107500     MOVE BMT-ITEM-CODE TO BMP-LOG-ITEM-CODE
107600     MOVE BMT-INGREDIENT-CODE TO BMP-LOG-INGREDIENT
107700     MOVE WS-BMP-LOG-LINE TO WS-BMP-WORK-LINE
107800     PERFORM 094-WRITE-REPORT-LINE.
107900*
108000*--------------------------------------------------------------*
108100*    280-WRITE-REJECT-RECORD
108200*    LOGS A REJECTED CARD - THE CARD AS KEYED PLUS WHY - TO THE
108300*    REJECT LISTING AND TO THE TRANSACTION LOG ON THE REPORT.
108400*--------------------------------------------------------------*
108500 280-WRITE-REJECT-RECORD.
108600     ADD 1 TO WS-CARDS-REJECTED
108700     PERFORM 095-RAISE-WARNING
108800     IF WS-BMR-FILE-OK
108900         MOVE SPACES TO RECIPE-MAINT-REJECT-RECORD
109000         MOVE BMT-ACTION-CODE TO BMR-ACTION-CODE
109100         MOVE BMT-ITEM-CODE TO BMR-ITEM-CODE
109200         MOVE BMT-INGREDIENT-CODE TO BMR-INGREDIENT-CODE
109300         MOVE BMT-EFFECTIVE-FROM TO BMR-EFFECTIVE-FROM
109400         MOVE BMT-INGREDIENT-DESC TO BMR-INGREDIENT-DESC
109500         MOVE BMT-QTY-PER-UNIT TO BMR-QTY-PER-UNIT
109600         MOVE BMT-EFFECTIVE-TO TO BMR-EFFECTIVE-TO
109700         MOVE WS-REJECT-REASON-CODE TO BMR-REASON-CODE
109800         MOVE WS-REJECT-REASON-TEXT TO BMR-REASON-TEXT
109900         WRITE RECIPE-MAINT-REJECT-RECORD
110000     END-IF
110100     MOVE SPACES TO BMP-LOG-TEXT
110200     IF WS-REJECT-REASON-CODE = "OVL "
110300         STRING "REJECTED - OVERLAPS VERSION OF "
110400             WS-OVERLAP-FROM DELIMITED BY SIZE INTO BMP-LOG-TEXT
110500     ELSE
110600         STRING "REJECTED - " WS-REJECT-REASON-TEXT
110700             DELIMITED BY SIZE INTO BMP-LOG-TEXT
110800     END-IF
110900     MOVE BMT-EFFECTIVE-FROM TO BMP-LOG-FROM
111000     PERFORM 260-PRINT-LOG-LINE.
111100*
111200 500-EXIT.
111300     IF WS-CARDS-APPLIED > 0
111400         PERFORM 510-REWRITE-RECIPE-FILE
111500     ELSE
111600         DISPLAY 'NO CARDS APPLIED - RECIPE FILE LEFT AS FOUND'
111700     END-IF
111800     PERFORM 520-PRINT-AFTER-SECTION
111900     PERFORM 540-PRINT-RUN-FIGURES
112000     IF WS-BMT-FILE-IS-OPEN
112100         CLOSE RECIPE-MAINT-CARD-FILE
112200     END-IF
112300     IF WS-BMP-FILE-OK
112400         CLOSE MAINT-REPORT-FILE
112500     END-IF
112600     IF WS-BMR-FILE-OK
112700         CLOSE MAINT-REJECT-FILE
112800     END-IF
112900     DISPLAY 'RECIPE MAINTENANCE COMPLETE - ' WS-CARDS-READ
113000         ' CARDS READ ' WS-CARDS-APPLIED ' APPLIED '
113100         WS-CARDS-REJECTED ' REJECTED'
113200     DISPLAY 'RUN SEVERITY: ' WS-RUN-SEVERITY
113300     MOVE WS-RUN-SEVERITY TO RETURN-CODE
113350     PERFORM 905-WRITE-END-STEP.
113400*
113500*--------------------------------------------------------------*
113600*    510-REWRITE-RECIPE-FILE
113700*    PUTS THE MAINTAINED TABLE BACK AS THE WHOLE OF BOMFILE, IN
113800*    ITEM, INGREDIENT, AND EFFECTIVE-FROM ORDER, WITH BOTH
113900*    DATES SPELLED OUT.  THIS IS THE ONE PLACE IN THE SUITE
114000*    THAT WRITES THE RECIPE FILE.
114100*--------------------------------------------------------------*
114200 510-REWRITE-RECIPE-FILE.
114300     OPEN OUTPUT RECIPE-FILE
114400     IF NOT WS-BOM-FILE-OK
114500         DISPLAY 'BOMFILE COULD NOT BE REWRITTEN - STATUS '
114600             WS-BOM-FILE-STATUS
114700         MOVE 16 TO WS-RUN-SEVERITY
114800     ELSE
114900         MOVE 1 TO WS-BOM-SUB
115000         PERFORM 511-WRITE-ONE-RECIPE
115100             UNTIL WS-BOM-SUB > WS-BOM-COUNT
115200         CLOSE RECIPE-FILE
115300     END-IF.
115400*
115500 511-WRITE-ONE-RECIPE.
115600     MOVE SPACES TO RECIPE-RECORD
115700     MOVE WS-BOM-ITEM-CODE(WS-BOM-SUB) TO BOM-ITEM-CODE
115800     MOVE WS-BOM-INGREDIENT(WS-BOM-SUB) TO BOM-INGREDIENT-CODE
115900     MOVE WS-BOM-DESCRIPTION(WS-BOM-SUB) TO BOM-INGREDIENT-DESC
116000     MOVE WS-BOM-QTY-PER-UNIT(WS-BOM-SUB) TO BOM-QTY-PER-UNIT
116100     MOVE WS-BOM-EFFECTIVE-FROM(WS-BOM-SUB) TO
116200         BOM-EFFECTIVE-FROM-N
116300     MOVE WS-BOM-EFFECTIVE-TO(WS-BOM-SUB) TO BOM-EFFECTIVE-TO-N
116400     WRITE RECIPE-RECORD
116500     ADD 1 TO WS-BOM-SUB.
116600*
116700 520-PRINT-AFTER-SECTION.
116800     MOVE SPACES TO WS-BMP-WORK-LINE
116900     PERFORM 094-WRITE-REPORT-LINE
117000     MOVE "RECIPES AFTER MAINTENANCE" TO BMP-SECTION-LABEL
117100     MOVE WS-BMP-SECTION-LINE TO WS-BMP-WORK-LINE
117200     PERFORM 094-WRITE-REPORT-LINE
117300     PERFORM 092-PRINT-RECIPE-LISTING.
117400*
117500 540-PRINT-RUN-FIGURES.
117600     MOVE SPACES TO WS-BMP-WORK-LINE
117700     PERFORM 094-WRITE-REPORT-LINE
117800     MOVE "RECIPE LINES BEFORE" TO BMP-TXT-LABEL
117900     MOVE WS-BOM-BEFORE-COUNT TO BMP-TXT-VALUE
118000     PERFORM 541-PRINT-FIGURE-LINE
118100     MOVE "RECIPE LINES AFTER" TO BMP-TXT-LABEL
118200     MOVE WS-BOM-COUNT TO BMP-TXT-VALUE
118300     PERFORM 541-PRINT-FIGURE-LINE
118400     MOVE "CARDS READ" TO BMP-TXT-LABEL
118500     MOVE WS-CARDS-READ TO BMP-TXT-VALUE
118600     PERFORM 541-PRINT-FIGURE-LINE
118700     MOVE "ADDS APPLIED" TO BMP-TXT-LABEL
118800     MOVE WS-ADDS-APPLIED TO BMP-TXT-VALUE
118900     PERFORM 541-PRINT-FIGURE-LINE
119000     MOVE "CHANGES APPLIED" TO BMP-TXT-LABEL
119100     MOVE WS-CHANGES-APPLIED TO BMP-TXT-VALUE
119200     PERFORM 541-PRINT-FIGURE-LINE
119300     MOVE "EXPIRIES APPLIED" TO BMP-TXT-LABEL
119400     MOVE WS-EXPIRES-APPLIED TO BMP-TXT-VALUE
119500     PERFORM 541-PRINT-FIGURE-LINE
119600     MOVE "INQUIRIES ANSWERED" TO BMP-TXT-LABEL
119700     MOVE WS-INQUIRIES-ANSWERED TO BMP-TXT-VALUE
119800     PERFORM 541-PRINT-FIGURE-LINE
119900     MOVE "CARDS REJECTED" TO BMP-TXT-LABEL
120000     MOVE WS-CARDS-REJECTED TO BMP-TXT-VALUE
120100     PERFORM 541-PRINT-FIGURE-LINE
120200     MOVE "DUPLICATE RECIPE LINES DROPPED" TO BMP-TXT-LABEL
120300     MOVE WS-DUPS-DROPPED TO BMP-TXT-VALUE
120400     PERFORM 541-PRINT-FIGURE-LINE
120500     MOVE "GARBLED RECIPE LINES DROPPED" TO BMP-TXT-LABEL
120600     MOVE WS-BAD-LINES-DROPPED TO BMP-TXT-VALUE
120700     PERFORM 541-PRINT-FIGURE-LINE
120800     MOVE "OVERLAPPING VERSIONS ON FILE" TO BMP-TXT-LABEL
120900     MOVE WS-OVERLAPS-ON-FILE TO BMP-TXT-VALUE
121000     PERFORM 541-PRINT-FIGURE-LINE.
121100*
121200 541-PRINT-FIGURE-LINE.
121300     MOVE WS-BMP-TEXT-LINE TO WS-BMP-WORK-LINE
121400     PERFORM 094-WRITE-REPORT-LINE.
121500*
121600*--------------------------------------------------------------*
121700*    900-WRITE-START-STEP
121800*    PUTS THIS RUN'S START RECORD ON THE STEP-STATUS LEDGER.  A
121900*    START WITH NO END AFTER IT IS A RUN THAT NEVER FINISHED.
122000*--------------------------------------------------------------*
122100 900-WRITE-START-STEP.
122200     PERFORM 908-BUILD-STEP-RECORD
122300     SET STS-IS-START TO TRUE
122400     PERFORM 910-WRITE-STEP-RECORD.
122500*
122600*--------------------------------------------------------------*
122700*    905-WRITE-END-STEP
122800*    PUTS THIS RUN'S END RECORD ON THE STEP-STATUS LEDGER WITH
122900*    THE RETURN CODE THE RUN IS ENDING ON AND ITS KEY COUNTS.
123000*    EVERY WAY OUT OF THE RUN - NORMAL END OR ABORT - COMES
123100*    THROUGH HERE ONCE THE RETURN CODE IS SET.
123200*--------------------------------------------------------------*
123300 905-WRITE-END-STEP.
123400     PERFORM 908-BUILD-STEP-RECORD
123500     MOVE RETURN-CODE TO STS-RETURN-CODE
123600     SET STS-IS-END TO TRUE
123700     MOVE "READ    " TO STS-COUNT-NAME(1)
123800     MOVE WS-CARDS-READ TO STS-COUNT-VALUE(1)
123900     MOVE "APPLIED " TO STS-COUNT-NAME(2)
124000     MOVE WS-CARDS-APPLIED TO STS-COUNT-VALUE(2)
124100     MOVE "REJECTED" TO STS-COUNT-NAME(3)
124200     MOVE WS-CARDS-REJECTED TO STS-COUNT-VALUE(3)
124300     PERFORM 910-WRITE-STEP-RECORD.
124400*
124500 908-BUILD-STEP-RECORD.
124600     MOVE SPACES TO STEP-STATUS-RECORD
124700     MOVE WS-STEP-PLANT TO STS-PLANT-CODE
124800     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD
124900     ACCEPT STS-RUN-TIME FROM TIME
125000     MOVE WS-STEP-PROGRAM-ID TO STS-PROGRAM-ID
125100     MOVE 0 TO STS-RETURN-CODE STS-SUBJECT-DATE
125200     MOVE 0 TO STS-COUNT-VALUE(1) STS-COUNT-VALUE(2)
125300         STS-COUNT-VALUE(3).
125400*
125500*--------------------------------------------------------------*
125600*    910-WRITE-STEP-RECORD
125700*    THE LEDGER IS APPENDED TO - THE FIRST RUN EVER CREATES IT.
125800*    IT IS OPENED AND CLOSED AROUND EACH RECORD SO AN ABORT
125900*    LATER IN THE RUN CANNOT LOSE THE START RECORD.  A LEDGER
126000*    THAT WILL NOT OPEN COSTS THE STATUS REPORT THIS STEP, NOT
126100*    THE RUN ITS WORK.
126200*--------------------------------------------------------------*
126300 910-WRITE-STEP-RECORD.
126400     OPEN EXTEND STEP-STATUS-FILE
126500     IF NOT WS-STS-FILE-OK
126600         OPEN OUTPUT STEP-STATUS-FILE
126700     END-IF
126800     IF WS-STS-FILE-OK
126900         WRITE STEP-STATUS-RECORD
127000         CLOSE STEP-STATUS-FILE
127100     ELSE
127200         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
127300             WS-STS-FILE-STATUS ' - STEP NOT RECORDED'
127400     END-IF.
