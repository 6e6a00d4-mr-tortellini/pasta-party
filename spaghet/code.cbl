026800*                      PLANT IS REJECTED - SO BOTH PLANTS
026900*                      POST THROUGH THE ONE SUITE WITHOUT
027000*                      TREADING ON EACH OTHER.
027004*    2026-10-15 RA    EVERY LOT IS NOW PROVED AGAINST THE NEW
027008*                      LOT-BALANCE MASTER (LBMFILE) - ONE RECORD
027012*                      PER PLANT AND LOT WITH ITS ITEM,
027016*                      PRODUCTION DATE, AND NET POSTED QUANTITY,
027020*                      KEPT UP AS THE RUN POSTS AND REWRITTEN AT
027024*                      500-EXIT.  AN ADJUSTMENT OR REVERSAL
027028*                      AGAINST A LOT NEVER POSTED (LNF), A
027032*                      REVERSAL THAT WOULD TAKE A LOT BELOW ZERO
027036*                      (NEG), AND AN ORIGINAL REUSING A LOT
027040*                      NUMBER ALREADY POSTED (DUP) ARE REJECTED.
027044*                      NO MASTER ON FILE IS BUILT FROM THE
027048*                      LEDGER; A RESUMED RUN CATCHES THE MASTER
027052*                      UP FROM THE LEDGER LIKEWISE.
027054*    2026-10-15 RA    QA HOLDS.  OPEN HOLDS ON QHMFILE, KEPT BY
027056*                      SPAGHETTI-QAHOLD, ARE LOADED FOR THE
027058*                      PLANT; AN ORIGINAL LOT ONE OF THEM COVERS -
027060*                      BY LOT NUMBER, ITEM AND PRODUCTION DATE, OR
027062*                      SOURCE LINE AND SHIFT - POSTS TO THE LEDGER
027064*                      FLAGGED HELD AND IS LEFT OUT OF INVFILE.
027066*                      AN ADJUSTMENT OR REVERSAL FOLLOWS ITS
027068*                      LOT'S HOLD STATUS, NOW CARRIED ON THE
027070*                      LOT-BALANCE MASTER, AND QA'S RELEASES AND
027072*                      SCRAPS ARE LAID OVER THE MASTER AT LOAD.
027074*    2026-10-15 RA    RECIPE LINES ARE NOW EFFECTIVE-DATED AND
027076*                      KEPT BY SPAGHETTI-BOMMNT.  315-BACKFLUSH-
027078*                      RECIPE EXPLODES A LOT AT THE VERSION IN
027080*                      FORCE ON THE LOT'S PRODUCTION DATE, NOT
027082*                      THE RUN DATE, SO A BACK-DATED ADJUSTMENT
027084*                      CONSUMES AT THE RATIO IT WAS MADE AT.  A
027086*                      RECIPE LINE WITH A GARBLED DATE IS DROPPED
027088*                      AND COUNTED LIKE A GARBLED QUANTITY.
027090*    2026-10-15 RA    WRITES A START AND AN END RECORD TO THE
027091*                      STEP-STATUS LEDGER (STSFILE) WITH ITS
027092*                      RETURN CODE AND KEY COUNTS, AND REFUSES
027093*                      TO RUN AHEAD OF ITS PREREQUISITES ON
027094*                      THAT LEDGER UNLESS THE CARD OVERRIDES.
027095*                      THE LAST POSTING COUNTS AS VERIFIED ONLY
027096*                      BY A VERIFY OF ITS OWN RUN DATE.
027100*--------------------------------------------------------------*
027200*
027300 ENVIRONMENT DIVISION.
033900     SELECT RAW-USAGE-FILE ASSIGN TO "RMUFILE"
034000         ORGANIZATION IS LINE SEQUENTIAL
034100         FILE STATUS IS WS-RMU-FILE-STATUS.
034120     SELECT LOT-BALANCE-FILE ASSIGN TO "LBMFILE"
034140         ORGANIZATION IS LINE SEQUENTIAL
034160         FILE STATUS IS WS-LBM-FILE-STATUS.
034170     SELECT QA-HOLD-FILE ASSIGN TO "QHMFILE"
034180         ORGANIZATION IS LINE SEQUENTIAL
034190         FILE STATUS IS WS-QHM-FILE-STATUS.
034192     SELECT STEP-STATUS-FILE ASSIGN TO "STSFILE"
034194         ORGANIZATION IS LINE SEQUENTIAL
034196         FILE STATUS IS WS-STS-FILE-STATUS.
034200*
034300 DATA DIVISION.
034400 FILE SECTION.
042900 FD  RAW-USAGE-FILE
043000     RECORDING MODE IS F.
043100     COPY RMUREC.
043120*
043140 FD  LOT-BALANCE-FILE
043160     RECORDING MODE IS F.
043180     COPY LBMREC.
043184*
043188 FD  QA-HOLD-FILE
043192     RECORDING MODE IS F.
043196     COPY QHMREC.
043200*
043220 FD  STEP-STATUS-FILE
043240     RECORDING MODE IS F.
043260     COPY STSREC.
043280*
043300 WORKING-STORAGE SECTION.
043400*--------------------------------------------------------------*
043500*    ORIGINAL WORKING STORAGE
064000     05  WS-REJ-CLS-COUNT         PIC 9(05)   VALUE 0.
064100     05  WS-REJ-BKT-COUNT         PIC 9(05)   VALUE 0.
064200     05  WS-REJ-PLT-COUNT         PIC 9(05)   VALUE 0.
064220     05  WS-REJ-LNF-COUNT         PIC 9(05)   VALUE 0.
064240     05  WS-REJ-NEG-COUNT         PIC 9(05)   VALUE 0.
064260     05  WS-REJ-DUP-COUNT         PIC 9(05)   VALUE 0.
064280     05  WS-REJ-LBF-COUNT         PIC 9(05)   VALUE 0.
064300*--------------------------------------------------------------*
064400*    OPERATIONS REPORT WORKING STORAGE
064500*    THE PRINT LINES FOR THE END-OF-RUN OPERATIONS REPORT.
086100         10  WS-PBKT-QTY-POSTED    PIC S9(09).
086200         10  WS-PBKT-SHIFT-QTY     PIC S9(09)
086300                                   OCCURS 3 TIMES.
086302         10  WS-PBKT-HELD-QTY      PIC S9(09)
086304                                   OCCURS 3 TIMES.
086306*--------------------------------------------------------------*
086308*    QA HOLD WORKING STORAGE
086310*    QA'S OPEN HOLDS FOR THIS PLANT, LOADED FROM QHMFILE AT
086312*    INITIALIZE TIME.  AN ORIGINAL LOT ANY OF THEM COVERS POSTS
086314*    ON HOLD - TO THE LEDGER AND THE TOTALS AS ALWAYS, BUT NOT
086316*    TO THE INVENTORY EXTRACT.  THE HELD PART OF EACH POSTING
086318*    BUCKET IS KEPT IN WS-PBKT-HELD-QTY SO 746 CAN LEAVE IT
086320*    OUT.  A HOLD TABLE TOO SMALL STOPS THE RUN - A HOLD
086322*    DROPPED ON THE FLOOR WOULD SHIP QUARANTINED PRODUCT.
086324*--------------------------------------------------------------*
086326 01  WS-QHM-FILE-STATUS            PIC X(02)   VALUE "00".
086328     88  WS-QHM-FILE-OK                        VALUE "00".
086330     88  WS-QHM-FILE-NOT-FOUND                 VALUE "35".
086332 01  WS-QAH-MAX-ENTRIES            PIC 9(04)   VALUE 500.
086334 01  WS-QAH-COUNT                  PIC 9(04)   VALUE 0.
086336 01  WS-QAH-SUB                    PIC 9(04)   VALUE 0.
086338 01  WS-QAH-LOAD-SWITCH            PIC X(01)   VALUE "N".
086340     88  WS-QAH-LOAD-DONE                      VALUE "Y".
086342 01  WS-QAH-DISP-APPLIED           PIC 9(07)   VALUE 0.
086344 01  WS-LOT-HOLD-SWITCH            PIC X(01)   VALUE "N".
086346     88  WS-LOT-IS-HELD                        VALUE "Y".
086348     88  WS-LOT-IS-FREE                        VALUE "N".
086350 01  WS-LOTS-HELD                  PIC 9(05)   VALUE 0.
086352 01  WS-QTY-HELD                   PIC S9(09)  VALUE 0.
086354 01  WS-QAH-TABLE.
086356     05  WS-QAH-ENTRY OCCURS 500 TIMES.
086358         10  WS-QAH-SCOPE          PIC X(01).
086360             88  WS-QAH-ON-LOT                 VALUE "L".
086362             88  WS-QAH-ON-ITEM-DATE           VALUE "I".
086364             88  WS-QAH-ON-LINE-SHIFT          VALUE "S".
086366         10  WS-QAH-LOT-NUMBER     PIC 9(05).
086368         10  WS-QAH-ITEM-CODE      PIC X(10).
086370         10  WS-QAH-PROD-DATE      PIC 9(08).
086372         10  WS-QAH-SOURCE-LINE    PIC X(01).
086374         10  WS-QAH-SHIFT-CODE     PIC 9(01).
086400*-------------------------------------------------------------*
086500*    RECIPE AND BACKFLUSH WORKING STORAGE
086600*    THE RECIPE FILE IS LOADED AT INITIALIZE TIME.  EVERY LOT
088900         10  WS-BOM-INGREDIENT     PIC X(10).
089000         10  WS-BOM-DESCRIPTION    PIC X(30).
089100         10  WS-BOM-QTY-PER-UNIT   PIC 9(04)V9(04).
089130         10  WS-BOM-EFFECTIVE-FROM PIC 9(08).
089160         10  WS-BOM-EFFECTIVE-TO   PIC 9(08).
089200 01  WS-ING-MAX-ENTRIES            PIC 9(03)   VALUE 500.
089300 01  WS-ING-COUNT                  PIC 9(03)   VALUE 0.
089400 01  WS-ING-SUB                    PIC 9(03)   VALUE 0.
093400         10  WS-PDAT-RESULT        PIC S9(09).
093500         10  WS-PDAT-SHIFT-TOTAL   PIC S9(09)
093600                                   OCCURS 3 TIMES.
093601*--------------------------------------------------------------*
093602*    LOT-BALANCE MASTER WORKING STORAGE
093603*    THE LOT-BALANCE MASTER IS LOADED HERE AT INITIALIZE TIME,
093604*    EVERY PLANT'S LOTS TOGETHER, IN PLANT/LOT ORDER SO THE
093605*    LOOKUP IS A BINARY SEARCH.  AN ORIGINAL OPENS A SEAT, AN
093606*    ADJUSTMENT ADDS TO IT, A REVERSAL TAKES FROM IT, AND THE
093607*    WHOLE TABLE GOES BACK OUT AT 500-EXIT.  A TABLE TOO SMALL
093608*    FOR THE MASTER STOPS THE RUN AT LOAD TIME - A HALF-LOADED
093609*    MASTER WOULD REJECT GOOD REVERSALS AND REWRITE SHORT.
093610*--------------------------------------------------------------*
093611 01  WS-LBM-FILE-STATUS            PIC X(02)   VALUE "00".
093612     88  WS-LBM-FILE-OK                        VALUE "00".
093613     88  WS-LBM-FILE-NOT-FOUND                 VALUE "35".
093614 01  WS-LBM-MAX-ENTRIES            PIC 9(05)   VALUE 50000.
093615 01  WS-LBM-COUNT                  PIC 9(05)   VALUE 0.
093616 01  WS-LBM-SUB                    PIC 9(05)   VALUE 0.
093617 01  WS-LBM-INDEX                  PIC 9(05)   VALUE 0.
093618 01  WS-LBM-SLOT                   PIC 9(05)   VALUE 0.
093619 01  WS-LBM-MOVE-SUB               PIC 9(05)   VALUE 0.
093620 01  WS-LBM-LOAD-SWITCH            PIC X(01)   VALUE "N".
093621     88  WS-LBM-LOAD-DONE                      VALUE "Y".
093622 01  WS-LBM-FOUND-SWITCH           PIC X(01)   VALUE "N".
093623     88  WS-LBM-FOUND                          VALUE "Y".
093624 01  WS-LBM-SLOT-SWITCH            PIC X(01)   VALUE "N".
093625     88  WS-LBM-SLOT-FOUND                     VALUE "Y".
093626 01  WS-LBM-LEDGER-SWITCH          PIC X(01)   VALUE "N".
093627     88  WS-LBM-LEDGER-DONE                    VALUE "Y".
093628 01  WS-LBM-CATCHUP-SWITCH         PIC X(01)   VALUE "N".
093629     88  WS-LBM-CATCHING-UP                    VALUE "Y".
093630 01  WS-LBM-APPLIED-COUNT          PIC 9(07)   VALUE 0.
093631 01  WS-LBM-WRITTEN-COUNT          PIC 9(07)   VALUE 0.
093632 01  WS-LBM-PRIOR-KEY              PIC X(07)   VALUE LOW-VALUES.
093633 01  WS-LBM-SEARCH-KEY.
093634     05  WS-LBM-SEARCH-PLANT       PIC X(02).
093635     05  WS-LBM-SEARCH-LOT         PIC 9(05).
093636 01  WS-LBM-SEARCH-ITEM            PIC X(10)   VALUE SPACES.
093637 01  WS-LBM-SEARCH-DATE            PIC 9(08)   VALUE 0.
093638 01  WS-LBM-SEARCH-QTY             PIC S9(09)  VALUE 0.
093639 01  WS-LBM-SEARCH-RUN-DATE        PIC 9(08)   VALUE 0.
093640 01  WS-LBM-SEARCH-TYPE            PIC X(01)   VALUE SPACE.
093641     88  WS-LBM-TYPE-IS-ORIGINAL               VALUE "O" " ".
093642     88  WS-LBM-TYPE-IS-REVERSAL               VALUE "R".
093643 01  WS-LBM-TABLE.
093644     05  WS-LBM-ENTRY OCCURS 1 TO 50000 TIMES
093645             DEPENDING ON WS-LBM-COUNT
093646             ASCENDING KEY IS WS-LBM-KEY
093647             INDEXED BY WS-LBM-IDX.
093648         10  WS-LBM-KEY.
093649             15  WS-LBM-PLANT-CODE PIC X(02).
093650             15  WS-LBM-LOT-NUMBER PIC 9(05).
093651         10  WS-LBM-ITEM-CODE      PIC X(10).
093652         10  WS-LBM-PROD-DATE      PIC 9(08).
093653         10  WS-LBM-NET-QTY        PIC S9(09).
093654         10  WS-LBM-LAST-RUN-DATE  PIC 9(08).
093655         10  WS-LBM-LOADED-RUN-DATE
093656                                   PIC 9(08).
093660         10  WS-LBM-SOURCE-LINE    PIC X(01).
093664         10  WS-LBM-SHIFT-CODE     PIC 9(01).
093668         10  WS-LBM-HOLD-STATUS    PIC X(01).
093672             88  WS-LBM-LOT-IS-FREE            VALUE SPACE.
093676             88  WS-LBM-LOT-IS-HELD            VALUE "H".
093680             88  WS-LBM-LOT-IS-SCRAPPED        VALUE "S".
093684         10  WS-LBM-HOLD-DATE      PIC 9(08).
093688 01  WS-LBM-SEARCH-LINE            PIC X(01)   VALUE SPACE.
093692 01  WS-LBM-SEARCH-SHIFT           PIC 9(01)   VALUE 0.
093696 01  WS-LBM-SEARCH-HOLD            PIC X(01)   VALUE SPACE.
093700*--------------------------------------------------------------*
093800*    RUN-DATE WORKING STORAGE
093900*--------------------------------------------------------------*
094200     05  WS-CURRENT-DATE-TIME      PIC 9(06).
094300 01  WS-CURRENT-DATE-END-TIME      PIC 9(06)   VALUE 0.
094400*
094405*--------------------------------------------------------------*
094410*    STEP-STATUS WORKING STORAGE
094415*    EVERY RUN PUTS A START AND AN END RECORD ON THE SUITE'S
094420*    STEP-STATUS LEDGER SO THE MORNING STATUS REPORT CAN SAY
094425*    WHAT RAN, HOW IT ENDED, AND WHAT IS STILL WAITING.
094430*--------------------------------------------------------------*
094435 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE "00".
094440     88  WS-STS-FILE-OK                      VALUE "00".
094445     88  WS-STS-FILE-NOT-FOUND               VALUE "35".
094450 01  WS-STEP-PROGRAM-ID           PIC X(20)   VALUE
094455     "SPAGHETTI-CODE".
094460 01  WS-STEP-PLANT                PIC X(02)   VALUE "01".
094465 01  WS-STEP-OVERRIDE-FLAG        PIC X(01)   VALUE SPACE.
094470     88  WS-STEP-RAN-ON-OVERRIDE              VALUE "O".
094471 01  WS-STEP-REFUSAL-TEXT         PIC X(51)   VALUE SPACES.
094472 01  WS-STEP-PREREQ-TEXT          PIC X(51)   VALUE SPACES.
094473 01  WS-STS-EOF-SWITCH            PIC X(01)   VALUE "N".
094474     88  WS-STS-EOF-REACHED                   VALUE "Y".
094475 01  WS-LAST-CODE-END             PIC X(16)   VALUE ZEROS.
094476 01  WS-LAST-CODE-RUN-DATE        PIC 9(08)   VALUE 0.
094477 01  WS-LAST-RECYCLE-END          PIC X(16)   VALUE ZEROS.
094478 01  WS-LAST-VERIFY-END           PIC X(16)   VALUE ZEROS.
094479 01  WS-LAST-VERIFY-RC            PIC 9(02)   VALUE 0.
094480 01  WS-VERIFY-FAILED-TEXT.
094481     05  FILLER                   PIC X(29)   VALUE
094482         "VERIFY OF LAST POSTING ENDED ".
094483     05  WS-VERIFY-FAILED-RC      PIC 9(02)   VALUE 0.
094485*
094500 PROCEDURE DIVISION.
094600 MAIN-SECTION.
094700     PERFORM 050-INITIALIZE
095600     ACCEPT WS-CURRENT-DATE-TIME FROM TIME
095700     PERFORM 074-OPEN-EXCEPTION-FILE
095800     PERFORM 075-LOAD-PARAMETERS
095820     MOVE WS-PLANT-CODE TO WS-STEP-PLANT
095840     PERFORM 900-WRITE-START-STEP
095900     PERFORM 076-CHECK-PRODUCTION-CALENDAR
096000     PERFORM 078-CHECK-SAME-DAY-RUN
096050     PERFORM 920-CHECK-STEP-PREREQUISITES
096100     PERFORM 087-LOAD-ITEM-MASTER
096200     PERFORM 089A-LOAD-CLOSED-PERIODS
096300     PERFORM 089D-LOAD-RECIPE-FILE
096400     PERFORM 090-CHECK-RESTART-CHECKPOINT
096450     PERFORM 089G-LOAD-LOT-BALANCES
096470     PERFORM 089Q-LOAD-QA-HOLDS
096500     PERFORM 080-OPEN-LOT-FILE
096600     PERFORM 083-PROVE-LINE-FEEDS
096700     PERFORM 095-SKIP-PROCESSED-LOTS
119500*
119600*--------------------------------------------------------------*
119700*    081-ABORT-RUN-REFUSED
119750*    THE CALENDAR CHECK, THE SAME-DAY GUARD, OR THE STEP-STATUS
119800*    PREREQUISITES REFUSED THE RUN.  IT GOES ON THE STEP-STATUS
119850*    LEDGER AS A REFUSAL, WITH THE REASON LOGGED, NOT AS AN ABEND.
119900*    NOTHING IS OPEN YET BEYOND THE CARD AND GUARD READS, ALL
120000*    CLOSED AGAIN, SO STOPPING HERE LEAVES EVERY FILE - AND
120100*    ANY PRIOR CHECKPOINT - EXACTLY AS FOUND.
120200*--------------------------------------------------------------*
120300 081-ABORT-RUN-REFUSED.
120400     DISPLAY 'RUN ABORTED - NO LOTS WERE PROCESSED THIS RUN'
120450     MOVE WS-EXC-TEXT TO WS-STEP-REFUSAL-TEXT
120500     PERFORM 770-SET-ABORT-SEVERITY
120600     STOP RUN.
120700*
136300*    QUANTITY IS DROPPED AND COUNTED; A TABLE TOO SMALL FOR
136400*    THE FILE STOPS THE RUN - A HALF-LOADED RECIPE SET WOULD
136500*    UNDERSTATE USAGE WITHOUT A TRACE.
136550*    A GARBLED EFFECTIVE DATE IS DROPPED THE SAME WAY.
136600*--------------------------------------------------------------*
136700 089D-LOAD-RECIPE-FILE.
136800     OPEN INPUT RECIPE-FILE
139500         AT END
139600             MOVE "Y" TO WS-BOM-LOAD-SWITCH
139700         NOT AT END
139750             IF BOM-QTY-PER-UNIT NOT NUMERIC
139800                 OR (BOM-EFFECTIVE-FROM NOT = SPACES
139850                     AND BOM-EFFECTIVE-FROM NOT NUMERIC)
139900                 OR (BOM-EFFECTIVE-TO NOT = SPACES
139950                     AND BOM-EFFECTIVE-TO NOT NUMERIC)
140000                 DISPLAY 'RECIPE DROPPED - QTY OR A DATE NOT '
140050                     'NUMERIC FOR ' BOM-ITEM-CODE ' / '
140100                     BOM-INGREDIENT-CODE
140150                 ADD 1 TO WS-BOM-DROP-COUNT
140300             ELSE
140400                 IF WS-BOM-COUNT < WS-BOM-MAX-ENTRIES
140500                     ADD 1 TO WS-BOM-COUNT
141100                         WS-BOM-DESCRIPTION(WS-BOM-COUNT)
141200                     MOVE BOM-QTY-PER-UNIT TO
141300                         WS-BOM-QTY-PER-UNIT(WS-BOM-COUNT)
141350                     PERFORM 089V-SEAT-RECIPE-DATES
141400                 ELSE
141500                     DISPLAY 'RECIPE TABLE FULL AT '
141600                         BOM-ITEM-CODE
142500             END-IF
142600     END-READ.
142700*
142704*--------------------------------------------------------------*
142708*    089V-SEAT-RECIPE-DATES
142712*    A BLANK EFFECTIVE-FROM DATES FROM BEFORE RECIPES WERE
142716*    VERSIONED AND IS SEATED AS ZERO; A BLANK EFFECTIVE-TO IS
142720*    STILL IN FORCE AND IS SEATED AS ALL NINES - SO 316 CAN
142724*    TEST EVERY LINE THE SAME WAY.
142728*--------------------------------------------------------------*
142732 089V-SEAT-RECIPE-DATES.
142736     IF BOM-EFFECTIVE-FROM = SPACES
142740         MOVE 0 TO WS-BOM-EFFECTIVE-FROM(WS-BOM-COUNT)
142744     ELSE
142748         MOVE BOM-EFFECTIVE-FROM-N TO
142752             WS-BOM-EFFECTIVE-FROM(WS-BOM-COUNT)
142756     END-IF
142760     IF BOM-EFFECTIVE-TO = SPACES
142764         MOVE 99999999 TO WS-BOM-EFFECTIVE-TO(WS-BOM-COUNT)
142768     ELSE
142772         MOVE BOM-EFFECTIVE-TO-N TO
142776             WS-BOM-EFFECTIVE-TO(WS-BOM-COUNT)
142780     END-IF.
142784*
142800*--------------------------------------------------------------*
142900*    089F-ABORT-RECIPES-UNLOADED
143000*    THE RECIPE FILE EXISTS BUT COULD NOT BE LOADED WHOLE - A
143600     PERFORM 770-SET-ABORT-SEVERITY
143700     STOP RUN.
143800*
143801*--------------------------------------------------------------*
143802*    089G-LOAD-LOT-BALANCES
143803*    READS THE LOT-BALANCE MASTER INTO THE LOT TABLE SO EVERY
143804*    REVERSAL, ADJUSTMENT, AND ORIGINAL CAN BE PROVED AGAINST
143805*    WHAT WAS ACTUALLY POSTED.  NO MASTER ON FILE IS THE FIRST
143806*    RUN SINCE THE MASTER CAME IN, OR A MASTER SUPPORT DELETED
143807*    TO HAVE IT REBUILT - EITHER WAY IT IS BUILT FROM THE WHOLE
143808*    POSTED LEDGER.  A RESUMED RUN'S FIRST PORTION IS ON THE
143809*    LEDGER BUT NEVER REACHED THE MASTER, WHICH IS ONLY
143810*    REWRITTEN AT 500-EXIT, SO IT IS CAUGHT UP FROM TODAY'S
143811*    LEDGER RECORDS.  A MASTER THAT CANNOT BE READ, IS OUT OF
143812*    SEQUENCE, OR WILL NOT FIT THE TABLE STOPS THE RUN.
143813*--------------------------------------------------------------*
143814 089G-LOAD-LOT-BALANCES.
143815     OPEN INPUT LOT-BALANCE-FILE
143816     IF WS-LBM-FILE-NOT-FOUND
143817         DISPLAY 'LBMFILE NOT PRESENT - BUILDING IT FROM LEDGFILE'
143818         MOVE 04 TO WS-EXC-SEVERITY
143819         MOVE "LBMBUILD" TO WS-EXC-CODE
143820         MOVE 0 TO WS-EXC-COUNT
143821         MOVE "LOT-BALANCE MASTER BUILT FROM LEDGER" TO
143822             WS-EXC-TEXT
143823         PERFORM 760-LOG-EXCEPTION
143824         PERFORM 089J-APPLY-LEDGER-TO-LOTS
143825     ELSE
143826         IF NOT WS-LBM-FILE-OK
143827             DISPLAY 'LBMFILE COULD NOT BE OPENED - STATUS '
143828                 WS-LBM-FILE-STATUS
143829             MOVE 16 TO WS-EXC-SEVERITY
143830             MOVE "LBMMISS " TO WS-EXC-CODE
143831             MOVE 0 TO WS-EXC-COUNT
143832             MOVE "LOT-BALANCE MASTER UNREADABLE" TO WS-EXC-TEXT
143833             PERFORM 760-LOG-EXCEPTION
143834             GO TO 089N-ABORT-LOTS-UNLOADED
143835         END-IF
143836         PERFORM 089H-LOAD-ONE-LOT-BALANCE UNTIL WS-LBM-LOAD-DONE
143837         CLOSE LOT-BALANCE-FILE
143838         IF WS-RUN-WAS-RESUMED
143839             SET WS-LBM-CATCHING-UP TO TRUE
143840             PERFORM 089J-APPLY-LEDGER-TO-LOTS
143841         END-IF
143842     END-IF.
143843*
143844 089H-LOAD-ONE-LOT-BALANCE.
143845     READ LOT-BALANCE-FILE
143846         AT END
143847             MOVE "Y" TO WS-LBM-LOAD-SWITCH
143848         NOT AT END
143849*    THE LOOKUP IS A BINARY SEARCH ON PLANT/LOT ORDER, AND THE
143850*    MASTER IS ONLY EVER WRITTEN IN THAT ORDER - A RECORD OUT
143851*    OF SEQUENCE MEANS THE FILE WAS EDITED BY HAND.
143852             IF LBM-KEY NOT > WS-LBM-PRIOR-KEY
143853                 DISPLAY 'LBMFILE OUT OF SEQUENCE AT ' LBM-KEY
143854                 MOVE 16 TO WS-EXC-SEVERITY
143855                 MOVE "LBMSEQ  " TO WS-EXC-CODE
143856                 MOVE 0 TO WS-EXC-COUNT
143857                 MOVE "LOT-BALANCE MASTER OUT OF SEQUENCE" TO
143858                     WS-EXC-TEXT
143859                 PERFORM 760-LOG-EXCEPTION
143860                 GO TO 089N-ABORT-LOTS-UNLOADED
143861             END-IF
143862             MOVE LBM-KEY TO WS-LBM-PRIOR-KEY
143863             IF WS-LBM-COUNT < WS-LBM-MAX-ENTRIES
143864                 ADD 1 TO WS-LBM-COUNT
143865                 MOVE LBM-PLANT-CODE TO
143866                     WS-LBM-PLANT-CODE(WS-LBM-COUNT)
143867                 MOVE LBM-LOT-NUMBER TO
143868                     WS-LBM-LOT-NUMBER(WS-LBM-COUNT)
143869                 MOVE LBM-ITEM-CODE TO
143870                     WS-LBM-ITEM-CODE(WS-LBM-COUNT)
143871                 MOVE LBM-PROD-DATE TO
143872                     WS-LBM-PROD-DATE(WS-LBM-COUNT)
143873                 MOVE LBM-NET-QTY TO WS-LBM-NET-QTY(WS-LBM-COUNT)
143874                 MOVE LBM-LAST-RUN-DATE TO
143875                     WS-LBM-LAST-RUN-DATE(WS-LBM-COUNT)
143876                 MOVE LBM-LAST-RUN-DATE TO
143877                     WS-LBM-LOADED-RUN-DATE(WS-LBM-COUNT)
143878                 MOVE LBM-SOURCE-LINE TO
143879                     WS-LBM-SOURCE-LINE(WS-LBM-COUNT)
143880                 MOVE LBM-SHIFT-CODE TO
143881                     WS-LBM-SHIFT-CODE(WS-LBM-COUNT)
143882                 MOVE LBM-HOLD-STATUS TO
143883                     WS-LBM-HOLD-STATUS(WS-LBM-COUNT)
143884                 MOVE LBM-HOLD-DATE TO
143885                     WS-LBM-HOLD-DATE(WS-LBM-COUNT)
143886             ELSE
143887                 PERFORM 089P-FAIL-LOT-TABLE-FULL
143888             END-IF
143889     END-READ.
143890*
143900*--------------------------------------------------------------*
144000*    090-CHECK-RESTART-CHECKPOINT
144100*    LOOKS FOR A CHECKPOINT LEFT BY A PRIOR RUN.  A RUN-STATUS
149700         CLOSE CHECKPOINT-FILE
149800     END-IF.
149900*
149901*--------------------------------------------------------------*
149902*    089J-APPLY-LEDGER-TO-LOTS
149903*    WALKS THE POSTED LEDGER INTO THE LOT TABLE.  BUILDING,
149904*    EVERY POSTING EVER MADE IS APPLIED.  CATCHING UP A
149905*    RESUMED RUN, ONLY TODAY'S POSTINGS FOR THIS PLANT ARE,
149906*    AND NOT FOR A LOT THE MASTER ALREADY SHOWED AS TOUCHED
149907*    TODAY WHEN IT WAS LOADED - THAT LOT'S POSTINGS REACHED
149908*    THE MASTER BEFORE THE RESTART.  NO LEDGER AT ALL IS A
149909*    PLANT THAT HAS NEVER POSTED; THE MASTER STARTS EMPTY.
149910*--------------------------------------------------------------*
149911 089J-APPLY-LEDGER-TO-LOTS.
149912     OPEN INPUT POSTED-LEDGER-FILE
149913     IF WS-LEDG-FILE-OK
149914         PERFORM 089K-APPLY-ONE-LEDGER-LOT
149915             UNTIL WS-LBM-LEDGER-DONE
149916         CLOSE POSTED-LEDGER-FILE
149917         DISPLAY 'LEDGER POSTINGS APPLIED TO LOT-BALANCE MASTER: '
149918             WS-LBM-APPLIED-COUNT
149919     ELSE
149920         DISPLAY 'LEDGFILE NOT AVAILABLE - LOT-BALANCE MASTER '
149921             'STARTS EMPTY'
149922     END-IF.
149923*
149924 089K-APPLY-ONE-LEDGER-LOT.
149925     READ POSTED-LEDGER-FILE
149926         AT END
149927             MOVE "Y" TO WS-LBM-LEDGER-SWITCH
149928         NOT AT END
149929             IF LDG-PLANT-CODE = SPACES
149930                 MOVE "01" TO WS-LBM-SEARCH-PLANT
149931             ELSE
149932                 MOVE LDG-PLANT-CODE TO WS-LBM-SEARCH-PLANT
149933             END-IF
149934             MOVE LDG-LOT-NUMBER TO WS-LBM-SEARCH-LOT
149935             IF NOT WS-LBM-CATCHING-UP
149936                 PERFORM 089M-APPLY-LEDGER-LOT
149937             ELSE
149938                 IF LDG-RUN-DATE = WS-CURRENT-DATE-YYYYMMDD
149939                     AND WS-LBM-SEARCH-PLANT = WS-PLANT-CODE
149940                         PERFORM 089L-CATCH-UP-LEDGER-LOT
149941                 END-IF
149942             END-IF
149943     END-READ.
149944*
149945*    A LOT THE MASTER ALREADY SHOWED AS TOUCHED TODAY HAD ITS
149946*    POSTINGS CARRIED BEFORE THE RESTART - ONLY A LOT NEW
149947*    SINCE, OR LAST TOUCHED ON AN EARLIER DAY, IS CAUGHT UP.
149948 089L-CATCH-UP-LEDGER-LOT.
149949     PERFORM 278-FIND-LOT-BALANCE
149950     IF NOT WS-LBM-FOUND
149951         PERFORM 089M-APPLY-LEDGER-LOT
149952     ELSE
149953         IF WS-LBM-LOADED-RUN-DATE(WS-LBM-INDEX) NOT =
149954             WS-CURRENT-DATE-YYYYMMDD
149955                 PERFORM 089M-APPLY-LEDGER-LOT
149956         END-IF
149957     END-IF.
149958*
149959 089M-APPLY-LEDGER-LOT.
149960     MOVE LDG-ITEM-CODE TO WS-LBM-SEARCH-ITEM
149961     MOVE LDG-PROD-DATE TO WS-LBM-SEARCH-DATE
149962     MOVE LDG-QUANTITY TO WS-LBM-SEARCH-QTY
149963     MOVE LDG-RECORD-TYPE TO WS-LBM-SEARCH-TYPE
149964     MOVE LDG-RUN-DATE TO WS-LBM-SEARCH-RUN-DATE
149965     MOVE LDG-SOURCE-LINE TO WS-LBM-SEARCH-LINE
149966     MOVE LDG-SHIFT-CODE TO WS-LBM-SEARCH-SHIFT
149967     MOVE LDG-HOLD-STATUS TO WS-LBM-SEARCH-HOLD
149968     PERFORM 278-FIND-LOT-BALANCE
149969     IF NOT WS-LBM-FOUND
149970         AND WS-LBM-COUNT NOT < WS-LBM-MAX-ENTRIES
149971             PERFORM 089P-FAIL-LOT-TABLE-FULL
149972     END-IF
149973     PERFORM 306-APPLY-LOT-BALANCE
149974     ADD 1 TO WS-LBM-APPLIED-COUNT.
149975*
149976*--------------------------------------------------------------*
149977*    089N-ABORT-LOTS-UNLOADED
149978*    THE LOT-BALANCE MASTER EXISTS BUT COULD NOT BE LOADED
149979*    WHOLE - EVERY REVERSAL AND ORIGINAL PROVED AGAINST A
149980*    PARTIAL MASTER WOULD BE SUSPECT, AND THE END-OF-RUN
149981*    REWRITE WOULD LOSE THE REST.  NOTHING IS OPEN FOR OUTPUT
149982*    YET, SO THE RUN STOPS WITH EVERY FILE AS FOUND.
149983*--------------------------------------------------------------*
149984 089N-ABORT-LOTS-UNLOADED.
149985     DISPLAY 'RUN ABORTED - NO LOTS WERE PROCESSED THIS RUN'
149986     PERFORM 770-SET-ABORT-SEVERITY
149987     STOP RUN.
149988*
149989 089P-FAIL-LOT-TABLE-FULL.
149990     DISPLAY 'LOT-BALANCE TABLE FULL AT ' WS-LBM-SEARCH-KEY
149991         ' - RAISE WS-LBM-MAX-ENTRIES'
149992     MOVE 16 TO WS-EXC-SEVERITY
149993     MOVE "LBMFULL " TO WS-EXC-CODE
149994     MOVE 0 TO WS-EXC-COUNT
149995     MOVE "LOT-BALANCE TABLE FULL" TO WS-EXC-TEXT
149996     PERFORM 760-LOG-EXCEPTION
149997     GO TO 089N-ABORT-LOTS-UNLOADED.
149998*
150000*--------------------------------------------------------------*
150100*    080-OPEN-LOT-FILE
150200*    OPENS EVERY LOT FEED THE RUN CONSOLIDATES - THE RECYCLE
197600         END-IF
197700     END-IF.
197800*
197801*--------------------------------------------------------------*
197802*    089Q-LOAD-QA-HOLDS
197803*    READS QA'S HOLD MASTER.  AN OPEN HOLD FOR THIS PLANT GOES
197804*    TO THE HOLD TABLE FOR 303-APPLY-QA-HOLD; A DISPOSITION -
197805*    QA'S RELEASE OR SCRAP OF ONE HELD LOT, ANY PLANT - IS LAID
197806*    OVER THE LOT-BALANCE TABLE, WHICH IS WHY THIS RUNS AFTER
197807*    089G.  NO HOLD MASTER MEANS QA HAS NEVER HELD ANYTHING.  A
197808*    MASTER THAT CANNOT BE READ, OR HOLDS TOO MANY FOR THE
197809*    TABLE, STOPS THE RUN - POSTING WITHOUT QA'S HOLDS WOULD
197810*    SHIP QUARANTINED PRODUCT TO INVENTORY.
197811*--------------------------------------------------------------*
197812 089Q-LOAD-QA-HOLDS.
197813     OPEN INPUT QA-HOLD-FILE
197814     IF WS-QHM-FILE-NOT-FOUND
197815         DISPLAY 'QHMFILE NOT PRESENT - NO QA HOLDS IN FORCE'
197816     ELSE
197817         IF NOT WS-QHM-FILE-OK
197818             DISPLAY 'QHMFILE COULD NOT BE OPENED - STATUS '
197819                 WS-QHM-FILE-STATUS
197820             MOVE 16 TO WS-EXC-SEVERITY
197821             MOVE "QHMMISS " TO WS-EXC-CODE
197822             MOVE 0 TO WS-EXC-COUNT
197823             MOVE "QA HOLD MASTER UNREADABLE" TO WS-EXC-TEXT
197824             PERFORM 760-LOG-EXCEPTION
197825             GO TO 089T-ABORT-HOLDS-UNLOADED
197826         END-IF
197827         PERFORM 089R-LOAD-ONE-QA-HOLD UNTIL WS-QAH-LOAD-DONE
197828         CLOSE QA-HOLD-FILE
197829         DISPLAY 'QA HOLDS IN FORCE FOR THIS PLANT: ' WS-QAH-COUNT
197830         DISPLAY 'QA LOT DISPOSITIONS APPLIED: '
197831             WS-QAH-DISP-APPLIED
197832     END-IF.
197833*
197834 089R-LOAD-ONE-QA-HOLD.
197835     READ QA-HOLD-FILE
197836         AT END
197837             MOVE "Y" TO WS-QAH-LOAD-SWITCH
197838         NOT AT END
197839             IF QHM-PLANT-CODE = SPACES
197840                 MOVE "01" TO WS-OTHER-PLANT-CODE
197841             ELSE
197842                 MOVE QHM-PLANT-CODE TO WS-OTHER-PLANT-CODE
197843             END-IF
197844             IF QHM-IS-DISPOSITION
197845                 PERFORM 089S-APPLY-QA-DISPOSITION
197846             END-IF
197847             IF QHM-IS-OPEN-HOLD
197848                 AND WS-OTHER-PLANT-CODE = WS-PLANT-CODE
197849                     PERFORM 089U-STORE-QA-HOLD
197850             END-IF
197851     END-READ.
197852*
197853*    A RELEASED LOT IS FREE FROM HERE ON; A SCRAPPED ONE STAYS
197854*    OUT OF INVENTORY FOR GOOD, INCLUDING THE REVERSAL THAT
197855*    BACKS IT OUT.
197856 089S-APPLY-QA-DISPOSITION.
197857     MOVE WS-OTHER-PLANT-CODE TO WS-LBM-SEARCH-PLANT
197858     MOVE QHM-LOT-NUMBER TO WS-LBM-SEARCH-LOT
197859     PERFORM 278-FIND-LOT-BALANCE
197860     IF WS-LBM-FOUND
197861         IF QHM-LOT-RELEASED
197862             MOVE SPACE TO WS-LBM-HOLD-STATUS(WS-LBM-INDEX)
197863         ELSE
197864             MOVE "S" TO WS-LBM-HOLD-STATUS(WS-LBM-INDEX)
197865         END-IF
197866         ADD 1 TO WS-QAH-DISP-APPLIED
197867     END-IF.
197868*
197869*--------------------------------------------------------------*
197870*    089T-ABORT-HOLDS-UNLOADED
197871*    QA'S HOLDS COULD NOT BE LOADED WHOLE.  NOTHING IS OPEN FOR
197872*    OUTPUT YET, SO THE RUN STOPS WITH EVERY FILE AS FOUND.
197873*--------------------------------------------------------------*
197874 089T-ABORT-HOLDS-UNLOADED.
197875     DISPLAY 'RUN ABORTED - NO LOTS WERE PROCESSED THIS RUN'
197876     PERFORM 770-SET-ABORT-SEVERITY
197877     STOP RUN.
197878*
197879 089U-STORE-QA-HOLD.
197880     IF WS-QAH-COUNT NOT < WS-QAH-MAX-ENTRIES
197881         DISPLAY 'QA HOLD TABLE FULL - RAISE WS-QAH-MAX-ENTRIES'
197882         MOVE 16 TO WS-EXC-SEVERITY
197883         MOVE "QAHFULL " TO WS-EXC-CODE
197884         MOVE 0 TO WS-EXC-COUNT
197885         MOVE "QA HOLD TABLE FULL" TO WS-EXC-TEXT
197886         PERFORM 760-LOG-EXCEPTION
197887         GO TO 089T-ABORT-HOLDS-UNLOADED
197888     END-IF
197889     ADD 1 TO WS-QAH-COUNT
197890     MOVE QHM-HOLD-SCOPE TO WS-QAH-SCOPE(WS-QAH-COUNT)
197891     MOVE QHM-LOT-NUMBER TO WS-QAH-LOT-NUMBER(WS-QAH-COUNT)
197892     MOVE QHM-ITEM-CODE TO WS-QAH-ITEM-CODE(WS-QAH-COUNT)
197893     MOVE QHM-PROD-DATE TO WS-QAH-PROD-DATE(WS-QAH-COUNT)
197894     MOVE QHM-SOURCE-LINE TO WS-QAH-SOURCE-LINE(WS-QAH-COUNT)
197895     MOVE QHM-SHIFT-CODE TO WS-QAH-SHIFT-CODE(WS-QAH-COUNT).
197896*
197900*--------------------------------------------------------------*
198000*    098-OPEN-OPS-REPORT
198100*    OPENS THE OPERATIONS REPORT.  THE RUN CAN LIVE WITHOUT IT
227800         PERFORM 276A-CHECK-CLOSED-PERIOD
227900     END-IF
228000     IF WS-LOT-IS-VALID
228040         PERFORM 278A-EDIT-LOT-BALANCE
228060     END-IF
228080     IF WS-LOT-IS-VALID
228100         PERFORM 279-FIND-POST-BUCKET
228200         IF WS-PBKT-TABLE-FULL
228300             SET WS-LOT-IS-INVALID TO TRUE
236700         END-SEARCH
236800     END-IF.
236900*
236901*--------------------------------------------------------------*
236902*    278-FIND-LOT-BALANCE
236903*    BINARY SEARCH OF THE LOT TABLE ON WS-LBM-SEARCH-KEY.
236904*    LEAVES WS-LBM-INDEX ON THE LOT WHEN WS-LBM-FOUND.
236905*--------------------------------------------------------------*
236906 278-FIND-LOT-BALANCE.
236907     MOVE "N" TO WS-LBM-FOUND-SWITCH
236908     IF WS-LBM-COUNT > 0
236909         SEARCH ALL WS-LBM-ENTRY
236910             AT END
236911                 CONTINUE
236912             WHEN WS-LBM-KEY(WS-LBM-IDX) = WS-LBM-SEARCH-KEY
236913                 SET WS-LBM-FOUND TO TRUE
236914                 SET WS-LBM-INDEX TO WS-LBM-IDX
236915         END-SEARCH
236916     END-IF.
236917*
236918*--------------------------------------------------------------*
236919*    278A-EDIT-LOT-BALANCE
236920*    PROVES THE LOT AGAINST THE LOT-BALANCE MASTER.  AN
236921*    ORIGINAL MUST CARRY A LOT NUMBER NEVER POSTED AT THIS
236922*    PLANT.  AN ADJUSTMENT OR REVERSAL MUST NAME A LOT
236923*    ALREADY POSTED, UNDER THE SAME ITEM, AND A REVERSAL MAY
236924*    NOT TAKE THE LOT BELOW ZERO.  AN ORIGINAL WITH NO SEAT
236925*    LEFT IN THE TABLE IS REJECTED RATHER THAN LOST FROM THE
236926*    MASTER.
236927*--------------------------------------------------------------*
236928 278A-EDIT-LOT-BALANCE.
236929     MOVE WS-PLANT-CODE TO WS-LBM-SEARCH-PLANT
236930     MOVE LOT-NUMBER TO WS-LBM-SEARCH-LOT
236931     PERFORM 278-FIND-LOT-BALANCE
236932     IF LOT-TYPE-IS-ORIGINAL
236933         IF WS-LBM-FOUND
236934             SET WS-LOT-IS-INVALID TO TRUE
236935             MOVE "DUP " TO WS-REJECT-REASON-CODE
236936             MOVE "LOT NUMBER ALREADY POSTED" TO
236937                 WS-REJECT-REASON-TEXT
236938         ELSE
236939             IF WS-LBM-COUNT NOT < WS-LBM-MAX-ENTRIES
236940                 SET WS-LOT-IS-INVALID TO TRUE
236941                 MOVE "LBF " TO WS-REJECT-REASON-CODE
236942                 MOVE "LOT-BALANCE TABLE FULL" TO
236943                     WS-REJECT-REASON-TEXT
236944             END-IF
236945         END-IF
236946     ELSE
236947         IF NOT WS-LBM-FOUND
236948             SET WS-LOT-IS-INVALID TO TRUE
236949             MOVE "LNF " TO WS-REJECT-REASON-CODE
236950             MOVE "LOT NOT ON LOT-BALANCE MASTER" TO
236951                 WS-REJECT-REASON-TEXT
236952         ELSE
236953             IF WS-LBM-ITEM-CODE(WS-LBM-INDEX) NOT = LOT-ITEM-CODE
236954                 SET WS-LOT-IS-INVALID TO TRUE
236955                 MOVE "LNF " TO WS-REJECT-REASON-CODE
236956                 MOVE "LOT POSTED UNDER ANOTHER ITEM" TO
236957                     WS-REJECT-REASON-TEXT
236958             ELSE
236959                 IF LOT-TYPE-IS-REVERSAL
236960                     AND WS-LOT-QUANTITY >
236961                         WS-LBM-NET-QTY(WS-LBM-INDEX)
236962                     SET WS-LOT-IS-INVALID TO TRUE
236963                     MOVE "NEG " TO WS-REJECT-REASON-CODE
236964                     MOVE "REVERSAL EXCEEDS LOT BALANCE" TO
236965                         WS-REJECT-REASON-TEXT
236966                 END-IF
236967             END-IF
236968         END-IF
236969     END-IF.
236970*
237000*--------------------------------------------------------------*
237100*    279-FIND-POST-BUCKET
237200*    FINDS - OR OPENS - THE POSTING BUCKET FOR THIS LOT'S ITEM
242100     MOVE 0 TO WS-PBKT-QTY-POSTED(WS-PBKT-SLOT)
242200     MOVE 0 TO WS-PBKT-SHIFT-QTY(WS-PBKT-SLOT, 1)
242300     MOVE 0 TO WS-PBKT-SHIFT-QTY(WS-PBKT-SLOT, 2)
242400     MOVE 0 TO WS-PBKT-SHIFT-QTY(WS-PBKT-SLOT, 3)
242420     MOVE 0 TO WS-PBKT-HELD-QTY(WS-PBKT-SLOT, 1)
242440     MOVE 0 TO WS-PBKT-HELD-QTY(WS-PBKT-SLOT, 2)
242460     MOVE 0 TO WS-PBKT-HELD-QTY(WS-PBKT-SLOT, 3).
242500*
242600 279C-SHIFT-ONE-BUCKET.
242700     MOVE WS-PBKT-ENTRY(WS-PBKT-MOVE-SUB) TO
246900     IF WS-REJECT-REASON-CODE = "PLT "
247000         ADD 1 TO WS-REJ-PLT-COUNT
247100     END-IF
247107     IF WS-REJECT-REASON-CODE = "LNF "
247114         ADD 1 TO WS-REJ-LNF-COUNT
247121     END-IF
247128     IF WS-REJECT-REASON-CODE = "NEG "
247135         ADD 1 TO WS-REJ-NEG-COUNT
247142     END-IF
247149     IF WS-REJECT-REASON-CODE = "DUP "
247156         ADD 1 TO WS-REJ-DUP-COUNT
247163     END-IF
247170     IF WS-REJECT-REASON-CODE = "LBF "
247177         ADD 1 TO WS-REJ-LBF-COUNT
247184     END-IF
247200     IF WS-REJ-FILE-OK
247300         MOVE SPACES TO REJECT-REPORT-RECORD
247400         MOVE LOT-NUMBER TO REJ-LOT-NUMBER
255900             WS-CONTROL-VARIABLE)
256000         ADD 1 TO WS-PBKT-LOTS-POSTED(WS-PBKT-INDEX)
256100         ADD 1 TO WS-LOTS-ACCEPTED
256120         PERFORM 303-APPLY-QA-HOLD
256150         PERFORM 305-POST-LOT-BALANCE
256200         PERFORM 315-BACKFLUSH-RECIPE
256300         PERFORM 310-WRITE-LEDGER-RECORD
256400         IF WS-DETAIL-PRINT-ON
256600         END-IF
256700     END-IF.
256800*
256801*--------------------------------------------------------------*
256802*    305-POST-LOT-BALANCE
256803*    CARRIES THE POSTED LOT ONTO THE LOT TABLE - AN ORIGINAL
256804*    OPENS ITS LOT, AN ADJUSTMENT ADDS TO IT, AND A REVERSAL
256805*    TAKES FROM IT.  278A HAS ALREADY PROVED THE POSTING.
256806*--------------------------------------------------------------*
256807 305-POST-LOT-BALANCE.
256808     MOVE WS-PLANT-CODE TO WS-LBM-SEARCH-PLANT
256809     MOVE LOT-NUMBER TO WS-LBM-SEARCH-LOT
256810     MOVE LOT-ITEM-CODE TO WS-LBM-SEARCH-ITEM
256811     MOVE WS-LOT-PROD-DATE TO WS-LBM-SEARCH-DATE
256812     MOVE WS-LOT-QUANTITY TO WS-LBM-SEARCH-QTY
256813     MOVE LOT-RECORD-TYPE TO WS-LBM-SEARCH-TYPE
256814     MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-LBM-SEARCH-RUN-DATE
256815     MOVE WS-SOURCE-LINE-CODE TO WS-LBM-SEARCH-LINE
256816     MOVE WS-LOT-SHIFT-CODE TO WS-LBM-SEARCH-SHIFT
256817     IF WS-LOT-IS-HELD
256818         MOVE "H" TO WS-LBM-SEARCH-HOLD
256819     ELSE
256820         MOVE SPACE TO WS-LBM-SEARCH-HOLD
256821     END-IF
256822     PERFORM 306-APPLY-LOT-BALANCE.
256823*
256824*--------------------------------------------------------------*
256825*    306-APPLY-LOT-BALANCE
256826*    APPLIES THE STAGED WS-LBM-SEARCH- POSTING TO ITS LOT,
256827*    OPENING THE LOT WHEN IT IS NEW.  SHARED BY THE RUN'S OWN
256828*    POSTINGS AND BY THE BUILD AND CATCH-UP FROM THE LEDGER.
256829*    THE CALLER HAS ALREADY MADE SURE THERE IS A SEAT.
256830*--------------------------------------------------------------*
256831 306-APPLY-LOT-BALANCE.
256832     PERFORM 278-FIND-LOT-BALANCE
256833     IF NOT WS-LBM-FOUND
256834         PERFORM 307-OPEN-LOT-SLOT
256835     END-IF
256836     IF WS-LBM-TYPE-IS-REVERSAL
256837         SUBTRACT WS-LBM-SEARCH-QTY FROM
256838             WS-LBM-NET-QTY(WS-LBM-INDEX)
256839     ELSE
256840         ADD WS-LBM-SEARCH-QTY TO WS-LBM-NET-QTY(WS-LBM-INDEX)
256841     END-IF
256842     MOVE WS-LBM-SEARCH-RUN-DATE TO
256843         WS-LBM-LAST-RUN-DATE(WS-LBM-INDEX).
256844*
256845 307-OPEN-LOT-SLOT.
256846     MOVE "N" TO WS-LBM-SLOT-SWITCH
256847     IF WS-LBM-COUNT = 0
256848         MOVE 1 TO WS-LBM-SLOT
256849     ELSE
256850         IF WS-LBM-KEY(WS-LBM-COUNT) < WS-LBM-SEARCH-KEY
256851             COMPUTE WS-LBM-SLOT = WS-LBM-COUNT + 1
256852         ELSE
256853             MOVE 1 TO WS-LBM-SLOT
256854             PERFORM 307A-CHECK-ONE-LOT-SLOT
256855                 UNTIL WS-LBM-SLOT-FOUND
256856         END-IF
256857     END-IF
256858     ADD 1 TO WS-LBM-COUNT
256859     MOVE WS-LBM-COUNT TO WS-LBM-MOVE-SUB
256860     PERFORM 307B-SHIFT-ONE-LOT
256861         UNTIL WS-LBM-MOVE-SUB NOT > WS-LBM-SLOT
256862     MOVE WS-LBM-SEARCH-PLANT TO WS-LBM-PLANT-CODE(WS-LBM-SLOT)
256863     MOVE WS-LBM-SEARCH-LOT TO WS-LBM-LOT-NUMBER(WS-LBM-SLOT)
256864     MOVE WS-LBM-SEARCH-ITEM TO WS-LBM-ITEM-CODE(WS-LBM-SLOT)
256865     MOVE WS-LBM-SEARCH-DATE TO WS-LBM-PROD-DATE(WS-LBM-SLOT)
256866     MOVE 0 TO WS-LBM-NET-QTY(WS-LBM-SLOT)
256867     MOVE 0 TO WS-LBM-LAST-RUN-DATE(WS-LBM-SLOT)
256868     MOVE 0 TO WS-LBM-LOADED-RUN-DATE(WS-LBM-SLOT)
256869     MOVE WS-LBM-SEARCH-LINE TO WS-LBM-SOURCE-LINE(WS-LBM-SLOT)
256870     MOVE WS-LBM-SEARCH-SHIFT TO WS-LBM-SHIFT-CODE(WS-LBM-SLOT)
256871     MOVE WS-LBM-SEARCH-HOLD TO WS-LBM-HOLD-STATUS(WS-LBM-SLOT)
256872     IF WS-LBM-LOT-IS-HELD(WS-LBM-SLOT)
256873         MOVE WS-LBM-SEARCH-RUN-DATE TO
256874             WS-LBM-HOLD-DATE(WS-LBM-SLOT)
256875     ELSE
256876         MOVE 0 TO WS-LBM-HOLD-DATE(WS-LBM-SLOT)
256877     END-IF
256878     MOVE WS-LBM-SLOT TO WS-LBM-INDEX.
256879*
256880 307A-CHECK-ONE-LOT-SLOT.
256881     IF WS-LBM-KEY(WS-LBM-SLOT) > WS-LBM-SEARCH-KEY
256882         SET WS-LBM-SLOT-FOUND TO TRUE
256883     ELSE
256884         ADD 1 TO WS-LBM-SLOT
256885     END-IF.
256886*
256887 307B-SHIFT-ONE-LOT.
256888     MOVE WS-LBM-ENTRY(WS-LBM-MOVE-SUB - 1) TO
256889         WS-LBM-ENTRY(WS-LBM-MOVE-SUB)
256890     SUBTRACT 1 FROM WS-LBM-MOVE-SUB.
256891*
256900*--------------------------------------------------------------*
257000*    310-WRITE-LEDGER-RECORD
257100*    LOGS THE LOT JUST POSTED TO THE POSTED-LOT LEDGER, WITH
258500         MOVE WS-RESULT TO LDG-RUNNING-TOTAL
258600         MOVE WS-LOT-PROD-DATE TO LDG-PROD-DATE
258700         MOVE WS-PLANT-CODE TO LDG-PLANT-CODE
258720         IF WS-LOT-IS-HELD
258740             MOVE "H" TO LDG-HOLD-STATUS
258760         END-IF
258800         WRITE POSTED-LEDGER-RECORD
258900     END-IF.
259000*
259001*--------------------------------------------------------------*
259002*    303-APPLY-QA-HOLD
259003*    DECIDES WHETHER THE LOT JUST POSTED IS ON QA HOLD.  AN
259004*    ORIGINAL IS HELD WHEN ANY OPEN HOLD COVERS ITS LOT NUMBER,
259005*    ITS ITEM AND PRODUCTION DATE, OR ITS SOURCE LINE AND SHIFT
259006*    ON ITS PRODUCTION DATE.  AN ADJUSTMENT OR REVERSAL GOES
259007*    WITH ITS LOT - HELD OR SCRAPPED ON THE LOT-BALANCE MASTER
259008*    KEEPS IT OUT OF INVENTORY TOO, SO THE EXTRACT NEVER TAKES
259009*    BACK WHAT IT NEVER SHIPPED.  A HELD LOT'S QUANTITY IS
259010*    BOOKED TO ITS BUCKET'S HELD COLUMN AS WELL, WHICH 746
259011*    LEAVES OUT OF INVFILE.
259012*--------------------------------------------------------------*
259013 303-APPLY-QA-HOLD.
259014     SET WS-LOT-IS-FREE TO TRUE
259015     IF LOT-TYPE-IS-ORIGINAL
259016         MOVE 1 TO WS-QAH-SUB
259017         PERFORM 304-CHECK-ONE-QA-HOLD
259018             UNTIL WS-LOT-IS-HELD OR WS-QAH-SUB > WS-QAH-COUNT
259019     ELSE
259020         MOVE WS-PLANT-CODE TO WS-LBM-SEARCH-PLANT
259021         MOVE LOT-NUMBER TO WS-LBM-SEARCH-LOT
259022         PERFORM 278-FIND-LOT-BALANCE
259023         IF WS-LBM-FOUND
259024             AND NOT WS-LBM-LOT-IS-FREE(WS-LBM-INDEX)
259025                 SET WS-LOT-IS-HELD TO TRUE
259026         END-IF
259027     END-IF
259028     IF WS-LOT-IS-HELD
259029         ADD 1 TO WS-LOTS-HELD
259030         IF LOT-TYPE-IS-REVERSAL
259031             SUBTRACT WS-LOT-QUANTITY FROM WS-QTY-HELD
259032             SUBTRACT WS-LOT-QUANTITY FROM
259033                 WS-PBKT-HELD-QTY(WS-PBKT-INDEX
259034                 WS-CONTROL-VARIABLE)
259035         ELSE
259036             ADD WS-LOT-QUANTITY TO WS-QTY-HELD
259037             ADD WS-LOT-QUANTITY TO
259038                 WS-PBKT-HELD-QTY(WS-PBKT-INDEX
259039                 WS-CONTROL-VARIABLE)
259040         END-IF
259041     END-IF.
259042*
259043 304-CHECK-ONE-QA-HOLD.
259044     IF WS-QAH-ON-LOT(WS-QAH-SUB)
259045         AND WS-QAH-LOT-NUMBER(WS-QAH-SUB) = LOT-NUMBER
259046             SET WS-LOT-IS-HELD TO TRUE
259047     END-IF
259048     IF WS-QAH-ON-ITEM-DATE(WS-QAH-SUB)
259049         AND WS-QAH-ITEM-CODE(WS-QAH-SUB) = LOT-ITEM-CODE
259050         AND WS-QAH-PROD-DATE(WS-QAH-SUB) = WS-LOT-PROD-DATE
259051             SET WS-LOT-IS-HELD TO TRUE
259052     END-IF
259053     IF WS-QAH-ON-LINE-SHIFT(WS-QAH-SUB)
259054         AND WS-QAH-SOURCE-LINE(WS-QAH-SUB) = WS-SOURCE-LINE-CODE
259055         AND WS-QAH-SHIFT-CODE(WS-QAH-SUB) = WS-LOT-SHIFT-CODE
259056         AND WS-QAH-PROD-DATE(WS-QAH-SUB) = WS-LOT-PROD-DATE
259057             SET WS-LOT-IS-HELD TO TRUE
259058     END-IF
259059     ADD 1 TO WS-QAH-SUB.
259060*
259100*--------------------------------------------------------------*
259200*    315-BACKFLUSH-RECIPE
259300*    EXPLODES THE LOT JUST POSTED AGAINST THE RECIPE FILE AND
259500*    ADDED FOR A POSTING OR ADJUSTMENT, BACKED OUT FOR A
259600*    REVERSAL, THE SAME WAY THE QUANTITY MOVES IN WS-RESULT.
259700*    AN ITEM WITH NO RECIPE ON FILE SIMPLY CONSUMES NOTHING.
259720*    ONLY THE RECIPE LINES IN FORCE ON THE LOT'S PRODUCTION
259740*    DATE ARE EXPLODED, SO A RATIO CHANGE NEVER REACHES BACK
259760*    TO A LOT MADE BEFORE IT.
259800*--------------------------------------------------------------*
259900 315-BACKFLUSH-RECIPE.
260000     IF WS-BOM-COUNT > 0
260800     END-IF.
260900*
261000 316-CHECK-ONE-RECIPE.
261020     IF WS-BOM-ITEM-CODE(WS-BOM-SUB) = LOT-ITEM-CODE
261040         AND WS-BOM-EFFECTIVE-FROM(WS-BOM-SUB) NOT >
261060             WS-LOT-PROD-DATE
261080         AND WS-BOM-EFFECTIVE-TO(WS-BOM-SUB) NOT <
261100             WS-LOT-PROD-DATE
261200         SET WS-LOT-HAD-RECIPE TO TRUE
261300         COMPUTE WS-BACKFLUSH-QTY = WS-LOT-QUANTITY *
261400             WS-BOM-QTY-PER-UNIT(WS-BOM-SUB)
277900     IF WS-LEDG-FILE-OK
278000         CLOSE POSTED-LEDGER-FILE
278100     END-IF
278120*    THE LOT-BALANCE MASTER GOES BACK OUT BEFORE THE RUN IS
278140*    MARKED COMPLETE - A FAILURE BETWEEN HERE AND THE CHECKPOINT
278160*    CLOSE-OUT RESUMES, AND THE RESUME CATCHES IT UP.
278180     PERFORM 509-REWRITE-LOT-BALANCES
278200     PERFORM 490-CLOSE-OUT-CHECKPOINT
278300*    THE RUN IS ON RECORD AS COMPLETE NOW, SO THE RECYCLE FEED
278400*    CAN SAFELY CHANGE - REWRITTEN EMPTY WHEN FULLY DRAINED,
282400     DISPLAY 'FINAL RESULT: ' WS-RESULT
282500     DISPLAY 'RUN SEVERITY: ' WS-RUN-SEVERITY
282600     MOVE WS-RUN-SEVERITY TO RETURN-CODE
282650     PERFORM 905-WRITE-END-STEP
282700     STOP RUN.
282800*
282900*--------------------------------------------------------------*
295400             WRITE RCYL-TRANSACTION-RECORD
295500     END-READ.
295600*
295602*--------------------------------------------------------------*
295604*    509-REWRITE-LOT-BALANCES
295606*    WRITES THE LOT TABLE BACK OUT WHOLE, IN PLANT/LOT ORDER,
295608*    AS THE NEW LOT-BALANCE MASTER.  A MASTER THAT CANNOT BE
295610*    WRITTEN IS LOGGED AT 08 - TODAY'S POSTINGS ARE SAFE ON
295612*    THE LEDGER, AND DELETING THE MASTER HAS THE NEXT RUN
295614*    REBUILD IT FROM THERE.
295616*--------------------------------------------------------------*
295618 509-REWRITE-LOT-BALANCES.
295620     OPEN OUTPUT LOT-BALANCE-FILE
295622     IF NOT WS-LBM-FILE-OK
295624         DISPLAY 'LBMFILE COULD NOT BE REWRITTEN - STATUS '
295626             WS-LBM-FILE-STATUS
295628         MOVE 08 TO WS-EXC-SEVERITY
295630         MOVE "LBMFAIL " TO WS-EXC-CODE
295632         MOVE 0 TO WS-EXC-COUNT
295634         MOVE "LOT-BALANCE MASTER NOT REWRITTEN" TO WS-EXC-TEXT
295636         PERFORM 760-LOG-EXCEPTION
295638     ELSE
295640         PERFORM 509A-WRITE-ONE-LOT-BALANCE
295642             VARYING WS-LBM-SUB FROM 1 BY 1
295644             UNTIL WS-LBM-SUB > WS-LBM-COUNT
295646         CLOSE LOT-BALANCE-FILE
295648         DISPLAY 'LOT-BALANCE RECORDS WRITTEN: '
295650             WS-LBM-WRITTEN-COUNT
295652     END-IF.
295654*
295656 509A-WRITE-ONE-LOT-BALANCE.
295658     MOVE SPACES TO LOT-BALANCE-RECORD
295660     MOVE WS-LBM-PLANT-CODE(WS-LBM-SUB) TO LBM-PLANT-CODE
295662     MOVE WS-LBM-LOT-NUMBER(WS-LBM-SUB) TO LBM-LOT-NUMBER
295664     MOVE WS-LBM-ITEM-CODE(WS-LBM-SUB) TO LBM-ITEM-CODE
295666     MOVE WS-LBM-PROD-DATE(WS-LBM-SUB) TO LBM-PROD-DATE
295668     MOVE WS-LBM-NET-QTY(WS-LBM-SUB) TO LBM-NET-QTY
295670     MOVE WS-LBM-LAST-RUN-DATE(WS-LBM-SUB) TO LBM-LAST-RUN-DATE
295672     MOVE WS-LBM-SOURCE-LINE(WS-LBM-SUB) TO LBM-SOURCE-LINE
295674     MOVE WS-LBM-SHIFT-CODE(WS-LBM-SUB) TO LBM-SHIFT-CODE
295676     MOVE WS-LBM-HOLD-STATUS(WS-LBM-SUB) TO LBM-HOLD-STATUS
295678     MOVE WS-LBM-HOLD-DATE(WS-LBM-SUB) TO LBM-HOLD-DATE
295680     WRITE LOT-BALANCE-RECORD
295682     ADD 1 TO WS-LBM-WRITTEN-COUNT.
295684*
295700*--------------------------------------------------------------*
295800*    700-WRITE-HISTORY-RECORD
295900*    APPENDS THE RUN TO THE RESULT HISTORY - ONE RECORD PER
317300     MOVE "LOTS ACCEPTED" TO OPS-TXT-LABEL
317400     MOVE WS-LOTS-ACCEPTED TO OPS-TXT-VALUE
317500     PERFORM 741-PRINT-SUMMARY-LINE
317510     MOVE "  POSTED ON QA HOLD" TO OPS-TXT-LABEL
317520     MOVE WS-LOTS-HELD TO OPS-TXT-VALUE
317530     PERFORM 741-PRINT-SUMMARY-LINE
317540     MOVE "  QUANTITY POSTED ON QA HOLD" TO OPS-TXT-LABEL
317550     MOVE WS-QTY-HELD TO OPS-TXT-VALUE
317560     PERFORM 741-PRINT-SUMMARY-LINE
317600     MOVE "LOTS REJECTED" TO OPS-TXT-LABEL
317700     MOVE WS-LOTS-REJECTED TO OPS-TXT-VALUE
317800     PERFORM 741-PRINT-SUMMARY-LINE
320900     MOVE "  WRONG PLANT (PLT)" TO OPS-TXT-LABEL
321000     MOVE WS-REJ-PLT-COUNT TO OPS-TXT-VALUE
321100     PERFORM 741-PRINT-SUMMARY-LINE
321107     MOVE "  LOT NOT ON MASTER (LNF)" TO OPS-TXT-LABEL
321114     MOVE WS-REJ-LNF-COUNT TO OPS-TXT-VALUE
321121     PERFORM 741-PRINT-SUMMARY-LINE
321128     MOVE "  REVERSAL BELOW ZERO (NEG)" TO OPS-TXT-LABEL
321135     MOVE WS-REJ-NEG-COUNT TO OPS-TXT-VALUE
321142     PERFORM 741-PRINT-SUMMARY-LINE
321149     MOVE "  DUPLICATE LOT NUMBER (DUP)" TO OPS-TXT-LABEL
321156     MOVE WS-REJ-DUP-COUNT TO OPS-TXT-VALUE
321163     PERFORM 741-PRINT-SUMMARY-LINE
321170     MOVE "  LOT TABLE FULL (LBF)" TO OPS-TXT-LABEL
321177     MOVE WS-REJ-LBF-COUNT TO OPS-TXT-VALUE
321184     PERFORM 741-PRINT-SUMMARY-LINE
321200     MOVE "GRAND TOTAL POSTED" TO OPS-TXT-LABEL
321300     MOVE WS-RESULT TO OPS-TXT-VALUE
321400     PERFORM 741-PRINT-SUMMARY-LINE
336600             DISPLAY 'EXCEPTION - EXTRACT SHIFT TOTAL WOULD '
336700                 'OVERFLOW'
336800     END-ADD
336804*    WHAT WAS POSTED ON QA HOLD STAYS OUT OF INVENTORY UNTIL
336808*    SPAGHETTI-QAHOLD RELEASES IT ON ITS OWN EXTRACT.
336812     SUBTRACT WS-PBKT-HELD-QTY(WS-PBKT-SUB, 1) FROM
336816         WS-INV-SHIFT-ACCUM(1)
336820         ON SIZE ERROR
336824             DISPLAY 'EXCEPTION - EXTRACT SHIFT TOTAL WOULD '
336828                 'OVERFLOW'
336832     END-SUBTRACT
336836     SUBTRACT WS-PBKT-HELD-QTY(WS-PBKT-SUB, 2) FROM
336840         WS-INV-SHIFT-ACCUM(2)
336844         ON SIZE ERROR
336848             DISPLAY 'EXCEPTION - EXTRACT SHIFT TOTAL WOULD '
336852                 'OVERFLOW'
336856     END-SUBTRACT
336860     SUBTRACT WS-PBKT-HELD-QTY(WS-PBKT-SUB, 3) FROM
336864         WS-INV-SHIFT-ACCUM(3)
336868         ON SIZE ERROR
336872             DISPLAY 'EXCEPTION - EXTRACT SHIFT TOTAL WOULD '
336876                 'OVERFLOW'
336880     END-SUBTRACT
336900     ADD 1 TO WS-PBKT-SUB.
337000*
337100 748-FLUSH-ITEM-SHIFTS.
368100         CLOSE EXCEPTION-FILE
368200     END-IF
368300     DISPLAY 'RUN SEVERITY: ' WS-RUN-SEVERITY
368400     MOVE WS-RUN-SEVERITY TO RETURN-CODE
368500     PERFORM 905-WRITE-END-STEP.
368600*
368700*--------------------------------------------------------------*
368800*    900-WRITE-START-STEP
368900*    PUTS THIS RUN'S START RECORD ON THE STEP-STATUS LEDGER.  A
369000*    START WITH NO END AFTER IT IS A RUN THAT NEVER FINISHED.
369100*--------------------------------------------------------------*
369200 900-WRITE-START-STEP.
369300     PERFORM 908-BUILD-STEP-RECORD
369400     SET STS-IS-START TO TRUE
369500     PERFORM 910-WRITE-STEP-RECORD.
369600*
369700*--------------------------------------------------------------*
369800*    905-WRITE-END-STEP
369900*    PUTS THIS RUN'S END RECORD ON THE STEP-STATUS LEDGER WITH
370000*    THE RETURN CODE THE RUN IS ENDING ON AND ITS KEY COUNTS.
370100*    A RUN REFUSED FOR A MISSING PREREQUISITE ENDS ON A
370200*    REFUSED RECORD CARRYING THE REASON INSTEAD.
370300*    EVERY WAY OUT OF THE RUN - NORMAL END OR ABORT - COMES
370400*    THROUGH HERE ONCE THE RETURN CODE IS SET.
370500*--------------------------------------------------------------*
370600 905-WRITE-END-STEP.
370700     PERFORM 908-BUILD-STEP-RECORD
370800     MOVE RETURN-CODE TO STS-RETURN-CODE
370900     IF WS-STEP-REFUSAL-TEXT NOT = SPACES
371000         SET STS-IS-REFUSED TO TRUE
371100         MOVE WS-STEP-REFUSAL-TEXT TO STS-REFUSAL-TEXT
371200     ELSE
371300         SET STS-IS-END TO TRUE
371400         MOVE WS-STEP-OVERRIDE-FLAG TO STS-OVERRIDE-FLAG
371500         MOVE "READ    " TO STS-COUNT-NAME(1)
371600         MOVE WS-LOTS-READ TO STS-COUNT-VALUE(1)
371700         MOVE "ACCEPTED" TO STS-COUNT-NAME(2)
371800         MOVE WS-LOTS-ACCEPTED TO STS-COUNT-VALUE(2)
371900         MOVE "REJECTED" TO STS-COUNT-NAME(3)
372000         MOVE WS-LOTS-REJECTED TO STS-COUNT-VALUE(3)
372100     END-IF
372200     PERFORM 910-WRITE-STEP-RECORD.
372300*
372400 908-BUILD-STEP-RECORD.
372500     MOVE SPACES TO STEP-STATUS-RECORD
372600     MOVE WS-STEP-PLANT TO STS-PLANT-CODE
372700     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD
372800     ACCEPT STS-RUN-TIME FROM TIME
372900     MOVE WS-STEP-PROGRAM-ID TO STS-PROGRAM-ID
373000     MOVE 0 TO STS-RETURN-CODE STS-SUBJECT-DATE
373100     MOVE 0 TO STS-COUNT-VALUE(1) STS-COUNT-VALUE(2)
373200         STS-COUNT-VALUE(3).
373300*
373400*--------------------------------------------------------------*
373500*    910-WRITE-STEP-RECORD
373600*    THE LEDGER IS APPENDED TO - THE FIRST RUN EVER CREATES IT.
373700*    IT IS OPENED AND CLOSED AROUND EACH RECORD SO AN ABORT
373800*    LATER IN THE RUN CANNOT LOSE THE START RECORD.  A LEDGER
373900*    THAT WILL NOT OPEN COSTS THE STATUS REPORT THIS STEP, NOT
374000*    THE RUN ITS WORK.
374100*--------------------------------------------------------------*
374200 910-WRITE-STEP-RECORD.
374300     OPEN EXTEND STEP-STATUS-FILE
374400     IF NOT WS-STS-FILE-OK
374500         OPEN OUTPUT STEP-STATUS-FILE
374600     END-IF
374700     IF WS-STS-FILE-OK
374800         WRITE STEP-STATUS-RECORD
374900         CLOSE STEP-STATUS-FILE
375000     ELSE
375100         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
375200             WS-STS-FILE-STATUS ' - STEP NOT RECORDED'
375300     END-IF.
375400*
375500*--------------------------------------------------------------*
375600*    920-CHECK-STEP-PREREQUISITES
375700*    THE NIGHTLY STREAM RUNS SPAGHETTI-RECYCLE BEFORE THE
375800*    POSTING RUN AND SPAGHETTI-VERIFY AFTER IT.  THE RUN IS
375900*    REFUSED WHEN THE STEP-STATUS LEDGER SHOWS THE PLANT'S LAST
376000*    POSTING WAS NEVER VERIFIED, OR ITS VERIFY ENDED 08 OR
376100*    WORSE, OR RECYCLE HAS NOT RUN SINCE THAT POSTING - UNLESS
376200*    THE OVERRIDE IS ON THE CONTROL CARD.  AN ABENDED POSTING
376300*    RUN IS NOT THE LAST POSTING, SO ITS RESTART IS NOT HELD
376400*    UP FOR THE VERIFY IT NEVER HAD; THE RESTART ITSELF MUST BE
376500*    VERIFIED BEFORE THE PLANT POSTS AGAIN.  THE LEDGER IS IN
376600*    THE ORDER IT WAS WRITTEN, SO THE LAST RECORD OF A KIND
376700*    READ IS THE LATEST.  ONLY A VERIFY RUN AFTER THE LAST
376710*    POSTING, FOR THAT POSTING'S RUN DATE, VERIFIES IT - A
376720*    VERIFY OF SOME OTHER DAY PROVES NOTHING ABOUT IT.
376800*--------------------------------------------------------------*
376900 920-CHECK-STEP-PREREQUISITES.
377000     OPEN INPUT STEP-STATUS-FILE
377100     IF WS-STS-FILE-OK
377200         PERFORM 921-READ-ONE-STEP
377300             UNTIL WS-STS-EOF-REACHED
377400         CLOSE STEP-STATUS-FILE
377500     ELSE
377600         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
377700             WS-STS-FILE-STATUS
377800     END-IF
377900     PERFORM 923-JUDGE-STEP-PREREQUISITES.
378000*
378100 921-READ-ONE-STEP.
378200     READ STEP-STATUS-FILE
378300         AT END
378400             SET WS-STS-EOF-REACHED TO TRUE
378500         NOT AT END
378600             IF STS-IS-END
378700                 PERFORM 922-NOTE-ONE-STEP
378800             END-IF
378900     END-READ.
379000*
379100 922-NOTE-ONE-STEP.
379200     IF STS-PROGRAM-ID = "SPAGHETTI-CODE"
379300         AND STS-PLANT-CODE = WS-PLANT-CODE
379400         AND STS-RETURN-CODE < 16
379500         MOVE STS-RUN-STAMP TO WS-LAST-CODE-END
379510         MOVE STS-RUN-DATE TO WS-LAST-CODE-RUN-DATE
379520         MOVE ZEROS TO WS-LAST-VERIFY-END
379530         MOVE 0 TO WS-LAST-VERIFY-RC
379600     END-IF
379700     IF STS-PROGRAM-ID = "SPAGHETTI-RECYCLE"
379800         AND STS-RETURN-CODE < 16
379900         MOVE STS-RUN-STAMP TO WS-LAST-RECYCLE-END
380000     END-IF
380100     IF STS-PROGRAM-ID = "SPAGHETTI-VERIFY"
380200         AND STS-PLANT-CODE = WS-PLANT-CODE
380250         AND STS-SUBJECT-DATE = WS-LAST-CODE-RUN-DATE
380300         MOVE STS-RUN-STAMP TO WS-LAST-VERIFY-END
380400         MOVE STS-RETURN-CODE TO WS-LAST-VERIFY-RC
380500     END-IF.
380600*
380700*    THE PLANT'S FIRST POSTING EVER HAS NOTHING TO VERIFY, BUT
380800*    STILL WANTS RECYCLE AHEAD OF IT.
380900 923-JUDGE-STEP-PREREQUISITES.
381000     IF WS-LAST-CODE-END > ZEROS
381100         IF WS-LAST-VERIFY-END NOT > WS-LAST-CODE-END
381200             MOVE "VERIFY NEVER RAN ON LAST POSTING" TO
381300                 WS-STEP-PREREQ-TEXT
381400         ELSE
381500             IF WS-LAST-VERIFY-RC NOT < 08
381600                 MOVE WS-LAST-VERIFY-RC TO WS-VERIFY-FAILED-RC
381700                 MOVE WS-VERIFY-FAILED-TEXT TO WS-STEP-PREREQ-TEXT
381800             END-IF
381900         END-IF
382000     END-IF
382100     IF WS-STEP-PREREQ-TEXT = SPACES
382200         AND WS-LAST-RECYCLE-END NOT > WS-LAST-CODE-END
382300         MOVE "RECYCLE HAS NOT RUN SINCE LAST POSTING" TO
382400             WS-STEP-PREREQ-TEXT
382500     END-IF
382600     IF WS-STEP-PREREQ-TEXT NOT = SPACES
382700         DISPLAY 'STEP PREREQUISITE NOT MET - '
382800             WS-STEP-PREREQ-TEXT
382900         IF WS-OVERRIDE-IS-ON
383000             DISPLAY 'OVERRIDE ON CONTROL CARD - POSTING ANYWAY'
383100             SET WS-STEP-RAN-ON-OVERRIDE TO TRUE
383200             MOVE 04 TO WS-EXC-SEVERITY
383300             MOVE "STEPOVRD" TO WS-EXC-CODE
383400             MOVE 0 TO WS-EXC-COUNT
383500             MOVE "STEP NOT READY - POSTED ON OVERRIDE" TO
383600                 WS-EXC-TEXT
383700             PERFORM 760-LOG-EXCEPTION
383800         ELSE
383900             DISPLAY 'RUN REFUSED - NO OVERRIDE ON CONTROL CARD'
384000             MOVE 16 TO WS-EXC-SEVERITY
384100             MOVE "STEPREFU" TO WS-EXC-CODE
384200             MOVE 0 TO WS-EXC-COUNT
384300             MOVE WS-STEP-PREREQ-TEXT TO WS-EXC-TEXT
384400             PERFORM 760-LOG-EXCEPTION
384500             GO TO 081-ABORT-RUN-REFUSED
384600         END-IF
384700     END-IF.
