000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SPAGHETTI-DRNMNT.
000300 AUTHOR.        R. ALFREDO.
000400 INSTALLATION.  PASTA-PARTY DATA CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800*    SPAGHETTI-DRNMNT IS THE ONE DOOR TO THE DOWNTIME REASON
000900*    TABLE (DRNFILE) THAT EVERY LINE DOWNTIME EVENT IS PROVED
001000*    AGAINST.  IT WORKS THE WAY SPAGHETTI-ITEMMNT DOES FOR THE
001100*    ITEM MASTER - EVERY CHANGE COMES IN ON A TRANSACTION CARD
001200*    (DRTFILE), IS EDITED FIELD BY FIELD, AND IS APPLIED IN ONE
001300*    AUDITED PASS.  THE RUN PRINTS THE TABLE AS FOUND, LOGS
001400*    WHAT EACH CARD DID, PRINTS THE TABLE AS LEFT, AND PUTS
001500*    EVERY BAD CARD ON ITS OWN REJECT LISTING WITH THE REASON
001600*    IT WAS KICKED OUT.  A RUN WHOSE CARDS ALL FAIL EDIT LEAVES
001700*    THE TABLE EXACTLY AS FOUND.
001800*
001900*    THE TABLE IS REWRITTEN IN ASCENDING REASON-CODE ORDER.
002000*    REASONS ARE NEVER PHYSICALLY REMOVED, ONLY DEACTIVATED,
002100*    SO THE DOWNTIME HISTORY STILL RESOLVES.
002200*
002300*    MODIFICATION HISTORY
002400*    DATE       INIT  DESCRIPTION
002500*    ---------- ----  -----------------------------------------
002600*    2026-10-15 RA    ORIGINAL.
002620*    2026-10-15 RA    WRITES A START AND AN END RECORD TO THE
002640*                      STEP-STATUS LEDGER (STSFILE) WITH ITS
002660*                      RETURN CODE AND KEY COUNTS.
002700*--------------------------------------------------------------*
002800*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT REASON-MAINT-CARD-FILE ASSIGN TO "DRTFILE"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-DRT-FILE-STATUS.
003500     SELECT DOWNTIME-REASON-FILE ASSIGN TO "DRNFILE"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-DRN-FILE-STATUS.
003800     SELECT MAINT-REPORT-FILE ASSIGN TO "DRPFILE"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-DRP-FILE-STATUS.
004100     SELECT MAINT-REJECT-FILE ASSIGN TO "DRRFILE"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-DRR-FILE-STATUS.
004320     SELECT STEP-STATUS-FILE ASSIGN TO "STSFILE"
004340         ORGANIZATION IS LINE SEQUENTIAL
004360         FILE STATUS IS WS-STS-FILE-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  REASON-MAINT-CARD-FILE
004800     RECORDING MODE IS F.
004900     COPY DRTREC.
005000*
005100 FD  DOWNTIME-REASON-FILE
005200     RECORDING MODE IS F.
005300     COPY DRNREC.
005400*
005500 FD  MAINT-REPORT-FILE
005600     RECORDING MODE IS F.
005700     COPY DRPREC.
005800*
005900 FD  MAINT-REJECT-FILE
006000     RECORDING MODE IS F.
006100     COPY DRRREC.
006200*
006220 FD  STEP-STATUS-FILE
006240     RECORDING MODE IS F.
006260     COPY STSREC.
006280*
006300 WORKING-STORAGE SECTION.
006400*--------------------------------------------------------------*
006500*    FILE STATUS WORKING STORAGE
006600*--------------------------------------------------------------*
006700 01  WS-DRT-FILE-STATUS          PIC X(02)   VALUE "00".
006800     88  WS-DRT-FILE-OK                      VALUE "00".
006900     88  WS-DRT-FILE-NOT-FOUND               VALUE "35".
007000 01  WS-DRN-FILE-STATUS          PIC X(02)   VALUE "00".
007100     88  WS-DRN-FILE-OK                      VALUE "00".
007200     88  WS-DRN-FILE-NOT-FOUND               VALUE "35".
007300 01  WS-DRP-FILE-STATUS          PIC X(02)   VALUE "00".
007400     88  WS-DRP-FILE-OK                      VALUE "00".
007500 01  WS-DRR-FILE-STATUS          PIC X(02)   VALUE "00".
007600     88  WS-DRR-FILE-OK                      VALUE "00".
007700*--------------------------------------------------------------*
007800*    LOOP-CONTROL WORKING STORAGE
007900*--------------------------------------------------------------*
008000 01  WS-CARD-EOF-SWITCH           PIC X(01)   VALUE "N".
008100     88  WS-CARD-EOF-REACHED                  VALUE "Y".
008200 01  WS-DRN-LOAD-SWITCH           PIC X(01)   VALUE "N".
008300     88  WS-DRN-LOAD-DONE                     VALUE "Y".
008400 01  WS-DRT-OPEN-SWITCH           PIC X(01)   VALUE "N".
008500     88  WS-DRT-FILE-IS-OPEN                  VALUE "Y".
008600 01  WS-RUN-SEVERITY              PIC 9(02)   VALUE 0.
008700*--------------------------------------------------------------*
008800*    REASON TABLE WORKING STORAGE
008900*    THE WHOLE REASON TABLE IS LOADED HERE, KEPT IN ASCENDING
009000*    REASON-CODE ORDER, MAINTAINED IN PLACE BY THE CARDS, AND
009100*    REWRITTEN AS THE WHOLE OF DRNFILE AT END OF RUN.
009200*--------------------------------------------------------------*
009300 01  WS-RSN-MAX-ENTRIES           PIC 9(04)   VALUE 500.
009400 01  WS-RSN-COUNT                 PIC 9(04)   VALUE 0.
009500 01  WS-RSN-BEFORE-COUNT          PIC 9(04)   VALUE 0.
009600 01  WS-RSN-SUB                   PIC 9(04)   VALUE 0.
009700 01  WS-RSN-INDEX                 PIC 9(04)   VALUE 0.
009800 01  WS-RSN-SLOT                  PIC 9(04)   VALUE 0.
009900 01  WS-RSN-MOVE-SUB              PIC 9(04)   VALUE 0.
010000 01  WS-RSN-FOUND-SWITCH          PIC X(01)   VALUE "N".
010100     88  WS-RSN-FOUND                         VALUE "Y".
010200 01  WS-SLOT-FOUND-SWITCH         PIC X(01)   VALUE "N".
010300     88  WS-SLOT-FOUND                        VALUE "Y".
010400 01  WS-INSERT-REASON-CODE        PIC X(04)   VALUE SPACES.
010500 01  WS-RSN-TABLE.
010600     05  WS-RSN-ENTRY OCCURS 500 TIMES.
010700         10  WS-RSN-CODE               PIC X(04).
010800         10  WS-RSN-DESCRIPTION        PIC X(30).
010900         10  WS-RSN-CATEGORY           PIC X(01).
011000         10  WS-RSN-ACTIVE-FLAG        PIC X(01).
011100*--------------------------------------------------------------*
011200*    CARD EDIT WORKING STORAGE
011300*--------------------------------------------------------------*
011400 01  WS-CARD-EDIT-SWITCH          PIC X(01)   VALUE "Y".
011500     88  WS-CARD-IS-VALID                     VALUE "Y".
011600     88  WS-CARD-IS-INVALID                   VALUE "N".
011700 01  WS-REJECT-REASON-CODE        PIC X(04)   VALUE SPACES.
011800 01  WS-REJECT-REASON-TEXT        PIC X(25)   VALUE SPACES.
011900*--------------------------------------------------------------*
012000*    RUN-COUNT WORKING STORAGE
012100*--------------------------------------------------------------*
012200 01  WS-CARDS-READ                PIC 9(05)   VALUE 0.
012300 01  WS-ADDS-APPLIED              PIC 9(05)   VALUE 0.
012400 01  WS-CHANGES-APPLIED           PIC 9(05)   VALUE 0.
012500 01  WS-DEACTS-APPLIED            PIC 9(05)   VALUE 0.
012600 01  WS-CARDS-APPLIED             PIC 9(05)   VALUE 0.
012700 01  WS-CARDS-REJECTED            PIC 9(05)   VALUE 0.
012800 01  WS-DUPS-DROPPED              PIC 9(05)   VALUE 0.
012900*--------------------------------------------------------------*
013000*    REPORT WORKING STORAGE
013100*--------------------------------------------------------------*
013200 01  WS-DRP-HEAD-1.
013300     05  FILLER                   PIC X(39)   VALUE
013400         "PASTA-PARTY DOWNTIME REASON MAINTENANCE".
013500     05  FILLER                   PIC X(11)   VALUE
013600         "  RUN DATE ".
013700     05  DRP-H1-RUN-DATE          PIC 9(08).
013800     05  FILLER                   PIC X(74)   VALUE SPACES.
013900 01  WS-DRP-SECTION-LINE.
014000     05  FILLER                   PIC X(01)   VALUE SPACE.
014100     05  DRP-SECTION-LABEL        PIC X(50).
014200     05  FILLER                   PIC X(81)   VALUE SPACES.
014300 01  WS-DRP-REASON-LINE.
014400     05  FILLER                   PIC X(01)   VALUE SPACE.
014500     05  DRP-RSN-CODE             PIC X(04).
014600     05  FILLER                   PIC X(02)   VALUE SPACES.
014700     05  DRP-RSN-DESCRIPTION      PIC X(30).
014800     05  FILLER                   PIC X(02)   VALUE SPACES.
014900     05  DRP-RSN-CATEGORY         PIC X(09).
015000     05  FILLER                   PIC X(02)   VALUE SPACES.
015100     05  DRP-RSN-ACTIVE-FLAG      PIC X(01).
015200     05  FILLER                   PIC X(81)   VALUE SPACES.
015300 01  WS-DRP-LOG-LINE.
015400     05  FILLER                   PIC X(01)   VALUE SPACE.
015500     05  DRP-LOG-ACTION           PIC X(01).
015600     05  FILLER                   PIC X(02)   VALUE SPACES.
015700     05  DRP-LOG-REASON-CODE      PIC X(04).
015800     05  FILLER                   PIC X(02)   VALUE SPACES.
015900     05  DRP-LOG-TEXT             PIC X(40).
016000     05  FILLER                   PIC X(82)   VALUE SPACES.
016100 01  WS-DRP-TEXT-LINE.
016200     05  FILLER                   PIC X(01)   VALUE SPACE.
016300     05  DRP-TXT-LABEL            PIC X(34).
016400     05  DRP-TXT-VALUE            PIC ZZZZ9.
016500     05  FILLER                   PIC X(92)   VALUE SPACES.
016600 01  WS-DRP-WORK-LINE             PIC X(132)  VALUE SPACES.
016700*--------------------------------------------------------------*
016800*    RUN-DATE WORKING STORAGE
016900*--------------------------------------------------------------*
017000 01  WS-CURRENT-DATE-YYYYMMDD     PIC 9(08)   VALUE 0.
017100*
017105*--------------------------------------------------------------*
017110*    STEP-STATUS WORKING STORAGE
017115*    EVERY RUN PUTS A START AND AN END RECORD ON THE SUITE'S
017120*    STEP-STATUS LEDGER SO THE MORNING STATUS REPORT CAN SAY
017125*    WHAT RAN, HOW IT ENDED, AND WHAT IS STILL WAITING.
017130*--------------------------------------------------------------*
017135 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE "00".
017140     88  WS-STS-FILE-OK                      VALUE "00".
017145     88  WS-STS-FILE-NOT-FOUND               VALUE "35".
017150 01  WS-STEP-PROGRAM-ID           PIC X(20)   VALUE
017155     "SPAGHETTI-DRNMNT".
017160 01  WS-STEP-PLANT                PIC X(02)   VALUE "**".
017180*
017200 PROCEDURE DIVISION.
017300 MAIN-SECTION.
017400     PERFORM 050-INITIALIZE
017500     PERFORM 200-PROCESS-ONE-CARD UNTIL WS-CARD-EOF-REACHED
017600     PERFORM 500-EXIT
017700     STOP RUN.
017800*
017900*--------------------------------------------------------------*
018000*    050-INITIALIZE
018100*    LOADS THE REASON TABLE, OPENS THE CARDS AND THE TWO
018200*    REPORTS, AND PRINTS THE TABLE AS FOUND.  NO CARD FILE
018300*    MEANS NO MAINTENANCE TO DO - THE TABLE IS LEFT AS FOUND.
018400*--------------------------------------------------------------*
018500 050-INITIALIZE.
018600     ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
018650     PERFORM 900-WRITE-START-STEP
018700     PERFORM 060-LOAD-REASON-TABLE
018800     MOVE WS-RSN-COUNT TO WS-RSN-BEFORE-COUNT
018900     PERFORM 070-OPEN-MAINT-CARDS
019000     PERFORM 075-OPEN-REPORT-FILE
019100     PERFORM 078-OPEN-REJECT-FILE
019200     PERFORM 090-PRINT-BEFORE-SECTION.
019300*
019400*--------------------------------------------------------------*
019500*    060-LOAD-REASON-TABLE
019600*    READS THE TABLE IN ASCENDING REASON-CODE ORDER.  A MISSING
019700*    FILE IS THE FIRST-EVER BUILD - THE ADD CARDS CREATE IT.
019800*    ANY OTHER FAILED OPEN STOPS THE RUN BEFORE ANYTHING IS
019900*    TOUCHED.
020000*--------------------------------------------------------------*
020100 060-LOAD-REASON-TABLE.
020200     OPEN INPUT DOWNTIME-REASON-FILE
020300     IF WS-DRN-FILE-NOT-FOUND
020400         DISPLAY 'DRNFILE NOT FOUND - BUILDING A NEW REASON TABLE'
020500         PERFORM 095-RAISE-WARNING
020600     ELSE
020700         IF NOT WS-DRN-FILE-OK
020800             DISPLAY 'DRNFILE COULD NOT BE OPENED - STATUS '
020900                 WS-DRN-FILE-STATUS
021000             GO TO 069-ABORT-TABLE-AS-FOUND
021100         END-IF
021200         PERFORM 061-LOAD-ONE-REASON UNTIL WS-DRN-LOAD-DONE
021300         CLOSE DOWNTIME-REASON-FILE
021400     END-IF.
021500*
021600 061-LOAD-ONE-REASON.
021700     READ DOWNTIME-REASON-FILE
021800         AT END
021900             MOVE "Y" TO WS-DRN-LOAD-SWITCH
022000         NOT AT END
022100             PERFORM 062-STORE-ONE-REASON
022200     END-READ.
022300*
022400*--------------------------------------------------------------*
022500*    062-STORE-ONE-REASON
022600*    SLOTS ONE REASON INTO THE TABLE IN REASON-CODE ORDER.  A
022700*    DUPLICATE CODE KEEPS THE FIRST RECORD AND DROPS THE LATER
022800*    ONE, REPORTED.
022900*--------------------------------------------------------------*
023000 062-STORE-ONE-REASON.
023100     IF WS-RSN-COUNT NOT < WS-RSN-MAX-ENTRIES
023200         DISPLAY 'REASON TABLE FULL AT ' DRN-REASON-CODE
023300             ' - RAISE WS-RSN-MAX-ENTRIES'
023400         GO TO 069-ABORT-TABLE-AS-FOUND
023500     END-IF
023600     MOVE DRN-REASON-CODE TO WS-INSERT-REASON-CODE
023700     PERFORM 063-FIND-INSERT-SLOT
023800     IF WS-RSN-FOUND
023900         DISPLAY 'DUPLICATE REASON RECORD DROPPED FOR '
024000             DRN-REASON-CODE
024100         ADD 1 TO WS-DUPS-DROPPED
024200         PERFORM 095-RAISE-WARNING
024300     ELSE
024400         PERFORM 064-OPEN-INSERT-SLOT
024500         MOVE DRN-REASON-CODE TO WS-RSN-CODE(WS-RSN-SLOT)
024600         MOVE DRN-DESCRIPTION TO WS-RSN-DESCRIPTION(WS-RSN-SLOT)
024700         MOVE DRN-CATEGORY TO WS-RSN-CATEGORY(WS-RSN-SLOT)
024800         MOVE DRN-ACTIVE-FLAG TO WS-RSN-ACTIVE-FLAG(WS-RSN-SLOT)
024900     END-IF.
025000*
025100*--------------------------------------------------------------*
025200*    063-FIND-INSERT-SLOT
025300*    WALKS THE TABLE FOR THE SLOT WS-INSERT-REASON-CODE BELONGS
025400*    IN.  LEAVES WS-RSN-SLOT AT THE SLOT AND WS-RSN-FOUND SET
025500*    WHEN THE CODE IS ALREADY THERE.
025600*--------------------------------------------------------------*
025700 063-FIND-INSERT-SLOT.
025800     MOVE "N" TO WS-RSN-FOUND-SWITCH
025900     MOVE "N" TO WS-SLOT-FOUND-SWITCH
026000     MOVE 1 TO WS-RSN-SLOT
026100     PERFORM 063A-CHECK-ONE-SLOT
026200         UNTIL WS-SLOT-FOUND OR WS-RSN-FOUND
026300         OR WS-RSN-SLOT > WS-RSN-COUNT.
026400*
026500 063A-CHECK-ONE-SLOT.
026600     IF WS-RSN-CODE(WS-RSN-SLOT) = WS-INSERT-REASON-CODE
026700         SET WS-RSN-FOUND TO TRUE
026800     ELSE
026900         IF WS-RSN-CODE(WS-RSN-SLOT) > WS-INSERT-REASON-CODE
027000             SET WS-SLOT-FOUND TO TRUE
027100         ELSE
027200             ADD 1 TO WS-RSN-SLOT
027300         END-IF
027400     END-IF.
027500*
027600 064-OPEN-INSERT-SLOT.
027700     MOVE WS-RSN-COUNT TO WS-RSN-MOVE-SUB
027800     PERFORM 064A-SHIFT-ONE-ENTRY
027900         UNTIL WS-RSN-MOVE-SUB < WS-RSN-SLOT
028000     ADD 1 TO WS-RSN-COUNT.
028100*
028200 064A-SHIFT-ONE-ENTRY.
028300     MOVE WS-RSN-ENTRY(WS-RSN-MOVE-SUB) TO
028400         WS-RSN-ENTRY(WS-RSN-MOVE-SUB + 1)
028500     SUBTRACT 1 FROM WS-RSN-MOVE-SUB.
028600*
028700*--------------------------------------------------------------*
028800*    069-ABORT-TABLE-AS-FOUND
028900*    THE TABLE COULD NOT BE LOADED WHOLE, SO NO CARD CAN BE
029000*    TRUSTED AGAINST IT.  NOTHING HAS BEEN OPENED FOR OUTPUT
029100*    YET, SO STOPPING HERE LEAVES THE TABLE AND EVERY REPORT
029200*    EXACTLY AS FOUND.
029300*--------------------------------------------------------------*
029400 069-ABORT-TABLE-AS-FOUND.
029500     DISPLAY 'RUN ABORTED - REASON TABLE LEFT AS FOUND'
029600     MOVE 16 TO RETURN-CODE
029650     PERFORM 905-WRITE-END-STEP
029700     STOP RUN.
029800*
029900 070-OPEN-MAINT-CARDS.
030000     OPEN INPUT REASON-MAINT-CARD-FILE
030100     IF WS-DRT-FILE-NOT-FOUND
030200         DISPLAY 'DRTFILE NOT FOUND - NO MAINTENANCE THIS RUN'
030300         SET WS-CARD-EOF-REACHED TO TRUE
030400         PERFORM 095-RAISE-WARNING
030500     ELSE
030600         IF NOT WS-DRT-FILE-OK
030700             DISPLAY 'DRTFILE COULD NOT BE OPENED - STATUS '
030800                 WS-DRT-FILE-STATUS
030900             SET WS-CARD-EOF-REACHED TO TRUE
031000             PERFORM 095-RAISE-WARNING
031100         END-IF
031200     END-IF
031300     IF NOT WS-CARD-EOF-REACHED
031400         SET WS-DRT-FILE-IS-OPEN TO TRUE
031500     END-IF.
031600*
031700 075-OPEN-REPORT-FILE.
031800     OPEN OUTPUT MAINT-REPORT-FILE
031900     IF NOT WS-DRP-FILE-OK
032000         DISPLAY 'DRPFILE COULD NOT BE OPENED - STATUS '
032100             WS-DRP-FILE-STATUS
032200         PERFORM 095-RAISE-WARNING
032300     END-IF.
032400*
032500 078-OPEN-REJECT-FILE.
032600     OPEN OUTPUT MAINT-REJECT-FILE
032700     IF NOT WS-DRR-FILE-OK
032800         DISPLAY 'DRRFILE COULD NOT BE OPENED - STATUS '
032900             WS-DRR-FILE-STATUS
033000         PERFORM 095-RAISE-WARNING
033100     END-IF.
033200*
033300 090-PRINT-BEFORE-SECTION.
033400     MOVE WS-CURRENT-DATE-YYYYMMDD TO DRP-H1-RUN-DATE
033500     MOVE WS-DRP-HEAD-1 TO WS-DRP-WORK-LINE
033600     PERFORM 094-WRITE-REPORT-LINE
033700     MOVE SPACES TO WS-DRP-WORK-LINE
033800     PERFORM 094-WRITE-REPORT-LINE
033900     MOVE "REASON TABLE BEFORE MAINTENANCE" TO DRP-SECTION-LABEL
034000     MOVE WS-DRP-SECTION-LINE TO WS-DRP-WORK-LINE
034100     PERFORM 094-WRITE-REPORT-LINE
034200     PERFORM 092-PRINT-REASON-LISTING
034300     MOVE SPACES TO WS-DRP-WORK-LINE
034400     PERFORM 094-WRITE-REPORT-LINE
034500     MOVE "MAINTENANCE TRANSACTIONS" TO DRP-SECTION-LABEL
034600     MOVE WS-DRP-SECTION-LINE TO WS-DRP-WORK-LINE
034700     PERFORM 094-WRITE-REPORT-LINE.
034800*
034900 092-PRINT-REASON-LISTING.
035000     MOVE 1 TO WS-RSN-SUB
035100     PERFORM 093-PRINT-ONE-REASON-LINE
035200         UNTIL WS-RSN-SUB > WS-RSN-COUNT.
035300*
035400 093-PRINT-ONE-REASON-LINE.
035500     MOVE WS-RSN-CODE(WS-RSN-SUB) TO DRP-RSN-CODE
035600     MOVE WS-RSN-DESCRIPTION(WS-RSN-SUB) TO DRP-RSN-DESCRIPTION
035700     IF WS-RSN-CATEGORY(WS-RSN-SUB) = "P"
035800         MOVE "PLANNED" TO DRP-RSN-CATEGORY
035900     ELSE
036000         MOVE "UNPLANNED" TO DRP-RSN-CATEGORY
036100     END-IF
036200     MOVE WS-RSN-ACTIVE-FLAG(WS-RSN-SUB) TO DRP-RSN-ACTIVE-FLAG
036300     MOVE WS-DRP-REASON-LINE TO WS-DRP-WORK-LINE
036400     PERFORM 094-WRITE-REPORT-LINE
036500     ADD 1 TO WS-RSN-SUB.
036600*
036700 094-WRITE-REPORT-LINE.
036800     IF WS-DRP-FILE-OK
036900         MOVE WS-DRP-WORK-LINE TO REASON-MAINT-PRINT-RECORD
037000         WRITE REASON-MAINT-PRINT-RECORD
037100     END-IF.
037200*
037300 095-RAISE-WARNING.
037400     IF WS-RUN-SEVERITY < 04
037500         MOVE 04 TO WS-RUN-SEVERITY
037600     END-IF.
037700*
037800 200-PROCESS-ONE-CARD.
037900     READ REASON-MAINT-CARD-FILE
038000         AT END
038100             SET WS-CARD-EOF-REACHED TO TRUE
038200         NOT AT END
038300             PERFORM 210-EDIT-ONE-CARD
038400     END-READ.
038500*
038600*--------------------------------------------------------------*
038700*    210-EDIT-ONE-CARD
038800*    SCREENS THE CARD FIELD BY FIELD BEFORE IT IS ALLOWED
038900*    ANYWHERE NEAR THE TABLE.  A CARD THAT FAILS ANY SCREEN
039000*    GOES TO THE REJECT LISTING INSTEAD.
039100*--------------------------------------------------------------*
039200 210-EDIT-ONE-CARD.
039300     ADD 1 TO WS-CARDS-READ
039400     SET WS-CARD-IS-VALID TO TRUE
039500     IF NOT DRT-ACTION-ADD AND NOT DRT-ACTION-CHANGE
039600         AND NOT DRT-ACTION-DEACTIVATE
039700             SET WS-CARD-IS-INVALID TO TRUE
039800             MOVE "ACT " TO WS-REJECT-REASON-CODE
039900             MOVE "ACTION MUST BE A, C, OR D" TO
040000                 WS-REJECT-REASON-TEXT
040100     END-IF
040200     IF WS-CARD-IS-VALID AND DRT-REASON-CODE = SPACES
040300         SET WS-CARD-IS-INVALID TO TRUE
040400         MOVE "RSN " TO WS-REJECT-REASON-CODE
040500         MOVE "REASON CODE IS BLANK" TO WS-REJECT-REASON-TEXT
040600     END-IF
040700     IF WS-CARD-IS-VALID
040800         PERFORM 220-FIND-REASON-ENTRY
040900         IF DRT-ACTION-ADD AND WS-RSN-FOUND
041000             SET WS-CARD-IS-INVALID TO TRUE
041100             MOVE "DUP " TO WS-REJECT-REASON-CODE
041200             MOVE "REASON ALREADY ON TABLE" TO
041300                 WS-REJECT-REASON-TEXT
041400         END-IF
041500         IF NOT DRT-ACTION-ADD AND NOT WS-RSN-FOUND
041600             SET WS-CARD-IS-INVALID TO TRUE
041700             MOVE "NOF " TO WS-REJECT-REASON-CODE
041800             MOVE "REASON NOT ON TABLE" TO WS-REJECT-REASON-TEXT
041900         END-IF
042000     END-IF
042100     IF WS-CARD-IS-VALID AND DRT-ACTION-ADD
042200         PERFORM 212-EDIT-ADD-FIELDS
042300     END-IF
042400     IF WS-CARD-IS-VALID AND DRT-ACTION-CHANGE
042500         PERFORM 214-EDIT-CHANGE-FIELDS
042600     END-IF
042700     IF WS-CARD-IS-VALID
042800         PERFORM 250-APPLY-ONE-CARD
042900     ELSE
043000         PERFORM 280-WRITE-REJECT-RECORD
043100     END-IF.
043200*
043300*--------------------------------------------------------------*
043400*    212-EDIT-ADD-FIELDS
043500*    A NEW REASON MUST SAY WHAT IT IS AND WHETHER THE STOP IS
043600*    PLANNED - THE UTILIZATION REPORT SPLITS ON IT.
043700*--------------------------------------------------------------*
043800 212-EDIT-ADD-FIELDS.
043900     IF DRT-DESCRIPTION = SPACES
044000         SET WS-CARD-IS-INVALID TO TRUE
044100         MOVE "DSC " TO WS-REJECT-REASON-CODE
044200         MOVE "DESCRIPTION IS BLANK" TO WS-REJECT-REASON-TEXT
044300     END-IF
044400     IF WS-CARD-IS-VALID
044500         AND DRT-CATEGORY NOT = "P"
044600         AND DRT-CATEGORY NOT = "U"
044700             SET WS-CARD-IS-INVALID TO TRUE
044800             MOVE "CAT " TO WS-REJECT-REASON-CODE
044900             MOVE "CATEGORY MUST BE P OR U" TO
045000                 WS-REJECT-REASON-TEXT
045100     END-IF
045200     IF WS-CARD-IS-VALID
045300         AND DRT-ACTIVE-FLAG NOT = "A"
045400         AND DRT-ACTIVE-FLAG NOT = "I"
045500         AND DRT-ACTIVE-FLAG NOT = SPACE
045600             SET WS-CARD-IS-INVALID TO TRUE
045700             MOVE "FLG " TO WS-REJECT-REASON-CODE
045800             MOVE "FLAG NOT A, I, OR BLANK" TO
045900                 WS-REJECT-REASON-TEXT
046000     END-IF
046100     IF WS-CARD-IS-VALID
046200         AND WS-RSN-COUNT NOT < WS-RSN-MAX-ENTRIES
046300             SET WS-CARD-IS-INVALID TO TRUE
046400             MOVE "FUL " TO WS-REJECT-REASON-CODE
046500             MOVE "REASON TABLE IS FULL" TO WS-REJECT-REASON-TEXT
046600     END-IF.
046700*
046800*--------------------------------------------------------------*
046900*    214-EDIT-CHANGE-FIELDS
047000*    A BLANK FIELD ON A CHANGE CARD KEEPS THE TABLE VALUE, SO
047100*    ONLY THE FIELDS ACTUALLY KEYED ARE EDITED.
047200*--------------------------------------------------------------*
047300 214-EDIT-CHANGE-FIELDS.
047400     IF DRT-DESCRIPTION = SPACES
047500         AND DRT-CATEGORY = SPACE
047600         AND DRT-ACTIVE-FLAG = SPACE
047700             SET WS-CARD-IS-INVALID TO TRUE
047800             MOVE "NCH " TO WS-REJECT-REASON-CODE
047900             MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON-TEXT
048000     END-IF
048100     IF WS-CARD-IS-VALID
048200         AND DRT-CATEGORY NOT = "P"
048300         AND DRT-CATEGORY NOT = "U"
048400         AND DRT-CATEGORY NOT = SPACE
048500             SET WS-CARD-IS-INVALID TO TRUE
048600             MOVE "CAT " TO WS-REJECT-REASON-CODE
048700             MOVE "CATEGORY NOT P, U, OR BLANK" TO
048800                 WS-REJECT-REASON-TEXT
048900     END-IF
049000     IF WS-CARD-IS-VALID
049100         AND DRT-ACTIVE-FLAG NOT = "A"
049200         AND DRT-ACTIVE-FLAG NOT = "I"
049300         AND DRT-ACTIVE-FLAG NOT = SPACE
049400             SET WS-CARD-IS-INVALID TO TRUE
049500             MOVE "FLG " TO WS-REJECT-REASON-CODE
049600             MOVE "FLAG NOT A, I, OR BLANK" TO
049700                 WS-REJECT-REASON-TEXT
049800     END-IF.
049900*
050000 220-FIND-REASON-ENTRY.
050100     MOVE "N" TO WS-RSN-FOUND-SWITCH
050200     MOVE 1 TO WS-RSN-SUB
050300     PERFORM 221-CHECK-ONE-REASON
050400         UNTIL WS-RSN-FOUND OR WS-RSN-SUB > WS-RSN-COUNT.
050500*
050600 221-CHECK-ONE-REASON.
050700     IF WS-RSN-CODE(WS-RSN-SUB) = DRT-REASON-CODE
050800         SET WS-RSN-FOUND TO TRUE
050900         MOVE WS-RSN-SUB TO WS-RSN-INDEX
051000     ELSE
051100         ADD 1 TO WS-RSN-SUB
051200     END-IF.
051300*
051400*--------------------------------------------------------------*
051500*    250-APPLY-ONE-CARD
051600*    THE CARD PASSED EVERY SCREEN - APPLY IT TO THE TABLE AND
051700*    LOG WHAT IT DID.  THE FILE ITSELF IS NOT TOUCHED UNTIL
051800*    EVERY CARD HAS BEEN SEEN.
051900*--------------------------------------------------------------*
052000 250-APPLY-ONE-CARD.
052100     IF DRT-ACTION-ADD
052200         PERFORM 252-APPLY-ADD
052300         MOVE "ADDED" TO DRP-LOG-TEXT
052400         ADD 1 TO WS-ADDS-APPLIED
052500     ELSE
052600         IF DRT-ACTION-CHANGE
052700             PERFORM 254-APPLY-CHANGE
052800             MOVE "CHANGED" TO DRP-LOG-TEXT
052900             ADD 1 TO WS-CHANGES-APPLIED
053000         ELSE
053100             MOVE "I" TO WS-RSN-ACTIVE-FLAG(WS-RSN-INDEX)
053200             MOVE "DEACTIVATED" TO DRP-LOG-TEXT
053300             ADD 1 TO WS-DEACTS-APPLIED
053400         END-IF
053500     END-IF
053600     ADD 1 TO WS-CARDS-APPLIED
053700     PERFORM 260-PRINT-LOG-LINE.
053800*
053900 252-APPLY-ADD.
054000     MOVE DRT-REASON-CODE TO WS-INSERT-REASON-CODE
054100     PERFORM 063-FIND-INSERT-SLOT
054200     PERFORM 064-OPEN-INSERT-SLOT
054300     MOVE DRT-REASON-CODE TO WS-RSN-CODE(WS-RSN-SLOT)
054400     MOVE DRT-DESCRIPTION TO WS-RSN-DESCRIPTION(WS-RSN-SLOT)
054500     MOVE DRT-CATEGORY TO WS-RSN-CATEGORY(WS-RSN-SLOT)
054600     IF DRT-ACTIVE-FLAG = SPACE
054700         MOVE "A" TO WS-RSN-ACTIVE-FLAG(WS-RSN-SLOT)
054800     ELSE
054900         MOVE DRT-ACTIVE-FLAG TO WS-RSN-ACTIVE-FLAG(WS-RSN-SLOT)
055000     END-IF.
055100*
055200 254-APPLY-CHANGE.
055300     IF DRT-DESCRIPTION NOT = SPACES
055400         MOVE DRT-DESCRIPTION TO WS-RSN-DESCRIPTION(WS-RSN-INDEX)
055500     END-IF
055600     IF DRT-CATEGORY NOT = SPACE
055700         MOVE DRT-CATEGORY TO WS-RSN-CATEGORY(WS-RSN-INDEX)
055800     END-IF
055900     IF DRT-ACTIVE-FLAG NOT = SPACE
056000         MOVE DRT-ACTIVE-FLAG TO WS-RSN-ACTIVE-FLAG(WS-RSN-INDEX)
056100     END-IF.
056200*
056300 260-PRINT-LOG-LINE.
056400     MOVE DRT-ACTION-CODE TO DRP-LOG-ACTION
056500     MOVE DRT-REASON-CODE TO DRP-LOG-REASON-CODE
056600     MOVE WS-DRP-LOG-LINE TO WS-DRP-WORK-LINE
056700     PERFORM 094-WRITE-REPORT-LINE.
056800*
056900*--------------------------------------------------------------*
057000*    280-WRITE-REJECT-RECORD
057100*    LOGS A REJECTED CARD - THE CARD AS KEYED PLUS WHY - TO THE
057200*    REJECT LISTING AND TO THE TRANSACTION LOG ON THE REPORT.
057300*--------------------------------------------------------------*
057400 280-WRITE-REJECT-RECORD.
057500     ADD 1 TO WS-CARDS-REJECTED
057600     PERFORM 095-RAISE-WARNING
057700     IF WS-DRR-FILE-OK
057800         MOVE SPACES TO REASON-MAINT-REJECT-RECORD
057900         MOVE DRT-ACTION-CODE TO DRR-ACTION-CODE
058000         MOVE DRT-REASON-CODE TO DRR-REASON-CODE
058100         MOVE DRT-DESCRIPTION TO DRR-DESCRIPTION
058200         MOVE DRT-CATEGORY TO DRR-CATEGORY
058300         MOVE DRT-ACTIVE-FLAG TO DRR-ACTIVE-FLAG
058400         MOVE WS-REJECT-REASON-CODE TO DRR-REJECT-CODE
058500         MOVE WS-REJECT-REASON-TEXT TO DRR-REJECT-TEXT
058600         WRITE REASON-MAINT-REJECT-RECORD
058700     END-IF
058800     MOVE SPACES TO DRP-LOG-TEXT
058900     STRING "REJECTED - " WS-REJECT-REASON-TEXT
059000         DELIMITED BY SIZE INTO DRP-LOG-TEXT
059100     PERFORM 260-PRINT-LOG-LINE.
059200*
059300 500-EXIT.
059400     IF WS-CARDS-APPLIED > 0
059500         PERFORM 510-REWRITE-REASON-TABLE
059600     ELSE
059700         DISPLAY 'NO CARDS APPLIED - REASON TABLE LEFT AS FOUND'
059800     END-IF
059900     PERFORM 520-PRINT-AFTER-SECTION
060000     PERFORM 540-PRINT-RUN-FIGURES
060100     IF WS-DRT-FILE-IS-OPEN
060200         CLOSE REASON-MAINT-CARD-FILE
060300     END-IF
060400     IF WS-DRP-FILE-OK
060500         CLOSE MAINT-REPORT-FILE
060600     END-IF
060700     IF WS-DRR-FILE-OK
060800         CLOSE MAINT-REJECT-FILE
060900     END-IF
061000     DISPLAY 'REASON MAINTENANCE COMPLETE - ' WS-CARDS-READ
061100         ' CARDS READ ' WS-CARDS-APPLIED ' APPLIED '
061200         WS-CARDS-REJECTED ' REJECTED'
061300     DISPLAY 'RUN SEVERITY: ' WS-RUN-SEVERITY
061400     MOVE WS-RUN-SEVERITY TO RETURN-CODE
061450     PERFORM 905-WRITE-END-STEP.
061500*
061600*--------------------------------------------------------------*
061700*    510-REWRITE-REASON-TABLE
061800*    PUTS THE MAINTAINED TABLE BACK AS THE WHOLE OF DRNFILE, IN
061900*    ASCENDING REASON-CODE ORDER.  THIS IS THE ONE PLACE IN THE
062000*    SUITE THAT WRITES THE REASON TABLE.
062100*--------------------------------------------------------------*
062200 510-REWRITE-REASON-TABLE.
062300     OPEN OUTPUT DOWNTIME-REASON-FILE
062400     IF NOT WS-DRN-FILE-OK
062500         DISPLAY 'DRNFILE COULD NOT BE REWRITTEN - STATUS '
062600             WS-DRN-FILE-STATUS
062700         MOVE 16 TO WS-RUN-SEVERITY
062800     ELSE
062900         MOVE 1 TO WS-RSN-SUB
063000         PERFORM 511-WRITE-ONE-REASON
063100             UNTIL WS-RSN-SUB > WS-RSN-COUNT
063200         CLOSE DOWNTIME-REASON-FILE
063300     END-IF.
063400*
063500 511-WRITE-ONE-REASON.
063600     MOVE SPACES TO DOWNTIME-REASON-RECORD
063700     MOVE WS-RSN-CODE(WS-RSN-SUB) TO DRN-REASON-CODE
063800     MOVE WS-RSN-DESCRIPTION(WS-RSN-SUB) TO DRN-DESCRIPTION
063900     MOVE WS-RSN-CATEGORY(WS-RSN-SUB) TO DRN-CATEGORY
064000     MOVE WS-RSN-ACTIVE-FLAG(WS-RSN-SUB) TO DRN-ACTIVE-FLAG
064100     WRITE DOWNTIME-REASON-RECORD
064200     ADD 1 TO WS-RSN-SUB.
064300*
064400 520-PRINT-AFTER-SECTION.
064500     MOVE SPACES TO WS-DRP-WORK-LINE
064600     PERFORM 094-WRITE-REPORT-LINE
064700     MOVE "REASON TABLE AFTER MAINTENANCE" TO DRP-SECTION-LABEL
064800     MOVE WS-DRP-SECTION-LINE TO WS-DRP-WORK-LINE
064900     PERFORM 094-WRITE-REPORT-LINE
065000     PERFORM 092-PRINT-REASON-LISTING.
065100*
065200 540-PRINT-RUN-FIGURES.
065300     MOVE SPACES TO WS-DRP-WORK-LINE
065400     PERFORM 094-WRITE-REPORT-LINE
065500     MOVE "REASONS ON TABLE BEFORE" TO DRP-TXT-LABEL
065600     MOVE WS-RSN-BEFORE-COUNT TO DRP-TXT-VALUE
065700     PERFORM 541-PRINT-FIGURE-LINE
065800     MOVE "REASONS ON TABLE AFTER" TO DRP-TXT-LABEL
065900     MOVE WS-RSN-COUNT TO DRP-TXT-VALUE
066000     PERFORM 541-PRINT-FIGURE-LINE
066100     MOVE "CARDS READ" TO DRP-TXT-LABEL
066200     MOVE WS-CARDS-READ TO DRP-TXT-VALUE
066300     PERFORM 541-PRINT-FIGURE-LINE
066400     MOVE "ADDS APPLIED" TO DRP-TXT-LABEL
066500     MOVE WS-ADDS-APPLIED TO DRP-TXT-VALUE
066600     PERFORM 541-PRINT-FIGURE-LINE
066700     MOVE "CHANGES APPLIED" TO DRP-TXT-LABEL
066800     MOVE WS-CHANGES-APPLIED TO DRP-TXT-VALUE
066900     PERFORM 541-PRINT-FIGURE-LINE
067000     MOVE "DEACTIVATIONS APPLIED" TO DRP-TXT-LABEL
067100     MOVE WS-DEACTS-APPLIED TO DRP-TXT-VALUE
067200     PERFORM 541-PRINT-FIGURE-LINE
067300     MOVE "CARDS REJECTED" TO DRP-TXT-LABEL
067400     MOVE WS-CARDS-REJECTED TO DRP-TXT-VALUE
067500     PERFORM 541-PRINT-FIGURE-LINE
067600     MOVE "DUPLICATE REASON RECORDS DROPPED" TO DRP-TXT-LABEL
067700     MOVE WS-DUPS-DROPPED TO DRP-TXT-VALUE
067800     PERFORM 541-PRINT-FIGURE-LINE.
067900*
068000 541-PRINT-FIGURE-LINE.
068100     MOVE WS-DRP-TEXT-LINE TO WS-DRP-WORK-LINE
068200     PERFORM 094-WRITE-REPORT-LINE.
068300*
068400*--------------------------------------------------------------*
068500*    900-WRITE-START-STEP
068600*    PUTS THIS RUN'S START RECORD ON THE STEP-STATUS LEDGER.  A
068700*    START WITH NO END AFTER IT IS A RUN THAT NEVER FINISHED.
068800*--------------------------------------------------------------*
068900 900-WRITE-START-STEP.
069000     PERFORM 908-BUILD-STEP-RECORD
069100     SET STS-IS-START TO TRUE
069200     PERFORM 910-WRITE-STEP-RECORD.
069300*
069400*--------------------------------------------------------------*
069500*    905-WRITE-END-STEP
069600*    PUTS THIS RUN'S END RECORD ON THE STEP-STATUS LEDGER WITH
069700*    THE RETURN CODE THE RUN IS ENDING ON AND ITS KEY COUNTS.
069800*    EVERY WAY OUT OF THE RUN - NORMAL END OR ABORT - COMES
069900*    THROUGH HERE ONCE THE RETURN CODE IS SET.
070000*--------------------------------------------------------------*
070100 905-WRITE-END-STEP.
070200     PERFORM 908-BUILD-STEP-RECORD
070300     MOVE RETURN-CODE TO STS-RETURN-CODE
070400     SET STS-IS-END TO TRUE
070500     MOVE "READ    " TO STS-COUNT-NAME(1)
070600     MOVE WS-CARDS-READ TO STS-COUNT-VALUE(1)
070700     MOVE "APPLIED " TO STS-COUNT-NAME(2)
070800     MOVE WS-CARDS-APPLIED TO STS-COUNT-VALUE(2)
070900     MOVE "REJECTED" TO STS-COUNT-NAME(3)
071000     MOVE WS-CARDS-REJECTED TO STS-COUNT-VALUE(3)
071100     PERFORM 910-WRITE-STEP-RECORD.
071200*
071300 908-BUILD-STEP-RECORD.
071400     MOVE SPACES TO STEP-STATUS-RECORD
071500     MOVE WS-STEP-PLANT TO STS-PLANT-CODE
071600     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD
071700     ACCEPT STS-RUN-TIME FROM TIME
071800     MOVE WS-STEP-PROGRAM-ID TO STS-PROGRAM-ID
071900     MOVE 0 TO STS-RETURN-CODE STS-SUBJECT-DATE
072000     MOVE 0 TO STS-COUNT-VALUE(1) STS-COUNT-VALUE(2)
072100         STS-COUNT-VALUE(3).
072200*
072300*--------------------------------------------------------------*
072400*    910-WRITE-STEP-RECORD
072500*    THE LEDGER IS APPENDED TO - THE FIRST RUN EVER CREATES IT.
072600*    IT IS OPENED AND CLOSED AROUND EACH RECORD SO AN ABORT
072700*    LATER IN THE RUN CANNOT LOSE THE START RECORD.  A LEDGER
072800*    THAT WILL NOT OPEN COSTS THE STATUS REPORT THIS STEP, NOT
072900*    THE RUN ITS WORK.
073000*--------------------------------------------------------------*
073100 910-WRITE-STEP-RECORD.
073200     OPEN EXTEND STEP-STATUS-FILE
073300     IF NOT WS-STS-FILE-OK
073400         OPEN OUTPUT STEP-STATUS-FILE
073500     END-IF
073600     IF WS-STS-FILE-OK
073700         WRITE STEP-STATUS-RECORD
073800         CLOSE STEP-STATUS-FILE
073900     ELSE
074000         DISPLAY 'STSFILE COULD NOT BE OPENED - STATUS '
074100             WS-STS-FILE-STATUS ' - STEP NOT RECORDED'
074200     END-IF.
