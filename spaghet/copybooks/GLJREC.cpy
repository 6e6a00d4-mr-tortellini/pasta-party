000100*--------------------------------------------------------------*
000200*    GLJREC.CPY
000300*    GENERAL-LEDGER JOURNAL EXTRACT RECORD WRITTEN BY
000400*    SPAGHETTI-CLOSE.  ONE HEADER NAMING THE PERIOD, RUN DATE,
000500*    AND SOURCE SYSTEM, ONE DETAIL PER PLANT AND ACCOUNT -
000600*    FINISHED GOODS AT STANDARD, RAW MATERIALS AT INGREDIENT
000700*    COST, AND THE VARIANCE BETWEEN THEM - AND ONE TRAILER
000800*    CARRYING THE DETAIL COUNT AND THE DEBIT AND CREDIT
000900*    TOTALS.  AMOUNTS ARE UNSIGNED; THE DEBIT/CREDIT CODE SAYS
001000*    WHICH SIDE.  A JOURNAL WHOSE DEBITS DO NOT EQUAL ITS
001100*    CREDITS SHIPS A HELD HEADER AND NO DETAILS, SO AN
001200*    UNBALANCED ENTRY NEVER REACHES THE LEDGER.
001300*
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------- ----  -----------------------------------------
001700*    2026-10-15 RA    ORIGINAL.
001800*--------------------------------------------------------------*
001900 01  GL-JOURNAL-RECORD.
002000     05  GLJ-RECORD-TYPE            PIC X(01).
002100         88  GLJ-IS-HEADER                     VALUE "H".
002200         88  GLJ-IS-DETAIL                     VALUE "D".
002300         88  GLJ-IS-TRAILER                    VALUE "T".
002400     05  GLJ-RECORD-BODY.
002500         10  GLJ-HDR-PERIOD         PIC 9(06).
002600         10  GLJ-HDR-RUN-DATE       PIC 9(08).
002700         10  GLJ-HDR-SOURCE-SYSTEM  PIC X(08).
002800         10  GLJ-HDR-STATUS-FLAG    PIC X(01).
002900             88  GLJ-EXTRACT-RELEASED          VALUE "R".
003000             88  GLJ-EXTRACT-HELD              VALUE "H".
003100         10  FILLER                 PIC X(56).
003200     05  GLJ-DETAIL-BODY REDEFINES GLJ-RECORD-BODY.
003300         10  GLJ-DTL-PLANT-CODE     PIC X(02).
003400         10  GLJ-DTL-ACCOUNT        PIC X(10).
003500         10  GLJ-DTL-DEBIT-CREDIT   PIC X(01).
003600             88  GLJ-DTL-IS-DEBIT              VALUE "D".
003700             88  GLJ-DTL-IS-CREDIT             VALUE "C".
003800         10  GLJ-DTL-AMOUNT         PIC 9(11)V99.
003900         10  GLJ-DTL-DESCRIPTION    PIC X(30).
004000         10  FILLER                 PIC X(23).
004100     05  GLJ-TRAILER-BODY REDEFINES GLJ-RECORD-BODY.
004200         10  GLJ-TRL-RECORD-COUNT   PIC 9(07).
004300         10  GLJ-TRL-TOTAL-DEBITS   PIC 9(13)V99.
004400         10  GLJ-TRL-TOTAL-CREDITS  PIC 9(13)V99.
004500         10  FILLER                 PIC X(42).
