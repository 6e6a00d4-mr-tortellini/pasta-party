002000*    2026-09-02 RA    ORIGINAL.
002010*    2026-09-02 RA    THE HEADER NOW NAMES THE PLANT THE
002020*                      EXTRACT COVERS.
002030*    2026-10-15 RA    THE SAME LAYOUT NOW CARRIES SPAGHETTI-MRP'S
002040*                      PURCHASE SUGGESTIONS (SOURCE SPAGMRP),
002050*                      WHOSE DETAILS NAME THE DATE THE
002060*                      INGREDIENT IS NEEDED BY.  A USAGE
002070*                      EXTRACT LEAVES THAT DATE BLANK.
002100*--------------------------------------------------------------*
002200 01  RAW-USAGE-EXTRACT-RECORD.
002300     05  RMU-RECORD-TYPE            PIC X(01).
003500         10  RMU-DTL-INGREDIENT     PIC X(10).
003600         10  RMU-DTL-DESCRIPTION    PIC X(30).
003700         10  RMU-DTL-QTY-USED       PIC S9(11)V9(04).
003750         10  RMU-DTL-NEED-DATE      PIC X(08).
003800         10  FILLER                 PIC X(15).
003900     05  RMU-TRAILER-BODY REDEFINES RMU-RECORD-BODY.
004000         10  RMU-TRL-RECORD-COUNT   PIC 9(07).
004100         10  RMU-TRL-HASH-TOTAL     PIC S9(13)V9(04).
