001600*    DATE       INIT  DESCRIPTION
001700*    ---------- ----  -----------------------------------------
001800*    2026-09-02 RA    ORIGINAL.
001810*    2026-10-15 RA    ADDED THE STANDARD COST PER UNIT - BLANK
001820*                      ON AN ADD LEAVES THE ITEM NOT YET COSTED.
001840*    2026-10-15 RA    ADDED THE STANDARD RUN RATE IN UNITS PER
001860*                      HOUR - BLANK ON AN ADD LEAVES THE ITEM NOT
001880*                      YET RATED.
001885*    2026-10-15 RA    ADDED THE SHELF LIFE IN DAYS - BLANK ON AN
001890*                      ADD LEAVES THE ITEM WITH NO SHELF LIFE.
001900*--------------------------------------------------------------*
002000 01  ITEM-MAINT-CARD-RECORD.
002100     05  IMT-ACTION-CODE            PIC X(01).
002600     05  IMT-ITEM-DESCRIPTION       PIC X(30).
002700     05  IMT-ACTIVE-FLAG            PIC X(01).
002800     05  IMT-STD-LOT-SIZE           PIC X(07).
002850     05  IMT-STD-COST               PIC X(09).
002860     05  IMT-STD-COST-N REDEFINES IMT-STD-COST
002870                                    PIC 9(05)V9(04).
002970     05  IMT-STD-RUN-RATE           PIC X(07).
003070     05  IMT-STD-RUN-RATE-N REDEFINES IMT-STD-RUN-RATE
003170                                    PIC 9(07).
003370     05  IMT-SHELF-LIFE-DAYS        PIC X(04).
003470     05  IMT-SHELF-LIFE-DAYS-N REDEFINES IMT-SHELF-LIFE-DAYS
003570                                    PIC 9(04).
003670     05  FILLER                     PIC X(11).
