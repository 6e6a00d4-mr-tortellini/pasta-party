001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -----------------------------------------
001200*    2026-09-02 RA    ORIGINAL.
001210*    2026-10-15 RA    CARRIES THE CARD'S STANDARD COST.
001250*    2026-10-15 RA    CARRIES THE CARD'S STANDARD RUN RATE.
001270*    2026-10-15 RA    CARRIES THE CARD'S SHELF LIFE.
001300*--------------------------------------------------------------*
001400 01  ITEM-MAINT-REJECT-RECORD.
001500     05  IMR-ACTION-CODE            PIC X(01).
001700     05  IMR-ITEM-DESCRIPTION       PIC X(30).
001800     05  IMR-ACTIVE-FLAG            PIC X(01).
001900     05  IMR-STD-LOT-SIZE           PIC X(07).
001950     05  IMR-STD-COST               PIC X(09).
001970     05  IMR-STD-RUN-RATE           PIC X(07).
001985     05  IMR-SHELF-LIFE-DAYS        PIC X(04).
002000     05  IMR-REASON-CODE            PIC X(04).
002100     05  IMR-REASON-TEXT            PIC X(25).
002200     05  FILLER                     PIC X(02).
