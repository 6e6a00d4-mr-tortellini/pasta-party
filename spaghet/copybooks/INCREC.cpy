000100*--------------------------------------------------------------*
000200*    INCREC.CPY
000300*    INGREDIENT COST RECORD.  ONE RECORD PER INGREDIENT
000400*    CARRYING ITS COST PER UNIT - THE SAME UNIT THE RECIPE
000500*    FILE CONSUMES IT IN.  READ BY SPAGHETTI-CLOSE TO VALUE
000600*    THE PERIOD'S BACKFLUSHED INGREDIENT USAGE.  AN INGREDIENT
000700*    WITH NO RECORD IS UNCOSTED AND VALUED AT ZERO.
000800*
000900*    MAINTAINED BY:  COST ACCOUNTING
001000*
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  -----------------------------------------
001400*    2026-10-15 RA    ORIGINAL.
001500*--------------------------------------------------------------*
001600 01  INGREDIENT-COST-RECORD.
001700     05  INC-INGREDIENT-CODE        PIC X(10).
001800     05  INC-COST-PER-UNIT          PIC X(09).
001900     05  INC-COST-PER-UNIT-N REDEFINES INC-COST-PER-UNIT
002000                                    PIC 9(05)V9(04).
002100     05  FILLER                     PIC X(61).
