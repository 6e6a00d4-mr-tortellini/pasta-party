000100*--------------------------------------------------------------*
000200*    UTCREC.CPY
000300*    LINE UTILIZATION CONTROL CARD.  NAMES THE PLANT REPORTED
000400*    ON (BLANK IS PLANT 01), THE WINDOW OF PRODUCTION DATES
000500*    (A BLANK FROM IS THE START OF HISTORY, A BLANK TO IS
000600*    OPEN-ENDED), AND THE LENGTH OF A SHIFT IN MINUTES (BLANK
000700*    OR ZERO IS 480).  READ BY SPAGHETTI-UTIL.
000800*
000900*    MAINTAINED BY:  PRODUCTION PLANNING
001000*
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  -----------------------------------------
001400*    2026-10-15 RA    ORIGINAL.
001500*--------------------------------------------------------------*
001600 01  UTILIZATION-CONTROL-RECORD.
001700     05  UTC-PLANT-CODE             PIC X(02).
001800     05  UTC-WINDOW-FROM            PIC X(08).
001900     05  UTC-WINDOW-FROM-N REDEFINES UTC-WINDOW-FROM
002000                                    PIC 9(08).
002100     05  UTC-WINDOW-TO              PIC X(08).
002200     05  UTC-WINDOW-TO-N REDEFINES UTC-WINDOW-TO
002300                                    PIC 9(08).
002400     05  UTC-SHIFT-MINUTES          PIC X(04).
002500     05  UTC-SHIFT-MINUTES-N REDEFINES UTC-SHIFT-MINUTES
002600                                    PIC 9(04).
002700     05  FILLER                     PIC X(58).
