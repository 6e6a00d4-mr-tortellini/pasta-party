000100*--------------------------------------------------------------*
000200*    MRCREC.CPY
000300*    CONTROL-CARD RECORD FOR THE MATERIAL REQUIREMENTS RUN
000400*    (SPAGHETTI-MRP).  NAMES THE PLANT WHOSE PLAN IS EXPLODED -
000500*    A BLANK PLANT IS PLANT 01, THE SUITE CONVENTION - AND THE
000600*    FIRST AND LAST PLANNED DATES OF THE WINDOW.  A BLANK FROM
000700*    DATE STARTS THE WINDOW AT THE RUN DATE; A BLANK TO DATE
000800*    TAKES EVERY PLANNED DATE FROM THERE ON.
000900*
001000*    MAINTAINED BY:  PURCHASING
001100*
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  -----------------------------------------
001500*    2026-10-15 RA    ORIGINAL.
001600*--------------------------------------------------------------*
001700 01  MRP-CONTROL-RECORD.
001800     05  MRC-PLANT-CODE             PIC X(02).
001900     05  MRC-WINDOW-FROM            PIC X(08).
002000     05  MRC-WINDOW-FROM-N REDEFINES MRC-WINDOW-FROM
002100                                    PIC 9(08).
002200     05  MRC-WINDOW-TO              PIC X(08).
002300     05  MRC-WINDOW-TO-N REDEFINES MRC-WINDOW-TO
002400                                    PIC 9(08).
002500     05  FILLER                     PIC X(62).
