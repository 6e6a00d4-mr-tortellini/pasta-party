000100*--------------------------------------------------------------*
000200*    CMTREC.CPY
000300*    PRODUCTION CALENDAR MAINTENANCE CARD (CMTFILE), READ BY
000400*    SPAGHETTI-CALMNT.  ONE CARD PER ACTION:
000500*
000600*      G  GENERATE A WHOLE YEAR FOR ONE PLANT (BLANK IS PLANT
000700*         01).  CMT-WORKDAYS GIVES THE PLANT'S NORMAL WORKING
000800*         WEEKDAYS, MONDAY FIRST - "Y" WORKS, "N" OR BLANK IS
000900*         CLOSED.  A DATE ALREADY ON THE PLANT'S CALENDAR IS KEPT
001000*         AS IT IS.
001100*      H  HOLIDAY AND
001200*      S  SHUTDOWN - FROM A DATE TO A DATE (A BLANK TO-DATE IS
001300*         THE ONE DAY), FOR ONE PLANT OR, WITH A BLANK PLANT,
001400*         FOR EVERY PLANT.
001500*      C  CHANGE ONE DATE TO THE DAY TYPE KEYED - AN OVERTIME
001600*         SATURDAY (W) OR AN UNPLANNED SHUTDOWN (S) - FOR ONE
001700*         PLANT OR, WITH A BLANK PLANT, FOR EVERY PLANT.
001800*
001900*    H, S AND C CARDS MUST CARRY A DESCRIPTION.
002000*
002100*    MAINTAINED BY:  DATA CENTER PRODUCTION SUPPORT
002200*
002300*    MODIFICATION HISTORY
002400*    DATE       INIT  DESCRIPTION
002500*    ---------- ----  -----------------------------------------
002600*    2026-10-15 RA    ORIGINAL.
002700*--------------------------------------------------------------*
002800 01  CALENDAR-MAINT-CARD-RECORD.
002900     05  CMT-ACTION-CODE            PIC X(01).
003000         88  CMT-ACTION-GENERATE               VALUE "G".
003100         88  CMT-ACTION-HOLIDAY                VALUE "H".
003200         88  CMT-ACTION-SHUTDOWN               VALUE "S".
003300         88  CMT-ACTION-CHANGE                 VALUE "C".
003400     05  CMT-PLANT-CODE             PIC X(02).
003500     05  CMT-YEAR                   PIC X(04).
003600     05  CMT-YEAR-N REDEFINES CMT-YEAR
003700                                    PIC 9(04).
003800     05  CMT-WORKDAYS               PIC X(07).
003900     05  CMT-WORKDAY-TABLE REDEFINES CMT-WORKDAYS.
004000         10  CMT-WORKDAY-FLAG       PIC X(01)  OCCURS 7 TIMES.
004100     05  CMT-FROM-DATE              PIC X(08).
004200     05  CMT-FROM-DATE-N REDEFINES CMT-FROM-DATE
004300                                    PIC 9(08).
004400     05  CMT-TO-DATE                PIC X(08).
004500     05  CMT-TO-DATE-N REDEFINES CMT-TO-DATE
004600                                    PIC 9(08).
004700     05  CMT-DAY-TYPE               PIC X(01).
004800     05  CMT-DESCRIPTION            PIC X(30).
004900     05  FILLER                     PIC X(19).
