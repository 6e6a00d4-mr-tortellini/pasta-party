000100*--------------------------------------------------------------*
000200*    STSREC.CPY
000300*    STEP-STATUS LEDGER RECORD (STSFILE).  EVERY PROGRAM IN THE
000400*    SUITE APPENDS A START RECORD WHEN IT BEGINS AND AN END
000500*    RECORD WHEN IT FINISHES - NORMALLY OR BY ABORT - CARRYING
000600*    ITS RETURN CODE AND UP TO THREE KEY COUNTS.  A RUN REFUSED
000700*    BECAUSE ITS PREREQUISITES WERE NOT MET WRITES A REFUSED
000800*    RECORD INSTEAD OF AN END RECORD, CARRYING THE REASON.
000900*
001000*    THE RUN STAMP (RUN DATE AND TIME, HHMMSSCC) ORDERS THE
001100*    LEDGER.  A PROGRAM THAT WORKS ACROSS ALL PLANTS WRITES
001200*    PLANT "**".  THE SUBJECT DATE IS THE PRODUCTION DATE THE
001300*    RUN PROVED (SPAGHETTI-VERIFY); ZERO WHERE THERE IS NONE.
001400*    THE OVERRIDE FLAG IS "O" ON AN END RECORD WHEN THE RUN WENT
001500*    AHEAD ON ITS OVERRIDE CARD WITH A PREREQUISITE NOT MET.
001600*
001700*    MAINTAINED BY:  DATA CENTER PRODUCTION SUPPORT
001800*
001900*    MODIFICATION HISTORY
002000*    DATE       INIT  DESCRIPTION
002100*    ---------- ----  -----------------------------------------
002200*    2026-10-15 RA    ORIGINAL.
002300*--------------------------------------------------------------*
002400 01  STEP-STATUS-RECORD.
002500     05  STS-RECORD-TYPE            PIC X(01).
002600         88  STS-IS-START                      VALUE "S".
002700         88  STS-IS-END                        VALUE "E".
002800         88  STS-IS-REFUSED                    VALUE "R".
002900     05  STS-PLANT-CODE             PIC X(02).
003000     05  STS-RUN-STAMP.
003100         10  STS-RUN-DATE           PIC 9(08).
003200         10  STS-RUN-TIME           PIC 9(08).
003300     05  STS-PROGRAM-ID             PIC X(20).
003400     05  STS-RETURN-CODE            PIC 9(02).
003500     05  STS-SUBJECT-DATE           PIC 9(08).
003600     05  STS-OVERRIDE-FLAG          PIC X(01).
003700         88  STS-RAN-ON-OVERRIDE               VALUE "O".
003800     05  STS-COUNTS.
003900         10  STS-COUNT OCCURS 3 TIMES.
004000             15  STS-COUNT-NAME     PIC X(08).
004100             15  STS-COUNT-VALUE    PIC 9(09).
004200     05  STS-REFUSAL-TEXT REDEFINES STS-COUNTS
004300                                    PIC X(51).
004400     05  FILLER                     PIC X(19).
