000100*--------------------------------------------------------------*
000200*    DTHREC.CPY
000300*    DOWNTIME HISTORY RECORD.  EVERY DOWNTIME EVENT EVER TAKEN
000400*    OFF A PROVED LINE FEED, APPENDED BY SPAGHETTI-UTIL IN THE
000500*    ORDER TAKEN, WITH ITS PLANT, THE FEED DATE IT CAME IN
000600*    UNDER, AND ITS LENGTH IN MINUTES WORKED OUT ONCE AT TAKE
000700*    TIME.  THE PLANT, LINE, AND FEED DATE TOGETHER TELL A
000800*    FEED ALREADY TAKEN FROM A NEW ONE.  THE WEEKLY AND
000900*    MONTHLY UTILIZATION FIGURES ARE BUILT FROM IT.
001000*
001100*    MAINTAINED BY:  SPAGHETTI-UTIL ONLY - NOT BY HAND
001200*
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------- ----  -----------------------------------------
001600*    2026-10-15 RA    ORIGINAL.
001700*--------------------------------------------------------------*
001800 01  DOWNTIME-HISTORY-RECORD.
001900     05  DTH-PLANT-CODE             PIC X(02).
002000     05  DTH-EVENT-DATE             PIC 9(08).
002100     05  DTH-LINE-CODE              PIC X(01).
002200     05  DTH-SHIFT-CODE             PIC 9(01).
002300     05  DTH-START-TIME             PIC 9(04).
002400     05  DTH-END-TIME               PIC 9(04).
002500     05  DTH-MINUTES                PIC 9(04).
002600     05  DTH-REASON-CODE            PIC X(04).
002700     05  DTH-FEED-DATE              PIC 9(08).
002800     05  DTH-TAKEN-DATE             PIC 9(08).
002900     05  DTH-COMMENT                PIC X(30).
003000     05  FILLER                     PIC X(06).
