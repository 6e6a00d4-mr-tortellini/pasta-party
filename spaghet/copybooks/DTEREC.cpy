000100*--------------------------------------------------------------*
000200*    DTEREC.CPY
000300*    LINE DOWNTIME EVENT RECORD.  ONE RECORD PER STOPPAGE ON A
000400*    PRODUCTION LINE, SENT BY THE LINE ALONGSIDE ITS LOT FEED
000500*    (DTMFILE, DTM2FILE, DTM3FILE FOR LINES 1, 2, AND 3) AND
000600*    TAKEN BY SPAGHETTI-UTIL ONTO THE DOWNTIME HISTORY.  EACH
000700*    EVENT NAMES ITS LINE AND SHIFT, THE CLOCK TIME THE LINE
000800*    STOPPED AND RESTARTED (HHMM, 24-HOUR - AN END BEFORE THE
000900*    START RAN PAST MIDNIGHT), AND THE REASON CODE OFF THE
001000*    DOWNTIME REASON TABLE.  A BLANK EVENT DATE IS THE FEED
001100*    DATE ON THE HEADER.
001200*
001300*    THE FEED ARRIVES UNDER THE SAME HEADER AND TRAILER AS THE
001400*    LOT FEEDS (LFCREC) - "HDR"/"TRL" IN THE FIRST THREE BYTES,
001500*    WHICH NO EVENT CAN CARRY SINCE IT STARTS WITH ITS LINE
001600*    NUMBER.  THE TRAILER COUNTS THE EVENTS AND ITS HASH IS THE
001700*    SUM OF THE NUMERIC START AND END TIMES AS KEYED.
001800*
001900*    MAINTAINED BY:  PRODUCTION LINE SUPERVISION
002000*
002100*    MODIFICATION HISTORY
002200*    DATE       INIT  DESCRIPTION
002300*    ---------- ----  -----------------------------------------
002400*    2026-10-15 RA    ORIGINAL.
002500*--------------------------------------------------------------*
002600 01  DTE-EVENT-RECORD.
002700     05  DTE-LINE-CODE              PIC X(01).
002800     05  DTE-SHIFT-CODE             PIC X(01).
002900     05  DTE-SHIFT-CODE-N REDEFINES DTE-SHIFT-CODE
003000                                    PIC 9(01).
003100     05  DTE-START-TIME             PIC X(04).
003200     05  DTE-START-TIME-N REDEFINES DTE-START-TIME
003300                                    PIC 9(04).
003400     05  DTE-START-CLOCK REDEFINES DTE-START-TIME.
003500         10  DTE-START-HH           PIC 9(02).
003600         10  DTE-START-MM           PIC 9(02).
003700     05  DTE-END-TIME               PIC X(04).
003800     05  DTE-END-TIME-N REDEFINES DTE-END-TIME
003900                                    PIC 9(04).
004000     05  DTE-END-CLOCK REDEFINES DTE-END-TIME.
004100         10  DTE-END-HH             PIC 9(02).
004200         10  DTE-END-MM             PIC 9(02).
004300     05  DTE-REASON-CODE            PIC X(04).
004400     05  DTE-EVENT-DATE             PIC X(08).
004500     05  DTE-EVENT-DATE-N REDEFINES DTE-EVENT-DATE
004600                                    PIC 9(08).
004700     05  DTE-COMMENT                PIC X(30).
004800     05  FILLER                     PIC X(28).
