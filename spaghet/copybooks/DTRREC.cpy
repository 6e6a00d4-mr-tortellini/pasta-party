000100*--------------------------------------------------------------*
000200*    DTRREC.CPY
000300*    DOWNTIME EVENT REJECT RECORD.  ONE LINE PER EVENT THAT
000400*    FAILED EDIT IN SPAGHETTI-UTIL, CARRYING THE FEED IT CAME
000500*    ON, THE EVENT AS KEYED, AND THE REASON IT WAS KICKED OUT.
000600*    A FEED WITH ANY REJECTED EVENT IS REFUSED WHOLE, SO THE
000700*    LINE CORRECTS THE EVENTS LISTED HERE AND SENDS THE WHOLE
000800*    FEED AGAIN.
000900*
001000*    MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  -----------------------------------------
001300*    2026-10-15 RA    ORIGINAL.
001400*--------------------------------------------------------------*
001500 01  DOWNTIME-REJECT-RECORD.
001600     05  DTR-FEED-LINE-CODE         PIC X(01).
001700     05  DTR-FEED-DATE              PIC X(08).
001800     05  DTR-PLANT-CODE             PIC X(02).
001900     05  DTR-EVENT-IMAGE            PIC X(52).
002000     05  DTR-REASON-CODE            PIC X(04).
002100     05  DTR-REASON-TEXT            PIC X(30).
002200     05  FILLER                     PIC X(03).
