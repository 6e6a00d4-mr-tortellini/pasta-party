000100*--------------------------------------------------------------*
000200*    QHRREC.CPY
000300*    QA HOLD REJECT RECORD.  ONE LINE PER QA CARD THAT FAILED
000400*    EDIT IN SPAGHETTI-QAHOLD, CARRYING THE CARD AS KEYED PLUS
000500*    THE REASON IT WAS KICKED OUT, SO QA CAN FIX AND RESUBMIT
000600*    THE CARD WITHOUT GOING BACK TO THE JOB LOG.
000700*
000800*    MODIFICATION HISTORY
000900*    DATE       INIT  DESCRIPTION
001000*    ---------- ----  -----------------------------------------
001100*    2026-10-15 RA    ORIGINAL.
001200*--------------------------------------------------------------*
001300 01  QA-HOLD-REJECT-RECORD.
001400     05  QHR-CARD-IMAGE             PIC X(49).
001500     05  QHR-REASON-CODE            PIC X(04).
001600     05  QHR-REASON-TEXT            PIC X(27).
