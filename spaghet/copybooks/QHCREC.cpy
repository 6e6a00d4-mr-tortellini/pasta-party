000100*--------------------------------------------------------------*
000200*    QHCREC.CPY
000300*    CONTROL-CARD RECORD FOR THE QA HOLD RUN (SPAGHETTI-
000400*    QAHOLD).  NAMES THE PLANT WHOSE CARDS ARE APPLIED, WHOSE
000500*    RELEASED LOTS GO OUT ON THE RELEASE EXTRACT, AND WHOSE
000600*    OPEN HOLDS ARE REPORTED - A BLANK PLANT IS PLANT 01, THE
000700*    SUITE CONVENTION.
000800*
000900*    MAINTAINED BY:  DATA CENTER PRODUCTION SUPPORT
001000*
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  -----------------------------------------
001400*    2026-10-15 RA    ORIGINAL.
001500*--------------------------------------------------------------*
001600 01  QA-HOLD-CONTROL-RECORD.
001700     05  QHC-PLANT-CODE             PIC X(02).
001800     05  FILLER                     PIC X(78).
