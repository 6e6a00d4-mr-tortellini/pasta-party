000100*--------------------------------------------------------------*
000200*    FSCREC.CPY
000300*    CONTROL-CARD RECORD FOR THE FINISHED-GOODS STOCK RUN
000400*    (SPAGHETTI-FGSTOCK).  NAMES THE PLANT WHOSE SHIPMENTS ARE
000500*    POSTED AND WHOSE STOCK IS REPORTED - A BLANK PLANT IS
000600*    PLANT 01, THE SUITE CONVENTION - AND THE WARNING WINDOW IN
000700*    DAYS: A LOT THAT EXPIRES WITHIN THAT MANY DAYS OF THE RUN
000800*    IS FLAGGED.  A BLANK WINDOW IS 14 DAYS.  THE RETENTION
000810*    DAYS ARE HOW LONG A SHIPMENT STAYS ON THE SHIPMENT-TAKEN
000820*    LOG - A SHIPMENT DATED BEFORE THEN IS REFUSED.  BLANK IS
000830*    90 DAYS.
000900*
001000*    MAINTAINED BY:  DATA CENTER PRODUCTION SUPPORT
001100*
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  -----------------------------------------
001500*    2026-10-15 RA    ORIGINAL.
001510*    2026-10-15 RA    ADDED FSC-RETENTION-DAYS.
001600*--------------------------------------------------------------*
001700 01  FG-STOCK-CONTROL-RECORD.
001800     05  FSC-PLANT-CODE             PIC X(02).
001900     05  FSC-WARNING-DAYS           PIC X(03).
002000     05  FSC-WARNING-DAYS-N REDEFINES FSC-WARNING-DAYS
002100                                    PIC 9(03).
002110     05  FSC-RETENTION-DAYS         PIC X(03).
002120     05  FSC-RETENTION-DAYS-N REDEFINES FSC-RETENTION-DAYS
002130                                    PIC 9(03).
002200     05  FILLER                     PIC X(72).
