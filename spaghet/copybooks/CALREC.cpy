000700*    SUBMITTED ON A HOLIDAY REFUSES TO POST INSTEAD OF
000800*    QUIETLY BOOKING PRODUCTION NOBODY RAN.
000900*
001000*    MAINTAINED BY:  SPAGHETTI-CALMNT ONLY - NOT BY HAND
001100*
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001520*                      APPLIES TO EVERY PLANT, A KEYED ONE
001530*                      ONLY TO ITS OWN, SO EACH PLANT GETS
001540*                      ITS OWN HOLIDAYS AND SHUTDOWNS.
001550*    2026-10-15 RA    NOW GENERATED AND MAINTAINED BY
001560*                      SPAGHETTI-CALMNT, WRITTEN PLANT BY PLANT
001570*                      IN DATE ORDER WITH THE BLANK (PLANT-
001580*                      WIDE) ENTRIES LAST, SO A PLANT'S OWN
001590*                      ENTRY FOR A DATE IS FOUND FIRST.
001592*    2026-10-15 RA    ALSO READ BY SPAGHETTI-UTIL, WHICH
001594*                      COUNTS A LINE AVAILABLE ON EVERY
001596*                      WORKING DAY WHETHER IT REPORTED OR NOT.
001600*--------------------------------------------------------------*
001700 01  PRODUCTION-CALENDAR-RECORD.
001800     05  CAL-DATE                   PIC 9(08).
