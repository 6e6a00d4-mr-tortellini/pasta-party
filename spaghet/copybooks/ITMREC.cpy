001320*                      SPAGHETTI-ITEMMNT, WHICH KEEPS IT IN
001330*                      ASCENDING ITEM-CODE ORDER - IT IS NOT
001340*                      TO BE EDITED BY HAND ANY MORE.
001350*    2026-10-15 RA    ADDED THE ITEM'S STANDARD COST PER UNIT,
001360*                      KEPT THROUGH SPAGHETTI-ITEMMNT, THAT
001370*                      SPAGHETTI-CLOSE VALUES THE PERIOD'S
001380*                      PRODUCTION AT.  A RECORD FROM BEFORE THE
001390*                      FIELD WAS CARRIED IS BLANK - NOT COSTED.
001391*    2026-10-15 RA    ADDED THE ITEM'S STANDARD RUN RATE IN UNITS
001392*                      PER HOUR OF LINE RUN TIME, KEPT THROUGH
001393*                      SPAGHETTI-ITEMMNT, THAT SPAGHETTI-UTIL
001394*                      MEASURES LINE OUTPUT AGAINST.  BLANK IS
001395*                      NOT YET RATED.
001396*    2026-10-15 RA    ADDED THE ITEM'S SHELF LIFE IN DAYS FROM
001397*                      ITS PRODUCTION DATE, KEPT THROUGH
001398*                      SPAGHETTI-ITEMMNT.  SPAGHETTI-FGSTOCK AGES
001399*                      LOTS BY IT.  BLANK OR ZERO NEVER EXPIRES.
001400*--------------------------------------------------------------*
001500 01  ITEM-MASTER-RECORD.
001600     05  ITEM-CODE                  PIC X(10).
001900         88  ITEM-IS-ACTIVE                    VALUE "A".
002000         88  ITEM-IS-INACTIVE                  VALUE "I".
002100     05  ITEM-STD-LOT-SIZE          PIC 9(07).
002150     05  ITEM-STD-COST              PIC X(09).
002160     05  ITEM-STD-COST-N REDEFINES ITEM-STD-COST
002170                                    PIC 9(05)V9(04).
002270     05  ITEM-STD-RUN-RATE          PIC X(07).
002370     05  ITEM-STD-RUN-RATE-N REDEFINES ITEM-STD-RUN-RATE
002470                                    PIC 9(07).
002670     05  ITEM-SHELF-LIFE-DAYS       PIC X(04).
002770     05  ITEM-SHELF-LIFE-DAYS-N REDEFINES ITEM-SHELF-LIFE-DAYS
002870                                    PIC 9(04).
002970     05  FILLER                     PIC X(12).
