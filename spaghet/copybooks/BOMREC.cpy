001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  -----------------------------------------
001400*    2026-09-02 RA    ORIGINAL.
001410*    2026-10-15 RA    ADDED EFFECTIVE-FROM AND EFFECTIVE-TO
001420*                      DATES SO A RECIPE LINE CAN BE VERSIONED -
001430*                      A LINE IS IN FORCE FROM ITS FROM DATE
001440*                      THROUGH ITS TO DATE, BOTH INCLUSIVE.  A
001450*                      BLANK FROM MEANS IN FORCE SINCE BEFORE
001460*                      DATES WERE KEPT, A BLANK TO MEANS STILL
001470*                      IN FORCE.  THE FILE IS KEPT BY
001480*                      SPAGHETTI-BOMMNT IN ITEM, INGREDIENT, AND
001490*                      EFFECTIVE-FROM ORDER.
001500*--------------------------------------------------------------*
001600 01  RECIPE-RECORD.
001700     05  BOM-ITEM-CODE              PIC X(10).
001800     05  BOM-INGREDIENT-CODE        PIC X(10).
001900     05  BOM-INGREDIENT-DESC        PIC X(30).
002000     05  BOM-QTY-PER-UNIT           PIC 9(04)V9(04).
002010     05  BOM-EFFECTIVE-FROM         PIC X(08).
002020     05  BOM-EFFECTIVE-FROM-N REDEFINES BOM-EFFECTIVE-FROM
002030                                    PIC 9(08).
002040     05  BOM-EFFECTIVE-TO           PIC X(08).
002050     05  BOM-EFFECTIVE-TO-N REDEFINES BOM-EFFECTIVE-TO
002060                                    PIC 9(08).
002100     05  FILLER                     PIC X(06).
