001286*                      TRANSACTION CARRIED ITS OWN.
001290*    2026-09-02 RA    ADDED LDG-PLANT-CODE - BLANK ON OLD
001291*                      RECORDS MEANS PLANT 01.
001292*    2026-10-15 RA    ADDED LDG-HOLD-STATUS - "H" IS A LOT
001293*                      POSTED ON QA HOLD AND KEPT OUT OF THE
001294*                      INVENTORY EXTRACT; BLANK IS A FREE LOT.
001300*--------------------------------------------------------------*
001400 01  POSTED-LEDGER-RECORD.
001500     05  LDG-RUN-DATE               PIC 9(08).
002000     05  LDG-RUNNING-TOTAL          PIC S9(09).
002050     05  LDG-PROD-DATE              PIC 9(08).
002060     05  LDG-PLANT-CODE             PIC X(02).
002070     05  LDG-HOLD-STATUS            PIC X(01).
002080         88  LDG-POSTED-ON-HOLD                VALUE "H".
002100     05  FILLER                     PIC X(27).
