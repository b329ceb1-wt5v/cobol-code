           PASS OF INVLOT (IN LT-KEY ORDER, SO GROUPED BY ITEM AND      00001900
           THEN BY LOT) WITH AN ITEM-LEVEL SUBTOTAL SHOWING WHICH       00002000
           RECEIPTS MAKE UP THE QUANTITY ON HAND FOR EACH ITEM.         00002100
      *>                                                      MODS:     00002110
      *> 2026-10-15 KWK - INVLOT IS 26 BYTES --                         00002120
      *>    LT-RECEIVED-QUANTITY KEEPS WHAT THE LOT ORIGINALLY          00002130
      *>    RECEIVED (ISSUES RELIEVE ONLY LT-QUANTITY) SO APMATCH       00002140
      *>    CAN CHECK VENDOR INVOICES AGAINST RECEIPTS. THE LISTING     00002150
      *>    SHOWS IT NEXT TO THE QUANTITY STILL ON HAND.                00002160
      *>                                                                00002200
      *>                                                                00002300
       ENVIRONMENT DIVISION.                                            00002400
      *                                                                 00004300
       FD  INVLOT                                                       00004400
           LABEL RECORDS ARE STANDARD                                   00004500
           RECORD CONTAINS 26 CHARACTERS.                               00004600
      *                                                                 00004700
       01  LOT-RECORD-AREA.                                             00004800
           05  LT-KEY.                                                  00004900
               10  LT-LOT-NO               PIC X(6).                    00005100
           05  LT-VENDOR-NO                PIC X(5).                    00005200
           05  LT-QUANTITY                 PIC S9(5).                   00005300
           05  LT-RECEIVED-QUANTITY        PIC S9(5).                   00005350
      *                                                                 00005400
       FD  LOTRPT                                                       00005500
           LABEL RECORDS ARE STANDARD                                   00005600
           05  LR-LOT-NO                   PIC X(6).                    00008200
           05  LR-VENDOR-NO                PIC X(5).                    00008300
           05  LR-QUANTITY                 PIC S9(5).                   00008400
           05  LR-RECEIVED-QUANTITY        PIC S9(5).                   00008450
      *                                                                 00008500
       01  LOTRPT-DETAIL.                                               00008600
           05  LD-ITEM-NO                  PIC X(5).                    00008700
           05  LD-VENDOR-NO                PIC X(5).                    00009100
           05  FILLER                      PIC X(3)  VALUE SPACES.      00009200
           05  LD-QUANTITY                 PIC -(4)9.                   00009300
           05  FILLER                      PIC X(3)  VALUE SPACES.      00009350
           05  LD-RECEIVED-QUANTITY        PIC -(4)9.                   00009400
           05  FILLER                      PIC X(38) VALUE SPACES.      00009450
      *                                                                 00009500
       01  LOTRPT-SUBTOTAL.                                             00009600
           05  FILLER                      PIC X(5)  VALUE SPACES.      00009700
               MOVE    LR-LOT-NO     TO LD-LOT-NO                       00014600
               MOVE    LR-VENDOR-NO  TO LD-VENDOR-NO                    00014700
               MOVE    LR-QUANTITY   TO LD-QUANTITY                     00014800
               MOVE    LR-RECEIVED-QUANTITY TO LD-RECEIVED-QUANTITY     00014850
               WRITE   LOTRPT-LINE FROM LOTRPT-DETAIL.                  00014900
               ADD     LR-QUANTITY TO WS-ITEM-TOTAL-QUANTITY.           00015000
               ADD     1 TO WS-LOTS-LISTED-COUNT.                       00015100
