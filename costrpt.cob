           CAN SEE VENDOR COST TRENDS OVER A RANGE INSTEAD OF ONLY      00002100
           THE CURRENT SNAPSHOT.                                        00002200
      *>                                                      MODS:     00002300
      *> 2026-10-15 KWK - PRICEHST IS 36 BYTES NOW -- PH-ON-HAND IS     00002330
      *>    THE ON-HAND THE COST CHANGE REVALUED (FOR INVRECON).        00002360
      *>                                                                00002400
      *>                                                                00002500
       ENVIRONMENT DIVISION.                                            00002600
      *                                                                 00005000
       FD  PRICEHST                                                     00005100
           LABEL RECORDS ARE STANDARD                                   00005200
           RECORD CONTAINS 36 CHARACTERS.                               00005300
      *                                                                 00005400
       01  PRICE-HISTORY-AREA               PIC X(36).                  00005500
      *                                                                 00005600
       FD  COSTRPT                                                      00005700
           LABEL RECORDS ARE STANDARD                                   00005800
           05  PH-NEW-UNIT-COST            PIC S999V99.                 00009000
           05  PH-OLD-UNIT-PRICE           PIC S999V99.                 00009100
           05  PH-NEW-UNIT-PRICE           PIC S999V99.                 00009200
           05  PH-ON-HAND                  PIC S9(5).                   00009250
      *                                                                 00009300
       01  COSTRPT-DETAIL.                                              00009400
           05  RD-ITEM-NO                  PIC X(5).                    00009500
