           (CONVERTED TO EACHES WITH THE ITEM'S CASE AND PALLET         00002400
           FACTORS). ONE INQUIRY REPLACES THE FIVE SEPARATE             00002500
           LOOKUPS CUSTOMER SERVICE CALLS USED TO TAKE.                 00002600
      *>                                                      MODS:     00002620
      *> 2026-10-15 KWK - INVSUSP IS 38 BYTES NOW (SU-CUSTOMER-NO, THE  00002640
      *>    SHIP-TO CUSTOMER CARRIED ON A HELD ISSUE).                  00002660
      *> 2026-10-15 KWK - INVLOT IS 26 BYTES (LT-RECEIVED-QUANTITY      00002670
      *>    ADDED FOR APMATCH). LAYOUT WIDENED ONLY.                    00002680
      *> 2026-10-15 KWK - INVLOC IS 23 BYTES NOW -- IL-MIN-STOCK        00002684
      *>    AND IL-MAX-STOCK, THE STOCKING LEVELS LOCMNT MAINTAINS      00002688
      *>    FOR EACH ITEM AT EACH LOCATION AND REPLEN WORKS FROM,       00002692
      *>    FOLLOW IL-ON-HAND. LAYOUT WIDENED ONLY.                     00002696
      *>                                                                00002700
      *>                                                                00002800
       ENVIRONMENT DIVISION.                                            00002900
      *                                                                 00008100
       FD  INVLOC                                                       00008200
           LABEL RECORDS ARE STANDARD                                   00008300
           RECORD CONTAINS 23 CHARACTERS.                               00008400
      *                                                                 00008500
       01  LOCATION-RECORD-AREA.                                        00008600
           05  IL-KEY.                                                  00008700
               10  IL-ITEM-NO              PIC X(5).                    00008800
               10  IL-LOCATION-CODE        PIC X(3).                    00008900
           05  IL-ON-HAND                  PIC S9(5).                   00009000
           05  IL-MIN-STOCK                PIC 9(5).                    00009030
           05  IL-MAX-STOCK                PIC 9(5).                    00009060
      *                                                                 00009100
       FD  INVLOT                                                       00009200
           LABEL RECORDS ARE STANDARD                                   00009300
           RECORD CONTAINS 26 CHARACTERS.                               00009400
      *                                                                 00009500
       01  LOT-RECORD-AREA.                                             00009600
           05  LT-KEY.                                                  00009700
               10  LT-LOT-NO               PIC X(6).                    00009900
           05  LT-VENDOR-NO                PIC X(5).                    00010000
           05  LT-QUANTITY                 PIC S9(5).                   00010100
           05  LT-RECEIVED-QUANTITY        PIC S9(5).                   00010150
      *                                                                 00010200
       FD  BACKORD                                                      00010300
           LABEL RECORDS ARE STANDARD                                   00010400
      *                                                                 00011100
       FD  INVSUSP                                                      00011200
           LABEL RECORDS ARE STANDARD                                   00011300
           RECORD CONTAINS 38 CHARACTERS.                               00011400
      *                                                                 00011500
       01  SUSPENSE-RECORD-AREA            PIC X(38).                   00011600
      *                                                                 00011700
       FD  STKRPT                                                       00011800
           LABEL RECORDS ARE STANDARD                                   00011900
           05  SU-DISPOSITION              PIC X(1).                    00017600
               88  SU-PENDING                      VALUE   SPACE.       00017700
           05  SU-RESUBMIT-COUNT           PIC 9(2).                    00017800
           05  SU-CUSTOMER-NO              PIC 9(9).                    00017850
      *                                                                 00017900
       01  INVENTORY-MASTER-RECORD.                                     00018000
           05  IM-DESCRIPTIVE-DATA.                                     00018100
