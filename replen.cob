           ITS REORDER POINT WITH NO PRIMARY VENDOR ON FILE LISTS       00002500
           AS AN EXCEPTION INSTEAD -- THE BUYER NO LONGER KEYS          00002600
           POTRAN BY HAND OFF THE PRINTED REORDER REPORT.               00002700
      *>                                                      MODS:     00002720
      *> 2026-10-15 KWK - POTRAN IS 26 BYTES; THE SUGGESTED ORDER       00002740
      *>    CARRIES THE CURRENT IM-UNIT-COST AS THE AGREED PO COST      00002760
      *>    (BUYER MAY OVERRIDE).                                       00002780
      *> 2026-10-15 KWK - WITH 'L' ON THE NEW REPLPARM CARD THE RUN     00002781
      *>    WORKS LOCATION BY LOCATION FROM INVLOC: A LOCATION          00002782
      *>    BELOW ITS IL-MIN-STOCK IS FILLED BACK TO ITS                00002783
      *>    IL-MAX-STOCK, FIRST BY 'T' TRANSFERS FROM LOCATIONS         00002784
      *>    HOLDING MORE THAN THEIR MAXIMUM AND ONLY THEN BY            00002785
      *>    BUYING. THE TRANSFERS GO TO XFRTRAN IN THE SAME LAYOUT      00002786
      *>    AS VALTRANI, SO THEY CAN BE FED TO VALEDIT THE SAME WAY     00002787
      *>    A RESUBMITTED ERRTRAN IS. WHAT IS LEFT TO BUY, LESS THE     00002788
      *>    ITEM'S ON-ORDER NET OF BACKORDERS, GOES TO POTRAN AS        00002789
      *>    ONE SUGGESTED ORDER FOR THE ITEM, AND REPLRPT LISTS         00002790
      *>    TRANSFERS AND BUYS IN SEPARATE SECTIONS BY LOCATION. AN     00002791
      *>    ITEM WITH NO STOCKING LEVELS ON ANY LOCATION IS STILL       00002792
      *>    CHECKED COMPANY-WIDE AGAINST IM-REORDER-POINT. NO CARD      00002793
      *>    (OR A BLANK ONE) RUNS COMPANY-WIDE AS BEFORE.               00002794
      *>                                                                00002800
      *>                                                                00002900
       ENVIRONMENT DIVISION.                                            00003000
           SELECT REPLRPT  ASSIGN TO UT-S-REPLRPT.                      00005100
           SELECT CYCLDATE ASSIGN TO UT-S-CYCLDATE                      00005133
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00005166
           SELECT INVLOC   ASSIGN TO UT-I-INVLOC                        00005169
                           ORGANIZATION IS INDEXED                      00005172
                           ACCESS IS DYNAMIC                            00005175
                           RECORD KEY IS IL-KEY                         00005178
                           FILE STATUS IS INVLOC-ERROR-CODE.            00005181
           SELECT XFRTRAN  ASSIGN TO UT-S-XFRTRAN                       00005184
                           FILE STATUS IS XFRTRAN-ERROR-CODE.           00005187
           SELECT REPLPARM ASSIGN TO UT-S-REPLPARM                      00005190
                           FILE STATUS IS REPLPARM-ERROR-CODE.          00005193
      *>                                                                00005200
       DATA DIVISION.                                                   00005300
      *                                                                 00005400
      *                                                                 00007300
       FD  POTRAN                                                       00007400
           LABEL RECORDS ARE STANDARD                                   00007500
           RECORD CONTAINS 26 CHARACTERS.                               00007600
      *                                                                 00007700
       01  PURCHASE-ORDER-TRANSACTION-AREA  PIC X(26).                  00007800
      *                                                                 00007900
       FD  REPLRPT                                                      00008000
           LABEL RECORDS ARE STANDARD                                   00008100
           RECORD CONTAINS 6 CHARACTERS.                                00008542
      *                                                                 00008556
       01  CYCLE-DATE-AREA                     PIC X(6).                00008570
      *                                                                 00008571
       FD  INVLOC                                                       00008572
           LABEL RECORDS ARE STANDARD                                   00008573
           RECORD CONTAINS 23 CHARACTERS.                               00008574
      *                                                                 00008575
       01  LOCATION-RECORD-AREA.                                        00008576
           05  IL-KEY.                                                  00008577
               10  IL-ITEM-NO              PIC X(5).                    00008578
               10  IL-LOCATION-CODE        PIC X(3).                    00008579
           05  IL-ON-HAND                  PIC S9(5).                   00008580
           05  IL-MIN-STOCK                PIC 9(5).                    00008581
           05  IL-MAX-STOCK                PIC 9(5).                    00008582
      *                                                                 00008583
       FD  XFRTRAN                                                      00008584
           LABEL RECORDS ARE STANDARD                                   00008585
           RECORD CONTAINS 38 CHARACTERS.                               00008586
      *                                                                 00008587
       01  TRANSFER-TRANSACTION-AREA           PIC X(38).               00008588
      *                                                                 00008589
       FD  REPLPARM                                                     00008590
           LABEL RECORDS ARE STANDARD                                   00008591
           RECORD CONTAINS 1 CHARACTERS.                                00008592
      *                                                                 00008593
       01  REPLEN-PARM-AREA                    PIC X(1).                00008594
      *                                                                 00008595
       WORKING-STORAGE SECTION.                                         00008600
      *                                                                 00008700
       01  SWITCHES.                                                    00008800
               88  INVMAST-EOF                         VALUE   'Y'.     00009000
           05  BACKORD-FOUND-SWITCH            PIC X   VALUE   'N'.     00009100
               88  BACKORD-FOUND                       VALUE   'Y'.     00009200
           05  REPLEN-MODE-SWITCH              PIC X   VALUE   SPACE.   00009210
               88  REPLEN-BY-LOCATION                  VALUE   'L'.     00009220
           05  INVLOC-ITEM-END-SWITCH          PIC X   VALUE   'N'.     00009230
               88  INVLOC-ITEM-END                     VALUE   'Y'.     00009240
           05  LOCATION-LEVELS-SWITCH          PIC X   VALUE   'N'.     00009250
               88  LOCATION-LEVELS-FOUND               VALUE   'Y'.     00009260
           05  TABLE-SWAPPED-SWITCH            PIC X   VALUE   'N'.     00009270
               88  TABLE-WAS-SWAPPED                   VALUE   'Y'.     00009280
      *                                                                 00009300
       01  FILE-STATUS-FIELD.                                           00009400
           05 CYCLDATE-ERROR-CODE           PIC XX.                     00009450
           05 INVMAST-ERROR-CODE           PIC XX.                      00009500
           05 BACKORD-ERROR-CODE           PIC XX.                      00009600
           05 POTRAN-ERROR-CODE            PIC XX.                      00009700
           05 INVLOC-ERROR-CODE            PIC XX.                      00009720
           05 XFRTRAN-ERROR-CODE           PIC XX.                      00009740
           05 REPLPARM-ERROR-CODE          PIC XX.                      00009760
      *                                                                 00009800
       01  WS-EOJ-COUNTERS.                                             00009900
           05  WS-ITEMS-READ-COUNT         PIC 9(7) VALUE ZERO.         00010000
           05  WS-ORDERS-SUGGESTED-COUNT   PIC 9(7) VALUE ZERO.         00010100
           05  WS-NO-VENDOR-COUNT          PIC 9(7) VALUE ZERO.         00010200
           05  WS-TRANSFERS-SUGGESTED-COUNT PIC 9(7) VALUE ZERO.        00010230
           05  WS-LOCATION-BUYS-COUNT      PIC 9(7) VALUE ZERO.         00010260
      *                                                                 00010300
       01  WS-RUN-DATE                     PIC 9(6) VALUE ZERO.         00010400
      *                                                                 00010500
           05  WS-NET-AVAILABLE            PIC S9(7) VALUE ZERO.        00010700
           05  WS-SUGGESTED-QUANTITY       PIC S9(7) VALUE ZERO.        00010800
           05  WS-BACKORDER-QUANTITY       PIC S9(5) VALUE ZERO.        00010900
           05  WS-TRANSFER-QUANTITY        PIC S9(7) VALUE ZERO.        00010901
           05  WS-PIPELINE-QUANTITY        PIC S9(7) VALUE ZERO.        00010902
      *                                                                 00010903
      *    REPLPARM -- COL 1 MODE: 'L' REPLENISHES LOCATION BY          00010904
      *    LOCATION FROM INVLOC; BLANK (OR NO CARD) IS COMPANY-WIDE.    00010905
      *                                                                 00010906
       01  REPLEN-PARM-RECORD.                                          00010907
           05  RP-MODE                     PIC X(1).                    00010908
      *                                                                 00010909
      *    ONE ITEM'S INVLOC RECORDS. A LOCATION BELOW ITS MINIMUM IS   00010910
      *    SHORT BY WHAT IT TAKES TO REACH ITS MAXIMUM; A LOCATION      00010911
      *    ABOVE ITS MAXIMUM HAS THE EXCESS TO SPARE. A LOCATION WITH   00010912
      *    BOTH LEVELS ZERO IS NEITHER.                                 00010913
      *                                                                 00010914
       01  WS-LOCATION-TABLE.                                           00010915
           05  WS-LOCATION-COUNT           PIC S9(4) COMP VALUE ZERO.   00010916
           05  WS-LOCATION-ENTRY OCCURS 50 TIMES                        00010917
                       INDEXED BY WS-LC-IX, WS-DN-IX.                   00010918
               10  LC-LOCATION-CODE        PIC X(3).                    00010919
               10  LC-ON-HAND              PIC S9(5).                   00010920
               10  LC-MIN-STOCK            PIC 9(5).                    00010921
               10  LC-MAX-STOCK            PIC 9(5).                    00010922
               10  LC-SHORTAGE             PIC S9(7).                   00010923
               10  LC-SURPLUS              PIC S9(7).                   00010924
      *                                                                 00010925
      *    LOCATION-MODE REPORT LINES, HELD UNTIL END OF RUN AND        00010926
      *    SORTED BY SECTION (T = TRANSFER, B = BUY), LOCATION AND      00010927
      *    ITEM. A BLANK LOCATION IS A COMPANY-WIDE SUGGESTION.         00010928
      *                                                                 00010929
       01  WS-SUGGESTION-TABLE.                                         00010930
           05  WS-SUGGESTION-COUNT         PIC S9(4) COMP VALUE ZERO.   00010931
           05  WS-OUTER-IX                 PIC S9(4) COMP.              00010932
           05  WS-INNER-IX                 PIC S9(4) COMP.              00010933
           05  WS-SUGGESTION-ENTRY OCCURS 2000 TIMES.                   00010934
               10  SG-SORT-KEY.                                         00010935
                   15  SG-SECTION          PIC X(1).                    00010936
                   15  SG-LOCATION-CODE    PIC X(3).                    00010937
                   15  SG-ITEM-NO          PIC X(5).                    00010938
                   15  SG-SOURCE           PIC X(5).                    00010939
               10  SG-ITEM-DESC            PIC X(20).                   00010940
               10  SG-QUANTITY             PIC S9(7).                   00010941
               10  SG-REMARKS              PIC X(24).                   00010942
      *                                                                 00010943
       01  WS-SWAP-ENTRY                   PIC X(65).                   00010944
      *                                                                 00010945
       01  WS-HELD-SUGGESTION.                                          00010946
           05  HS-SECTION                  PIC X(1).                    00010947
           05  HS-LOCATION-CODE            PIC X(3).                    00010948
           05  HS-ITEM-NO                  PIC X(5).                    00010949
           05  HS-SOURCE                   PIC X(5).                    00010950
           05  HS-ITEM-DESC                PIC X(20).                   00010951
           05  HS-QUANTITY                 PIC S9(7).                   00010952
           05  HS-REMARKS                  PIC X(24).                   00010953
      *                                                                 00010954
       01  WS-REPORT-CONTROL.                                           00010955
           05  WS-REPORT-SECTION           PIC X(1).                    00010956
           05  WS-PREVIOUS-LOCATION        PIC X(3).                    00010957
           05  WS-SECTION-LINE-COUNT       PIC 9(7).                    00010958
      *                                                                 00011000
       01  INVENTORY-MASTER-RECORD.                                     00011100
           05  IM-DESCRIPTIVE-DATA.                                     00011200
           05  PO-VENDOR-NO                PIC X(5).                    00013200
           05  PO-ORDER-DATE               PIC 9(6).                    00013300
           05  PO-ORDER-QUANTITY           PIC S9(5).                   00013400
           05  PO-UNIT-COST                PIC S999V99.                 00013450
      *                                                                 00013453
       01  TRANSFER-TRANSACTION-RECORD.                                 00013456
           05  XT-ITEM-NO                  PIC X(5).                    00013459
           05  XT-TO-LOCATION.                                          00013462
               10  XT-TO-LOCATION-CODE     PIC X(3).                    00013465
               10  FILLER                  PIC X(2).                    00013468
           05  XT-RECEIPT-DATE             PIC X(6).                    00013471
           05  XT-RECEIPT-QUANTITY         PIC S9(5).                   00013474
           05  XT-TRANS-TYPE               PIC X(1) VALUE 'T'.          00013477
           05  XT-LOCATION-CODE            PIC X(3).                    00013480
           05  XT-UNIT-CODE                PIC X(1) VALUE 'E'.          00013483
           05  XT-RELEASE-FLAG             PIC X(1) VALUE SPACE.        00013486
           05  XT-RESUBMIT-COUNT           PIC 9(2) VALUE ZERO.         00013489
           05  XT-CUSTOMER-NO              PIC 9(9) VALUE ZERO.         00013492
      *                                                                 00013500
       01  REPLRPT-DETAIL.                                              00013600
           05  RD-ITEM-NO                  PIC X(5).                    00013700
           05  FILLER                      PIC X(3)  VALUE SPACES.      00014400
           05  RD-REMARKS                  PIC X(24).                   00014500
           05  FILLER                      PIC X(8)  VALUE SPACES.      00014600
      *                                                                 00014602
       01  REPLRPT-SECTION-HEADING.                                     00014604
           05  RS-TITLE                    PIC X(45).                   00014606
           05  FILLER                      PIC X(35) VALUE SPACES.      00014608
      *                                                                 00014610
       01  REPLRPT-COLUMN-HEADING.                                      00014612
           05  FILLER                      PIC X(6)  VALUE 'LOC'.       00014614
           05  FILLER                      PIC X(8)  VALUE 'ITEM'.      00014616
           05  FILLER                      PIC X(23) VALUE              00014618
               'DESCRIPTION'.                                           00014620
           05  RH-SOURCE-LABEL             PIC X(8).                    00014622
           05  FILLER                      PIC X(10) VALUE              00014624
               'QUANTITY'.                                              00014626
           05  FILLER                      PIC X(25) VALUE 'REMARKS'.   00014628
      *                                                                 00014630
       01  REPLRPT-LOCATION-DETAIL.                                     00014632
           05  LD-LOCATION-CODE            PIC X(3).                    00014634
           05  FILLER                      PIC X(3)  VALUE SPACES.      00014636
           05  LD-ITEM-NO                  PIC X(5).                    00014638
           05  FILLER                      PIC X(3)  VALUE SPACES.      00014640
           05  LD-ITEM-DESC                PIC X(20).                   00014642
           05  FILLER                      PIC X(3)  VALUE SPACES.      00014644
           05  LD-SOURCE                   PIC X(5).                    00014646
           05  FILLER                      PIC X(3)  VALUE SPACES.      00014648
           05  LD-QUANTITY                 PIC -(6)9.                   00014650
           05  FILLER                      PIC X(3)  VALUE SPACES.      00014652
           05  LD-REMARKS                  PIC X(24).                   00014654
           05  FILLER                      PIC X(1)  VALUE SPACES.      00014656
      *                                                                 00014658
       01  REPLRPT-TOTAL-LINE.                                          00014660
           05  RT-LABEL                    PIC X(30).                   00014662
           05  RT-COUNT                    PIC Z(6)9.                   00014664
           05  FILLER                      PIC X(43) VALUE SPACES.      00014666
      *>                                                                00014700
       PROCEDURE DIVISION.                                              00014800
      *                                                                 00014900
       000-SUGGEST-PURCHASE-ORDERS.                                     00015000
           PERFORM 002-GET-PROCESS-DATE.                                00015100
           PERFORM 100-READ-MODE-PARM.                                  00015150
           OPEN    INPUT   INVMAST, INPUT BACKORD,                      00015200
                   OUTPUT  POTRAN, OUTPUT REPLRPT, OUTPUT XFRTRAN.      00015300
           IF INVMAST-ERROR-CODE NOT = '00'                             00015400
               DISPLAY 'REPLEN    A 1   OPEN ERROR FOR INVMAST'         00015500
               DISPLAY 'REPLEN    A 1   FILE STATUS = '                 00015600
               DISPLAY 'REPLEN    A 1   FILE STATUS = '                 00016100
                   POTRAN-ERROR-CODE                                    00016200
               STOP RUN.                                                00016300
           IF XFRTRAN-ERROR-CODE NOT = '00'                             00016310
               DISPLAY 'REPLEN    A 1   OPEN ERROR FOR XFRTRAN'         00016320
               DISPLAY 'REPLEN    A 1   FILE STATUS = '                 00016330
                   XFRTRAN-ERROR-CODE                                   00016340
               STOP RUN.                                                00016350
           IF REPLEN-BY-LOCATION                                        00016360
               PERFORM 110-OPEN-LOCATION-FILE.                          00016370
           PERFORM 300-PROCESS-INVENTORY-MASTER                         00016400
               UNTIL INVMAST-EOF                                        00016500
           IF REPLEN-BY-LOCATION                                        00016550
               PERFORM 600-WRITE-LOCATION-REPORT                        00016600
               CLOSE INVLOC.                                            00016650
           CLOSE   INVMAST, BACKORD, POTRAN, REPLRPT, XFRTRAN.          00016700
           DISPLAY 'REPLEN READ=' WS-ITEMS-READ-COUNT                   00016750
               ' SUGGESTED=' WS-ORDERS-SUGGESTED-COUNT                  00016800
               ' NO-VENDOR=' WS-NO-VENDOR-COUNT                         00016850
               ' TRANSFERS=' WS-TRANSFERS-SUGGESTED-COUNT.              00016900
           STOP RUN.                                                    00017000
      *                                                                 00017006
       002-GET-PROCESS-DATE.                                            00017012
               READ CYCLDATE INTO WS-RUN-DATE                           00017072
                   AT  END                                              00017078
                       MOVE ZERO TO WS-RUN-DATE.                        00017084
      *                                                                 00017085
      ****************************************************************  00017086
      *  MODE -- NO CARD OR A BLANK ONE IS THE COMPANY-WIDE RUN.        00017087
      ****************************************************************  00017088
       100-READ-MODE-PARM.                                              00017089
               MOVE    SPACES TO REPLEN-PARM-RECORD.                    00017090
               OPEN    INPUT REPLPARM.                                  00017091
               IF REPLPARM-ERROR-CODE = '00'                            00017092
                   PERFORM 105-READ-MODE-CARD                           00017093
                   CLOSE REPLPARM.                                      00017094
               IF RP-MODE = 'L'                                         00017095
                   MOVE 'L' TO REPLEN-MODE-SWITCH                       00017096
               ELSE                                                     00017097
                   IF RP-MODE NOT = SPACE                               00017098
                       DISPLAY 'REPLEN    A 2   UNKNOWN MODE ' RP-MODE  00017099
                           ' ON REPLPARM - COMPANY-WIDE RUN'.           00017100
      *                                                                 00017101
       105-READ-MODE-CARD.                                              00017102
               READ REPLPARM INTO REPLEN-PARM-RECORD                    00017103
                   AT  END                                              00017104
                       MOVE SPACES TO REPLEN-PARM-RECORD.               00017105
      *                                                                 00017106
       110-OPEN-LOCATION-FILE.                                          00017107
               OPEN    INPUT INVLOC.                                    00017108
               IF INVLOC-ERROR-CODE NOT = '00'                          00017109
                   DISPLAY 'REPLEN    A 1   OPEN ERROR FOR INVLOC'      00017110
                   DISPLAY 'REPLEN    A 1   FILE STATUS = '             00017111
                       INVLOC-ERROR-CODE                                00017112
                   STOP RUN.                                            00017113
      *                                                                 00017150
       300-PROCESS-INVENTORY-MASTER.                                    00017200
               PERFORM 310-READ-INVENTORY-MASTER.                       00017300
               IF NOT INVMAST-EOF                                       00017400
                   AND NOT IM-ITEM-DISCONTINUED                         00017500
                   AND NOT IM-ITEM-DELETE-PENDING                       00017600
                   IF REPLEN-BY-LOCATION                                00017640
                       PERFORM 400-CHECK-LOCATION-REPLENISHMENT         00017680
                   ELSE                                                 00017720
                       PERFORM 320-CHECK-REPLENISHMENT.                 00017760
      *                                                                 00017800
       310-READ-INVENTORY-MASTER.                                       00017900
               READ INVMAST INTO INVENTORY-MASTER-RECORD                00018000
                   MOVE 'N' TO BACKORD-FOUND-SWITCH.                    00020800
      *                                                                 00020900
       340-WRITE-SUGGESTED-ORDER.                                       00021000
               PERFORM 345-WRITE-PURCHASE-ORDER-TRAN.                   00021077
               MOVE    IM-ITEM-NO             TO RD-ITEM-NO             00021154
               MOVE    IM-ITEM-DESC           TO RD-ITEM-DESC           00021231
               MOVE    IM-PRIMARY-VENDOR      TO RD-VENDOR-NO           00021308
               MOVE    WS-SUGGESTED-QUANTITY  TO RD-SUGGESTED-QUANTITY  00021385
               MOVE    'SUGGESTED ORDER WRITTEN' TO RD-REMARKS          00021462
               PERFORM 360-LIST-SUGGESTION.                             00021539
      *                                                                 00021616
       345-WRITE-PURCHASE-ORDER-TRAN.                                   00021693
               MOVE    IM-ITEM-NO             TO PO-ITEM-NO.            00021770
               MOVE    IM-PRIMARY-VENDOR      TO PO-VENDOR-NO.          00021847
               MOVE    WS-RUN-DATE            TO PO-ORDER-DATE.         00021924
               MOVE    WS-SUGGESTED-QUANTITY  TO PO-ORDER-QUANTITY.     00022001
               MOVE    IM-UNIT-COST           TO PO-UNIT-COST.          00022078
               WRITE   PURCHASE-ORDER-TRANSACTION-AREA FROM             00022155
                   PURCHASE-ORDER-TRANSACTION-RECORD.                   00022232
               ADD     1 TO WS-ORDERS-SUGGESTED-COUNT.                  00022309
      *                                                                 00022400
       350-WRITE-NO-VENDOR-LINE.                                        00022500
               MOVE    IM-ITEM-NO             TO RD-ITEM-NO             00022600
               MOVE    SPACES                 TO RD-VENDOR-NO           00022800
               MOVE    WS-SUGGESTED-QUANTITY  TO RD-SUGGESTED-QUANTITY  00022900
               MOVE    'NO PRIMARY VENDOR'    TO RD-REMARKS             00023000
               PERFORM 360-LIST-SUGGESTION.                             00023100
               ADD     1 TO WS-NO-VENDOR-COUNT.                         00023200
      *                                                                 00023201
      ****************************************************************  00023202
      *  A COMPANY-WIDE RUN PRINTS THE LINE NOW; A LOCATION RUN HOLDS   00023203
      *  IT FOR THE BUY SECTION UNDER A BLANK LOCATION.                 00023204
      ****************************************************************  00023205
       360-LIST-SUGGESTION.                                             00023206
               IF REPLEN-BY-LOCATION                                    00023207
                   MOVE 'B'                   TO HS-SECTION             00023208
                   MOVE SPACES                TO HS-LOCATION-CODE       00023209
                   MOVE RD-ITEM-NO            TO HS-ITEM-NO             00023210
                   MOVE RD-VENDOR-NO          TO HS-SOURCE              00023211
                   MOVE RD-ITEM-DESC          TO HS-ITEM-DESC           00023212
                   MOVE WS-SUGGESTED-QUANTITY TO HS-QUANTITY            00023213
                   MOVE RD-REMARKS            TO HS-REMARKS             00023214
                   PERFORM 480-HOLD-SUGGESTION-LINE                     00023215
               ELSE                                                     00023216
                   WRITE REPLRPT-LINE FROM REPLRPT-DETAIL.              00023217
      *                                                                 00023218
      ****************************************************************  00023219
      *  LOCATION MODE -- LOAD THE ITEM'S LOCATIONS, COVER EACH SHORT   00023220
      *  LOCATION FROM THE OTHERS' EXCESS OVER MAXIMUM, THEN BUY        00023221
      *  WHAT IS STILL SHORT. AN ITEM WITH NO LEVELS SET ANYWHERE       00023222
      *  FALLS BACK TO THE COMPANY-WIDE REORDER-POINT CHECK.            00023223
      ****************************************************************  00023224
       400-CHECK-LOCATION-REPLENISHMENT.                                00023225
               PERFORM 410-LOAD-ITEM-LOCATIONS.                         00023226
               IF LOCATION-LEVELS-FOUND                                 00023227
                   PERFORM 420-SUGGEST-TRANSFERS                        00023228
                       VARYING WS-LC-IX FROM 1 BY 1                     00023229
                       UNTIL WS-LC-IX > WS-LOCATION-COUNT               00023230
                   PERFORM 450-SUGGEST-LOCATION-BUYS                    00023231
               ELSE                                                     00023232
                   PERFORM 320-CHECK-REPLENISHMENT.                     00023233
      *                                                                 00023234
       410-LOAD-ITEM-LOCATIONS.                                         00023235
               MOVE    ZERO        TO WS-LOCATION-COUNT.                00023236
               MOVE    'N'         TO LOCATION-LEVELS-SWITCH.           00023237
               MOVE    IM-ITEM-NO  TO IL-ITEM-NO.                       00023238
               MOVE    LOW-VALUES  TO IL-LOCATION-CODE.                 00023239
               START   INVLOC KEY NOT < IL-KEY.                         00023240
               IF INVLOC-ERROR-CODE = '00'                              00023241
                   MOVE 'N' TO INVLOC-ITEM-END-SWITCH                   00023242
                   PERFORM 415-READ-ITEM-LOCATION                       00023243
                       UNTIL INVLOC-ITEM-END.                           00023244
      *                                                                 00023245
       415-READ-ITEM-LOCATION.                                          00023246
               READ INVLOC NEXT RECORD.                                 00023247
               IF INVLOC-ERROR-CODE NOT = '00'                          00023248
                   OR IL-ITEM-NO NOT = IM-ITEM-NO                       00023249
                   MOVE 'Y' TO INVLOC-ITEM-END-SWITCH                   00023250
               ELSE                                                     00023251
                   PERFORM 417-ADD-LOCATION-ENTRY.                      00023252
      *                                                                 00023253
       417-ADD-LOCATION-ENTRY.                                          00023254
               IF WS-LOCATION-COUNT NOT < 50                            00023255
                   DISPLAY 'REPLEN    A 3   LOCATION TABLE FULL --'     00023256
                   DISPLAY 'REPLEN    A 3   ITEM ' IL-ITEM-NO           00023257
                       ' LOCATION ' IL-LOCATION-CODE ' NOT REPLENISHED' 00023258
               ELSE                                                     00023259
                   ADD  1 TO WS-LOCATION-COUNT                          00023260
                   SET  WS-LC-IX TO WS-LOCATION-COUNT                   00023261
                   MOVE IL-LOCATION-CODE TO LC-LOCATION-CODE (WS-LC-IX) 00023262
                   MOVE IL-ON-HAND       TO LC-ON-HAND (WS-LC-IX)       00023263
                   MOVE IL-MIN-STOCK     TO LC-MIN-STOCK (WS-LC-IX)     00023264
                   MOVE IL-MAX-STOCK     TO LC-MAX-STOCK (WS-LC-IX)     00023265
                   MOVE ZERO TO LC-SHORTAGE (WS-LC-IX),                 00023266
                                LC-SURPLUS (WS-LC-IX)                   00023267
                   IF IL-MIN-STOCK > ZERO OR IL-MAX-STOCK > ZERO        00023268
                       PERFORM 418-MEASURE-LOCATION.                    00023269
      *                                                                 00023270
       418-MEASURE-LOCATION.                                            00023271
               MOVE    'Y' TO LOCATION-LEVELS-SWITCH.                   00023272
               IF IL-ON-HAND < IL-MIN-STOCK                             00023273
                   COMPUTE LC-SHORTAGE (WS-LC-IX) =                     00023274
                       IL-MAX-STOCK - IL-ON-HAND.                       00023275
               IF IL-MAX-STOCK > ZERO                                   00023276
                   AND IL-ON-HAND > IL-MAX-STOCK                        00023277
                   COMPUTE LC-SURPLUS (WS-LC-IX) =                      00023278
                       IL-ON-HAND - IL-MAX-STOCK.                       00023279
      *                                                                 00023280
       420-SUGGEST-TRANSFERS.                                           00023281
               IF LC-SHORTAGE (WS-LC-IX) > ZERO                         00023282
                   PERFORM 430-TRANSFER-FROM-EXCESS                     00023283
                       VARYING WS-DN-IX FROM 1 BY 1                     00023284
                       UNTIL WS-DN-IX > WS-LOCATION-COUNT               00023285
                           OR LC-SHORTAGE (WS-LC-IX) = ZERO.            00023286
      *                                                                 00023287
       430-TRANSFER-FROM-EXCESS.                                        00023288
               IF LC-SURPLUS (WS-DN-IX) > ZERO                          00023289
                   IF LC-SURPLUS (WS-DN-IX) < LC-SHORTAGE (WS-LC-IX)    00023290
                       MOVE LC-SURPLUS (WS-DN-IX)                       00023291
                           TO WS-TRANSFER-QUANTITY                      00023292
                   ELSE                                                 00023293
                       MOVE LC-SHORTAGE (WS-LC-IX)                      00023294
                           TO WS-TRANSFER-QUANTITY                      00023295
                   END-IF                                               00023296
                   SUBTRACT WS-TRANSFER-QUANTITY                        00023297
                       FROM LC-SURPLUS (WS-DN-IX),                      00023298
                            LC-SHORTAGE (WS-LC-IX)                      00023299
                   PERFORM 440-WRITE-TRANSFER.                          00023300
      *                                                                 00023301
      ****************************************************************  00023302
      *  A TRANSFER IS A READY-TO-POST 'T' TRANSACTION -- TO-LOCATION   00023303
      *  IN THE VENDOR FIELD, FROM-LOCATION IN THE LOCATION FIELD,      00023304
      *  DATED THE RUN DATE, IN EACHES.                                 00023305
      ****************************************************************  00023306
       440-WRITE-TRANSFER.                                              00023307
               MOVE    SPACES                 TO XT-TO-LOCATION.        00023308
               MOVE    IM-ITEM-NO             TO XT-ITEM-NO.            00023309
               MOVE    LC-LOCATION-CODE (WS-LC-IX)                      00023310
                                              TO XT-TO-LOCATION-CODE.   00023311
               MOVE    WS-RUN-DATE            TO XT-RECEIPT-DATE.       00023312
               MOVE    WS-TRANSFER-QUANTITY   TO XT-RECEIPT-QUANTITY.   00023313
               MOVE    'T'                    TO XT-TRANS-TYPE.         00023314
               MOVE    LC-LOCATION-CODE (WS-DN-IX)                      00023315
                                              TO XT-LOCATION-CODE.      00023316
               MOVE    'E'                    TO XT-UNIT-CODE.          00023317
               MOVE    SPACE                  TO XT-RELEASE-FLAG.       00023318
               MOVE    ZERO                   TO XT-RESUBMIT-COUNT.     00023319
               MOVE    ZERO                   TO XT-CUSTOMER-NO.        00023320
               WRITE   TRANSFER-TRANSACTION-AREA FROM                   00023321
                   TRANSFER-TRANSACTION-RECORD.                         00023322
               ADD     1 TO WS-TRANSFERS-SUGGESTED-COUNT.               00023323
               MOVE    'T'                    TO HS-SECTION.            00023324
               MOVE    LC-LOCATION-CODE (WS-LC-IX)                      00023325
                                              TO HS-LOCATION-CODE.      00023326
               MOVE    IM-ITEM-NO             TO HS-ITEM-NO.            00023327
               MOVE    LC-LOCATION-CODE (WS-DN-IX)                      00023328
                                              TO HS-SOURCE.             00023329
               MOVE    IM-ITEM-DESC           TO HS-ITEM-DESC.          00023330
               MOVE    WS-TRANSFER-QUANTITY   TO HS-QUANTITY.           00023331
               MOVE    'TRANSFER WRITTEN'     TO HS-REMARKS.            00023332
               PERFORM 480-HOLD-SUGGESTION-LINE.                        00023333
      *                                                                 00023334
      ****************************************************************  00023335
      *  WHAT TRANSFERS COULD NOT COVER IS BOUGHT, LESS THE ITEM'S      00023336
      *  ON-ORDER NET OF BACKORDERS (ALREADY ON ITS WAY), TAKEN         00023337
      *  AGAINST THE SHORT LOCATIONS IN LOCATION ORDER. THE ITEM        00023338
      *  GETS ONE POTRAN ORDER FOR THE TOTAL -- POMAST HOLDS ONE LINE   00023339
      *  PER ITEM ON A PO.                                              00023340
      ****************************************************************  00023341
       450-SUGGEST-LOCATION-BUYS.                                       00023342
               PERFORM 330-GET-BACKORDER-QUANTITY.                      00023343
               COMPUTE WS-PIPELINE-QUANTITY =                           00023344
                   IM-ON-ORDER - WS-BACKORDER-QUANTITY.                 00023345
               IF WS-PIPELINE-QUANTITY < ZERO                           00023346
                   MOVE ZERO TO WS-PIPELINE-QUANTITY.                   00023347
               MOVE    ZERO TO WS-SUGGESTED-QUANTITY.                   00023348
               PERFORM 460-SUGGEST-LOCATION-BUY                         00023349
                   VARYING WS-LC-IX FROM 1 BY 1                         00023350
                   UNTIL WS-LC-IX > WS-LOCATION-COUNT.                  00023351
               IF WS-SUGGESTED-QUANTITY > ZERO                          00023352
                   IF IM-PRIMARY-VENDOR = SPACES                        00023353
                       ADD 1 TO WS-NO-VENDOR-COUNT                      00023354
                   ELSE                                                 00023355
                       PERFORM 345-WRITE-PURCHASE-ORDER-TRAN.           00023356
      *                                                                 00023357
       460-SUGGEST-LOCATION-BUY.                                        00023358
               IF LC-SHORTAGE (WS-LC-IX) > ZERO                         00023359
                   IF WS-PIPELINE-QUANTITY NOT < LC-SHORTAGE (WS-LC-IX) 00023360
                       SUBTRACT LC-SHORTAGE (WS-LC-IX)                  00023361
                           FROM WS-PIPELINE-QUANTITY                    00023362
                   ELSE                                                 00023363
                       SUBTRACT WS-PIPELINE-QUANTITY                    00023364
                           FROM LC-SHORTAGE (WS-LC-IX)                  00023365
                       MOVE ZERO TO WS-PIPELINE-QUANTITY                00023366
                       ADD  LC-SHORTAGE (WS-LC-IX)                      00023367
                           TO WS-SUGGESTED-QUANTITY                     00023368
                       PERFORM 470-LIST-LOCATION-BUY.                   00023369
      *                                                                 00023370
       470-LIST-LOCATION-BUY.                                           00023371
               MOVE    'B'                    TO HS-SECTION.            00023372
               MOVE    LC-LOCATION-CODE (WS-LC-IX)                      00023373
                                              TO HS-LOCATION-CODE.      00023374
               MOVE    IM-ITEM-NO             TO HS-ITEM-NO.            00023375
               MOVE    IM-PRIMARY-VENDOR      TO HS-SOURCE.             00023376
               MOVE    IM-ITEM-DESC           TO HS-ITEM-DESC.          00023377
               MOVE    LC-SHORTAGE (WS-LC-IX) TO HS-QUANTITY.           00023378
               IF IM-PRIMARY-VENDOR = SPACES                            00023379
                   MOVE 'NO PRIMARY VENDOR' TO HS-REMARKS               00023380
               ELSE                                                     00023381
                   MOVE 'SUGGESTED ORDER WRITTEN' TO HS-REMARKS.        00023382
               PERFORM 480-HOLD-SUGGESTION-LINE.                        00023383
               ADD     1 TO WS-LOCATION-BUYS-COUNT.                     00023384
      *                                                                 00023385
       480-HOLD-SUGGESTION-LINE.                                        00023386
               IF WS-SUGGESTION-COUNT NOT < 2000                        00023387
                   DISPLAY 'REPLEN    A 4   REPORT TABLE FULL -- ITEM ' 00023388
                       HS-ITEM-NO ' LOCATION ' HS-LOCATION-CODE         00023389
                       ' NOT LISTED'                                    00023390
               ELSE                                                     00023391
                   ADD  1 TO WS-SUGGESTION-COUNT                        00023392
                   MOVE WS-HELD-SUGGESTION                              00023393
                       TO WS-SUGGESTION-ENTRY (WS-SUGGESTION-COUNT).    00023394
      *                                                                 00023395
       500-SORT-SUGGESTION-TABLE.                                       00023396
               MOVE 'N' TO TABLE-SWAPPED-SWITCH.                        00023397
               IF WS-SUGGESTION-COUNT > 1                               00023398
                   PERFORM 510-BUBBLE-ONE-PASS                          00023399
                       VARYING WS-OUTER-IX FROM 1 BY 1                  00023400
                       UNTIL WS-OUTER-IX > WS-SUGGESTION-COUNT - 1.     00023401
      *                                                                 00023402
       510-BUBBLE-ONE-PASS.                                             00023403
               MOVE    WS-OUTER-IX TO WS-INNER-IX.                      00023404
               ADD     1 TO WS-INNER-IX.                                00023405
               IF SG-SORT-KEY (WS-OUTER-IX) > SG-SORT-KEY (WS-INNER-IX) 00023406
                   MOVE WS-SUGGESTION-ENTRY (WS-OUTER-IX)               00023407
                       TO WS-SWAP-ENTRY                                 00023408
                   MOVE WS-SUGGESTION-ENTRY (WS-INNER-IX)               00023409
                       TO WS-SUGGESTION-ENTRY (WS-OUTER-IX)             00023410
                   MOVE WS-SWAP-ENTRY                                   00023411
                       TO WS-SUGGESTION-ENTRY (WS-INNER-IX)             00023412
                   MOVE 'Y' TO TABLE-SWAPPED-SWITCH.                    00023413
      *                                                                 00023414
      ****************************************************************  00023415
      *  LOCATION-MODE REPORT -- TRANSFERS, THEN BUYS, EACH IN          00023416
      *  LOCATION ORDER WITH A BLANK LINE BETWEEN LOCATIONS.            00023417
      ****************************************************************  00023418
       600-WRITE-LOCATION-REPORT.                                       00023419
               MOVE    'Y' TO TABLE-SWAPPED-SWITCH.                     00023420
               PERFORM 500-SORT-SUGGESTION-TABLE                        00023421
                   UNTIL NOT TABLE-WAS-SWAPPED.                         00023422
               MOVE    'T' TO WS-REPORT-SECTION.                        00023423
               MOVE    'SUGGESTED TRANSFERS BY RECEIVING LOCATION'      00023424
                   TO RS-TITLE.                                         00023425
               MOVE    'FROM'   TO RH-SOURCE-LABEL.                     00023426
               PERFORM 610-WRITE-REPORT-SECTION.                        00023427
               MOVE    'B' TO WS-REPORT-SECTION.                        00023428
               MOVE    'SUGGESTED PURCHASES BY LOCATION' TO RS-TITLE.   00023429
               MOVE    'VENDOR' TO RH-SOURCE-LABEL.                     00023430
               PERFORM 610-WRITE-REPORT-SECTION.                        00023431
               PERFORM 630-WRITE-LOCATION-TOTALS.                       00023432
      *                                                                 00023433
       610-WRITE-REPORT-SECTION.                                        00023434
               WRITE   REPLRPT-LINE FROM REPLRPT-SECTION-HEADING.       00023435
               WRITE   REPLRPT-LINE FROM REPLRPT-COLUMN-HEADING.        00023436
               MOVE    SPACES TO WS-PREVIOUS-LOCATION.                  00023437
               MOVE    ZERO   TO WS-SECTION-LINE-COUNT.                 00023438
               PERFORM 620-WRITE-SECTION-LINE                           00023439
                   VARYING WS-OUTER-IX FROM 1 BY 1                      00023440
                   UNTIL WS-OUTER-IX > WS-SUGGESTION-COUNT.             00023441
               IF WS-SECTION-LINE-COUNT = ZERO                          00023442
                   MOVE '  NONE' TO REPLRPT-LINE                        00023443
                   WRITE REPLRPT-LINE.                                  00023444
               MOVE    SPACES TO REPLRPT-LINE.                          00023445
               WRITE   REPLRPT-LINE.                                    00023446
      *                                                                 00023447
       620-WRITE-SECTION-LINE.                                          00023448
               IF SG-SECTION (WS-OUTER-IX) = WS-REPORT-SECTION          00023449
                   IF WS-SECTION-LINE-COUNT > ZERO                      00023450
                       AND SG-LOCATION-CODE (WS-OUTER-IX)               00023451
                           NOT = WS-PREVIOUS-LOCATION                   00023452
                       MOVE SPACES TO REPLRPT-LINE                      00023453
                       WRITE REPLRPT-LINE                               00023454
                   END-IF                                               00023455
                   PERFORM 625-FORMAT-SECTION-LINE                      00023456
                   WRITE REPLRPT-LINE FROM REPLRPT-LOCATION-DETAIL      00023457
                   ADD  1 TO WS-SECTION-LINE-COUNT                      00023458
                   MOVE SG-LOCATION-CODE (WS-OUTER-IX)                  00023459
                       TO WS-PREVIOUS-LOCATION.                         00023460
      *                                                                 00023461
       625-FORMAT-SECTION-LINE.                                         00023462
               MOVE    SG-LOCATION-CODE (WS-OUTER-IX)                   00023463
                                              TO LD-LOCATION-CODE.      00023464
               IF SG-LOCATION-CODE (WS-OUTER-IX) = SPACES               00023465
                   MOVE 'ALL' TO LD-LOCATION-CODE.                      00023466
               MOVE    SG-ITEM-NO (WS-OUTER-IX)   TO LD-ITEM-NO.        00023467
               MOVE    SG-ITEM-DESC (WS-OUTER-IX) TO LD-ITEM-DESC.      00023468
               MOVE    SG-SOURCE (WS-OUTER-IX)    TO LD-SOURCE.         00023469
               MOVE    SG-QUANTITY (WS-OUTER-IX)  TO LD-QUANTITY.       00023470
               MOVE    SG-REMARKS (WS-OUTER-IX)   TO LD-REMARKS.        00023471
      *                                                                 00023472
       630-WRITE-LOCATION-TOTALS.                                       00023473
               MOVE    'TRANSFERS SUGGESTED           ' TO RT-LABEL.    00023474
               MOVE    WS-TRANSFERS-SUGGESTED-COUNT TO RT-COUNT.        00023475
               WRITE   REPLRPT-LINE FROM REPLRPT-TOTAL-LINE.            00023476
               MOVE    'LOCATION BUY LINES            ' TO RT-LABEL.    00023477
               MOVE    WS-LOCATION-BUYS-COUNT       TO RT-COUNT.        00023478
               WRITE   REPLRPT-LINE FROM REPLRPT-TOTAL-LINE.            00023479
               MOVE    'PURCHASE ORDERS SUGGESTED     ' TO RT-LABEL.    00023480
               MOVE    WS-ORDERS-SUGGESTED-COUNT    TO RT-COUNT.        00023481
               WRITE   REPLRPT-LINE FROM REPLRPT-TOTAL-LINE.            00023482
               MOVE    'ITEMS WITH NO PRIMARY VENDOR  ' TO RT-LABEL.    00023483
               MOVE    WS-NO-VENDOR-COUNT           TO RT-COUNT.        00023484
               WRITE   REPLRPT-LINE FROM REPLRPT-TOTAL-LINE.            00023485
      *>                                                                00023500
/*                                                                      00023600
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00023700
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00023800
//COB.INVMAST DD DSNAME=HERC01.SAMPLE.INVMAST,DISP=SHR                  00023900
//COB.BACKORD DD DSNAME=HERC01.SAMPLE.BACKORD,DISP=SHR                  00024000
//COB.POTRAN DD DSNAME=HERC01.SAMPLE.POTRAN,DISP=(,CATLG),              00024100
//             DCB=(DSORG=PS,LRECL=26,BLKSIZE=2600,RECFM=FB),           00024200
//             SPACE=(TRK,(1,1),RLSE)                                   00024300
//COB.INVLOC DD DSNAME=HERC01.SAMPLE.INVLOC,DISP=SHR                    00024400
//COB.REPLPARM DD DSNAME=HERC01.SAMPLE.REPLPARM,DISP=SHR                00024500
//COB.XFRTRAN DD DSNAME=HERC01.SAMPLE.XFRTRAN,DISP=(,CATLG),            00024600
//             DCB=(DSORG=PS,LRECL=38,BLKSIZE=3800,RECFM=FB),           00024700
//             SPACE=(TRK,(1,1),RLSE)                                   00024800
//COB.REPLRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)         00024900
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00025000
//GO.SYSIN DD *                                                         00025100
/*                                                                      00025200
/&                                                                      00025300
