           A CLOSED ACCOUNT KEEPS ITS RECORD (AND ANY BALANCE) BUT      00002400
           CARRIES 'C' IN CM-ACCOUNT-STATUS, THE FIRST BYTE OF THE      00002500
           FILLER AREA THE OTHER CUSTMAST PROGRAMS IGNORE.              00002600
      *>                                                      MODS:     00002610
      *> 2026-10-15 KWK - CUSTMAST IS 180 BYTES NOW AND CARRIES THE     00002620
      *>    CUSTOMER NAME AND THREE ADDRESS LINES (PLUS THE LAST        00002630
      *>    DUNNING LETTER TIER AND DATE, WHICH ONLY DUNNING SETS).     00002640
      *>    CUSTTRAN IS 140 BYTES WITH NAME AND ADDRESS AFTER THE       00002650
      *>    OLD FIELDS; AN ADD MUST CARRY A NAME, AND NEW ACTION        00002660
      *>    CODE 'N' REPLACES THE NAME AND ADDRESS OF AN EXISTING       00002670
      *>    CUSTOMER. THE LISTING SHOWS THE NAME.                       00002680
      *> 2026-10-15 KWK - BYTE 35 OF CUSTMAST IS THE                    00002684
      *>    CERTIFIED-FUNDS FLAG ('C'), SET BY NSFREV WHEN A CHECK      00002688
      *>    COMES BACK. NEW ACTION CODE 'F' RELEASES IT ONCE            00002692
      *>    COLLECTIONS AGREES TO TAKE ORDINARY CHECKS AGAIN.           00002693
      *> 2026-10-15 KWK - CUSTTRAN IS 148 BYTES NOW --                  00002694
      *>    CT-OPERATOR-ID (BYTES 141-148) NAMES WHO KEYED THE          00002695
      *>    TRANSACTION AND A BLANK ONE IS REJECTED. EVERY FIELD AN     00002696
      *>    APPLIED TRANSACTION CHANGES IS WRITTEN TO THE COMMON        00002697
      *>    CHGLOG CHANGE LOG WITH ITS BEFORE AND AFTER VALUE, THE      00002698
      *>    OPERATOR AND THE CYCLDATE DATE. CHGRPT REPORTS IT.          00002699
      *>                                                                00002700
      *>                                                                00002800
       ENVIRONMENT DIVISION.                                            00002900
                           RECORD KEY IS CM-CUSTOMER-NUMBER             00004300
                           FILE STATUS IS CUSTMAST-ERROR-CODE.          00004400
           SELECT CUSTRPT  ASSIGN TO UT-S-CUSTRPT.                      00004500
           SELECT CHGLOG   ASSIGN TO UT-S-CHGLOG                        00004520
                           FILE STATUS IS CHGLOG-ERROR-CODE.            00004540
           SELECT CYCLDATE ASSIGN TO UT-S-CYCLDATE                      00004560
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00004580
      *>                                                                00004600
       DATA DIVISION.                                                   00004700
      *                                                                 00004800
      *                                                                 00005000
       FD  CUSTTRAN                                                     00005100
           LABEL RECORDS ARE STANDARD                                   00005200
           RECORD CONTAINS 148 CHARACTERS.                              00005300
      *                                                                 00005400
       01  CUSTOMER-TRANSACTION-AREA        PIC X(148).                 00005500
      *                                                                 00005600
       FD  CUSTMAST                                                     00005700
           LABEL RECORDS ARE STANDARD                                   00005800
           RECORD CONTAINS 180 CHARACTERS.                              00005900
      *                                                                 00006000
       01  CUSTOMER-MASTER-AREA.                                        00006100
           05  CM-CUSTOMER-NUMBER          PIC 9(9).                    00006200
           05  FILLER                      PIC X(171).                  00006300
      *                                                                 00006400
       FD  CUSTRPT                                                      00006500
           LABEL RECORDS ARE STANDARD                                   00006600
           RECORD CONTAINS 80 CHARACTERS.                               00006700
      *                                                                 00006800
       01  CUSTRPT-LINE                     PIC X(80).                  00006900
      *                                                                 00006907
       FD  CHGLOG                                                       00006914
           LABEL RECORDS ARE STANDARD                                   00006921
           RECORD CONTAINS 112 CHARACTERS.                              00006928
      *                                                                 00006935
       01  CHANGE-LOG-AREA                  PIC X(112).                 00006942
      *                                                                 00006949
       FD  CYCLDATE                                                     00006956
           LABEL RECORDS ARE STANDARD                                   00006963
           RECORD CONTAINS 6 CHARACTERS.                                00006970
      *                                                                 00006977
       01  CYCLE-DATE-AREA                  PIC X(6).                   00006984
      *                                                                 00007000
       WORKING-STORAGE SECTION.                                         00007100
      *                                                                 00007200
       01  FILE-STATUS-FIELD.                                           00007700
           05 CUSTTRAN-ERROR-CODE           PIC XX.                     00007800
           05 CUSTMAST-ERROR-CODE           PIC XX.                     00007900
           05 CHGLOG-ERROR-CODE             PIC XX.                     00007930
           05 CYCLDATE-ERROR-CODE           PIC XX.                     00007960
      *                                                                 00008000
       01  WS-EOJ-COUNTERS.                                             00008100
           05  WS-TRANS-READ-COUNT          PIC 9(7) VALUE ZERO.        00008200
           05  WS-TRANS-APPLIED-COUNT       PIC 9(7) VALUE ZERO.        00008300
           05  WS-TRANS-REJECTED-COUNT      PIC 9(7) VALUE ZERO.        00008400
           05  WS-CHANGES-LOGGED-COUNT      PIC 9(7) VALUE ZERO.        00008406
      *                                                                 00008412
       01  WS-RUN-DATE                      PIC 9(6) VALUE ZERO.        00008418
       01  WS-AMOUNT-EDIT                   PIC -(7)9.99.               00008424
      *                                                                 00008430
       01  WS-OLD-VALUES.                                               00008436
           05  WS-OLD-CREDIT-LIMIT          PIC 9(7)V99 VALUE ZERO.     00008442
           05  WS-OLD-ACCOUNT-STATUS        PIC X(1)  VALUE SPACE.      00008448
           05  WS-OLD-FUNDS-FLAG            PIC X(1)  VALUE SPACE.      00008454
           05  WS-OLD-NAME-ADDRESS.                                     00008460
               10  WS-OLD-CUSTOMER-NAME     PIC X(30) VALUE SPACES.     00008466
               10  WS-OLD-ADDRESS-LINE-1    PIC X(30) VALUE SPACES.     00008472
               10  WS-OLD-ADDRESS-LINE-2    PIC X(30) VALUE SPACES.     00008478
               10  WS-OLD-ADDRESS-LINE-3    PIC X(30) VALUE SPACES.     00008484
      *                                                                 00008500
       01  CUSTOMER-TRANSACTION-RECORD.                                 00008600
           05  CT-CUSTOMER-NUMBER          PIC 9(9).                    00008700
               88  CT-ACTION-IS-ADD                VALUE   'A'.         00009000
               88  CT-ACTION-IS-CHANGE             VALUE   'C'.         00009100
               88  CT-ACTION-IS-CLOSE              VALUE   'X'.         00009200
               88  CT-ACTION-IS-NAME-CHANGE        VALUE   'N'.         00009250
               88  CT-ACTION-IS-FUNDS-RELEASE      VALUE   'F'.         00009270
           05  FILLER                      PIC X(1).                    00009300
           05  CT-CUSTOMER-NAME            PIC X(30).                   00009320
           05  CT-ADDRESS-LINE-1           PIC X(30).                   00009340
           05  CT-ADDRESS-LINE-2           PIC X(30).                   00009360
           05  CT-ADDRESS-LINE-3           PIC X(30).                   00009380
           05  CT-OPERATOR-ID              PIC X(8).                    00009390
      *                                                                 00009400
       01  CUSTOMER-RECORD.                                             00009500
           05  CU-CUSTOMER-NUMBER          PIC 9(9).                    00009600
           05  CU-ACCOUNT-STATUS           PIC X(1).                    00010000
               88  CU-ACCOUNT-OPEN                 VALUE   'A'.         00010100
               88  CU-ACCOUNT-CLOSED               VALUE   'C'.         00010200
           05  CU-CERTIFIED-FUNDS-FLAG     PIC X(1).                    00010210
               88  CU-CERTIFIED-FUNDS-ONLY         VALUE   'C'.         00010220
           05  FILLER                      PIC X(8).                    00010230
           05  CU-CUSTOMER-NAME            PIC X(30).                   00010240
           05  CU-ADDRESS-LINE-1           PIC X(30).                   00010260
           05  CU-ADDRESS-LINE-2           PIC X(30).                   00010280
           05  CU-ADDRESS-LINE-3           PIC X(30).                   00010300
           05  CU-LAST-DUNNING-TIER        PIC X(1).                    00010320
           05  CU-LAST-DUNNING-DATE        PIC 9(6).                    00010340
           05  FILLER                      PIC X(10).                   00010360
      *                                                                 00010400
       01  CHANGE-LOG-RECORD.                                           00010409
           05  CL-CHANGE-DATE              PIC 9(6).                    00010418
           05  CL-FILE-ID                  PIC X(8).                    00010427
           05  CL-RECORD-KEY               PIC X(10).                   00010436
           05  CL-FIELD-NAME               PIC X(12).                   00010445
           05  CL-BEFORE-VALUE             PIC X(30).                   00010454
           05  CL-AFTER-VALUE              PIC X(30).                   00010463
           05  CL-OPERATOR-ID              PIC X(8).                    00010472
           05  CL-PROGRAM-ID               PIC X(8).                    00010481
      *                                                                 00010490
       01  CUSTRPT-DETAIL.                                              00010500
           05  CD-CUSTOMER-NUMBER          PIC 9(9).                    00010600
           05  FILLER                      PIC X(3)  VALUE SPACES.      00010700
           05  CD-CREDIT-LIMIT             PIC $Z,ZZZ,ZZ9.99.           00010800
           05  FILLER                      PIC X(3)  VALUE SPACES.      00010900
           05  CD-REASON                   PIC X(30).                   00011000
           05  FILLER                      PIC X(2)  VALUE SPACES.      00011060
           05  CD-CUSTOMER-NAME            PIC X(20).                   00011120
      *>                                                                00011200
       PROCEDURE DIVISION.                                              00011300
      *                                                                 00011400
       000-MAINTAIN-CUSTOMER-MASTER.                                    00011500
           PERFORM 002-GET-PROCESS-DATE.                                00011550
           OPEN    INPUT   CUSTTRAN, I-O CUSTMAST, OUTPUT  CUSTRPT,     00011600
                   EXTEND  CHGLOG.                                      00011650
           IF CUSTTRAN-ERROR-CODE NOT = '00'                            00011700
               DISPLAY 'CUSTMNT   A 1   OPEN ERROR FOR CUSTTRAN'        00011800
               DISPLAY 'CUSTMNT   A 1   FILE STATUS = '                 00011900
               DISPLAY 'CUSTMNT   A 1   FILE STATUS = '                 00012400
                   CUSTMAST-ERROR-CODE                                  00012500
               STOP RUN.                                                00012600
           IF CHGLOG-ERROR-CODE NOT = '00'                              00012610
               DISPLAY 'CUSTMNT   A 1   OPEN ERROR FOR CHGLOG'          00012620
               DISPLAY 'CUSTMNT   A 1   FILE STATUS = '                 00012630
                   CHGLOG-ERROR-CODE                                    00012640
               STOP RUN.                                                00012650
           PERFORM 300-PROCESS-CUSTOMER-TRAN                            00012700
               UNTIL CUSTTRAN-EOF                                       00012800
           CLOSE   CUSTTRAN, CUSTMAST, CUSTRPT, CHGLOG.                 00012900
           DISPLAY 'CUSTMNT READ=' WS-TRANS-READ-COUNT                  00013000
               ' APPLIED=' WS-TRANS-APPLIED-COUNT                       00013100
               ' REJECTED=' WS-TRANS-REJECTED-COUNT                     00013160
               ' LOGGED=' WS-CHANGES-LOGGED-COUNT.                      00013220
           STOP RUN.                                                    00013300
      *                                                                 00013400
       002-GET-PROCESS-DATE.                                            00013406
               MOVE    ZERO TO WS-RUN-DATE.                             00013412
               OPEN    INPUT CYCLDATE.                                  00013418
               IF CYCLDATE-ERROR-CODE = '00'                            00013424
                   PERFORM 003-READ-CYCLE-DATE                          00013430
                   CLOSE CYCLDATE.                                      00013436
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00013442
                   ACCEPT WS-RUN-DATE FROM DATE.                        00013448
      *                                                                 00013454
       003-READ-CYCLE-DATE.                                             00013460
               READ CYCLDATE INTO WS-RUN-DATE                           00013466
                   AT  END                                              00013472
                       MOVE ZERO TO WS-RUN-DATE.                        00013478
      *                                                                 00013484
       300-PROCESS-CUSTOMER-TRAN.                                       00013500
               PERFORM 310-READ-CUSTOMER-TRAN.                          00013600
               IF NOT CUSTTRAN-EOF                                      00013700
                   EVALUATE TRUE                                        00013800
                       WHEN CT-OPERATOR-ID = SPACES                     00013820
                           MOVE 'NO OPERATOR ID' TO CD-REASON           00013840
                           PERFORM 350-WRITE-REJECT-LISTING             00013860
                       WHEN CT-ACTION-IS-ADD                            00013900
                           PERFORM 320-ADD-CUSTOMER                     00014000
                       WHEN CT-ACTION-IS-CHANGE                         00014100
                           PERFORM 330-CHANGE-CREDIT-LIMIT              00014200
                       WHEN CT-ACTION-IS-CLOSE                          00014300
                           PERFORM 340-CLOSE-CUSTOMER                   00014400
                       WHEN CT-ACTION-IS-NAME-CHANGE                    00014430
                           PERFORM 335-CHANGE-NAME-ADDRESS              00014460
                       WHEN CT-ACTION-IS-FUNDS-RELEASE                  00014470
                           PERFORM 345-RELEASE-CERTIFIED-FUNDS          00014480
                       WHEN OTHER                                       00014500
                           MOVE 'UNKNOWN ACTION CODE' TO CD-REASON      00014600
                           PERFORM 350-WRITE-REJECT-LISTING             00014700
               IF NOT CUSTTRAN-EOF                                      00015400
                   ADD 1 TO WS-TRANS-READ-COUNT.                        00015500
      *                                                                 00015600
       320-ADD-CUSTOMER.                                                00015660
               IF CT-CREDIT-LIMIT NOT NUMERIC                           00015720
                   MOVE 'ADD FAILED - BAD CREDIT LIMIT'                 00015780
                       TO CD-REASON                                     00015840
                   PERFORM 350-WRITE-REJECT-LISTING                     00015900
               ELSE                                                     00015960
               IF CT-CUSTOMER-NAME = SPACES                             00016020
                   MOVE 'ADD FAILED - NO CUSTOMER NAME'                 00016080
                       TO CD-REASON                                     00016140
                   PERFORM 350-WRITE-REJECT-LISTING                     00016200
               ELSE                                                     00016260
                   MOVE CT-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER        00016320
                   MOVE CT-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER        00016380
                   MOVE CT-CREDIT-LIMIT    TO CU-CREDIT-LIMIT           00016440
                   MOVE ZERO               TO CU-OUTSTANDING-BALANCE    00016500
                   MOVE ZERO               TO CU-LAST-PAYMENT-DATE      00016560
                   MOVE 'A'                TO CU-ACCOUNT-STATUS         00016620
                   MOVE SPACES             TO CUSTOMER-RECORD(35:9)     00016680
                   MOVE CT-CUSTOMER-NAME   TO CU-CUSTOMER-NAME          00016740
                   MOVE CT-ADDRESS-LINE-1  TO CU-ADDRESS-LINE-1         00016800
                   MOVE CT-ADDRESS-LINE-2  TO CU-ADDRESS-LINE-2         00016860
                   MOVE CT-ADDRESS-LINE-3  TO CU-ADDRESS-LINE-3         00016920
                   MOVE SPACE              TO CU-LAST-DUNNING-TIER      00016980
                   MOVE ZERO               TO CU-LAST-DUNNING-DATE      00017040
                   MOVE SPACES             TO CUSTOMER-RECORD(171:10)   00017100
                   WRITE CUSTOMER-MASTER-AREA FROM CUSTOMER-RECORD      00017160
                   IF CUSTMAST-ERROR-CODE = '00'                        00017220
                       ADD 1 TO WS-TRANS-APPLIED-COUNT                  00017280
                       MOVE SPACES TO WS-OLD-VALUES                     00017290
                       MOVE ZERO   TO WS-OLD-CREDIT-LIMIT               00017300
                       PERFORM 380-LOG-CUSTOMER-ADDED                   00017310
                       MOVE 'CUSTOMER ADDED' TO CD-REASON               00017340
                       PERFORM 360-WRITE-APPLIED-LISTING                00017400
                   ELSE                                                 00017460
                       MOVE 'ADD FAILED - DUPLICATE OR I/O'             00017520
                           TO CD-REASON                                 00017580
                       PERFORM 350-WRITE-REJECT-LISTING.                00017640
      *                                                                 00017900
       330-CHANGE-CREDIT-LIMIT.                                         00018000
               MOVE    CT-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.        00018100
                           TO CD-REASON                                 00018600
                       PERFORM 350-WRITE-REJECT-LISTING                 00018700
                   ELSE                                                 00018800
                       MOVE CU-CREDIT-LIMIT TO WS-OLD-CREDIT-LIMIT      00018850
                       MOVE CT-CREDIT-LIMIT TO CU-CREDIT-LIMIT          00018900
                       REWRITE CUSTOMER-MASTER-AREA                     00019000
                           FROM CUSTOMER-RECORD                         00019100
                       IF CUSTMAST-ERROR-CODE = '00'                    00019200
                           ADD 1 TO WS-TRANS-APPLIED-COUNT              00019300
                           PERFORM 382-LOG-CREDIT-LIMIT                 00019350
                           MOVE 'CREDIT LIMIT CHANGED' TO CD-REASON     00019400
                           PERFORM 360-WRITE-APPLIED-LISTING            00019500
                       ELSE                                             00019600
                   MOVE 'CUSTOMER NOT FOUND' TO CD-REASON               00020000
                   PERFORM 350-WRITE-REJECT-LISTING.                    00020100
      *                                                                 00020200
       335-CHANGE-NAME-ADDRESS.                                         00020203
               MOVE    CT-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.        00020206
               READ    CUSTMAST INTO CUSTOMER-RECORD.                   00020209
               IF      CUSTMAST-ERROR-CODE = '00'                       00020212
                   IF CT-CUSTOMER-NAME = SPACES                         00020215
                       MOVE 'CHANGE FAILED - NO NAME'                   00020218
                           TO CD-REASON                                 00020221
                       PERFORM 350-WRITE-REJECT-LISTING                 00020224
                   ELSE                                                 00020227
                       MOVE CU-CUSTOMER-NAME  TO WS-OLD-CUSTOMER-NAME   00020228
                       MOVE CU-ADDRESS-LINE-1 TO WS-OLD-ADDRESS-LINE-1  00020229
                       MOVE CU-ADDRESS-LINE-2 TO WS-OLD-ADDRESS-LINE-2  00020230
                       MOVE CU-ADDRESS-LINE-3 TO WS-OLD-ADDRESS-LINE-3  00020231
                       MOVE CT-CUSTOMER-NAME  TO CU-CUSTOMER-NAME       00020232
                       MOVE CT-ADDRESS-LINE-1 TO CU-ADDRESS-LINE-1      00020233
                       MOVE CT-ADDRESS-LINE-2 TO CU-ADDRESS-LINE-2      00020236
                       MOVE CT-ADDRESS-LINE-3 TO CU-ADDRESS-LINE-3      00020239
                       REWRITE CUSTOMER-MASTER-AREA                     00020242
                           FROM CUSTOMER-RECORD                         00020245
                       IF CUSTMAST-ERROR-CODE = '00'                    00020248
                           ADD 1 TO WS-TRANS-APPLIED-COUNT              00020251
                           PERFORM 384-LOG-NAME-ADDRESS                 00020252
                           MOVE 'NAME/ADDRESS CHANGED' TO CD-REASON     00020254
                           PERFORM 360-WRITE-APPLIED-LISTING            00020257
                       ELSE                                             00020260
                           MOVE 'REWRITE ERROR' TO CD-REASON            00020263
                           PERFORM 350-WRITE-REJECT-LISTING             00020266
               ELSE                                                     00020269
                   MOVE 'CUSTOMER NOT FOUND' TO CD-REASON               00020272
                   PERFORM 350-WRITE-REJECT-LISTING.                    00020275
      *                                                                 00020278
       340-CLOSE-CUSTOMER.                                              00020300
               MOVE    CT-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.        00020400
               READ    CUSTMAST INTO CUSTOMER-RECORD.                   00020500
               IF      CUSTMAST-ERROR-CODE = '00'                       00020600
                   MOVE CU-ACCOUNT-STATUS TO WS-OLD-ACCOUNT-STATUS      00020650
                   MOVE 'C' TO CU-ACCOUNT-STATUS                        00020700
                   REWRITE CUSTOMER-MASTER-AREA FROM CUSTOMER-RECORD    00020800
                   IF CUSTMAST-ERROR-CODE = '00'                        00020900
                       ADD 1 TO WS-TRANS-APPLIED-COUNT                  00021000
                       PERFORM 386-LOG-ACCOUNT-STATUS                   00021050
                       MOVE 'ACCOUNT CLOSED' TO CD-REASON               00021100
                       PERFORM 360-WRITE-APPLIED-LISTING                00021200
                   ELSE                                                 00021300
                   MOVE 'CUSTOMER NOT FOUND' TO CD-REASON               00021700
                   PERFORM 350-WRITE-REJECT-LISTING.                    00021800
      *                                                                 00021900
       345-RELEASE-CERTIFIED-FUNDS.                                     00021904
               MOVE    CT-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.        00021908
               READ    CUSTMAST INTO CUSTOMER-RECORD.                   00021912
               IF      CUSTMAST-ERROR-CODE = '00'                       00021916
                   IF NOT CU-CERTIFIED-FUNDS-ONLY                       00021920
                       MOVE 'NOT ON CERTIFIED FUNDS' TO CD-REASON       00021924
                       PERFORM 350-WRITE-REJECT-LISTING                 00021928
                   ELSE                                                 00021932
                       MOVE CU-CERTIFIED-FUNDS-FLAG                     00021933
                           TO WS-OLD-FUNDS-FLAG                         00021934
                       MOVE SPACE TO CU-CERTIFIED-FUNDS-FLAG            00021936
                       REWRITE CUSTOMER-MASTER-AREA FROM CUSTOMER-RECORD00021940
                       IF CUSTMAST-ERROR-CODE = '00'                    00021944
                           ADD 1 TO WS-TRANS-APPLIED-COUNT              00021948
                           PERFORM 388-LOG-FUNDS-FLAG                   00021950
                           MOVE 'CERTIFIED FUNDS RELEASED' TO CD-REASON 00021952
                           PERFORM 360-WRITE-APPLIED-LISTING            00021956
                       ELSE                                             00021960
                           MOVE 'REWRITE ERROR' TO CD-REASON            00021964
                           PERFORM 350-WRITE-REJECT-LISTING             00021968
               ELSE                                                     00021972
                   MOVE 'CUSTOMER NOT FOUND' TO CD-REASON               00021976
                   PERFORM 350-WRITE-REJECT-LISTING.                    00021980
      *                                                                 00021984
       350-WRITE-REJECT-LISTING.                                        00022000
               MOVE    CT-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER         00022100
               MOVE    CT-CREDIT-LIMIT    TO CD-CREDIT-LIMIT            00022200
               MOVE    CT-CUSTOMER-NAME   TO CD-CUSTOMER-NAME           00022250
               WRITE   CUSTRPT-LINE FROM CUSTRPT-DETAIL.                00022300
               ADD     1 TO WS-TRANS-REJECTED-COUNT.                    00022400
      *                                                                 00022500
       360-WRITE-APPLIED-LISTING.                                       00022600
               MOVE    CU-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER         00022700
               MOVE    CU-CREDIT-LIMIT    TO CD-CREDIT-LIMIT            00022800
               MOVE    CU-CUSTOMER-NAME   TO CD-CUSTOMER-NAME           00022850
               WRITE   CUSTRPT-LINE FROM CUSTRPT-DETAIL.                00022900
      *                                                                 00022901
      ****************************************************************  00022902
      *  CHANGE LOG -- ONE CHGLOG RECORD PER FIELD THAT REALLY          00022903
      *  CHANGED, WITH ITS BEFORE AND AFTER VALUE, THE OPERATOR ON      00022904
      *  THE TRANSACTION AND THE CYCLE DATE. A NEW ACCOUNT LOGS EACH    00022905
      *  FIELD IT WAS OPENED WITH AGAINST A BLANK BEFORE VALUE.         00022906
      ****************************************************************  00022907
       380-LOG-CUSTOMER-ADDED.                                          00022908
               PERFORM 386-LOG-ACCOUNT-STATUS.                          00022909
               PERFORM 382-LOG-CREDIT-LIMIT.                            00022910
               PERFORM 384-LOG-NAME-ADDRESS.                            00022911
      *                                                                 00022912
       382-LOG-CREDIT-LIMIT.                                            00022913
               MOVE    'CREDIT-LIMIT' TO CL-FIELD-NAME.                 00022914
               MOVE    WS-OLD-CREDIT-LIMIT TO WS-AMOUNT-EDIT.           00022915
               MOVE    WS-AMOUNT-EDIT TO CL-BEFORE-VALUE.               00022916
               IF CT-ACTION-IS-ADD                                      00022917
                   MOVE SPACES TO CL-BEFORE-VALUE.                      00022918
               MOVE    CU-CREDIT-LIMIT TO WS-AMOUNT-EDIT.               00022919
               MOVE    WS-AMOUNT-EDIT TO CL-AFTER-VALUE.                00022920
               PERFORM 390-WRITE-CHANGE-LOG.                            00022921
      *                                                                 00022922
       384-LOG-NAME-ADDRESS.                                            00022923
               MOVE    'CUST-NAME   '        TO CL-FIELD-NAME.          00022924
               MOVE    WS-OLD-CUSTOMER-NAME  TO CL-BEFORE-VALUE.        00022925
               MOVE    CU-CUSTOMER-NAME      TO CL-AFTER-VALUE.         00022926
               PERFORM 390-WRITE-CHANGE-LOG.                            00022927
               MOVE    'ADDRESS-1   '        TO CL-FIELD-NAME.          00022928
               MOVE    WS-OLD-ADDRESS-LINE-1 TO CL-BEFORE-VALUE.        00022929
               MOVE    CU-ADDRESS-LINE-1     TO CL-AFTER-VALUE.         00022930
               PERFORM 390-WRITE-CHANGE-LOG.                            00022931
               MOVE    'ADDRESS-2   '        TO CL-FIELD-NAME.          00022932
               MOVE    WS-OLD-ADDRESS-LINE-2 TO CL-BEFORE-VALUE.        00022933
               MOVE    CU-ADDRESS-LINE-2     TO CL-AFTER-VALUE.         00022934
               PERFORM 390-WRITE-CHANGE-LOG.                            00022935
               MOVE    'ADDRESS-3   '        TO CL-FIELD-NAME.          00022936
               MOVE    WS-OLD-ADDRESS-LINE-3 TO CL-BEFORE-VALUE.        00022937
               MOVE    CU-ADDRESS-LINE-3     TO CL-AFTER-VALUE.         00022938
               PERFORM 390-WRITE-CHANGE-LOG.                            00022939
      *                                                                 00022940
       386-LOG-ACCOUNT-STATUS.                                          00022941
               MOVE    'ACCT-STATUS '        TO CL-FIELD-NAME.          00022942
               MOVE    WS-OLD-ACCOUNT-STATUS TO CL-BEFORE-VALUE.        00022943
               MOVE    CU-ACCOUNT-STATUS     TO CL-AFTER-VALUE.         00022944
               PERFORM 390-WRITE-CHANGE-LOG.                            00022945
      *                                                                 00022946
       388-LOG-FUNDS-FLAG.                                              00022947
               MOVE    'CERT-FUNDS  '          TO CL-FIELD-NAME.        00022948
               MOVE    WS-OLD-FUNDS-FLAG       TO CL-BEFORE-VALUE.      00022949
               MOVE    CU-CERTIFIED-FUNDS-FLAG TO CL-AFTER-VALUE.       00022950
               PERFORM 390-WRITE-CHANGE-LOG.                            00022951
      *                                                                 00022952
       390-WRITE-CHANGE-LOG.                                            00022953
               IF CL-BEFORE-VALUE NOT = CL-AFTER-VALUE                  00022954
                   MOVE WS-RUN-DATE        TO CL-CHANGE-DATE            00022955
                   MOVE 'CUSTMAST'         TO CL-FILE-ID                00022956
                   MOVE CU-CUSTOMER-NUMBER TO CL-RECORD-KEY             00022957
                   MOVE CT-OPERATOR-ID     TO CL-OPERATOR-ID            00022958
                   MOVE 'CUSTMNT '         TO CL-PROGRAM-ID             00022959
                   WRITE CHANGE-LOG-AREA FROM CHANGE-LOG-RECORD         00022960
                   ADD  1 TO WS-CHANGES-LOGGED-COUNT.                   00022961
      *>                                                                00023000
/*                                                                      00023100
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00023200
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00023250
//COB.CUSTTRAN DD DSNAME=HERC01.SAMPLE.CUSTTRAN,DISP=SHR                00023300
//COB.CUSTMAST DD DSNAME=HERC01.SAMPLE.CUSTMAST,DISP=SHR                00023400
//COB.CUSTRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)         00023500
//COB.CHGLOG DD DSNAME=HERC01.SAMPLE.CHGLOG,DISP=(MOD,CATLG),           00023520
//             DCB=(DSORG=PS,LRECL=112,BLKSIZE=11200,RECFM=FB),         00023540
//             SPACE=(TRK,(1,1),RLSE)                                   00023560
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00023600
//GO.SYSIN DD *                                                         00023700
/*                                                                      00023800
