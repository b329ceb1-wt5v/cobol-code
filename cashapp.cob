      *>    TRAILER IS NOT COUNTED AS A PAYMENT READ, A HELD PAYMENT    00002409
      *>    COUNTS ONLY AS HELD, AND REJECTED IS RESERVED FOR A         00002411
      *>    REWRITE ERROR, SO READ = APPLIED + REJECTED + HELD.         00002412
      *> 2026-10-15 KWK - EVERY APPLIED PAYMENT WRITES A TYPE 'P' AND   00002413
      *>    EVERY PAYMENT HELD ON CASHSUSP A TYPE 'U' RECORD IN THE     00002414
      *>    GLEXTRCT LAYOUT (DATASET GLEXTCSH) DATED WITH THE           00002415
      *>    CYCLDATE RUN DATE, SO GLPOST JOURNALS THE DEPOSIT. CASHRPT  00002416
      *>    NOW ENDS WITH APPLIED AND HELD CONTROL TOTALS THAT TIE      00002417
      *>    TO GLPOST'S CASHAPP SUBTOTALS.                              00002418
      *> 2026-10-15 KWK - CUSTMAST IS 180 BYTES NOW -- CUSTOMER NAME,   00002419
      *>    THREE ADDRESS LINES, AND THE LAST DUNNING LETTER TIER AND   00002420
      *>    DATE WERE ADDED FOR CUSTMNT AND DUNNING. LAYOUT WIDENED     00002421
      *>    ONLY.                                                       00002422
      *> 2026-10-15 KWK - REMIT IS 30 BYTES NOW -- RM-INVOICE-NO        00002423
      *>    (FROM THE LOCKBOX DETAIL, BLANK WHEN THE CUSTOMER DID       00002424
      *>    NOT NAME ONE) FOLLOWS THE PAYMENT DATE. A NAMED INVOICE     00002425
      *>    IS RELIEVED FIRST AND ONLY THE REMAINDER GOES               00002426
      *>    OLDEST-DUE-FIRST. A SHORT PAYMENT LEAVES THE NAMED          00002427
      *>    INVOICE OPEN FOR THE DIFFERENCE, LISTED ON CASHRPT AS A     00002428
      *>    DEDUCTION AND TOTALED IN A THIRD CONTROL LINE; A NAMED      00002429
      *>    INVOICE THAT IS NOT OPEN IS LISTED AND THE PAYMENT          00002430
      *>    FALLS BACK TO OLDEST-DUE-FIRST. ARPAY AND CASHSUSP STAY     00002431
      *>    24 BYTES.                                                   00002432
      *> 2026-10-15 KWK - ARPAY IS 31 BYTES: AN ENTRY TYPE (P           00002433
      *>    PAYMENT, R RETURNED CHECK, F RETURNED CHECK FEE) AND        00002434
      *>    THE ORIGINAL PAYMENT DATE FOLLOW THE PAYMENT DATE.          00002435
      *>    EVERY AMOUNT RELIEVED FROM AN INVOICE IS ALSO WRITTEN       00002436
      *>    TO ARAPPL (CUSTOMER, PAYMENT AMOUNT AND DATE, INVOICE,      00002437
      *>    AMOUNT APPLIED) SO NSFREV CAN REOPEN EXACTLY THE            00002438
      *>    INVOICES A RETURNED CHECK PAID.                             00002439
      *> 2026-10-15 KWK - A DEPOSIT ALREADY FULLY POSTED IS             00002440
      *>    REFUSED. THE DEPOSIT IS KNOWN BY ITS FIRST PAYMENT          00002441
      *>    (CUSTOMER AND DATE) AND ITS TRAILER COUNT AND TOTAL;        00002442
      *>    CASHREG KEEPS ONE RECORD PER DEPOSIT POSTED, WRITTEN AT     00002443
      *>    A CLEAN EOJ, THE SAME IDEA AS VSAMRND'S BATCHREG, AND A     00002444
      *>    DEPOSIT FOUND THERE STOPS THE RUN WITH RETURN-CODE 16       00002445
      *>    BEFORE ANYTHING IS APPLIED. AFTER EACH PAYMENT A            00002446
      *>    CHECKPOINT (DEPOSIT, PAYMENTS READ, LAST CUSTOMER,          00002447
      *>    RUNNING COUNTS AND DOLLARS) GOES TO CASHCKPT. A RERUN       00002448
      *>    AFTER AN ABEND SKIPS THE PAYMENTS ALREADY COMMITTED,        00002449
      *>    PICKS UP THE RUNNING TOTALS, AND CARRIES ON WRITING TO      00002450
      *>    THE SAME GLEXTCSH EXTRACT. CASHCKPT IS CLEARED AT A         00002451
      *>    CLEAN EOJ.                                                  00002452
      *> 2026-10-15 KWK - GLEXTCSH IS ALWAYS OPENED EXTEND (DISP=MOD),  00002453
      *>    RESTART OR NOT, SO A RUN ADDS TO WHATEVER GLPOST HAS NOT    00002454
      *>    POSTED YET; IT IS NEVER STARTED EMPTY HERE. GLPOST'S        00002455
      *>    CLEAREXT STEP DELETES IT AFTER A CLEAN POST AND ITS         00002456
      *>    ALLOCEXT STEP CATALOGS IT EMPTY AGAIN.                      00002457
      *>                                                                00002400
      *>                                                                00002500
       ENVIRONMENT DIVISION.                                            00002600
                           FILE STATUS IS ARPAY-ERROR-CODE.             00004206
           SELECT CASHSUSP  ASSIGN TO UT-S-CASHSUSP                     00004207
                           FILE STATUS IS CASHSUSP-ERROR-CODE.          00004208
           SELECT ARAPPL    ASSIGN TO UT-S-ARAPPL                       00004209
                           FILE STATUS IS ARAPPL-ERROR-CODE.            00004210
           SELECT ARINV     ASSIGN TO UT-I-ARINV                        00004215
                           ORGANIZATION IS INDEXED                      00004220
                           ACCESS IS DYNAMIC                            00004230
                           RECORD KEY IS AR-KEY                         00004240
                           FILE STATUS IS ARINV-ERROR-CODE.             00004250
           SELECT GLEXTRCT  ASSIGN TO UT-S-GLEXTRCT                     00004260
                           FILE STATUS IS GLEXTRCT-ERROR-CODE.          00004270
           SELECT CASHREG   ASSIGN TO UT-S-CASHREG                      00004272
                           FILE STATUS IS CASHREG-ERROR-CODE.           00004274
           SELECT CASHCKPT  ASSIGN TO UT-S-CASHCKPT                     00004276
                           FILE STATUS IS CASHCKPT-ERROR-CODE.          00004278
           SELECT CYCLDATE  ASSIGN TO UT-S-CYCLDATE                     00004280
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00004290
      *>                                                                00004300
       DATA DIVISION.                                                   00004400
      *                                                                 00004500
      *                                                                 00004700
       FD  REMIT                                                        00004800
           LABEL RECORDS ARE STANDARD                                   00004900
           RECORD CONTAINS 30 CHARACTERS.                               00005000
      *                                                                 00005100
       01  REMITTANCE-AREA                  PIC X(30).                  00005200
      *                                                                 00005300
       FD  CUSTMAST                                                     00005400
           LABEL RECORDS ARE STANDARD                                   00005500
           RECORD CONTAINS 180 CHARACTERS.                              00005600
      *                                                                 00005700
       01  CUSTOMER-MASTER-RECORD.                                      00005800
           05  CM-CUSTOMER-NUMBER      PIC 9(9).                        00005900
           05  CM-CREDIT-LIMIT         PIC 9(7)V99.                     00006000
           05  CM-OUTSTANDING-BALANCE  PIC 9(7)V99.                     00006100
           05  CM-LAST-PAYMENT-DATE    PIC 9(6).                        00006200
           05  FILLER                  PIC X(147).                      00006300
      *                                                                 00006400
       FD  CASHRPT                                                      00006500
           LABEL RECORDS ARE STANDARD                                   00006600
      *                                                                 00006994
       FD  ARPAY                                                        00006995
           LABEL RECORDS ARE STANDARD                                   00006996
           RECORD CONTAINS 31 CHARACTERS.                               00006997
      *                                                                 00006998
       01  PAYMENT-HISTORY-AREA            PIC X(31).                   00006999
      *                                                                 00007000
       FD  ARAPPL                                                       00007001
           LABEL RECORDS ARE STANDARD                                   00007002
           RECORD CONTAINS 39 CHARACTERS.                               00007003
      *                                                                 00007004
       01  PAYMENT-APPLICATION-AREA        PIC X(39).                   00007005
      *                                                                 00007007
       FD  CASHSUSP                                                     00007009
           LABEL RECORDS ARE STANDARD                                   00007011
           RECORD CONTAINS 24 CHARACTERS.                               00007013
      *                                                                 00007015
       01  UNAPPLIED-CASH-AREA             PIC X(24).                   00007017
      *                                                                 00007019
       FD  GLEXTRCT                                                     00007021
           LABEL RECORDS ARE STANDARD                                   00007023
           RECORD CONTAINS 31 CHARACTERS.                               00007025
      *                                                                 00007027
       01  GL-TRANSACTION-AREA             PIC X(31).                   00007029
      *                                                                 00007031
       FD  CASHREG                                                      00007033
           LABEL RECORDS ARE STANDARD                                   00007035
           RECORD CONTAINS 36 CHARACTERS.                               00007037
      *                                                                 00007039
       01  DEPOSIT-REGISTER-AREA           PIC X(36).                   00007041
      *                                                                 00007043
       FD  CASHCKPT                                                     00007045
           LABEL RECORDS ARE STANDARD                                   00007047
           RECORD CONTAINS 107 CHARACTERS.                              00007049
      *                                                                 00007051
       01  CASH-CHECKPOINT-AREA            PIC X(107).                  00007053
      *                                                                 00007055
       FD  CYCLDATE                                                     00007057
           LABEL RECORDS ARE STANDARD                                   00007059
           RECORD CONTAINS 6 CHARACTERS.                                00007061
      *                                                                 00007063
       01  CYCLE-DATE-AREA                 PIC X(6).                    00007065
      *                                                                 00007067
       WORKING-STORAGE SECTION.                                         00007100
      *                                                                 00007200
       01  SWITCHES.                                                    00007300
               88  REMIT-EOF                           VALUE   'Y'.     00007500
           05  INVOICE-APPLY-SWITCH            PIC X   VALUE   'N'.     00007510
               88  INVOICE-APPLY-DONE                  VALUE   'Y'.     00007520
           05  NAMED-INVOICE-SWITCH            PIC X   VALUE   SPACE.   00007530
               88  NAMED-INVOICE-NONE                  VALUE   SPACE.   00007540
               88  NAMED-INVOICE-PAID                  VALUE   'P'.     00007550
               88  NAMED-INVOICE-SHORT-PAID            VALUE   'S'.     00007560
               88  NAMED-INVOICE-NOT-OPEN              VALUE   'N'.     00007570
           05  RESTART-SWITCH                  PIC X   VALUE   'N'.     00007572
               88  RESTART-SKIP-ACTIVE                 VALUE   'Y'.     00007574
           05  CHECKPOINT-FOUND-SWITCH         PIC X   VALUE   'N'.     00007576
               88  CHECKPOINT-FOUND                    VALUE   'Y'.     00007578
           05  CASHCKPT-EOF-SWITCH             PIC X   VALUE   'N'.     00007580
               88  CASHCKPT-EOF                        VALUE   'Y'.     00007582
           05  CASHREG-EOF-SWITCH              PIC X   VALUE   'N'.     00007584
               88  CASHREG-EOF                         VALUE   'Y'.     00007586
           05  DEPOSIT-POSTED-SWITCH           PIC X   VALUE   'N'.     00007588
               88  DEPOSIT-ALREADY-POSTED              VALUE   'Y'.     00007590
      *                                                                 00007600
       01  FILE-STATUS-FIELD.                                           00007700
           05 REMIT-ERROR-CODE              PIC XX.                     00007800
           05 ARINV-ERROR-CODE              PIC XX.                     00007910
           05 ARPAY-ERROR-CODE              PIC XX.                     00007920
           05 CASHSUSP-ERROR-CODE           PIC XX.                     00007930
           05 ARAPPL-ERROR-CODE             PIC XX.                     00007940
           05 GLEXTRCT-ERROR-CODE           PIC XX.                     00007950
           05 CYCLDATE-ERROR-CODE           PIC XX.                     00007970
           05 CASHREG-ERROR-CODE            PIC XX.                     00007980
           05 CASHCKPT-ERROR-CODE           PIC XX.                     00007990
      *                                                                 00008000
       01  WS-EOJ-COUNTERS.                                             00008100
           05  WS-PAYMENTS-READ-COUNT       PIC 9(7) VALUE ZERO.        00008200
           05  WS-PAYMENTS-APPLIED-COUNT    PIC 9(7) VALUE ZERO.        00008300
           05  WS-PAYMENTS-REJECTED-COUNT   PIC 9(7) VALUE ZERO.        00008400
           05  WS-PAYMENTS-HELD-COUNT       PIC 9(7) VALUE ZERO.        00008410
           05  WS-DEDUCTIONS-COUNT          PIC 9(7) VALUE ZERO.        00008450
      *                                                                 00008500
       01  WS-REMAINING-AMOUNT              PIC S9(7)V99 VALUE ZERO.    00008501
       01  WS-DOLLARS-APPLIED               PIC S9(9)V99 VALUE ZERO.    00008502
       01  WS-DOLLARS-HELD                  PIC S9(9)V99 VALUE ZERO.    00008503
       01  WS-DOLLARS-DEDUCTED              PIC S9(9)V99 VALUE ZERO.    00008504
       01  WS-DEDUCTION-AMOUNT              PIC S9(7)V99 VALUE ZERO.    00008505
       01  WS-APPLIED-AMOUNT                PIC S9(7)V99 VALUE ZERO.    00008506
       01  WS-RUN-DATE                      PIC 9(6)     VALUE ZERO.    00008507
      *                                                                 00008508
       01  GL-TRANSACTION-RECORD.                                       00008509
           05  GL-ITEM-NO                   PIC X(5)  VALUE SPACES.     00008510
           05  GL-EXTENDED-COST             PIC S9(9)V99.               00008511
           05  GL-RUN-DATE                  PIC 9(6).                   00008512
           05  GL-TRANS-TYPE                PIC X(1).                   00008513
           05  GL-SOURCE-PROGRAM            PIC X(8)  VALUE 'CASHAPP '. 00008514
      *                                                                 00008520
       01  WS-REMIT-BALANCE-WORK.                                       00008530
           05  WS-EXPECTED-COUNT            PIC 9(6)     VALUE ZERO.    00008540
           05  WS-ACTUAL-TOTAL              PIC S9(9)V99 VALUE ZERO.    00008570
           05  WS-TRAILER-FOUND-SWITCH      PIC X        VALUE 'N'.     00008580
               88  TRAILER-FOUND                         VALUE 'Y'.     00008590
      *                                                                 00008591
      *  A DEPOSIT IS KNOWN BY ITS FIRST PAYMENT AND ITS TRAILER.       00008592
      *  CASHREG KEEPS ONE RECORD PER DEPOSIT FULLY POSTED.             00008593
       01  WS-DEPOSIT-KEY.                                              00008594
           05  WS-DEPOSIT-FIRST-CUSTOMER    PIC 9(9)     VALUE ZERO.    00008595
           05  WS-DEPOSIT-FIRST-DATE        PIC 9(6)     VALUE ZERO.    00008596
           05  WS-DEPOSIT-COUNT             PIC 9(6)     VALUE ZERO.    00008597
           05  WS-DEPOSIT-TOTAL             PIC 9(7)V99  VALUE ZERO.    00008598
      *                                                                 00008599
       01  DEPOSIT-REGISTER-RECORD.                                     00008600
           05  DR-DEPOSIT-KEY               PIC X(30).                  00008601
           05  DR-RUN-DATE                  PIC 9(6).                   00008602
      *                                                                 00008603
      *  ONE PAYMENT PER CHECKPOINT -- EACH PAYMENT UPDATES CUSTMAST,   00008604
      *  ARINV AND ARPAY, SO A WIDER INTERVAL WOULD RE-APPLY THE        00008605
      *  PAYMENTS POSTED SINCE THE LAST CHECKPOINT ON A RESTART.        00008606
       01  WS-CHECKPOINT-CONTROL.                                       00008607
           05  WS-CHECKPOINT-INTERVAL      PIC 9(3) VALUE 1.            00008608
           05  WS-CHECKPOINT-TALLY         PIC 9(3) VALUE ZERO.         00008609
      *                                                                 00008610
       01  CASH-CHECKPOINT-RECORD.                                      00008611
           05  CK-DEPOSIT-KEY               PIC X(30).                  00008612
           05  CK-PAYMENTS-READ-COUNT       PIC 9(7).                   00008613
           05  CK-LAST-CUSTOMER-NUMBER      PIC 9(9).                   00008614
           05  CK-PAYMENTS-APPLIED-COUNT    PIC 9(7).                   00008615
           05  CK-PAYMENTS-REJECTED-COUNT   PIC 9(7).                   00008616
           05  CK-PAYMENTS-HELD-COUNT       PIC 9(7).                   00008617
           05  CK-DEDUCTIONS-COUNT          PIC 9(7).                   00008618
           05  CK-DOLLARS-APPLIED           PIC S9(9)V99.               00008619
           05  CK-DOLLARS-HELD              PIC S9(9)V99.               00008620
           05  CK-DOLLARS-DEDUCTED          PIC S9(9)V99.               00008621
      *                                                                 00008622
       01  REMITTANCE-RECORD.                                           00008623
           05  RM-CUSTOMER-NUMBER           PIC 9(9).                   00008700
           05  RM-PAYMENT-AMOUNT            PIC 9(7)V99.                00008800
           05  RM-PAYMENT-DATE              PIC 9(6).                   00008900
           05  RM-INVOICE-NO                PIC X(6).                   00008905
      *                                                                 00008910
       01  REMIT-TRAILER-RECORD REDEFINES REMITTANCE-RECORD.            00008920
           05  TR-TRAILER-ID                PIC X(9).                   00008930
               88  TR-IS-TRAILER                VALUE '999999999'.      00008940
           05  TR-PAYMENT-COUNT             PIC 9(6).                   00008950
           05  TR-PAYMENT-TOTAL             PIC 9(7)V99.                00008960
           05  FILLER                       PIC X(6).                   00008980
      *                                                                 00009000
       01  PAYMENT-HISTORY-RECORD.                                      00009006
           05  PY-CUSTOMER-NUMBER           PIC 9(9).                   00009012
           05  PY-PAYMENT-AMOUNT            PIC 9(7)V99.                00009018
           05  PY-PAYMENT-DATE              PIC 9(6).                   00009024
           05  PY-ENTRY-TYPE                PIC X(1).                   00009030
           05  PY-ORIGINAL-DATE             PIC 9(6).                   00009036
      *                                                                 00009042
       01  PAYMENT-APPLICATION-RECORD.                                  00009048
           05  PA-CUSTOMER-NUMBER           PIC 9(9).                   00009054
           05  PA-PAYMENT-AMOUNT            PIC 9(7)V99.                00009060
           05  PA-PAYMENT-DATE              PIC 9(6).                   00009066
           05  PA-INVOICE-NO                PIC X(6).                   00009072
           05  PA-APPLIED-AMOUNT            PIC 9(7)V99.                00009078
      *                                                                 00009084
       01  CASHRPT-DETAIL.                                              00009100
           05  CD-CUSTOMER-NUMBER           PIC 9(9).                   00009200
           05  FILLER                       PIC X(3)  VALUE SPACES.     00009300
           05  FILLER                       PIC X(3)  VALUE SPACES.     00009700
           05  CD-REASON                    PIC X(30).                  00009800
           05  FILLER                       PIC X(2)  VALUE SPACES.     00009900
      *                                                                 00009904
       01  CASHRPT-INVOICE-LINE.                                        00009905
           05  FILLER                       PIC X(12) VALUE SPACES.     00009906
           05  FILLER                       PIC X(8)  VALUE             00009907
               'INVOICE '.                                              00009908
           05  CI-INVOICE-NO                PIC X(6).                   00009909
           05  FILLER                       PIC X(3)  VALUE SPACES.     00009910
           05  CI-AMOUNT                    PIC $Z,ZZZ,ZZ9.99.          00009911
           05  FILLER                       PIC X(3)  VALUE SPACES.     00009912
           05  CI-REASON                    PIC X(30).                  00009913
           05  FILLER                       PIC X(5)  VALUE SPACES.     00009914
      *                                                                 00009915
       01  CASHRPT-CONTROL-1.                                           00009916
           05  FILLER                       PIC X(14) VALUE             00009917
               'PAYMENTS APPL '.                                        00009918
           05  CC-APPLIED-COUNT             PIC ZZZZZZ9.                00009920
           05  FILLER                       PIC X(3)  VALUE SPACES.     00009924
           05  FILLER                       PIC X(13) VALUE             00009928
               'DOLLARS APPL '.                                         00009932
           05  CC-DOLLARS-APPLIED           PIC $ZZZ,ZZZ,ZZ9.99.        00009936
           05  FILLER                       PIC X(28) VALUE SPACES.     00009940
      *                                                                 00009944
       01  CASHRPT-CONTROL-2.                                           00009948
           05  FILLER                       PIC X(14) VALUE             00009952
               'PAYMENTS HELD '.                                        00009956
           05  CC-HELD-COUNT                PIC ZZZZZZ9.                00009960
           05  FILLER                       PIC X(3)  VALUE SPACES.     00009964
           05  FILLER                       PIC X(13) VALUE             00009968
               'DOLLARS HELD '.                                         00009972
           05  CC-DOLLARS-HELD              PIC $ZZZ,ZZZ,ZZ9.99.        00009976
           05  FILLER                       PIC X(28) VALUE SPACES.     00009978
      *                                                                 00009980
       01  CASHRPT-CONTROL-3.                                           00009982
           05  FILLER                       PIC X(14) VALUE             00009984
               'DEDUCTIONS    '.                                        00009986
           05  CC-DEDUCTIONS-COUNT          PIC ZZZZZZ9.                00009988
           05  FILLER                       PIC X(3)  VALUE SPACES.     00009990
           05  FILLER                       PIC X(13) VALUE             00009992
               'DOLLARS SHORT'.                                         00009994
           05  CC-DOLLARS-DEDUCTED          PIC $ZZZ,ZZZ,ZZ9.99.        00009996
           05  FILLER                       PIC X(28) VALUE SPACES.     00009998
      *>                                                                00010000
       PROCEDURE DIVISION.                                              00010100
      *                                                                 00010200
       000-APPLY-CASH-RECEIPTS.                                         00010250
           PERFORM 002-GET-PROCESS-DATE.                                00010300
           OPEN    INPUT   REMIT, I-O CUSTMAST, OUTPUT  CASHRPT,        00010350
                   I-O     ARINV, EXTEND ARPAY, EXTEND CASHSUSP,        00010400
                   EXTEND  ARAPPL.                                      00010450
           IF REMIT-ERROR-CODE NOT = '00'                               00010500
               DISPLAY 'CASHAPP   A 1   OPEN ERROR FOR REMIT'           00010600
               DISPLAY 'CASHAPP   A 1   FILE STATUS = '                 00010700
                   CUSTMAST-ERROR-CODE                                  00011300
               STOP RUN.                                                00011400
           PERFORM 100-BALANCE-REMIT-FILE.                              00011405
           PERFORM 004-CHECK-DEPOSIT-REGISTER.                          00011406
           PERFORM 006-READ-LAST-CHECKPOINT.                            00011407
           OPEN    EXTEND GLEXTRCT.                                     00011409
           IF ARINV-ERROR-CODE NOT = '00'                               00011412
               DISPLAY 'CASHAPP   A 1   OPEN ERROR FOR ARINV'           00011420
               DISPLAY 'CASHAPP   A 1   FILE STATUS = '                 00011430
                   ARINV-ERROR-CODE                                     00011440
               STOP RUN.                                                00011450
           IF GLEXTRCT-ERROR-CODE NOT = '00'                            00011480
               DISPLAY 'CASHAPP   A 1   OPEN ERROR FOR GLEXTRCT'        00011510
               DISPLAY 'CASHAPP   A 1   FILE STATUS = '                 00011540
                   GLEXTRCT-ERROR-CODE                                  00011570
               STOP RUN.                                                00011600
           PERFORM 300-PROCESS-REMITTANCE                               00011630
               UNTIL REMIT-EOF                                          00011660
           PERFORM 400-WRITE-CONTROL-TOTALS.                            00011690
           CLOSE   REMIT, CUSTMAST, CASHRPT, ARINV, ARPAY, CASHSUSP,    00011720
                   ARAPPL, GLEXTRCT, CASHCKPT.                          00011760
           DISPLAY 'CASHAPP READ=' WS-PAYMENTS-READ-COUNT               00011800
               ' APPLIED=' WS-PAYMENTS-APPLIED-COUNT                    00011900
               ' REJECTED=' WS-PAYMENTS-REJECTED-COUNT                  00012000
               ' HELD=' WS-PAYMENTS-HELD-COUNT.                         00012010
           IF RESTART-SKIP-ACTIVE                                       00012019
               DISPLAY 'CASHAPP   A 4   RESTART PAYMENT '               00012028
                   CK-PAYMENTS-READ-COUNT                               00012037
               DISPLAY 'CASHAPP   A 4   NOT FOUND IN REMIT - NO'        00012046
                   ' PAYMENTS WERE APPLIED THIS RUN'                    00012055
               MOVE 16 TO RETURN-CODE                                   00012064
           ELSE                                                         00012073
               PERFORM 009-REGISTER-DEPOSIT                             00012082
               PERFORM 008-CLEAR-CHECKPOINT.                            00012091
           STOP RUN.                                                    00012100
      *                                                                 00012200
       002-GET-PROCESS-DATE.                                            00012201
               MOVE    ZERO TO WS-RUN-DATE.                             00012202
               OPEN    INPUT CYCLDATE.                                  00012203
               IF CYCLDATE-ERROR-CODE = '00'                            00012204
                   PERFORM 003-READ-CYCLE-DATE                          00012205
                   CLOSE CYCLDATE.                                      00012206
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00012207
                   ACCEPT WS-RUN-DATE FROM DATE.                        00012208
      *                                                                 00012209
       003-READ-CYCLE-DATE.                                             00012210
               READ CYCLDATE INTO WS-RUN-DATE                           00012211
                   AT  END                                              00012212
                       MOVE ZERO TO WS-RUN-DATE.                        00012213
      *                                                                 00012214
       004-CHECK-DEPOSIT-REGISTER.                                      00012215
               IF WS-DEPOSIT-COUNT NOT = ZERO                           00012216
                   PERFORM 005-SCAN-DEPOSIT-REGISTER.                   00012217
               IF DEPOSIT-ALREADY-POSTED                                00012218
                   DISPLAY 'CASHAPP   A 5   DEPOSIT OF '                00012219
                       WS-DEPOSIT-COUNT ' PAYMENTS TOTAL '              00012220
                       WS-DEPOSIT-TOTAL ' ALREADY POSTED -'             00012221
                       ' NOTHING APPLIED'                               00012222
                   MOVE 16 TO RETURN-CODE                               00012223
                   STOP RUN.                                            00012224
      *                                                                 00012225
       005-SCAN-DEPOSIT-REGISTER.                                       00012226
               OPEN INPUT CASHREG.                                      00012227
               IF CASHREG-ERROR-CODE = '00'                             00012228
                   PERFORM 005A-READ-DEPOSIT-REGISTER                   00012229
                       UNTIL CASHREG-EOF                                00012230
                   CLOSE CASHREG.                                       00012231
      *                                                                 00012232
       005A-READ-DEPOSIT-REGISTER.                                      00012233
               READ CASHREG INTO DEPOSIT-REGISTER-RECORD                00012234
                   AT  END                                              00012235
                       MOVE 'Y' TO CASHREG-EOF-SWITCH.                  00012236
               IF NOT CASHREG-EOF                                       00012237
                   IF DR-DEPOSIT-KEY = WS-DEPOSIT-KEY                   00012238
                       MOVE 'Y' TO DEPOSIT-POSTED-SWITCH.               00012239
      *                                                                 00012240
       009-REGISTER-DEPOSIT.                                            00012241
               IF WS-DEPOSIT-COUNT NOT = ZERO                           00012242
                   OPEN EXTEND CASHREG                                  00012243
                   MOVE WS-DEPOSIT-KEY TO DR-DEPOSIT-KEY                00012244
                   MOVE WS-RUN-DATE    TO DR-RUN-DATE                   00012245
                   WRITE DEPOSIT-REGISTER-AREA                          00012246
                       FROM DEPOSIT-REGISTER-RECORD                     00012247
                   CLOSE CASHREG.                                       00012248
      *                                                                 00012249
       008-CLEAR-CHECKPOINT.                                            00012250
               OPEN OUTPUT CASHCKPT.                                    00012251
               CLOSE CASHCKPT.                                          00012252
      *                                                                 00012253
       006-READ-LAST-CHECKPOINT.                                        00012254
               OPEN INPUT CASHCKPT.                                     00012255
               IF CASHCKPT-ERROR-CODE = '00'                            00012256
                   PERFORM 007-READ-CHECKPOINT-RECORD                   00012257
                       UNTIL CASHCKPT-EOF                               00012258
                   CLOSE CASHCKPT.                                      00012259
               IF CHECKPOINT-FOUND                                      00012260
                   IF CK-DEPOSIT-KEY NOT = WS-DEPOSIT-KEY               00012261
                       DISPLAY 'CASHAPP   A 4   CASHCKPT IS FROM'       00012262
                           ' ANOTHER DEPOSIT - NOTHING APPLIED'         00012263
                       MOVE 16 TO RETURN-CODE                           00012264
                       STOP RUN                                         00012265
                   ELSE                                                 00012266
                       MOVE 'Y' TO RESTART-SWITCH                       00012267
                       PERFORM 006A-RESTORE-RUNNING-TOTALS              00012268
                       DISPLAY 'CASHAPP   A 4   RESTARTING AFTER'       00012269
                           ' PAYMENT ' CK-PAYMENTS-READ-COUNT           00012270
                           ' CUSTOMER ' CK-LAST-CUSTOMER-NUMBER.        00012271
               OPEN EXTEND CASHCKPT.                                    00012272
      *                                                                 00012273
       006A-RESTORE-RUNNING-TOTALS.                                     00012274
               MOVE CK-PAYMENTS-APPLIED-COUNT                           00012275
                   TO WS-PAYMENTS-APPLIED-COUNT.                        00012276
               MOVE CK-PAYMENTS-REJECTED-COUNT                          00012277
                   TO WS-PAYMENTS-REJECTED-COUNT.                       00012278
               MOVE CK-PAYMENTS-HELD-COUNT TO WS-PAYMENTS-HELD-COUNT.   00012279
               MOVE CK-DEDUCTIONS-COUNT    TO WS-DEDUCTIONS-COUNT.      00012280
               MOVE CK-DOLLARS-APPLIED     TO WS-DOLLARS-APPLIED.       00012281
               MOVE CK-DOLLARS-HELD        TO WS-DOLLARS-HELD.          00012282
               MOVE CK-DOLLARS-DEDUCTED    TO WS-DOLLARS-DEDUCTED.      00012283
      *                                                                 00012284
       007-READ-CHECKPOINT-RECORD.                                      00012285
               READ CASHCKPT INTO CASH-CHECKPOINT-RECORD                00012286
                   AT  END                                              00012287
                       MOVE 'Y' TO CASHCKPT-EOF-SWITCH.                 00012288
               IF NOT CASHCKPT-EOF                                      00012289
                   MOVE 'Y' TO CHECKPOINT-FOUND-SWITCH.                 00012290
      *                                                                 00012291
       100-BALANCE-REMIT-FILE.                                          00012292
               PERFORM 110-READ-PREPASS-REMIT                           00012293
                   UNTIL REMIT-EOF.                                     00012294
               IF NOT TRAILER-FOUND                                     00012295
                   DISPLAY 'CASHAPP   A 3   NO DEPOSIT TRAILER ON'      00012296
                       ' REMIT - NOTHING POSTED'                        00012297
                   MOVE 16 TO RETURN-CODE                               00012298
                   STOP RUN.                                            00012299
               IF WS-ACTUAL-COUNT NOT = WS-EXPECTED-COUNT               00012300
                   OR WS-ACTUAL-TOTAL NOT = WS-EXPECTED-TOTAL           00012301
                   DISPLAY 'CASHAPP   A 3   REMIT DOES NOT TIE TO'      00012302
                       ' ITS DEPOSIT TRAILER - NOTHING POSTED'          00012303
                   DISPLAY 'CASHAPP   A 3   EXPECTED COUNT='            00012304
                       WS-EXPECTED-COUNT ' TOTAL=' WS-EXPECTED-TOTAL    00012305
                   DISPLAY 'CASHAPP   A 3   RECEIVED COUNT='            00012306
                       WS-ACTUAL-COUNT ' TOTAL=' WS-ACTUAL-TOTAL        00012307
                   MOVE 16 TO RETURN-CODE                               00012308
                   STOP RUN.                                            00012309
               CLOSE   REMIT.                                           00012310
               OPEN    INPUT REMIT.                                     00012311
               MOVE    'N' TO REMIT-EOF-SWITCH.                         00012312
      *                                                                 00012313
       110-READ-PREPASS-REMIT.                                          00012314
               READ REMIT INTO REMITTANCE-RECORD                        00012315
                   AT  END                                              00012316
                       MOVE 'Y' TO REMIT-EOF-SWITCH.                    00012317
               IF NOT REMIT-EOF                                         00012318
                   IF TR-IS-TRAILER                                     00012319
                       MOVE TR-PAYMENT-COUNT TO WS-EXPECTED-COUNT       00012320
                       MOVE TR-PAYMENT-TOTAL TO WS-EXPECTED-TOTAL       00012321
                       MOVE TR-PAYMENT-COUNT TO WS-DEPOSIT-COUNT        00012322
                       MOVE TR-PAYMENT-TOTAL TO WS-DEPOSIT-TOTAL        00012323
                       MOVE 'Y' TO WS-TRAILER-FOUND-SWITCH              00012324
                   ELSE                                                 00012325
                       ADD 1 TO WS-ACTUAL-COUNT                         00012326
                       ADD RM-PAYMENT-AMOUNT TO WS-ACTUAL-TOTAL         00012327
                       IF WS-ACTUAL-COUNT = 1                           00012328
                           MOVE RM-CUSTOMER-NUMBER                      00012329
                               TO WS-DEPOSIT-FIRST-CUSTOMER             00012330
                           MOVE RM-PAYMENT-DATE                         00012331
                               TO WS-DEPOSIT-FIRST-DATE.                00012332
      *                                                                 00012333
       300-PROCESS-REMITTANCE.                                          00012334
               PERFORM 310-READ-REMITTANCE.                             00012400
               IF NOT REMIT-EOF                                         00012500
                   AND NOT TR-IS-TRAILER                                00012550
                   IF RESTART-SKIP-ACTIVE                               00012570
                       PERFORM 315-CHECK-RESTART-POINT                  00012590
                   ELSE                                                 00012610
                       PERFORM 320-APPLY-PAYMENT                        00012630
                       PERFORM 370-WRITE-CHECKPOINT.                    00012650
      *                                                                 00012700
       310-READ-REMITTANCE.                                             00012800
               READ REMIT INTO REMITTANCE-RECORD                        00012900
                   AND NOT TR-IS-TRAILER                                00013250
                   ADD 1 TO WS-PAYMENTS-READ-COUNT.                     00013300
      *                                                                 00013400
       315-CHECK-RESTART-POINT.                                         00013406
               IF WS-PAYMENTS-READ-COUNT = CK-PAYMENTS-READ-COUNT       00013412
                   IF RM-CUSTOMER-NUMBER = CK-LAST-CUSTOMER-NUMBER      00013418
                       MOVE 'N' TO RESTART-SWITCH                       00013424
                   ELSE                                                 00013430
                       DISPLAY 'CASHAPP   A 4   PAYMENT '               00013436
                           CK-PAYMENTS-READ-COUNT ' IS CUSTOMER '       00013442
                           RM-CUSTOMER-NUMBER ' NOT '                   00013448
                           CK-LAST-CUSTOMER-NUMBER                      00013454
                       DISPLAY 'CASHAPP   A 4   CASHCKPT DOES NOT MATCH'00013460
                           ' REMIT - NOTHING APPLIED'                   00013466
                       MOVE 16 TO RETURN-CODE                           00013472
                       STOP RUN.                                        00013478
      *                                                                 00013484
       320-APPLY-PAYMENT.                                               00013500
               MOVE    RM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.        00013600
               READ    CUSTMAST INTO CUSTOMER-MASTER-RECORD.            00013700
                       MOVE RM-PAYMENT-DATE TO CM-LAST-PAYMENT-DATE     00014100
                       PERFORM 330-REWRITE-CUSTOMER-MASTER.             00014200
      *                                                                 00014500
       335-APPLY-TO-OPEN-INVOICES.                                      00014502
               MOVE    RM-PAYMENT-AMOUNT  TO WS-REMAINING-AMOUNT.       00014504
               MOVE    SPACE              TO NAMED-INVOICE-SWITCH.      00014506
               MOVE    ZERO               TO WS-DEDUCTION-AMOUNT.       00014508
               IF RM-INVOICE-NO NOT = SPACES                            00014510
                   PERFORM 333-APPLY-TO-NAMED-INVOICE.                  00014512
               IF WS-REMAINING-AMOUNT > ZERO                            00014514
                   MOVE RM-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER        00014516
                   MOVE LOW-VALUES         TO AR-INVOICE-NO             00014518
                   START ARINV KEY NOT < AR-KEY                         00014520
                   IF ARINV-ERROR-CODE = '00'                           00014522
                       MOVE 'N' TO INVOICE-APPLY-SWITCH                 00014524
                       PERFORM 336-APPLY-ONE-INVOICE                    00014526
                           UNTIL INVOICE-APPLY-DONE.                    00014528
      *                                                                 00014530
       333-APPLY-TO-NAMED-INVOICE.                                      00014532
               MOVE    RM-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.        00014534
               MOVE    RM-INVOICE-NO      TO AR-INVOICE-NO.             00014536
               READ    ARINV.                                           00014538
               IF ARINV-ERROR-CODE NOT = '00'                           00014540
                   OR AR-OPEN-AMOUNT NOT > ZERO                         00014542
                   MOVE 'N' TO NAMED-INVOICE-SWITCH                     00014544
               ELSE                                                     00014546
                   IF AR-OPEN-AMOUNT > WS-REMAINING-AMOUNT              00014548
                       COMPUTE WS-DEDUCTION-AMOUNT =                    00014550
                           AR-OPEN-AMOUNT - WS-REMAINING-AMOUNT         00014552
                       MOVE 'S' TO NAMED-INVOICE-SWITCH                 00014554
                       ADD 1 TO WS-DEDUCTIONS-COUNT                     00014556
                       ADD WS-DEDUCTION-AMOUNT TO WS-DOLLARS-DEDUCTED   00014558
                       PERFORM 337-RELIEVE-OPEN-INVOICE                 00014560
                   ELSE                                                 00014562
                       MOVE 'P' TO NAMED-INVOICE-SWITCH                 00014564
                       PERFORM 337-RELIEVE-OPEN-INVOICE.                00014566
      *                                                                 00014591
       336-APPLY-ONE-INVOICE.                                           00014592
               IF WS-REMAINING-AMOUNT NOT > ZERO                        00014593
      *                                                                 00014604
       337-RELIEVE-OPEN-INVOICE.                                        00014605
               IF AR-OPEN-AMOUNT > WS-REMAINING-AMOUNT                  00014606
                   MOVE WS-REMAINING-AMOUNT TO WS-APPLIED-AMOUNT        00014607
                   SUBTRACT WS-REMAINING-AMOUNT FROM AR-OPEN-AMOUNT     00014608
                   MOVE ZERO TO WS-REMAINING-AMOUNT                     00014609
               ELSE                                                     00014610
                   MOVE AR-OPEN-AMOUNT TO WS-APPLIED-AMOUNT             00014611
                   SUBTRACT AR-OPEN-AMOUNT FROM WS-REMAINING-AMOUNT     00014612
                   MOVE ZERO TO AR-OPEN-AMOUNT.                         00014613
               REWRITE OPEN-ITEM-RECORD-AREA.                           00014614
               PERFORM 338-WRITE-APPLICATION.                           00014615
      *                                                                 00014616
       338-WRITE-APPLICATION.                                           00014617
               MOVE    RM-CUSTOMER-NUMBER TO PA-CUSTOMER-NUMBER.        00014618
               MOVE    RM-PAYMENT-AMOUNT  TO PA-PAYMENT-AMOUNT.         00014619
               MOVE    RM-PAYMENT-DATE    TO PA-PAYMENT-DATE.           00014620
               MOVE    AR-INVOICE-NO      TO PA-INVOICE-NO.             00014621
               MOVE    WS-APPLIED-AMOUNT  TO PA-APPLIED-AMOUNT.         00014622
               WRITE   PAYMENT-APPLICATION-AREA                         00014623
                   FROM PAYMENT-APPLICATION-RECORD.                     00014624
      *                                                                 00014644
       330-REWRITE-CUSTOMER-MASTER.                                     00014664
               REWRITE CUSTOMER-MASTER-RECORD.                          00014700
               IF CUSTMAST-ERROR-CODE  NOT =   '00'                     00014800
                  PERFORM 340-WRITE-REJECT-LISTING                      00014900
               ELSE                                                     00015000
                  ADD 1 TO WS-PAYMENTS-APPLIED-COUNT                    00015030
                  ADD RM-PAYMENT-AMOUNT TO WS-DOLLARS-APPLIED           00015060
                  MOVE 'P' TO GL-TRANS-TYPE                             00015090
                  PERFORM 360-WRITE-GL-EXTRACT                          00015120
                  PERFORM 335-APPLY-TO-OPEN-INVOICES                    00015150
                  PERFORM 350-WRITE-APPLIED-LISTING.                    00015200
      *                                                                 00015300
               MOVE    CM-OUTSTANDING-BALANCE TO CD-NEW-BALANCE         00015700
               MOVE    'PAYMENT APPLIED'      TO CD-REASON              00015800
               WRITE   CASHRPT-LINE FROM CASHRPT-DETAIL.                00015900
               MOVE    RM-CUSTOMER-NUMBER     TO PY-CUSTOMER-NUMBER.    00015902
               MOVE    RM-PAYMENT-AMOUNT      TO PY-PAYMENT-AMOUNT.     00015904
               MOVE    RM-PAYMENT-DATE        TO PY-PAYMENT-DATE.       00015906
               MOVE    'P'                    TO PY-ENTRY-TYPE.         00015908
               MOVE    RM-PAYMENT-DATE        TO PY-ORIGINAL-DATE.      00015910
               WRITE   PAYMENT-HISTORY-AREA FROM PAYMENT-HISTORY-RECORD.00015912
               IF NAMED-INVOICE-SHORT-PAID                              00015916
                   MOVE RM-INVOICE-NO       TO CI-INVOICE-NO            00015924
                   MOVE WS-DEDUCTION-AMOUNT TO CI-AMOUNT                00015932
                   MOVE 'SHORT PAID - DEDUCTION OPEN' TO CI-REASON      00015940
                   WRITE CASHRPT-LINE FROM CASHRPT-INVOICE-LINE.        00015948
               IF NAMED-INVOICE-NOT-OPEN                                00015956
                   MOVE RM-INVOICE-NO       TO CI-INVOICE-NO            00015964
                   MOVE ZERO                TO CI-AMOUNT                00015972
                   MOVE 'NOT OPEN - OLDEST DUE FIRST' TO CI-REASON      00015980
                   WRITE CASHRPT-LINE FROM CASHRPT-INVOICE-LINE.        00015988
      *                                                                 00016000
       345-WRITE-OVERPAY-LISTING.                                       00016010
               MOVE    RM-CUSTOMER-NUMBER     TO CD-CUSTOMER-NUMBER     00016020
      *                                                                 00016820
       347-WRITE-UNAPPLIED-CASH.                                        00016830
               WRITE   UNAPPLIED-CASH-AREA FROM REMITTANCE-RECORD.      00016840
               ADD     1 TO WS-PAYMENTS-HELD-COUNT.                     00016843
               ADD     RM-PAYMENT-AMOUNT TO WS-DOLLARS-HELD.            00016846
               MOVE    'U' TO GL-TRANS-TYPE.                            00016849
               PERFORM 360-WRITE-GL-EXTRACT.                            00016852
      *                                                                 00016855
       360-WRITE-GL-EXTRACT.                                            00016858
               MOVE    RM-PAYMENT-AMOUNT TO GL-EXTENDED-COST            00016861
               MOVE    WS-RUN-DATE       TO GL-RUN-DATE                 00016864
               WRITE   GL-TRANSACTION-AREA FROM GL-TRANSACTION-RECORD.  00016867
      *                                                                 00016870
       370-WRITE-CHECKPOINT.                                            00016871
               ADD 1 TO WS-CHECKPOINT-TALLY.                            00016872
               IF WS-CHECKPOINT-TALLY NOT < WS-CHECKPOINT-INTERVAL      00016873
                   MOVE WS-DEPOSIT-KEY         TO CK-DEPOSIT-KEY        00016874
                   MOVE WS-PAYMENTS-READ-COUNT TO CK-PAYMENTS-READ-COUNT00016875
                   MOVE RM-CUSTOMER-NUMBER                              00016876
                       TO CK-LAST-CUSTOMER-NUMBER                       00016877
                   MOVE WS-PAYMENTS-APPLIED-COUNT                       00016878
                       TO CK-PAYMENTS-APPLIED-COUNT                     00016879
                   MOVE WS-PAYMENTS-REJECTED-COUNT                      00016880
                       TO CK-PAYMENTS-REJECTED-COUNT                    00016881
                   MOVE WS-PAYMENTS-HELD-COUNT TO CK-PAYMENTS-HELD-COUNT00016882
                   MOVE WS-DEDUCTIONS-COUNT    TO CK-DEDUCTIONS-COUNT   00016883
                   MOVE WS-DOLLARS-APPLIED     TO CK-DOLLARS-APPLIED    00016884
                   MOVE WS-DOLLARS-HELD        TO CK-DOLLARS-HELD       00016885
                   MOVE WS-DOLLARS-DEDUCTED    TO CK-DOLLARS-DEDUCTED   00016886
                   WRITE CASH-CHECKPOINT-AREA                           00016887
                       FROM CASH-CHECKPOINT-RECORD                      00016888
                   MOVE ZERO TO WS-CHECKPOINT-TALLY.                    00016889
      *                                                                 00016890
       400-WRITE-CONTROL-TOTALS.                                        00016891
               MOVE    WS-PAYMENTS-APPLIED-COUNT TO CC-APPLIED-COUNT    00016892
               MOVE    WS-DOLLARS-APPLIED        TO CC-DOLLARS-APPLIED  00016893
               WRITE   CASHRPT-LINE FROM CASHRPT-CONTROL-1.             00016894
               MOVE    WS-PAYMENTS-HELD-COUNT    TO CC-HELD-COUNT       00016895
               MOVE    WS-DOLLARS-HELD           TO CC-DOLLARS-HELD     00016896
               WRITE   CASHRPT-LINE FROM CASHRPT-CONTROL-2.             00016897
               MOVE    WS-DEDUCTIONS-COUNT       TO CC-DEDUCTIONS-COUNT 00016898
               MOVE    WS-DOLLARS-DEDUCTED       TO CC-DOLLARS-DEDUCTED 00016899
               WRITE   CASHRPT-LINE FROM CASHRPT-CONTROL-3.             00016900
      *>                                                                00016901
/*                                                                      00017000
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00017100
//COB.REMIT DD DSNAME=HERC01.SAMPLE.REMIT,DISP=SHR                      00017200
//COB.CUSTMAST DD DSNAME=HERC01.SAMPLE.CUSTMAST,DISP=SHR                00017300
//COB.ARINV DD DSNAME=HERC01.SAMPLE.ARINV,DISP=SHR                      00017301
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00017302
//COB.GLEXTRCT DD DSNAME=HERC01.SAMPLE.GLEXTCSH,DISP=(MOD,CATLG),       00017303
//             DCB=(DSORG=PS,LRECL=31,BLKSIZE=3100,RECFM=FB),           00017304
//             SPACE=(TRK,(1,1),RLSE)                                   00017305
//COB.CASHSUSP DD DSNAME=HERC01.SAMPLE.CASHSUSP,DISP=(MOD,CATLG),       00017311
//             DCB=(DSORG=PS,LRECL=24,BLKSIZE=2400,RECFM=FB),           00017312
//             SPACE=(TRK,(1,1),RLSE)                                   00017313
//COB.ARPAY DD DSNAME=HERC01.SAMPLE.ARPAY,DISP=(MOD,CATLG),             00017320
//             DCB=(DSORG=PS,LRECL=31,BLKSIZE=3100,RECFM=FB),           00017330
//             SPACE=(TRK,(1,1),RLSE)                                   00017340
//COB.ARAPPL DD DSNAME=HERC01.SAMPLE.ARAPPL,DISP=(MOD,CATLG),           00017350
//             DCB=(DSORG=PS,LRECL=39,BLKSIZE=3900,RECFM=FB),           00017360
//             SPACE=(TRK,(1,1),RLSE)                                   00017370
//COB.CASHREG DD DSNAME=HERC01.SAMPLE.CASHREG,DISP=(MOD,CATLG),         00017374
//             DCB=(DSORG=PS,LRECL=36,BLKSIZE=3600,RECFM=FB),           00017378
//             SPACE=(TRK,(1,1),RLSE)                                   00017382
//COB.CASHCKPT DD DSNAME=HERC01.SAMPLE.CASHCKPT,DISP=(MOD,CATLG),       00017386
//             DCB=(DSORG=PS,LRECL=107,BLKSIZE=10700,RECFM=FB),         00017390
//             SPACE=(TRK,(1,1),RLSE)                                   00017394
//COB.CASHRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)         00017400
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00017500
//GO.SYSIN DD *                                                         00017600
