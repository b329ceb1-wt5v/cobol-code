      *>    AN OPEN ITEM KEYED BY CUSTOMER AND DUE DATE, SO CASHAPP     00002330
      *>    CAN APPLY PAYMENTS INVOICE BY INVOICE AND SAMPLE CAN AGE    00002340
      *>    EACH OPEN INVOICE BY ITS OWN DUE DATE.                      00002350
      *> 2026-10-15 KWK - EACH POSTED BILLING ALSO WRITES A TYPE 'B'    00002358
      *>    RECORD IN THE GLEXTRCT LAYOUT (DATASET GLEXTBIL) DATED      00002366
      *>    WITH THE CYCLDATE RUN DATE, SO GLPOST JOURNALS THE AR       00002374
      *>    AND SALES SIDE AND ITS BILLPOST SUBTOTAL TIES TO THE        00002382
      *>    BILLRPT DOLLARS POSTED.                                     00002390
      *> 2026-10-15 KWK - CUSTMAST IS 180 BYTES NOW -- CUSTOMER NAME,   00002392
      *>    THREE ADDRESS LINES, AND THE LAST DUNNING LETTER TIER AND   00002394
      *>    DATE WERE ADDED FOR CUSTMNT AND DUNNING. LAYOUT WIDENED     00002396
      *>    ONLY.                                                       00002398
      *> 2026-10-15 KWK - A BILLING RUN ALREADY FULLY POSTED IS         00002399
      *>    REFUSED. A PRE-PASS OF ACCTFILE TAKES ITS FIRST ACCOUNT     00002400
      *>    (CUSTOMER AND DUE DATE), RECORD COUNT AND DOLLARS AS        00002401
      *>    THE RUN'S KEY; BILLREG KEEPS ONE RECORD PER RUN POSTED,     00002402
      *>    WRITTEN AT A CLEAN EOJ, AND A RUN FOUND THERE STOPS         00002403
      *>    WITH RETURN-CODE 16 BEFORE ANYTHING IS POSTED. AFTER        00002404
      *>    EACH BILLING A CHECKPOINT (RUN KEY, BILLINGS READ, LAST     00002405
      *>    CUSTOMER, RUNNING COUNTS AND DOLLARS) GOES TO BILLCKPT.     00002406
      *>    A RERUN AFTER AN ABEND SKIPS THE BILLINGS ALREADY           00002407
      *>    COMMITTED, PICKS UP THE RUNNING TOTALS, AND CARRIES ON      00002408
      *>    WRITING TO THE SAME GLEXTBIL EXTRACT. BILLCKPT IS           00002409
      *>    CLEARED AT A CLEAN EOJ.                                     00002410
      *> 2026-10-15 KWK - GLEXTBIL IS ALWAYS OPENED EXTEND (DISP=MOD),  00002411
      *>    RESTART OR NOT, SO A RUN ADDS TO WHATEVER GLPOST HAS NOT    00002412
      *>    POSTED YET; IT IS NEVER STARTED EMPTY HERE. GLPOST'S        00002413
      *>    CLEAREXT STEP DELETES IT AFTER A CLEAN POST AND ITS         00002414
      *>    ALLOCEXT STEP CATALOGS IT EMPTY AGAIN.                      00002415
      *>                                                                00002455
      *>                                                                00002500
       ENVIRONMENT DIVISION.                                            00002600
      **                                                                00002700
                           ACCESS IS RANDOM                             00004230
                           RECORD KEY IS AR-KEY                         00004240
                           FILE STATUS IS ARINV-ERROR-CODE.             00004250
           SELECT GLEXTRCT  ASSIGN TO UT-S-GLEXTRCT                     00004260
                           FILE STATUS IS GLEXTRCT-ERROR-CODE.          00004270
           SELECT BILLREG   ASSIGN TO UT-S-BILLREG                      00004272
                           FILE STATUS IS BILLREG-ERROR-CODE.           00004274
           SELECT BILLCKPT  ASSIGN TO UT-S-BILLCKPT                     00004276
                           FILE STATUS IS BILLCKPT-ERROR-CODE.          00004278
           SELECT CYCLDATE  ASSIGN TO UT-S-CYCLDATE                     00004280
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00004290
      *>                                                                00004300
       DATA DIVISION.                                                   00004400
      *                                                                 00004500
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
       FD  BILLRPT                                                      00006500
           LABEL RECORDS ARE STANDARD                                   00006600
           05  AR-DUE-DATE                 PIC 9(6).                    00006991
           05  AR-INVOICE-AMOUNT           PIC 9(7)V99.                 00006992
           05  AR-OPEN-AMOUNT              PIC 9(7)V99.                 00006993
      *                                                                 00006994
       FD  GLEXTRCT                                                     00006995
           LABEL RECORDS ARE STANDARD                                   00006996
           RECORD CONTAINS 31 CHARACTERS.                               00006997
      *                                                                 00006998
       01  GL-TRANSACTION-AREA             PIC X(31).                   00006999
      *                                                                 00007000
       FD  BILLREG                                                      00007001
           LABEL RECORDS ARE STANDARD                                   00007002
           RECORD CONTAINS 39 CHARACTERS.                               00007003
      *                                                                 00007004
       01  BILLING-REGISTER-AREA           PIC X(39).                   00007005
      *                                                                 00007006
       FD  BILLCKPT                                                     00007007
           LABEL RECORDS ARE STANDARD                                   00007008
           RECORD CONTAINS 92 CHARACTERS.                               00007009
      *                                                                 00007010
       01  BILL-CHECKPOINT-AREA            PIC X(92).                   00007011
      *                                                                 00007012
       FD  CYCLDATE                                                     00007013
           LABEL RECORDS ARE STANDARD                                   00007014
           RECORD CONTAINS 6 CHARACTERS.                                00007015
      *                                                                 00007016
       01  CYCLE-DATE-AREA                 PIC X(6).                    00007017
      *                                                                 00007018
       WORKING-STORAGE SECTION.                                         00007100
      *                                                                 00007200
       01  SWITCHES.                                                    00007300
               88  ACCTFILE-EOF                        VALUE   'Y'.     00007500
           05  INVOICE-FOUND-SWITCH            PIC X   VALUE   'N'.     00007510
               88  INVOICE-FOUND                       VALUE   'Y'.     00007520
           05  RESTART-SWITCH                  PIC X   VALUE   'N'.     00007527
               88  RESTART-SKIP-ACTIVE                 VALUE   'Y'.     00007534
           05  CHECKPOINT-FOUND-SWITCH         PIC X   VALUE   'N'.     00007541
               88  CHECKPOINT-FOUND                    VALUE   'Y'.     00007548
           05  BILLCKPT-EOF-SWITCH             PIC X   VALUE   'N'.     00007555
               88  BILLCKPT-EOF                        VALUE   'Y'.     00007562
           05  BILLREG-EOF-SWITCH              PIC X   VALUE   'N'.     00007569
               88  BILLREG-EOF                         VALUE   'Y'.     00007576
           05  BILLING-POSTED-SWITCH           PIC X   VALUE   'N'.     00007583
               88  BILLING-ALREADY-POSTED              VALUE   'Y'.     00007590
      *                                                                 00007600
       01  FILE-STATUS-FIELD.                                           00007700
           05 ACCTFILE-ERROR-CODE           PIC XX.                     00007800
           05 CUSTMAST-ERROR-CODE           PIC XX.                     00007900
           05 ARINV-ERROR-CODE              PIC XX.                     00007910
           05 GLEXTRCT-ERROR-CODE           PIC XX.                     00007940
           05 CYCLDATE-ERROR-CODE           PIC XX.                     00007970
           05 BILLREG-ERROR-CODE            PIC XX.                     00007980
           05 BILLCKPT-ERROR-CODE           PIC XX.                     00007990
      *                                                                 00008000
       01  WS-EOJ-COUNTERS.                                             00008100
           05  WS-BILLINGS-READ-COUNT       PIC 9(7) VALUE ZERO.        00008200
      *                                                                 00008520
       01  WS-DOLLARS-READ                  PIC S9(9)V99 VALUE ZERO.    00008600
       01  WS-DOLLARS-POSTED                PIC S9(9)V99 VALUE ZERO.    00008700
       01  WS-RUN-DATE                      PIC 9(6)     VALUE ZERO.    00008710
      *                                                                 00008720
      *  A BILLING RUN IS KNOWN BY ITS FIRST ACCOUNT AND ITS RECORD     00008721
      *  COUNT AND DOLLARS. BILLREG KEEPS ONE RECORD PER RUN POSTED.    00008722
       01  WS-BILLING-RUN-KEY.                                          00008723
           05  WS-BILLING-FIRST-CUSTOMER    PIC 9(9)     VALUE ZERO.    00008724
           05  WS-BILLING-FIRST-DUE-DATE    PIC 9(6)     VALUE ZERO.    00008725
           05  WS-BILLING-RECORD-COUNT      PIC 9(7)     VALUE ZERO.    00008726
           05  WS-BILLING-DOLLAR-TOTAL      PIC 9(9)V99  VALUE ZERO.    00008727
      *                                                                 00008728
       01  BILLING-REGISTER-RECORD.                                     00008729
           05  BR-BILLING-RUN-KEY           PIC X(33).                  00008730
           05  BR-RUN-DATE                  PIC 9(6).                   00008731
      *                                                                 00008732
      *  ONE BILLING PER CHECKPOINT -- EACH BILLING UPDATES CUSTMAST,   00008733
      *  ARINV AND GLEXTRCT, SO A WIDER INTERVAL WOULD RE-POST THE      00008734
      *  BILLINGS POSTED SINCE THE LAST CHECKPOINT ON A RESTART.        00008735
       01  WS-CHECKPOINT-CONTROL.                                       00008736
           05  WS-CHECKPOINT-INTERVAL      PIC 9(3) VALUE 1.            00008737
           05  WS-CHECKPOINT-TALLY         PIC 9(3) VALUE ZERO.         00008738
      *                                                                 00008739
       01  BILL-CHECKPOINT-RECORD.                                      00008740
           05  CK-BILLING-RUN-KEY           PIC X(33).                  00008741
           05  CK-BILLINGS-READ-COUNT       PIC 9(7).                   00008742
           05  CK-LAST-CUSTOMER-NUMBER      PIC 9(9).                   00008743
           05  CK-BILLINGS-POSTED-COUNT     PIC 9(7).                   00008744
           05  CK-BILLINGS-REJECTED-COUNT   PIC 9(7).                   00008745
           05  CK-BILLINGS-DUPLICATE-COUNT  PIC 9(7).                   00008746
           05  CK-DOLLARS-READ              PIC S9(9)V99.               00008747
           05  CK-DOLLARS-POSTED            PIC S9(9)V99.               00008748
      *                                                                 00008749
       01  GL-TRANSACTION-RECORD.                                       00008750
           05  GL-ITEM-NO                   PIC X(5)  VALUE SPACES.     00008751
           05  GL-EXTENDED-COST             PIC S9(9)V99.               00008752
           05  GL-RUN-DATE                  PIC 9(6).                   00008760
           05  GL-TRANS-TYPE                PIC X(1)  VALUE 'B'.        00008770
           05  GL-SOURCE-PROGRAM            PIC X(8)  VALUE 'BILLPOST'. 00008780
      *                                                                 00008800
       01  ACCOUNT-RECORD.                                              00008900
           05  AC-CUSTOMER-NUMBER           PIC 9(9).                   00009000
      *>                                                                00012400
       PROCEDURE DIVISION.                                              00012500
      *                                                                 00012600
       000-POST-NIGHTLY-BILLINGS.                                       00012660
           PERFORM 002-GET-PROCESS-DATE.                                00012720
           OPEN    INPUT   ACCTFILE, I-O CUSTMAST, OUTPUT  BILLRPT,     00012780
                   I-O     ARINV.                                       00012840
           IF ACCTFILE-ERROR-CODE NOT = '00'                            00012900
               DISPLAY 'BILLPOST  A 1   OPEN ERROR FOR ACCTFILE'        00013000
               DISPLAY 'BILLPOST  A 1   FILE STATUS = '                 00013100
               DISPLAY 'BILLPOST  A 1   FILE STATUS = '                 00013830
                   ARINV-ERROR-CODE                                     00013840
               STOP RUN.                                                00013850
           PERFORM 100-IDENTIFY-BILLING-RUN.                            00013852
           PERFORM 004-CHECK-BILLING-REGISTER.                          00013854
           PERFORM 006-READ-LAST-CHECKPOINT.                            00013856
           OPEN    EXTEND GLEXTRCT.                                     00013860
           IF GLEXTRCT-ERROR-CODE NOT = '00'                            00013870
               DISPLAY 'BILLPOST  A 1   OPEN ERROR FOR GLEXTRCT'        00013890
               DISPLAY 'BILLPOST  A 1   FILE STATUS = '                 00013910
                   GLEXTRCT-ERROR-CODE                                  00013930
               STOP RUN.                                                00013950
           PERFORM 300-PROCESS-BILLING                                  00013970
               UNTIL ACCTFILE-EOF                                       00014000
           PERFORM 400-WRITE-CONTROL-TOTALS.                            00014100
           CLOSE   ACCTFILE, CUSTMAST, BILLRPT, ARINV, GLEXTRCT,        00014160
                   BILLCKPT.                                            00014220
           DISPLAY 'BILLPOST READ=' WS-BILLINGS-READ-COUNT              00014300
               ' POSTED=' WS-BILLINGS-POSTED-COUNT                      00014400
               ' REJECTED=' WS-BILLINGS-REJECTED-COUNT                  00014500
                   WS-BILLINGS-REJECTED-COUNT                           00014800
               DISPLAY 'BILLPOST  A 2   CONTROL COUNTS DO NOT TIE'      00014900
               MOVE 16 TO RETURN-CODE.                                  00015000
           IF RESTART-SKIP-ACTIVE                                       00015010
               DISPLAY 'BILLPOST  A 4   RESTART BILLING '               00015020
                   CK-BILLINGS-READ-COUNT                               00015030
               DISPLAY 'BILLPOST  A 4   NOT FOUND IN ACCTFILE - NO'     00015040
                   ' BILLINGS WERE POSTED THIS RUN'                     00015050
               MOVE 16 TO RETURN-CODE                                   00015060
           ELSE                                                         00015070
               PERFORM 009-REGISTER-BILLING-RUN                         00015080
               PERFORM 008-CLEAR-CHECKPOINT.                            00015090
           STOP RUN.                                                    00015100
      *                                                                 00015200
       002-GET-PROCESS-DATE.                                            00015206
               MOVE    ZERO TO WS-RUN-DATE.                             00015212
               OPEN    INPUT CYCLDATE.                                  00015218
               IF CYCLDATE-ERROR-CODE = '00'                            00015224
                   PERFORM 003-READ-CYCLE-DATE                          00015230
                   CLOSE CYCLDATE.                                      00015236
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00015242
                   ACCEPT WS-RUN-DATE FROM DATE.                        00015248
      *                                                                 00015254
       003-READ-CYCLE-DATE.                                             00015260
               READ CYCLDATE INTO WS-RUN-DATE                           00015266
                   AT  END                                              00015272
                       MOVE ZERO TO WS-RUN-DATE.                        00015278
      *                                                                 00015284
       004-CHECK-BILLING-REGISTER.                                      00015285
               IF WS-BILLING-RECORD-COUNT NOT = ZERO                    00015286
                   PERFORM 005-SCAN-BILLING-REGISTER.                   00015287
               IF BILLING-ALREADY-POSTED                                00015288
                   DISPLAY 'BILLPOST  A 5   BILLING RUN OF '            00015289
                       WS-BILLING-RECORD-COUNT ' RECORDS TOTAL '        00015290
                       WS-BILLING-DOLLAR-TOTAL ' ALREADY POSTED -'      00015291
                       ' NOTHING POSTED'                                00015292
                   MOVE 16 TO RETURN-CODE                               00015293
                   STOP RUN.                                            00015294
      *                                                                 00015295
       005-SCAN-BILLING-REGISTER.                                       00015296
               OPEN INPUT BILLREG.                                      00015297
               IF BILLREG-ERROR-CODE = '00'                             00015298
                   PERFORM 005A-READ-BILLING-REGISTER                   00015299
                       UNTIL BILLREG-EOF                                00015300
                   CLOSE BILLREG.                                       00015301
      *                                                                 00015302
       005A-READ-BILLING-REGISTER.                                      00015303
               READ BILLREG INTO BILLING-REGISTER-RECORD                00015304
                   AT  END                                              00015305
                       MOVE 'Y' TO BILLREG-EOF-SWITCH.                  00015306
               IF NOT BILLREG-EOF                                       00015307
                   IF BR-BILLING-RUN-KEY = WS-BILLING-RUN-KEY           00015308
                       MOVE 'Y' TO BILLING-POSTED-SWITCH.               00015309
      *                                                                 00015310
       009-REGISTER-BILLING-RUN.                                        00015311
               IF WS-BILLING-RECORD-COUNT NOT = ZERO                    00015312
                   OPEN EXTEND BILLREG                                  00015313
                   MOVE WS-BILLING-RUN-KEY TO BR-BILLING-RUN-KEY        00015314
                   MOVE WS-RUN-DATE        TO BR-RUN-DATE               00015315
                   WRITE BILLING-REGISTER-AREA                          00015316
                       FROM BILLING-REGISTER-RECORD                     00015317
                   CLOSE BILLREG.                                       00015318
      *                                                                 00015319
       008-CLEAR-CHECKPOINT.                                            00015320
               OPEN OUTPUT BILLCKPT.                                    00015321
               CLOSE BILLCKPT.                                          00015322
      *                                                                 00015323
       006-READ-LAST-CHECKPOINT.                                        00015324
               OPEN INPUT BILLCKPT.                                     00015325
               IF BILLCKPT-ERROR-CODE = '00'                            00015326
                   PERFORM 007-READ-CHECKPOINT-RECORD                   00015327
                       UNTIL BILLCKPT-EOF                               00015328
                   CLOSE BILLCKPT.                                      00015329
               IF CHECKPOINT-FOUND                                      00015330
                   IF CK-BILLING-RUN-KEY NOT = WS-BILLING-RUN-KEY       00015331
                       DISPLAY 'BILLPOST  A 4   BILLCKPT IS FROM'       00015332
                           ' ANOTHER BILLING RUN - NOTHING POSTED'      00015333
                       MOVE 16 TO RETURN-CODE                           00015334
                       STOP RUN                                         00015335
                   ELSE                                                 00015336
                       MOVE 'Y' TO RESTART-SWITCH                       00015337
                       PERFORM 006A-RESTORE-RUNNING-TOTALS              00015338
                       DISPLAY 'BILLPOST  A 4   RESTARTING AFTER'       00015339
                           ' BILLING ' CK-BILLINGS-READ-COUNT           00015340
                           ' CUSTOMER ' CK-LAST-CUSTOMER-NUMBER.        00015341
               OPEN EXTEND BILLCKPT.                                    00015342
      *                                                                 00015343
       006A-RESTORE-RUNNING-TOTALS.                                     00015344
               MOVE CK-BILLINGS-POSTED-COUNT                            00015345
                   TO WS-BILLINGS-POSTED-COUNT.                         00015346
               MOVE CK-BILLINGS-REJECTED-COUNT                          00015347
                   TO WS-BILLINGS-REJECTED-COUNT.                       00015348
               MOVE CK-BILLINGS-DUPLICATE-COUNT                         00015349
                   TO WS-BILLINGS-DUPLICATE-COUNT.                      00015350
               MOVE CK-DOLLARS-READ        TO WS-DOLLARS-READ.          00015351
               MOVE CK-DOLLARS-POSTED      TO WS-DOLLARS-POSTED.        00015352
      *                                                                 00015353
       007-READ-CHECKPOINT-RECORD.                                      00015354
               READ BILLCKPT INTO BILL-CHECKPOINT-RECORD                00015355
                   AT  END                                              00015356
                       MOVE 'Y' TO BILLCKPT-EOF-SWITCH.                 00015357
               IF NOT BILLCKPT-EOF                                      00015358
                   MOVE 'Y' TO CHECKPOINT-FOUND-SWITCH.                 00015359
      *                                                                 00015360
       100-IDENTIFY-BILLING-RUN.                                        00015361
               PERFORM 110-READ-PREPASS-BILLING                         00015362
                   UNTIL ACCTFILE-EOF.                                  00015363
               CLOSE   ACCTFILE.                                        00015364
               OPEN    INPUT ACCTFILE.                                  00015365
               MOVE    'N' TO ACCTFILE-EOF-SWITCH.                      00015366
      *                                                                 00015367
       110-READ-PREPASS-BILLING.                                        00015368
               READ ACCTFILE INTO ACCOUNT-RECORD                        00015369
                   AT  END                                              00015370
                       MOVE 'Y' TO ACCTFILE-EOF-SWITCH.                 00015371
               IF NOT ACCTFILE-EOF                                      00015372
                   ADD 1 TO WS-BILLING-RECORD-COUNT                     00015373
                   IF WS-BILLING-RECORD-COUNT = 1                       00015374
                       MOVE AC-CUSTOMER-NUMBER                          00015375
                           TO WS-BILLING-FIRST-CUSTOMER                 00015376
                       MOVE AC-DUE-DATE                                 00015377
                           TO WS-BILLING-FIRST-DUE-DATE.                00015378
               IF NOT ACCTFILE-EOF                                      00015379
                   AND AC-BILLING-AMOUNT NUMERIC                        00015380
                   ADD AC-BILLING-AMOUNT TO WS-BILLING-DOLLAR-TOTAL.    00015381
      *                                                                 00015382
       300-PROCESS-BILLING.                                             00015383
               PERFORM 310-READ-BILLING.                                00015400
               IF NOT ACCTFILE-EOF                                      00015500
                   IF RESTART-SKIP-ACTIVE                               00015530
                       PERFORM 315-CHECK-RESTART-POINT                  00015560
                   ELSE                                                 00015590
                       PERFORM 320-POST-BILLING                         00015620
                       PERFORM 370-WRITE-CHECKPOINT.                    00015650
      *                                                                 00015700
       310-READ-BILLING.                                                00015800
               READ ACCTFILE INTO ACCOUNT-RECORD                        00015900
               IF NOT ACCTFILE-EOF                                      00016200
                   ADD 1 TO WS-BILLINGS-READ-COUNT.                     00016300
      *                                                                 00016400
       315-CHECK-RESTART-POINT.                                         00016405
               IF WS-BILLINGS-READ-COUNT = CK-BILLINGS-READ-COUNT       00016410
                   IF AC-CUSTOMER-NUMBER = CK-LAST-CUSTOMER-NUMBER      00016415
                       MOVE 'N' TO RESTART-SWITCH                       00016420
                       MOVE AC-CUSTOMER-NUMBER TO                       00016425
                           WS-PREVIOUS-CUSTOMER-NUMBER                  00016430
                   ELSE                                                 00016435
                       DISPLAY 'BILLPOST  A 4   BILLING '               00016440
                           CK-BILLINGS-READ-COUNT ' IS CUSTOMER '       00016445
                           AC-CUSTOMER-NUMBER ' NOT '                   00016450
                           CK-LAST-CUSTOMER-NUMBER                      00016455
                       DISPLAY 'BILLPOST  A 4   BILLCKPT DOES NOT MATCH'00016460
                           ' ACCTFILE - NOTHING POSTED'                 00016465
                       MOVE 16 TO RETURN-CODE                           00016470
                       STOP RUN.                                        00016475
      *                                                                 00016480
       320-POST-BILLING.                                                00016500
               IF AC-CUSTOMER-NUMBER = WS-PREVIOUS-CUSTOMER-NUMBER      00016510
                   PERFORM 345-WRITE-DUPLICATE-LISTING                  00016520
               ELSE                                                     00018300
                  ADD 1 TO WS-BILLINGS-POSTED-COUNT                     00018400
                  ADD AC-BILLING-AMOUNT TO WS-DOLLARS-POSTED            00018500
                  PERFORM 335-WRITE-OPEN-ITEM                           00018530
                  PERFORM 337-WRITE-GL-EXTRACT                          00018560
                  PERFORM 350-WRITE-POSTED-LISTING.                     00018600
      *                                                                 00018700
       335-WRITE-OPEN-ITEM.                                             00018710
                   MOVE AC-BILLING-AMOUNT TO AR-OPEN-AMOUNT             00018797
                   WRITE OPEN-ITEM-RECORD-AREA.                         00018798
      *                                                                 00018799
       337-WRITE-GL-EXTRACT.                                            00018800
               MOVE    AC-BILLING-AMOUNT TO GL-EXTENDED-COST            00018801
               MOVE    WS-RUN-DATE       TO GL-RUN-DATE                 00018802
               WRITE   GL-TRANSACTION-AREA FROM GL-TRANSACTION-RECORD.  00018803
      *                                                                 00018804
       350-WRITE-POSTED-LISTING.                                        00018844
               MOVE    AC-CUSTOMER-NUMBER     TO BD-CUSTOMER-NUMBER     00018900
               MOVE    AC-BILLING-AMOUNT      TO BD-BILLING-AMOUNT      00019000
               MOVE    CM-OUTSTANDING-BALANCE TO BD-NEW-BALANCE         00019100
               ADD     1 TO WS-BILLINGS-REJECTED-COUNT.                 00020290
               ADD     1 TO WS-BILLINGS-DUPLICATE-COUNT.                00020291
      *                                                                 00020300
       370-WRITE-CHECKPOINT.                                            00020305
               ADD 1 TO WS-CHECKPOINT-TALLY.                            00020310
               IF WS-CHECKPOINT-TALLY NOT < WS-CHECKPOINT-INTERVAL      00020315
                   MOVE WS-BILLING-RUN-KEY     TO CK-BILLING-RUN-KEY    00020320
                   MOVE WS-BILLINGS-READ-COUNT TO CK-BILLINGS-READ-COUNT00020325
                   MOVE AC-CUSTOMER-NUMBER                              00020330
                       TO CK-LAST-CUSTOMER-NUMBER                       00020335
                   MOVE WS-BILLINGS-POSTED-COUNT                        00020340
                       TO CK-BILLINGS-POSTED-COUNT                      00020345
                   MOVE WS-BILLINGS-REJECTED-COUNT                      00020350
                       TO CK-BILLINGS-REJECTED-COUNT                    00020355
                   MOVE WS-BILLINGS-DUPLICATE-COUNT                     00020360
                       TO CK-BILLINGS-DUPLICATE-COUNT                   00020365
                   MOVE WS-DOLLARS-READ        TO CK-DOLLARS-READ       00020370
                   MOVE WS-DOLLARS-POSTED      TO CK-DOLLARS-POSTED     00020375
                   WRITE BILL-CHECKPOINT-AREA                           00020380
                       FROM BILL-CHECKPOINT-RECORD                      00020385
                   MOVE ZERO TO WS-CHECKPOINT-TALLY.                    00020390
      *                                                                 00020395
       400-WRITE-CONTROL-TOTALS.                                        00020400
               MOVE    WS-BILLINGS-READ-COUNT   TO BC-READ-COUNT        00020500
               MOVE    WS-DOLLARS-READ          TO BC-DOLLARS-READ      00020600
//COB.ACCTFILE DD DSNAME=HERC01.SAMPLE.BILLSORT,DISP=SHR                00021400
//COB.CUSTMAST DD DSNAME=HERC01.SAMPLE.CUSTMAST,DISP=SHR                00021500
//COB.ARINV DD DSNAME=HERC01.SAMPLE.ARINV,DISP=SHR                      00021510
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00021520
//COB.GLEXTRCT DD DSNAME=HERC01.SAMPLE.GLEXTBIL,DISP=(MOD,CATLG),       00021530
//             DCB=(DSORG=PS,LRECL=31,BLKSIZE=3100,RECFM=FB),           00021540
//             SPACE=(TRK,(1,1),RLSE)                                   00021550
//COB.BILLREG DD DSNAME=HERC01.SAMPLE.BILLREG,DISP=(MOD,CATLG),         00021557
//             DCB=(DSORG=PS,LRECL=39,BLKSIZE=3900,RECFM=FB),           00021564
//             SPACE=(TRK,(1,1),RLSE)                                   00021571
//COB.BILLCKPT DD DSNAME=HERC01.SAMPLE.BILLCKPT,DISP=(MOD,CATLG),       00021578
//             DCB=(DSORG=PS,LRECL=92,BLKSIZE=9200,RECFM=FB),           00021585
//             SPACE=(TRK,(1,1),RLSE)                                   00021592
//COB.BILLRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)         00021600
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00021700
//GO.SYSIN DD *                                                         00021800
