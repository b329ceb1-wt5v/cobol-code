           FORWARD TO A NEW SUSPENSE FILE (CASHSUSN), THE SAME WAY      00002500
           HOLDREL CARRIES PENDING INVSUSP RECORDS. THE CASHRRPT        00002600
           LISTING IS THE DAILY UNAPPLIED-CASH REPORT.                  00002700
      *>                                                      MODS:     00002710
      *> 2026-10-15 KWK - EVERY RE-APPLIED PAYMENT WRITES A TYPE 'A'    00002720
      *>    RECORD IN THE GLEXTRCT LAYOUT (DATASET GLEXTRAP) DATED      00002730
      *>    WITH THE CYCLDATE RUN DATE, MOVING IT OUT OF UNAPPLIED      00002740
      *>    CASH AND AGAINST AR IN THE GLPOST JOURNAL. CASHRRPT NOW     00002750
      *>    ENDS WITH APPLIED AND CARRIED CONTROL TOTALS; APPLIED       00002760
      *>    TIES TO GLPOST'S CASHREAP SUBTOTAL.                         00002770
      *> 2026-10-15 KWK - CUSTMAST IS 180 BYTES NOW -- CUSTOMER NAME,   00002776
      *>    THREE ADDRESS LINES, AND THE LAST DUNNING LETTER TIER AND   00002782
      *>    DATE WERE ADDED FOR CUSTMNT AND DUNNING. LAYOUT WIDENED     00002788
      *>    ONLY.                                                       00002794
      *> 2026-10-15 KWK - ARPAY IS 31 BYTES (ENTRY TYPE P AND THE       00002795
      *>    ORIGINAL PAYMENT DATE FOLLOW THE PAYMENT DATE) AND          00002796
      *>    EVERY AMOUNT RELIEVED FROM AN INVOICE IS ALSO WRITTEN       00002797
      *>    TO ARAPPL SO NSFREV CAN REOPEN THE INVOICES A RETURNED      00002798
      *>    CHECK PAID.                                                 00002799
      *>                                                                00002800
      *>                                                                00002900
       ENVIRONMENT DIVISION.                                            00003000
                           FILE STATUS IS ARINV-ERROR-CODE.             00005200
           SELECT ARPAY     ASSIGN TO UT-S-ARPAY                        00005300
                           FILE STATUS IS ARPAY-ERROR-CODE.             00005400
           SELECT ARAPPL    ASSIGN TO UT-S-ARAPPL                       00005410
                           FILE STATUS IS ARAPPL-ERROR-CODE.            00005420
           SELECT CASHRRPT  ASSIGN TO UT-S-CASHRRPT.                    00005430
           SELECT GLEXTRCT  ASSIGN TO UT-S-GLEXTRCT                     00005460
                           FILE STATUS IS GLEXTRCT-ERROR-CODE.          00005490
           SELECT CYCLDATE  ASSIGN TO UT-S-CYCLDATE                     00005520
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00005550
      *>                                                                00005600
       DATA DIVISION.                                                   00005700
      *                                                                 00005800
      *                                                                 00007200
       FD  CUSTMAST                                                     00007300
           LABEL RECORDS ARE STANDARD                                   00007400
           RECORD CONTAINS 180 CHARACTERS.                              00007500
      *                                                                 00007600
       01  CUSTOMER-MASTER-RECORD.                                      00007700
           05  CM-CUSTOMER-NUMBER      PIC 9(9).                        00007800
           05  CM-CREDIT-LIMIT         PIC 9(7)V99.                     00007900
           05  CM-OUTSTANDING-BALANCE  PIC 9(7)V99.                     00008000
           05  CM-LAST-PAYMENT-DATE    PIC 9(6).                        00008100
           05  FILLER                  PIC X(147).                      00008200
      *                                                                 00008300
       FD  ARINV                                                        00008400
           LABEL RECORDS ARE STANDARD                                   00008500
      *                                                                 00009500
       FD  ARPAY                                                        00009600
           LABEL RECORDS ARE STANDARD                                   00009700
           RECORD CONTAINS 31 CHARACTERS.                               00009800
      *                                                                 00009900
       01  PAYMENT-HISTORY-AREA            PIC X(31).                   00010000
      *                                                                 00010010
       FD  ARAPPL                                                       00010020
           LABEL RECORDS ARE STANDARD                                   00010030
           RECORD CONTAINS 39 CHARACTERS.                               00010040
      *                                                                 00010050
       01  PAYMENT-APPLICATION-AREA        PIC X(39).                   00010060
      *                                                                 00010100
       FD  CASHRRPT                                                     00010200
           LABEL RECORDS ARE STANDARD                                   00010300
           RECORD CONTAINS 80 CHARACTERS.                               00010400
      *                                                                 00010500
       01  CASHRRPT-LINE                    PIC X(80).                  00010600
      *                                                                 00010607
       FD  GLEXTRCT                                                     00010614
           LABEL RECORDS ARE STANDARD                                   00010621
           RECORD CONTAINS 31 CHARACTERS.                               00010628
      *                                                                 00010635
       01  GL-TRANSACTION-AREA             PIC X(31).                   00010642
      *                                                                 00010649
       FD  CYCLDATE                                                     00010656
           LABEL RECORDS ARE STANDARD                                   00010663
           RECORD CONTAINS 6 CHARACTERS.                                00010670
      *                                                                 00010677
       01  CYCLE-DATE-AREA                 PIC X(6).                    00010684
      *                                                                 00010700
       WORKING-STORAGE SECTION.                                         00010800
      *                                                                 00010900
           05 CUSTMAST-ERROR-CODE           PIC XX.                     00011900
           05 ARINV-ERROR-CODE              PIC XX.                     00012000
           05 ARPAY-ERROR-CODE              PIC XX.                     00012100
           05 ARAPPL-ERROR-CODE             PIC XX.                     00012110
           05 GLEXTRCT-ERROR-CODE           PIC XX.                     00012130
           05 CYCLDATE-ERROR-CODE           PIC XX.                     00012160
      *                                                                 00012200
       01  WS-EOJ-COUNTERS.                                             00012300
           05  WS-SUSPENSE-READ-COUNT       PIC 9(7) VALUE ZERO.        00012400
           05  WS-PAYMENTS-CARRIED-COUNT    PIC 9(7) VALUE ZERO.        00012600
      *                                                                 00012700
       01  WS-REMAINING-AMOUNT              PIC S9(7)V99 VALUE ZERO.    00012800
       01  WS-DOLLARS-APPLIED               PIC S9(9)V99 VALUE ZERO.    00012809
       01  WS-DOLLARS-CARRIED               PIC S9(9)V99 VALUE ZERO.    00012818
       01  WS-APPLIED-AMOUNT                PIC S9(7)V99 VALUE ZERO.    00012822
       01  WS-RUN-DATE                      PIC 9(6)     VALUE ZERO.    00012827
      *                                                                 00012836
       01  GL-TRANSACTION-RECORD.                                       00012845
           05  GL-ITEM-NO                   PIC X(5)  VALUE SPACES.     00012854
           05  GL-EXTENDED-COST             PIC S9(9)V99.               00012863
           05  GL-RUN-DATE                  PIC 9(6).                   00012872
           05  GL-TRANS-TYPE                PIC X(1)  VALUE 'A'.        00012881
           05  GL-SOURCE-PROGRAM            PIC X(8)  VALUE 'CASHREAP'. 00012890
      *                                                                 00012900
       01  SUSPENSE-CASH-RECORD.                                        00013000
           05  SC-CUSTOMER-NUMBER           PIC 9(9).                   00013100
           05  SC-PAYMENT-AMOUNT            PIC 9(7)V99.                00013200
           05  SC-PAYMENT-DATE              PIC 9(6).                   00013300
      *                                                                 00013400
       01  PAYMENT-HISTORY-RECORD.                                      00013406
           05  PY-CUSTOMER-NUMBER           PIC 9(9).                   00013412
           05  PY-PAYMENT-AMOUNT            PIC 9(7)V99.                00013418
           05  PY-PAYMENT-DATE              PIC 9(6).                   00013424
           05  PY-ENTRY-TYPE                PIC X(1).                   00013430
           05  PY-ORIGINAL-DATE             PIC 9(6).                   00013436
      *                                                                 00013442
       01  PAYMENT-APPLICATION-RECORD.                                  00013448
           05  PA-CUSTOMER-NUMBER           PIC 9(9).                   00013454
           05  PA-PAYMENT-AMOUNT            PIC 9(7)V99.                00013460
           05  PA-PAYMENT-DATE              PIC 9(6).                   00013466
           05  PA-INVOICE-NO                PIC X(6).                   00013472
           05  PA-APPLIED-AMOUNT            PIC 9(7)V99.                00013478
      *                                                                 00013484
       01  CASHRRPT-DETAIL.                                             00013500
           05  CR-CUSTOMER-NUMBER           PIC 9(9).                   00013600
           05  FILLER                       PIC X(3)  VALUE SPACES.     00013700
           05  FILLER                       PIC X(3)  VALUE SPACES.     00014100
           05  CR-REASON                    PIC X(30).                  00014200
           05  FILLER                       PIC X(2)  VALUE SPACES.     00014300
      *                                                                 00014304
       01  CASHRRPT-CONTROL-1.                                          00014308
           05  FILLER                       PIC X(14) VALUE             00014312
               'PAYMENTS APPL '.                                        00014316
           05  CC-APPLIED-COUNT             PIC ZZZZZZ9.                00014320
           05  FILLER                       PIC X(3)  VALUE SPACES.     00014324
           05  FILLER                       PIC X(13) VALUE             00014328
               'DOLLARS APPL '.                                         00014332
           05  CC-DOLLARS-APPLIED           PIC $ZZZ,ZZZ,ZZ9.99.        00014336
           05  FILLER                       PIC X(28) VALUE SPACES.     00014340
      *                                                                 00014344
       01  CASHRRPT-CONTROL-2.                                          00014348
           05  FILLER                       PIC X(14) VALUE             00014352
               'PAYMENTS CARR '.                                        00014356
           05  CC-CARRIED-COUNT             PIC ZZZZZZ9.                00014360
           05  FILLER                       PIC X(3)  VALUE SPACES.     00014364
           05  FILLER                       PIC X(13) VALUE             00014368
               'DOLLARS CARR '.                                         00014372
           05  CC-DOLLARS-CARRIED           PIC $ZZZ,ZZZ,ZZ9.99.        00014376
           05  FILLER                       PIC X(28) VALUE SPACES.     00014380
      *>                                                                00014400
       PROCEDURE DIVISION.                                              00014500
      *                                                                 00014600
       000-REAPPLY-UNAPPLIED-CASH.                                      00014660
           PERFORM 002-GET-PROCESS-DATE.                                00014720
           OPEN    INPUT   CASHSUSP, OUTPUT CASHSUSN, I-O CUSTMAST,     00014780
                   I-O     ARINV, EXTEND ARPAY, OUTPUT CASHRRPT,        00014840
                   EXTEND  ARAPPL, OUTPUT  GLEXTRCT.                    00014900
           IF CASHSUSP-ERROR-CODE NOT = '00'                            00015000
               DISPLAY 'CASHREAP  A 1   OPEN ERROR FOR CASHSUSP'        00015100
               DISPLAY 'CASHREAP  A 1   FILE STATUS = '                 00015200
               DISPLAY 'CASHREAP  A 1   FILE STATUS = '                 00016700
                   ARINV-ERROR-CODE                                     00016800
               STOP RUN.                                                00016900
           IF GLEXTRCT-ERROR-CODE NOT = '00'                            00016940
               DISPLAY 'CASHREAP  A 1   OPEN ERROR FOR GLEXTRCT'        00016980
               DISPLAY 'CASHREAP  A 1   FILE STATUS = '                 00017020
                   GLEXTRCT-ERROR-CODE                                  00017060
               STOP RUN.                                                00017100
           PERFORM 300-PROCESS-SUSPENSE-CASH                            00017140
               UNTIL CASHSUSP-EOF                                       00017180
           PERFORM 400-WRITE-CONTROL-TOTALS.                            00017220
           CLOSE   CASHSUSP, CASHSUSN, CUSTMAST, ARINV, ARPAY,          00017260
                   ARAPPL, CASHRRPT, GLEXTRCT.                          00017300
           DISPLAY 'CASHREAP READ=' WS-SUSPENSE-READ-COUNT              00017400
               ' APPLIED=' WS-PAYMENTS-APPLIED-COUNT                    00017500
               ' CARRIED=' WS-PAYMENTS-CARRIED-COUNT.                   00017600
           STOP RUN.                                                    00017700
      *                                                                 00017800
       002-GET-PROCESS-DATE.                                            00017806
               MOVE    ZERO TO WS-RUN-DATE.                             00017812
               OPEN    INPUT CYCLDATE.                                  00017818
               IF CYCLDATE-ERROR-CODE = '00'                            00017824
                   PERFORM 003-READ-CYCLE-DATE                          00017830
                   CLOSE CYCLDATE.                                      00017836
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00017842
                   ACCEPT WS-RUN-DATE FROM DATE.                        00017848
      *                                                                 00017854
       003-READ-CYCLE-DATE.                                             00017860
               READ CYCLDATE INTO WS-RUN-DATE                           00017866
                   AT  END                                              00017872
                       MOVE ZERO TO WS-RUN-DATE.                        00017878
      *                                                                 00017884
       300-PROCESS-SUSPENSE-CASH.                                       00017900
               PERFORM 310-READ-SUSPENSE-CASH.                          00018000
               IF NOT CASHSUSP-EOF                                      00018100
                       IF AR-OPEN-AMOUNT > ZERO                         00022900
                           PERFORM 337-RELIEVE-OPEN-INVOICE.            00023000
      *                                                                 00023100
       337-RELIEVE-OPEN-INVOICE.                                        00023140
               IF AR-OPEN-AMOUNT > WS-REMAINING-AMOUNT                  00023180
                   MOVE WS-REMAINING-AMOUNT TO WS-APPLIED-AMOUNT        00023220
                   SUBTRACT WS-REMAINING-AMOUNT FROM AR-OPEN-AMOUNT     00023260
                   MOVE ZERO TO WS-REMAINING-AMOUNT                     00023300
               ELSE                                                     00023340
                   MOVE AR-OPEN-AMOUNT TO WS-APPLIED-AMOUNT             00023380
                   SUBTRACT AR-OPEN-AMOUNT FROM WS-REMAINING-AMOUNT     00023420
                   MOVE ZERO TO AR-OPEN-AMOUNT.                         00023460
               REWRITE OPEN-ITEM-RECORD-AREA.                           00023500
               PERFORM 338-WRITE-APPLICATION.                           00023540
      *                                                                 00023580
       338-WRITE-APPLICATION.                                           00023620
               MOVE    SC-CUSTOMER-NUMBER TO PA-CUSTOMER-NUMBER.        00023660
               MOVE    SC-PAYMENT-AMOUNT  TO PA-PAYMENT-AMOUNT.         00023700
               MOVE    SC-PAYMENT-DATE    TO PA-PAYMENT-DATE.           00023740
               MOVE    AR-INVOICE-NO      TO PA-INVOICE-NO.             00023780
               MOVE    WS-APPLIED-AMOUNT  TO PA-APPLIED-AMOUNT.         00023820
               WRITE   PAYMENT-APPLICATION-AREA                         00023860
                   FROM PAYMENT-APPLICATION-RECORD.                     00023900
      *                                                                 00024000
       330-REWRITE-CUSTOMER-MASTER.                                     00024100
               REWRITE CUSTOMER-MASTER-RECORD.                          00024200
                  MOVE 'REWRITE ERROR - CARRIED' TO CR-REASON           00024400
                  PERFORM 340-CARRY-FORWARD-CASH                        00024500
               ELSE                                                     00024600
                  ADD 1 TO WS-PAYMENTS-APPLIED-COUNT                    00024630
                  ADD SC-PAYMENT-AMOUNT TO WS-DOLLARS-APPLIED           00024660
                  PERFORM 360-WRITE-GL-EXTRACT                          00024690
                  PERFORM 335-APPLY-TO-OPEN-INVOICES                    00024750
                  PERFORM 355-WRITE-PAYMENT-HISTORY                     00024870
                  MOVE 'UNAPPLIED CASH APPLIED' TO CR-REASON            00025000
                  PERFORM 350-WRITE-REAPPLY-LISTING.                    00025100
      *                                                                 00025200
       355-WRITE-PAYMENT-HISTORY.                                       00025210
               MOVE    SC-CUSTOMER-NUMBER TO PY-CUSTOMER-NUMBER.        00025220
               MOVE    SC-PAYMENT-AMOUNT  TO PY-PAYMENT-AMOUNT.         00025230
               MOVE    SC-PAYMENT-DATE    TO PY-PAYMENT-DATE.           00025240
               MOVE    'P'                TO PY-ENTRY-TYPE.             00025250
               MOVE    SC-PAYMENT-DATE    TO PY-ORIGINAL-DATE.          00025260
               WRITE   PAYMENT-HISTORY-AREA FROM PAYMENT-HISTORY-RECORD.00025270
      *                                                                 00025280
       340-CARRY-FORWARD-CASH.                                          00025300
               WRITE   CARRIED-CASH-AREA FROM SUSPENSE-CASH-RECORD.     00025400
               ADD     1 TO WS-PAYMENTS-CARRIED-COUNT.                  00025460
               ADD     SC-PAYMENT-AMOUNT TO WS-DOLLARS-CARRIED.         00025520
               MOVE    SC-CUSTOMER-NUMBER TO CR-CUSTOMER-NUMBER         00025600
               MOVE    SC-PAYMENT-AMOUNT  TO CR-PAYMENT-AMOUNT          00025700
               MOVE    ZERO               TO CR-NEW-BALANCE             00025800
               MOVE    SC-PAYMENT-AMOUNT      TO CR-PAYMENT-AMOUNT      00026300
               MOVE    CM-OUTSTANDING-BALANCE TO CR-NEW-BALANCE         00026400
               WRITE   CASHRRPT-LINE FROM CASHRRPT-DETAIL.              00026500
      *                                                                 00026507
       360-WRITE-GL-EXTRACT.                                            00026514
               MOVE    SC-PAYMENT-AMOUNT TO GL-EXTENDED-COST            00026521
               MOVE    WS-RUN-DATE       TO GL-RUN-DATE                 00026528
               WRITE   GL-TRANSACTION-AREA FROM GL-TRANSACTION-RECORD.  00026535
      *                                                                 00026542
       400-WRITE-CONTROL-TOTALS.                                        00026549
               MOVE    WS-PAYMENTS-APPLIED-COUNT TO CC-APPLIED-COUNT    00026556
               MOVE    WS-DOLLARS-APPLIED        TO CC-DOLLARS-APPLIED  00026563
               WRITE   CASHRRPT-LINE FROM CASHRRPT-CONTROL-1.           00026570
               MOVE    WS-PAYMENTS-CARRIED-COUNT TO CC-CARRIED-COUNT    00026577
               MOVE    WS-DOLLARS-CARRIED        TO CC-DOLLARS-CARRIED  00026584
               WRITE   CASHRRPT-LINE FROM CASHRRPT-CONTROL-2.           00026591
      *>                                                                00026600
/*                                                                      00026700
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00026800
//             SPACE=(TRK,(1,1),RLSE)                                   00027200
//COB.CUSTMAST DD DSNAME=HERC01.SAMPLE.CUSTMAST,DISP=SHR                00027300
//COB.ARINV DD DSNAME=HERC01.SAMPLE.ARINV,DISP=SHR                      00027400
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00027420
//COB.GLEXTRCT DD DSNAME=HERC01.SAMPLE.GLEXTRAP,DISP=(,CATLG),          00027440
//             DCB=(DSORG=PS,LRECL=31,BLKSIZE=3100,RECFM=FB),           00027460
//             SPACE=(TRK,(1,1),RLSE)                                   00027480
//COB.ARPAY DD DSNAME=HERC01.SAMPLE.ARPAY,DISP=(MOD,CATLG),             00027500
//             DCB=(DSORG=PS,LRECL=31,BLKSIZE=3100,RECFM=FB),           00027600
//             SPACE=(TRK,(1,1),RLSE)                                   00027700
//COB.ARAPPL DD DSNAME=HERC01.SAMPLE.ARAPPL,DISP=(MOD,CATLG),           00027720
//             DCB=(DSORG=PS,LRECL=39,BLKSIZE=3900,RECFM=FB),           00027740
//             SPACE=(TRK,(1,1),RLSE)                                   00027760
//COB.CASHRRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)        00027800
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00027900
//GO.SYSIN DD *                                                         00028000
