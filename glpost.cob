//HERC01N  JOB (COBOL),'GLPOST',CLASS=A,MSGCLASS=H,                     00000100
//             REGION=8M,TIME=1440,                                     00000200
//             MSGLEVEL=(1,1)                                           00000300
//*  ALLOCEXT CATALOGS AN EMPTY GLEXTBIL, GLEXTCSH, GLEXTADJ,           00000306
//*  GLEXTNSF OR GLEXTRMA WHEN ITS PROGRAM HAS NOT RUN SINCE THE LAST   00000312
//*  POST, SO THE GLEXTRCT CONCATENATION BELOW ALWAYS ALLOCATES. ONE    00000318
//*  THAT ALREADY HOLDS UNPOSTED RECORDS IS LEFT AS IT IS.              00000324
//ALLOCEXT EXEC PGM=IEFBR14                                             00000330
//GLEXTBIL DD DSNAME=HERC01.SAMPLE.GLEXTBIL,DISP=(MOD,CATLG),           00000331
//             DCB=(DSORG=PS,LRECL=31,BLKSIZE=3100,RECFM=FB),           00000332
//             SPACE=(TRK,(1,1),RLSE)                                   00000333
//GLEXTCSH DD DSNAME=HERC01.SAMPLE.GLEXTCSH,DISP=(MOD,CATLG),           00000334
//             DCB=(DSORG=PS,LRECL=31,BLKSIZE=3100,RECFM=FB),           00000335
//             SPACE=(TRK,(1,1),RLSE)                                   00000336
//GLEXTADJ DD DSNAME=HERC01.SAMPLE.GLEXTADJ,DISP=(MOD,CATLG),           00000339
//             DCB=(DSORG=PS,LRECL=31,BLKSIZE=3100,RECFM=FB),           00000342
//             SPACE=(TRK,(1,1),RLSE)                                   00000348
//GLEXTNSF DD DSNAME=HERC01.SAMPLE.GLEXTNSF,DISP=(MOD,CATLG),           00000354
//             DCB=(DSORG=PS,LRECL=31,BLKSIZE=3100,RECFM=FB),           00000360
//             SPACE=(TRK,(1,1),RLSE)                                   00000366
//GLEXTRMA DD DSNAME=HERC01.SAMPLE.GLEXTRMA,DISP=(MOD,CATLG),           00000372
//             DCB=(DSORG=PS,LRECL=31,BLKSIZE=3100,RECFM=FB),           00000378
//             SPACE=(TRK,(1,1),RLSE)                                   00000384
//GLPOST   EXEC COBUCG,                                                 00000400
//             PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'        00000500
//COB.SYSPUNCH DD DUMMY                                                 00000600
      *>    IS MISSING OR BLANK) SO A STREAM THAT CROSSES MIDNIGHT      00003248
      *>    CARRIES ONE PROCESSING DATE AND A PRIOR DATE CAN BE         00003264
      *>    RERUN CLEANLY UNDER ITS OWN DATE.                           00003280
      *> 2026-10-15 KWK - BILLPOST, CASHAPP AND CASHREAP NOW WRITE      00003281
      *>    THEIR OWN EXTRACTS IN THE GLEXTRCT LAYOUT, CONCATENATED     00003282
      *>    UNDER THE GLEXTRCT DD, SO ONE BALANCED JOURNAL COVERS       00003283
      *>    INVENTORY AND AR. NEW TYPES NEED GLACCTS ROWS: B BILLED     00003284
      *>    (DR AR / CR SALES), P CASH APPLIED (DR CASH / CR AR), U     00003285
      *>    CASH HELD ON CASHSUSP (DR CASH / CR UNAPPLIED CASH) AND     00003286
      *>    A UNAPPLIED CASH RE-APPLIED (DR UNAPPLIED CASH / CR AR).    00003287
      *>    GLEXTRCT IS 31 BYTES (GL-SOURCE-PROGRAM) AND THE JOURNAL    00003288
      *>    ENDS WITH SUBTOTALS BY SOURCE PROGRAM AND TYPE THAT TIE     00003289
      *>    BACK TO BILLRPT, CASHRPT AND CASHRRPT.                      00003290
      *> 2026-10-15 KWK - THE JOURNAL NOW POSTS TO THE GLMAST ACCOUNT   00003291
      *>    MASTER (PERIOD-TO-DATE AND YEAR-TO-DATE BALANCE PER         00003292
      *>    ACCOUNT, DEBITS PLUS AND CREDITS MINUS) SO GLTRIAL CAN      00003293
      *>    PRINT A TRIAL BALANCE. THE GLPERIOD CONTROL RECORD          00003294
      *>    CARRIES THE OPEN PERIOD AND THE LAST PERIOD GLCLOSE         00003295
      *>    LOCKED; AN EXTRACT RECORD DATED IN A CLOSED (OR A           00003296
      *>    FUTURE) PERIOD IS POSTED TO THE OPEN PERIOD AND LISTED      00003297
      *>    AS AN EXCEPTION. GLMAST IS NOT TOUCHED WHEN A TYPE IS       00003298
      *>    UNMAPPED OR THE RUN DATE WAS ALREADY POSTED, SO A RERUN     00003299
      *>    CANNOT DOUBLE THE BALANCES.                                 00003300
      *> 2026-10-15 KWK - ARADJ'S EXTRACT (GLEXTADJ) IS CONCATENATED    00003301
      *>    UNDER GLEXTRCT. NEW TYPES NEED GLACCTS ROWS: W WRITE-OFF    00003302
      *>    (DR BAD DEBT / CR AR), D DISPUTE CREDIT AND E PRICING       00003303
      *>    CREDIT (DR SALES ALLOWANCES / CR AR), S SMALL-BALANCE       00003304
      *>    CLEAR (DR MISC EXPENSE / CR AR). THE GLACCTS TABLE HOLDS    00003305
      *>    30 TYPES NOW.                                               00003306
      *> 2026-10-15 KWK - NSFREV'S EXTRACT (GLEXTNSF) IS                00003307
      *>    CONCATENATED UNDER GLEXTRCT. NEW TYPES NEED GLACCTS         00003308
      *>    ROWS: N RETURNED CHECK (DR AR / CR CASH) AND F RETURNED     00003309
      *>    CHECK FEE (DR AR / CR FEE INCOME).                          00003310
      *> 2026-10-15 KWK - VSAMRND AND VSAMSEQ POST KIT ASSEMBLIES       00003311
      *>    UNDER TWO NEW TYPES THAT NEED GLACCTS ROWS: K KIT           00003312
      *>    RECEIVED (DR INVENTORY / CR ASSEMBLY CLEARING) AND C        00003313
      *>    COMPONENT CONSUMED (DR ASSEMBLY CLEARING / CR               00003314
      *>    INVENTORY). THE PARENT IS VALUED AT ITS OWN                 00003315
      *>    IM-UNIT-COST AND THE COMPONENTS AT THEIRS, SO WHAT IS       00003316
      *>    LEFT IN ASSEMBLY CLEARING IS THE KIT COST VARIANCE          00003317
      *>    BOMLIST REPORTS.                                            00003318
      *> 2026-10-15 KWK - RMACRED'S EXTRACT (GLEXTRMA) IS               00003319
      *>    CONCATENATED UNDER GLEXTRCT. NEW TYPES NEED GLACCTS         00003320
      *>    ROWS: G CUSTOMER RETURN RESTOCKED (DR INVENTORY / CR        00003321
      *>    COST OF GOODS SOLD, WRITTEN BY VSAMRND AND VSAMSEQ) AND     00003322
      *>    M RETURN CREDIT (DR SALES RETURNS / CR AR).                 00003323
      *> 2026-10-15 KWK - GLEXTADJ, GLEXTNSF AND GLEXTRMA ARE           00003324
      *>    WRITTEN DISP=MOD BY ARADJ, NSFREV AND RMACRED. NEW          00003325
      *>    ALLOCEXT STEP CATALOGS THEM EMPTY WHEN ABSENT; NEW          00003326
      *>    CLEAREXT STEP DELETES THEM ONLY AFTER A CLEAN POST, SO      00003327
      *>    EACH EXTRACT IS POSTED ONCE. THEY ARE EMPTIED RATHER        00003328
      *>    THAN FILTERED ON GL-RUN-DATE SO AN ADJUSTMENT KEYED         00003329
      *>    AFTER LAST NIGHT'S POST IS NOT LOST. OPEN ERRORS NOW        00003330
      *>    END RC 16 SO CLEAREXT IS BYPASSED.                          00003331
      *> 2026-10-15 KWK - EXTRACT ROWS ARE NETTED TO ONE POST PER       00003332
      *>    ACCOUNT AND AN ACCOUNT ALREADY POSTED FOR THE RUN DATE      00003333
      *>    IS SKIPPED, SO A RERUN AFTER A GLMAST ERROR POSTS ONLY      00003334
      *>    WHAT FAILED. GLPERIOD IS STAMPED ONLY WHEN EVERY            00003335
      *>    ACCOUNT POSTED AND ITS REWRITE IS CHECKED (RC 16).          00003336
      *>    GLEXTBIL AND GLEXTCSH ARE ADDED TO ALLOCEXT AND             00003337
      *>    CLEAREXT.                                                   00003338
      *>                                                                00003368
      *>                                                                00003400
       ENVIRONMENT DIVISION.                                            00003500
      **                                                                00003600
                           FILE STATUS IS GLEXTRCT-ERROR-CODE.          00004500
           SELECT GLACCTS  ASSIGN TO UT-S-GLACCTS                       00004600
                           FILE STATUS IS GLACCTS-ERROR-CODE.           00004700
           SELECT GLPOST   ASSIGN TO UT-S-GLPOST.                       00004710
           SELECT GLMAST   ASSIGN TO UT-I-GLMAST                        00004720
                           ORGANIZATION IS INDEXED                      00004730
                           ACCESS IS RANDOM                             00004740
                           RECORD KEY IS GK-ACCOUNT                     00004750
                           FILE STATUS IS GLMAST-ERROR-CODE.            00004760
           SELECT GLPERIOD ASSIGN TO UT-S-GLPERIOD                      00004770
                           FILE STATUS IS GLPERIOD-ERROR-CODE.          00004780
           SELECT CYCLDATE ASSIGN TO UT-S-CYCLDATE                      00004833
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00004866
      *>                                                                00004900
      *                                                                 00005300
       FD  GLEXTRCT                                                     00005400
           LABEL RECORDS ARE STANDARD                                   00005500
           RECORD CONTAINS 31 CHARACTERS.                               00005600
      *                                                                 00005700
       01  GL-TRANSACTION-AREA               PIC X(31).                 00005800
      *                                                                 00005900
       FD  GLACCTS                                                      00006000
           LABEL RECORDS ARE STANDARD                                   00006100
           RECORD CONTAINS 80 CHARACTERS.                               00006800
      *                                                                 00006900
       01  GLPOST-LINE                       PIC X(80).                 00007000
      *                                                                 00007007
       FD  GLMAST                                                       00007014
           LABEL RECORDS ARE STANDARD                                   00007021
           RECORD CONTAINS 46 CHARACTERS.                               00007028
      *                                                                 00007035
       01  GL-MASTER-AREA.                                              00007042
           05  GK-ACCOUNT                    PIC X(4).                  00007049
           05  FILLER                        PIC X(42).                 00007056
      *                                                                 00007063
       FD  GLPERIOD                                                     00007070
           LABEL RECORDS ARE STANDARD                                   00007077
           RECORD CONTAINS 20 CHARACTERS.                               00007084
      *                                                                 00007091
       01  GL-PERIOD-AREA                    PIC X(20).                 00007098
      *                                                                 00007105
       FD  CYCLDATE                                                     00007114
           LABEL RECORDS ARE STANDARD                                   00007128
           RECORD CONTAINS 6 CHARACTERS.                                00007142
       01  FILE-STATUS-FIELD.                                           00008400
           05 CYCLDATE-ERROR-CODE           PIC XX.                     00008450
           05 GLEXTRCT-ERROR-CODE          PIC XX.                      00008500
           05 GLACCTS-ERROR-CODE           PIC XX.                      00008550
           05 GLMAST-ERROR-CODE            PIC XX.                      00008600
           05 GLPERIOD-ERROR-CODE          PIC XX.                      00008650
      *                                                                 00008700
       01  WS-EOJ-COUNTERS.                                             00008800
           05  WS-TRANSACTIONS-POSTED-COUNT PIC 9(7) VALUE ZERO.        00008900
           05  WS-JOURNAL-LINES-COUNT       PIC 9(7) VALUE ZERO.        00008940
           05  WS-REDIRECTED-COUNT          PIC 9(7) VALUE ZERO.        00008980
           05  WS-ACCOUNTS-UPDATED-COUNT    PIC 9(7) VALUE ZERO.        00009020
           05  WS-ACCOUNTS-ADDED-COUNT      PIC 9(7) VALUE ZERO.        00009060
           05  WS-ACCOUNTS-SKIPPED-COUNT    PIC 9(7) VALUE ZERO.        00009070
           05  WS-GLMAST-ERROR-COUNT        PIC 9(7) VALUE ZERO.        00009080
      *                                                                 00009100
       01  WS-RUN-DATE                      PIC 9(6) VALUE ZERO.        00009200
       01  WS-TOTAL-DEBITS                  PIC S9(11)V99 VALUE ZERO.   00009300
       01  WS-TOTAL-CREDITS                 PIC S9(11)V99 VALUE ZERO.   00009400
       01  WS-WORK-TYPE                     PIC X(1) VALUE SPACE.       00009430
       01  WS-POST-ACCOUNT                  PIC X(4) VALUE SPACES.      00009460
       01  WS-POST-AMOUNT                   PIC S9(11)V99 VALUE ZERO.   00009490
       01  WS-LEDGER-SWITCH                 PIC X    VALUE 'Y'.         00009520
           88  LEDGER-POSTABLE                       VALUE 'Y'.         00009550
      *                                                                 00009600
       01  WS-MAPPING-CONTROL.                                          00009700
           05  WS-MAP-COUNT                 PIC S9(4) COMP VALUE ZERO.  00009800
           05  WS-MAP-IX                    PIC S9(4) COMP VALUE ZERO.  00009900
           05  WS-SOURCE-COUNT              PIC S9(4) COMP VALUE ZERO.  00009930
           05  WS-SOURCE-IX                 PIC S9(4) COMP VALUE ZERO.  00009960
           05  WS-NET-COUNT                 PIC S9(4) COMP VALUE ZERO.  00009970
           05  WS-NET-IX                    PIC S9(4) COMP VALUE ZERO.  00009980
      *                                                                 00010000
       01  WS-ACCOUNT-MAPPING-TABLE.                                    00010100
           05  WS-MAPPING-ENTRY OCCURS 30 TIMES.                        00010200
               10  MP-TRANS-TYPE           PIC X(1).                    00010300
               10  MP-DEBIT-ACCOUNT        PIC X(4).                    00010400
               10  MP-CREDIT-ACCOUNT       PIC X(4).                    00010500
               10  MP-TYPE-TOTAL           PIC S9(11)V99.               00010600
      *                                                                 00010700
       01  WS-SOURCE-SUBTOTAL-TABLE.                                    00010710
           05  WS-SOURCE-ENTRY OCCURS 20 TIMES.                         00010720
               10  SR-SOURCE-PROGRAM       PIC X(8).                    00010730
               10  SR-TRANS-TYPE           PIC X(1).                    00010740
               10  SR-RECORD-COUNT         PIC 9(7).                    00010750
               10  SR-SOURCE-TOTAL         PIC S9(11)V99.               00010760
      *                                                                 00010770
      *  ONE ENTRY PER GLMAST ACCOUNT THE RUN TOUCHES -- AT MOST A      00010773
      *  DEBIT AND A CREDIT ACCOUNT FOR EACH OF THE 30 TYPES.           00010776
       01  WS-ACCOUNT-NET-TABLE.                                        00010779
           05  WS-NET-ENTRY OCCURS 60 TIMES.                            00010782
               10  NT-ACCOUNT              PIC X(4).                    00010785
               10  NT-NET-AMOUNT           PIC S9(11)V99.               00010788
      *                                                                 00010791
       01  ACCOUNT-MAPPING-RECORD.                                      00010800
           05  GA-TRANS-TYPE               PIC X(1).                    00010900
           05  GA-DEBIT-ACCOUNT            PIC X(4).                    00011000
       01  GL-TRANSACTION-RECORD.                                       00011300
           05  GL-ITEM-NO                  PIC X(5).                    00011400
           05  GL-EXTENDED-COST            PIC S9(9)V99.                00011500
           05  GL-RUN-DATE                 PIC 9(6).                    00011540
           05  GL-RUN-DATE-PARTS REDEFINES GL-RUN-DATE.                 00011580
               10  GL-RUN-PERIOD           PIC 9(4).                    00011620
               10  FILLER                  PIC 9(2).                    00011660
           05  GL-TRANS-TYPE               PIC X(1).                    00011700
           05  GL-SOURCE-PROGRAM           PIC X(8).                    00011750
      *                                                                 00011800
       01  GL-MASTER-RECORD.                                            00011807
           05  GM-ACCOUNT                  PIC X(4).                    00011814
           05  GM-PTD-BALANCE              PIC S9(11)V99.               00011821
           05  GM-YTD-BALANCE              PIC S9(11)V99.               00011828
           05  GM-LAST-POST-DATE           PIC 9(6).                    00011835
           05  FILLER                      PIC X(10).                   00011842
      *                                                                 00011849
       01  GL-PERIOD-RECORD.                                            00011856
           05  GP-OPEN-PERIOD              PIC 9(4).                    00011863
           05  GP-LAST-CLOSED-PERIOD       PIC 9(4).                    00011870
           05  GP-LAST-CLOSE-DATE          PIC 9(6).                    00011877
           05  GP-LAST-POST-DATE           PIC 9(6).                    00011884
      *                                                                 00011891
       01  GLPOST-HEADING.                                              00011900
           05  FILLER                      PIC X(30) VALUE              00012000
               'GL JOURNAL             DATE = '.                        00012100
           05  GH-RUN-DATE                 PIC 9(6).                    00012109
           05  FILLER                      PIC X(16) VALUE              00012118
               '   OPEN PERIOD '.                                       00012127
           05  GH-OPEN-PERIOD              PIC 9(4).                    00012136
           05  FILLER                      PIC X(24) VALUE SPACES.      00012145
      *                                                                 00012154
       01  GLPOST-EXCEPTION-LINE.                                       00012163
           05  GX-SOURCE-PROGRAM           PIC X(8).                    00012172
           05  FILLER                      PIC X(1)  VALUE SPACES.      00012181
           05  GX-TRANS-TYPE               PIC X(1).                    00012190
           05  FILLER                      PIC X(1)  VALUE SPACES.      00012199
           05  GX-ITEM-NO                  PIC X(5).                    00012208
           05  FILLER                      PIC X(1)  VALUE SPACES.      00012217
           05  GX-RUN-DATE                 PIC 9(6).                    00012226
           05  FILLER                      PIC X(1)  VALUE SPACES.      00012235
           05  GX-AMOUNT                   PIC -(10)9.99.               00012244
           05  FILLER                      PIC X(2)  VALUE SPACES.      00012253
           05  GX-REASON                   PIC X(30).                   00012262
           05  FILLER                      PIC X(10) VALUE SPACES.      00012271
      *                                                                 00012280
       01  GLPOST-LEDGER-LINE.                                          00012289
           05  FILLER                      PIC X(24) VALUE              00012298
               'GLMAST ACCOUNTS UPDATED '.                              00012307
           05  GU-ACCOUNTS-UPDATED         PIC ZZZ,ZZ9.                 00012316
           05  FILLER                      PIC X(8)  VALUE              00012325
               '  ADDED '.                                              00012334
           05  GU-ACCOUNTS-ADDED           PIC ZZZ,ZZ9.                 00012343
           05  FILLER                      PIC X(13) VALUE              00012352
               '  REDIRECTED '.                                         00012361
           05  GU-REDIRECTED-COUNT         PIC ZZZ,ZZ9.                 00012370
           05  FILLER                      PIC X(14) VALUE SPACES.      00012379
      *                                                                 00012400
       01  GLPOST-COLUMN-HEADING.                                       00012500
           05  FILLER                      PIC X(8)  VALUE 'ACCOUNT '.  00012600
           05  GT-TOTAL-CREDITS            PIC -(10)9.99.               00014800
           05  FILLER                      PIC X(42) VALUE SPACES.      00014900
      *                                                                 00015000
       01  GLPOST-SOURCE-HEADING.                                       00015004
           05  FILLER                      PIC X(27) VALUE              00015008
               'SUBTOTALS BY SOURCE PROGRAM'.                           00015012
           05  FILLER                      PIC X(53) VALUE SPACES.      00015016
      *                                                                 00015020
       01  GLPOST-SOURCE-COLUMN-HEADING.                                00015024
           05  FILLER                      PIC X(24) VALUE              00015028
               'SOURCE    TYPE  RECORDS '.                              00015032
           05  FILLER                      PIC X(16) VALUE              00015036
               '         AMOUNT'.                                       00015040
           05  FILLER                      PIC X(40) VALUE SPACES.      00015044
      *                                                                 00015048
       01  GLPOST-SOURCE-LINE.                                          00015052
           05  GS-SOURCE-PROGRAM           PIC X(8).                    00015056
           05  FILLER                      PIC X(3)  VALUE SPACES.      00015060
           05  GS-TRANS-TYPE               PIC X(1).                    00015064
           05  FILLER                      PIC X(3)  VALUE SPACES.      00015068
           05  GS-RECORD-COUNT             PIC ZZZ,ZZ9.                 00015072
           05  FILLER                      PIC X(2)  VALUE SPACES.      00015076
           05  GS-SOURCE-TOTAL             PIC -(10)9.99.               00015080
           05  FILLER                      PIC X(42) VALUE SPACES.      00015084
      *                                                                 00015088
       01  GLPOST-COUNT-LINE.                                           00015100
           05  FILLER                      PIC X(20) VALUE              00015200
               'TRANSACTIONS POSTED '.                                  00015300
      *>                                                                00015600
       PROCEDURE DIVISION.                                              00015700
      *                                                                 00015800
       000-BUILD-GL-JOURNAL.                                            00015880
           PERFORM 002-GET-PROCESS-DATE.                                00015960
           OPEN    INPUT    GLEXTRCT, INPUT GLACCTS, OUTPUT  GLPOST,    00016040
                   I-O      GLMAST, I-O GLPERIOD.                       00016120
           IF GLEXTRCT-ERROR-CODE NOT = '00'                            00016200
               DISPLAY 'GLPOST    A 1   OPEN ERROR FOR GLEXTRCT'        00016300
               DISPLAY 'GLPOST    A 1   FILE STATUS = '                 00016400
                   GLEXTRCT-ERROR-CODE                                  00016500
               MOVE 16 TO RETURN-CODE                                   00016550
               STOP RUN.                                                00016600
           IF GLACCTS-ERROR-CODE NOT = '00'                             00016700
               DISPLAY 'GLPOST    A 1   OPEN ERROR FOR GLACCTS'         00016800
               DISPLAY 'GLPOST    A 1   FILE STATUS = '                 00016900
                   GLACCTS-ERROR-CODE                                   00017000
               MOVE 16 TO RETURN-CODE                                   00017050
               STOP RUN.                                                00017100
           IF GLMAST-ERROR-CODE NOT = '00'                              00017130
               DISPLAY 'GLPOST    A 1   OPEN ERROR FOR GLMAST'          00017160
               DISPLAY 'GLPOST    A 1   FILE STATUS = '                 00017190
                   GLMAST-ERROR-CODE                                    00017220
               MOVE 16 TO RETURN-CODE                                   00017230
               STOP RUN.                                                00017250
           IF GLPERIOD-ERROR-CODE NOT = '00'                            00017280
               DISPLAY 'GLPOST    A 1   OPEN ERROR FOR GLPERIOD'        00017310
               DISPLAY 'GLPOST    A 1   FILE STATUS = '                 00017340
                   GLPERIOD-ERROR-CODE                                  00017370
               MOVE 16 TO RETURN-CODE                                   00017380
               STOP RUN.                                                00017400
           PERFORM 005-READ-PERIOD-CONTROL.                             00017430
           MOVE    WS-RUN-DATE    TO GH-RUN-DATE                        00017460
           MOVE    GP-OPEN-PERIOD TO GH-OPEN-PERIOD                     00017490
           WRITE   GLPOST-LINE FROM GLPOST-HEADING.                     00017520
           PERFORM 200-LOAD-ACCOUNT-MAPPING                             00017550
               UNTIL GLACCTS-EOF.                                       00017580
           PERFORM 300-PROCESS-GL-EXTRACT                               00017610
               UNTIL GLEXTRCT-EOF.                                      00017640
           PERFORM 400-WRITE-JOURNAL-REPORT.                            00017670
           PERFORM 500-UPDATE-GL-MASTER.                                00017700
           CLOSE   GLEXTRCT, GLACCTS, GLPOST, GLMAST, GLPERIOD.         00017730
           DISPLAY 'GLPOST POSTED=' WS-TRANSACTIONS-POSTED-COUNT        00017800
               ' DEBITS=' WS-TOTAL-DEBITS                               00017900
               ' CREDITS=' WS-TOTAL-CREDITS.                            00018000
                   AT  END                                              00018578
                       MOVE ZERO TO WS-RUN-DATE.                        00018584
      *                                                                 00018600
       005-READ-PERIOD-CONTROL.                                         00018610
               READ GLPERIOD INTO GL-PERIOD-RECORD                      00018620
                   AT  END                                              00018630
                       DISPLAY 'GLPOST    A 1   GLPERIOD CONTROL'       00018640
                           ' RECORD MISSING'                            00018650
                       STOP RUN.                                        00018660
      *                                                                 00018670
       200-LOAD-ACCOUNT-MAPPING.                                        00018700
               READ GLACCTS INTO ACCOUNT-MAPPING-RECORD                 00018800
                   AT  END                                              00018900
                       MOVE 'Y' TO GLACCTS-EOF-SWITCH.                  00019000
               IF NOT GLACCTS-EOF                                       00019100
                   IF WS-MAP-COUNT NOT < 30                             00019200
                       DISPLAY 'GLPOST    A 3   GLACCTS TABLE FULL -'   00019300
                           ' MAPPING DROPPED FOR TYPE ' GA-TRANS-TYPE   00019400
                   ELSE                                                 00019500
       320-ACCUMULATE-BY-TYPE.                                          00021500
               MOVE    GL-TRANS-TYPE TO WS-WORK-TYPE.                   00021600
               IF WS-WORK-TYPE = SPACE OR LOW-VALUE                     00021700
                   MOVE 'R' TO WS-WORK-TYPE.                            00021760
               PERFORM 325-CHECK-POSTING-PERIOD.                        00021820
               MOVE    'N' TO MAPPING-FOUND-SWITCH.                     00021900
               PERFORM 330-MATCH-MAPPING-ENTRY                          00022000
                   VARYING WS-MAP-IX FROM 1 BY 1                        00022100
                   UNTIL WS-MAP-IX > WS-MAP-COUNT.                      00022200
               IF MAPPING-FOUND                                         00022270
                   ADD 1 TO WS-TRANSACTIONS-POSTED-COUNT                00022340
                   PERFORM 340-ACCUMULATE-BY-SOURCE                     00022410
               ELSE                                                     00022500
                   MOVE 'Y' TO UNMAPPED-TYPE-SWITCH                     00022600
                   DISPLAY 'GLPOST    A 2   NO MAPPING FOR TYPE '       00022700
                       WS-WORK-TYPE ' ITEM ' GL-ITEM-NO.                00022800
      *                                                                 00022900
       325-CHECK-POSTING-PERIOD.                                        00022905
               IF GL-RUN-PERIOD NOT > GP-LAST-CLOSED-PERIOD             00022910
                   MOVE 'CLOSED PERIOD - TO OPEN PERIOD' TO GX-REASON   00022915
                   PERFORM 327-WRITE-PERIOD-EXCEPTION                   00022920
               ELSE                                                     00022925
                   IF GL-RUN-PERIOD > GP-OPEN-PERIOD                    00022930
                       MOVE 'FUTURE PERIOD - TO OPEN PERIOD'            00022935
                           TO GX-REASON                                 00022940
                       PERFORM 327-WRITE-PERIOD-EXCEPTION.              00022945
      *                                                                 00022950
       327-WRITE-PERIOD-EXCEPTION.                                      00022955
               MOVE    GL-SOURCE-PROGRAM TO GX-SOURCE-PROGRAM           00022960
               MOVE    WS-WORK-TYPE      TO GX-TRANS-TYPE               00022965
               MOVE    GL-ITEM-NO        TO GX-ITEM-NO                  00022970
               MOVE    GL-RUN-DATE       TO GX-RUN-DATE                 00022975
               MOVE    GL-EXTENDED-COST  TO GX-AMOUNT                   00022980
               WRITE   GLPOST-LINE FROM GLPOST-EXCEPTION-LINE.          00022985
               ADD     1 TO WS-REDIRECTED-COUNT.                        00022990
      *                                                                 00022995
       330-MATCH-MAPPING-ENTRY.                                         00023000
               IF MP-TRANS-TYPE (WS-MAP-IX) = WS-WORK-TYPE              00023100
                   ADD GL-EXTENDED-COST TO MP-TYPE-TOTAL (WS-MAP-IX)    00023200
                   MOVE 'Y' TO MAPPING-FOUND-SWITCH.                    00023300
      *                                                                 00023400
       340-ACCUMULATE-BY-SOURCE.                                        00023403
               IF GL-SOURCE-PROGRAM = SPACES OR LOW-VALUES              00023406
                   MOVE 'UNTAGGED' TO GL-SOURCE-PROGRAM.                00023409
               MOVE    'N' TO MAPPING-FOUND-SWITCH.                     00023412
               PERFORM 350-MATCH-SOURCE-ENTRY                           00023415
                   VARYING WS-SOURCE-IX FROM 1 BY 1                     00023418
                   UNTIL WS-SOURCE-IX > WS-SOURCE-COUNT.                00023421
               IF NOT MAPPING-FOUND                                     00023424
                   IF WS-SOURCE-COUNT NOT < 20                          00023427
                       DISPLAY 'GLPOST    A 3   SOURCE TABLE FULL -'    00023430
                           ' NO SUBTOTAL FOR ' GL-SOURCE-PROGRAM        00023433
                           ' TYPE ' WS-WORK-TYPE                        00023436
                   ELSE                                                 00023439
                       ADD  1 TO WS-SOURCE-COUNT                        00023442
                       MOVE GL-SOURCE-PROGRAM TO                        00023445
                           SR-SOURCE-PROGRAM (WS-SOURCE-COUNT)          00023448
                       MOVE WS-WORK-TYPE TO                             00023451
                           SR-TRANS-TYPE (WS-SOURCE-COUNT)              00023454
                       MOVE 1 TO SR-RECORD-COUNT (WS-SOURCE-COUNT)      00023457
                       MOVE GL-EXTENDED-COST TO                         00023460
                           SR-SOURCE-TOTAL (WS-SOURCE-COUNT).           00023463
      *                                                                 00023466
       350-MATCH-SOURCE-ENTRY.                                          00023469
               IF SR-SOURCE-PROGRAM (WS-SOURCE-IX) = GL-SOURCE-PROGRAM  00023472
                   AND SR-TRANS-TYPE (WS-SOURCE-IX) = WS-WORK-TYPE      00023475
                   ADD 1 TO SR-RECORD-COUNT (WS-SOURCE-IX)              00023478
                   ADD GL-EXTENDED-COST TO                              00023481
                       SR-SOURCE-TOTAL (WS-SOURCE-IX)                   00023484
                   MOVE 'Y' TO MAPPING-FOUND-SWITCH.                    00023487
      *                                                                 00023490
       400-WRITE-JOURNAL-REPORT.                                        00023500
               WRITE   GLPOST-LINE FROM GLPOST-COLUMN-HEADING.          00023800
               PERFORM 410-WRITE-JOURNAL-ENTRY                          00023900
                   VARYING WS-MAP-IX FROM 1 BY 1                        00024000
               MOVE    WS-TRANSACTIONS-POSTED-COUNT                     00024500
                   TO GD-TRANSACTION-COUNT                              00024600
               WRITE   GLPOST-LINE FROM GLPOST-COUNT-LINE.              00024700
               WRITE   GLPOST-LINE FROM GLPOST-SOURCE-HEADING.          00024710
               WRITE   GLPOST-LINE FROM GLPOST-SOURCE-COLUMN-HEADING.   00024720
               PERFORM 420-WRITE-SOURCE-SUBTOTAL                        00024730
                   VARYING WS-SOURCE-IX FROM 1 BY 1                     00024740
                   UNTIL WS-SOURCE-IX > WS-SOURCE-COUNT.                00024750
      *                                                                 00024800
       410-WRITE-JOURNAL-ENTRY.                                         00024900
               IF MP-TYPE-TOTAL (WS-MAP-IX) NOT = ZERO                  00025000
                   WRITE GLPOST-LINE FROM GLPOST-JOURNAL-LINE           00025900
                   ADD  MP-TYPE-TOTAL (WS-MAP-IX) TO WS-TOTAL-CREDITS   00026000
                   ADD  2 TO WS-JOURNAL-LINES-COUNT.                    00026100
      *                                                                 00026210
       420-WRITE-SOURCE-SUBTOTAL.                                       00026217
               MOVE    SR-SOURCE-PROGRAM (WS-SOURCE-IX)                 00026224
                   TO GS-SOURCE-PROGRAM                                 00026231
               MOVE    SR-TRANS-TYPE (WS-SOURCE-IX)                     00026238
                   TO GS-TRANS-TYPE                                     00026245
               MOVE    SR-RECORD-COUNT (WS-SOURCE-IX)                   00026252
                   TO GS-RECORD-COUNT                                   00026253
               MOVE    SR-SOURCE-TOTAL (WS-SOURCE-IX)                   00026254
                   TO GS-SOURCE-TOTAL                                   00026255
               WRITE   GLPOST-LINE FROM GLPOST-SOURCE-LINE.             00026256
      *                                                                 00026257
       500-UPDATE-GL-MASTER.                                            00026258
               IF UNMAPPED-TYPE-SEEN                                    00026259
                   MOVE 'N' TO WS-LEDGER-SWITCH                         00026260
                   DISPLAY 'GLPOST    A 2   GLMAST NOT UPDATED -'       00026261
                       ' FIX GLACCTS AND RERUN'.                        00026262
               IF GP-LAST-POST-DATE = WS-RUN-DATE                       00026263
                   MOVE 'N' TO WS-LEDGER-SWITCH                         00026264
                   DISPLAY 'GLPOST    A 2   GLMAST ALREADY POSTED FOR ' 00026265
                       WS-RUN-DATE ' - NOT UPDATED AGAIN'               00026266
                   MOVE 16 TO RETURN-CODE.                              00026267
               IF LEDGER-POSTABLE                                       00026268
                   PERFORM 510-POST-JOURNAL-ENTRY                       00026269
                       VARYING WS-MAP-IX FROM 1 BY 1                    00026270
                       UNTIL WS-MAP-IX > WS-MAP-COUNT                   00026271
                   PERFORM 520-POST-TO-ACCOUNT                          00026272
                       VARYING WS-NET-IX FROM 1 BY 1                    00026273
                       UNTIL WS-NET-IX > WS-NET-COUNT                   00026274
                   PERFORM 530-STAMP-POST-DATE.                         00026275
               MOVE    WS-ACCOUNTS-UPDATED-COUNT TO GU-ACCOUNTS-UPDATED 00026276
               MOVE    WS-ACCOUNTS-ADDED-COUNT   TO GU-ACCOUNTS-ADDED   00026277
               MOVE    WS-REDIRECTED-COUNT       TO GU-REDIRECTED-COUNT 00026278
               WRITE   GLPOST-LINE FROM GLPOST-LEDGER-LINE.             00026279
      *                                                                 00026280
       510-POST-JOURNAL-ENTRY.                                          00026281
               IF MP-TYPE-TOTAL (WS-MAP-IX) NOT = ZERO                  00026282
                   MOVE MP-DEBIT-ACCOUNT (WS-MAP-IX) TO WS-POST-ACCOUNT 00026283
                   MOVE MP-TYPE-TOTAL (WS-MAP-IX)    TO WS-POST-AMOUNT  00026284
                   PERFORM 515-NET-BY-ACCOUNT                           00026285
                   MOVE MP-CREDIT-ACCOUNT (WS-MAP-IX) TO WS-POST-ACCOUNT00026286
                   COMPUTE WS-POST-AMOUNT =                             00026287
                       ZERO - MP-TYPE-TOTAL (WS-MAP-IX)                 00026288
                   PERFORM 515-NET-BY-ACCOUNT.                          00026289
      *                                                                 00026290
      ****************************************************************  00026291
      *  THE JOURNAL IS NETTED TO ONE AMOUNT PER ACCOUNT SO EACH        00026292
      *  GLMAST ACCOUNT IS POSTED ONCE A RUN.  THAT LETS A RERUN        00026293
      *  AFTER A GLMAST ERROR SKIP THE ACCOUNTS ALREADY CARRYING THIS   00026294
      *  RUN DATE AND POST ONLY THE ONES THAT FAILED.                   00026295
      ****************************************************************  00026296
       515-NET-BY-ACCOUNT.                                              00026297
               MOVE    'N' TO MAPPING-FOUND-SWITCH.                     00026298
               PERFORM 517-MATCH-NET-ENTRY                              00026299
                   VARYING WS-NET-IX FROM 1 BY 1                        00026300
                   UNTIL WS-NET-IX > WS-NET-COUNT.                      00026301
               IF NOT MAPPING-FOUND                                     00026302
                   ADD  1 TO WS-NET-COUNT                               00026303
                   MOVE WS-POST-ACCOUNT TO NT-ACCOUNT (WS-NET-COUNT)    00026304
                   MOVE WS-POST-AMOUNT  TO NT-NET-AMOUNT (WS-NET-COUNT).00026305
      *                                                                 00026306
       517-MATCH-NET-ENTRY.                                             00026307
               IF NT-ACCOUNT (WS-NET-IX) = WS-POST-ACCOUNT              00026308
                   ADD WS-POST-AMOUNT TO NT-NET-AMOUNT (WS-NET-IX)      00026309
                   MOVE 'Y' TO MAPPING-FOUND-SWITCH.                    00026310
      *                                                                 00026311
       520-POST-TO-ACCOUNT.                                             00026313
               MOVE    NT-ACCOUNT (WS-NET-IX)    TO WS-POST-ACCOUNT.    00026314
               MOVE    NT-NET-AMOUNT (WS-NET-IX) TO WS-POST-AMOUNT.     00026315
               MOVE    WS-POST-ACCOUNT TO GK-ACCOUNT.                   00026316
               READ    GLMAST INTO GL-MASTER-RECORD.                    00026317
               IF GLMAST-ERROR-CODE = '00'                              00026318
                   PERFORM 525-UPDATE-ACCOUNT                           00026319
               ELSE                                                     00026320
                   MOVE SPACES          TO GL-MASTER-RECORD             00026321
                   MOVE WS-POST-ACCOUNT TO GM-ACCOUNT                   00026322
                   MOVE WS-POST-AMOUNT  TO GM-PTD-BALANCE               00026323
                   MOVE WS-POST-AMOUNT  TO GM-YTD-BALANCE               00026324
                   MOVE WS-RUN-DATE     TO GM-LAST-POST-DATE            00026325
                   WRITE GL-MASTER-AREA FROM GL-MASTER-RECORD           00026326
                   ADD  1 TO WS-ACCOUNTS-ADDED-COUNT.                   00026327
               IF GLMAST-ERROR-CODE NOT = '00'                          00026328
                   DISPLAY 'GLPOST    A 3   GLMAST UPDATE ERROR FOR '   00026329
                       WS-POST-ACCOUNT ' STATUS ' GLMAST-ERROR-CODE     00026330
                   ADD 1 TO WS-GLMAST-ERROR-COUNT                       00026331
                   MOVE 16 TO RETURN-CODE.                              00026333
      *                                                                 00026334
       525-UPDATE-ACCOUNT.                                              00026335
               IF GM-LAST-POST-DATE = WS-RUN-DATE                       00026336
                   DISPLAY 'GLPOST    A 2   ACCOUNT ' WS-POST-ACCOUNT   00026337
                       ' ALREADY POSTED FOR ' WS-RUN-DATE ' - SKIPPED'  00026338
                   ADD  1 TO WS-ACCOUNTS-SKIPPED-COUNT                  00026339
               ELSE                                                     00026340
                   ADD  WS-POST-AMOUNT TO GM-PTD-BALANCE                00026341
                   ADD  WS-POST-AMOUNT TO GM-YTD-BALANCE                00026342
                   MOVE WS-RUN-DATE    TO GM-LAST-POST-DATE             00026343
                   REWRITE GL-MASTER-AREA FROM GL-MASTER-RECORD         00026344
                   ADD  1 TO WS-ACCOUNTS-UPDATED-COUNT.                 00026345
      *                                                                 00026346
      ****************************************************************  00026347
      *  GLPERIOD IS STAMPED WITH THE RUN DATE ONLY WHEN EVERY ACCOUNT  00026348
      *  POSTED.  AFTER A GLMAST ERROR IT IS LEFT ALONE SO THE SAME     00026349
      *  CYCLE CAN BE RERUN (BEFORE THE NEXT NIGHT'S EXTRACTS ARE       00026350
      *  ADDED) TO POST WHAT FAILED.                                    00026351
      ****************************************************************  00026352
       530-STAMP-POST-DATE.                                             00026353
               IF WS-GLMAST-ERROR-COUNT > ZERO                          00026354
                   DISPLAY 'GLPOST    A 3   ' WS-GLMAST-ERROR-COUNT     00026355
                       ' GLMAST ERRORS - GLPERIOD NOT STAMPED'          00026356
                   DISPLAY 'GLPOST    A 3   FIX GLMAST AND RERUN THIS'  00026357
                       ' CYCLE - POSTED ACCOUNTS ARE SKIPPED'           00026358
               ELSE                                                     00026359
                   MOVE WS-RUN-DATE TO GP-LAST-POST-DATE                00026360
                   REWRITE GL-PERIOD-AREA FROM GL-PERIOD-RECORD         00026361
                   IF GLPERIOD-ERROR-CODE NOT = '00'                    00026362
                       DISPLAY 'GLPOST    A 3   GLPERIOD REWRITE ERROR' 00026363
                           ' - FILE STATUS = ' GLPERIOD-ERROR-CODE      00026364
                       MOVE 16 TO RETURN-CODE.                          00026365
      *>                                                                00026375
/*                                                                      00026385
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00026400
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00026450
//COB.GLEXTRCT DD DSNAME=HERC01.SAMPLE.GLEXTRCT,DISP=SHR                00026500
//             DD DSNAME=HERC01.SAMPLE.GLEXTBIL,DISP=SHR                00026520
//             DD DSNAME=HERC01.SAMPLE.GLEXTCSH,DISP=SHR                00026540
//             DD DSNAME=HERC01.SAMPLE.GLEXTRAP,DISP=SHR                00026560
//             DD DSNAME=HERC01.SAMPLE.GLEXTADJ,DISP=SHR                00026580
//             DD DSNAME=HERC01.SAMPLE.GLEXTNSF,DISP=SHR                00026590
//             DD DSNAME=HERC01.SAMPLE.GLEXTRMA,DISP=SHR                00026595
//COB.GLACCTS DD DSNAME=HERC01.SAMPLE.GLACCTS,DISP=SHR                  00026600
//COB.GLMAST DD DSNAME=HERC01.SAMPLE.GLMAST,DISP=SHR                    00026630
//COB.GLPERIOD DD DSNAME=HERC01.SAMPLE.GLPERIOD,DISP=SHR                00026660
//COB.GLPOST DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)          00026700
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00026800
//GO.SYSIN DD *                                                         00026900
/*                                                                      00027000
//*  CLEAREXT DELETES THE AR EXTRACTS WRITTEN DISP=MOD ONCE THEY HAVE   00027010
//*  BEEN POSTED, SO TOMORROW'S RUN DOES NOT POST THEM AGAIN. IT ONLY   00027020
//*  RUNS WHEN THE POST ENDED CLEAN (RC 0). AFTER AN ERROR (RC 16) THE  00027030
//*  RECORDS ARE KEPT: FIX THE CAUSE AND RERUN THIS JOB FOR THE SAME    00027040
//*  CYCLE DATE BEFORE THE NEXT NIGHT'S BILLPOST AND CASHAPP. GLPERIOD  00027042
//*  IS ONLY STAMPED WHEN EVERY ACCOUNT POSTED, AND THE RERUN SKIPS     00027044
//*  THE ACCOUNTS THE FAILED RUN ALREADY POSTED. ALLOCEXT STARTS THE    00027046
//*  EXTRACTS AGAIN EMPTY.                                              00027048
//CLEAREXT EXEC PGM=IEFBR14,COND=((4,LT,GLPOST.COB),(0,NE,GLPOST.GO))   00027050
//GLEXTBIL DD DSNAME=HERC01.SAMPLE.GLEXTBIL,DISP=(OLD,DELETE)           00027053
//GLEXTCSH DD DSNAME=HERC01.SAMPLE.GLEXTCSH,DISP=(OLD,DELETE)           00027056
//GLEXTADJ DD DSNAME=HERC01.SAMPLE.GLEXTADJ,DISP=(OLD,DELETE)           00027060
//GLEXTNSF DD DSNAME=HERC01.SAMPLE.GLEXTNSF,DISP=(OLD,DELETE)           00027070
//GLEXTRMA DD DSNAME=HERC01.SAMPLE.GLEXTRMA,DISP=(OLD,DELETE)           00027080
/&                                                                      00027100
