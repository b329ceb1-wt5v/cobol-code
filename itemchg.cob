      *>    IS MISSING OR BLANK) SO A STREAM THAT CROSSES MIDNIGHT      00002548
      *>    CARRIES ONE PROCESSING DATE AND A PRIOR DATE CAN BE         00002564
      *>    RERUN CLEANLY UNDER ITS OWN DATE.                           00002580
      *> 2026-10-15 KWK - PRICEHST IS 36 BYTES NOW -- PH-ON-HAND        00002585
      *>    RECORDS THE ON-HAND AT THE MOMENT OF THE CHANGE SO          00002590
      *>    INVRECON CAN PRICE A COST CHANGE AS A REVALUATION.          00002591
      *> 2026-10-15 KWK - ITEMCTRN IS 23 BYTES NOW --                   00002592
      *>    IC-OPERATOR-ID (BYTES 16-23) NAMES WHO KEYED THE            00002593
      *>    TRANSACTION AND A BLANK ONE IS REJECTED. A COST OR          00002594
      *>    PRICE THAT CHANGES IS ALSO WRITTEN, WITH THE OPERATOR,      00002595
      *>    TO THE COMMON CHGLOG CHANGE LOG THAT CHGRPT REPORTS.        00002596
      *>                                                                00002600
      *>                                                                00002700
       ENVIRONMENT DIVISION.                                            00002800
           SELECT PRICEHST ASSIGN TO UT-S-PRICEHST                      00004400
                           FILE STATUS IS PRICEHST-ERROR-CODE.          00004500
           SELECT ITEMCRPT ASSIGN TO UT-S-ITEMCRPT.                     00004600
           SELECT CHGLOG   ASSIGN TO UT-S-CHGLOG                        00004610
                           FILE STATUS IS CHGLOG-ERROR-CODE.            00004620
           SELECT CYCLDATE ASSIGN TO UT-S-CYCLDATE                      00004633
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00004666
      *>                                                                00004700
      *                                                                 00005100
       FD  ITEMCTRN                                                     00005200
           LABEL RECORDS ARE STANDARD                                   00005300
           RECORD CONTAINS 23 CHARACTERS.                               00005400
      *                                                                 00005500
       01  ITEM-CHANGE-TRANSACTION-AREA     PIC X(23).                  00005600
      *                                                                 00005700
       FD  INVMAST                                                      00005800
           LABEL RECORDS ARE STANDARD                                   00005900
      *                                                                 00006500
       FD  PRICEHST                                                     00006600
           LABEL RECORDS ARE STANDARD                                   00006700
           RECORD CONTAINS 36 CHARACTERS.                               00006800
      *                                                                 00006900
       01  PRICE-HISTORY-AREA               PIC X(36).                  00007000
      *                                                                 00007100
       FD  ITEMCRPT                                                     00007200
           LABEL RECORDS ARE STANDARD                                   00007300
           RECORD CONTAINS 80 CHARACTERS.                               00007400
      *                                                                 00007500
       01  ITEMCRPT-LINE                    PIC X(80).                  00007600
      *                                                                 00007610
       FD  CHGLOG                                                       00007620
           LABEL RECORDS ARE STANDARD                                   00007630
           RECORD CONTAINS 112 CHARACTERS.                              00007640
      *                                                                 00007650
       01  CHANGE-LOG-AREA                  PIC X(112).                 00007660
      *                                                                 00007700
       FD  CYCLDATE                                                     00007714
           LABEL RECORDS ARE STANDARD                                   00007728
           05 ITEMCTRN-ERROR-CODE           PIC XX.                     00008500
           05 INVMAST-ERROR-CODE            PIC XX.                     00008600
           05 PRICEHST-ERROR-CODE           PIC XX.                     00008700
           05 CHGLOG-ERROR-CODE             PIC XX.                     00008750
      *                                                                 00008800
       01  WS-EOJ-COUNTERS.                                             00008900
           05  WS-TRANS-READ-COUNT          PIC 9(7) VALUE ZERO.        00009000
           05  WS-TRANS-APPLIED-COUNT       PIC 9(7) VALUE ZERO.        00009100
           05  WS-TRANS-REJECTED-COUNT      PIC 9(7) VALUE ZERO.        00009200
           05  WS-CHANGES-LOGGED-COUNT      PIC 9(7) VALUE ZERO.        00009250
      *                                                                 00009300
       01  WS-RUN-DATE                      PIC 9(6) VALUE ZERO.        00009400
       01  WS-OLD-UNIT-COST                 PIC S999V99 VALUE ZERO.     00009500
       01  WS-OLD-UNIT-PRICE                PIC S999V99 VALUE ZERO.     00009600
       01  WS-AMOUNT-EDIT                   PIC -(3)9.99.               00009650
      *                                                                 00009700
       01  ITEM-CHANGE-TRANSACTION-RECORD.                              00009800
           05  IC-ITEM-NO                  PIC X(5).                    00009900
           05  IC-NEW-UNIT-COST            PIC S999V99.                 00010000
           05  IC-NEW-UNIT-PRICE           PIC S999V99.                 00010100
           05  IC-OPERATOR-ID              PIC X(8).                    00010150
      *                                                                 00010200
       01  INVENTORY-MASTER-RECORD.                                     00010300
           05  IM-DESCRIPTIVE-DATA.                                     00010400
           05  PH-NEW-UNIT-COST            PIC S999V99.                 00012000
           05  PH-OLD-UNIT-PRICE           PIC S999V99.                 00012100
           05  PH-NEW-UNIT-PRICE           PIC S999V99.                 00012200
           05  PH-ON-HAND                  PIC S9(5).                   00012250
      *                                                                 00012300
       01  CHANGE-LOG-RECORD.                                           00012309
           05  CL-CHANGE-DATE              PIC 9(6).                    00012318
           05  CL-FILE-ID                  PIC X(8).                    00012327
           05  CL-RECORD-KEY               PIC X(10).                   00012336
           05  CL-FIELD-NAME               PIC X(12).                   00012345
           05  CL-BEFORE-VALUE             PIC X(30).                   00012354
           05  CL-AFTER-VALUE              PIC X(30).                   00012363
           05  CL-OPERATOR-ID              PIC X(8).                    00012372
           05  CL-PROGRAM-ID               PIC X(8).                    00012381
      *                                                                 00012390
       01  ITEMCRPT-DETAIL.                                             00012400
           05  CD-ITEM-NO                  PIC X(5).                    00012500
           05  FILLER                      PIC X(3)  VALUE SPACES.      00012600
       000-CHANGE-ITEM-COST-PRICE.                                      00014000
           PERFORM 002-GET-PROCESS-DATE.                                00014100
           OPEN    INPUT   ITEMCTRN, I-O INVMAST, EXTEND PRICEHST,      00014200
                   OUTPUT  ITEMCRPT, EXTEND CHGLOG.                     00014300
           IF ITEMCTRN-ERROR-CODE NOT = '00'                            00014400
               DISPLAY 'ITEMCHG   A 1   OPEN ERROR FOR ITEMCTRN'        00014500
               DISPLAY 'ITEMCHG   A 1   FILE STATUS = '                 00014600
               DISPLAY 'ITEMCHG   A 1   FILE STATUS = '                 00015330
                   PRICEHST-ERROR-CODE                                  00015340
               STOP RUN.                                                00015350
           IF CHGLOG-ERROR-CODE NOT = '00'                              00015358
               DISPLAY 'ITEMCHG   A 1   OPEN ERROR FOR CHGLOG'          00015366
               DISPLAY 'ITEMCHG   A 1   FILE STATUS = '                 00015374
                   CHGLOG-ERROR-CODE                                    00015382
               STOP RUN.                                                00015390
           PERFORM 300-PROCESS-ITEM-CHANGE-TRAN                         00015400
               UNTIL ITEMCTRN-EOF                                       00015500
           CLOSE   ITEMCTRN, INVMAST, PRICEHST, ITEMCRPT, CHGLOG.       00015600
           DISPLAY 'ITEMCHG READ=' WS-TRANS-READ-COUNT                  00015700
               ' APPLIED=' WS-TRANS-APPLIED-COUNT                       00015800
               ' REJECTED=' WS-TRANS-REJECTED-COUNT                     00015860
               ' LOGGED=' WS-CHANGES-LOGGED-COUNT.                      00015920
           STOP RUN.                                                    00016000
      *                                                                 00016006
       002-GET-PROCESS-DATE.                                            00016012
       300-PROCESS-ITEM-CHANGE-TRAN.                                    00016200
               PERFORM 310-READ-ITEM-CHANGE-TRAN.                       00016300
               IF NOT ITEMCTRN-EOF                                      00016400
                   IF IC-OPERATOR-ID = SPACES                           00016420
                       MOVE ZERO TO WS-OLD-UNIT-COST, WS-OLD-UNIT-PRICE 00016440
                       MOVE 'NO OPERATOR ID' TO CD-REASON               00016460
                       PERFORM 350-WRITE-REJECT-LISTING                 00016480
                   ELSE                                                 00016500
                       PERFORM 320-CHANGE-ITEM-COST-PRICE.              00016520
      *                                                                 00016600
       310-READ-ITEM-CHANGE-TRAN.                                       00016700
               READ ITEMCTRN INTO ITEM-CHANGE-TRANSACTION-RECORD        00016800
                   IF INVMAST-ERROR-CODE = '00'                         00018400
                       ADD 1 TO WS-TRANS-APPLIED-COUNT                  00018500
                       PERFORM 330-WRITE-PRICE-HISTORY                  00018600
                       PERFORM 370-LOG-COST-PRICE                       00018650
                       MOVE 'COST/PRICE CHANGED' TO CD-REASON           00018700
                       PERFORM 360-WRITE-APPLIED-LISTING                00018800
                   ELSE                                                 00018900
               MOVE    IM-UNIT-COST      TO PH-NEW-UNIT-COST            00020000
               MOVE    WS-OLD-UNIT-PRICE TO PH-OLD-UNIT-PRICE           00020100
               MOVE    IM-UNIT-PRICE     TO PH-NEW-UNIT-PRICE           00020200
               MOVE    IM-ON-HAND        TO PH-ON-HAND                  00020250
               WRITE   PRICE-HISTORY-AREA FROM PRICE-HISTORY-RECORD.    00020300
      *                                                                 00020400
       350-WRITE-REJECT-LISTING.                                        00020500
               MOVE    WS-OLD-UNIT-PRICE  TO CD-OLD-PRICE               00021800
               MOVE    IM-UNIT-PRICE      TO CD-NEW-PRICE               00021900
               WRITE   ITEMCRPT-LINE FROM ITEMCRPT-DETAIL.              00022000
      *                                                                 00022003
      ****************************************************************  00022006
      *  CHANGE LOG -- PRICEHST KEEPS THE COST/PRICE HISTORY COSTRPT    00022009
      *  AND INVRECON USE; CHGLOG ALSO GETS THE CHANGE, WITH THE        00022012
      *  OPERATOR, SO EVERY MASTER-FILE CHANGE IS IN ONE PLACE.         00022015
      ****************************************************************  00022018
       370-LOG-COST-PRICE.                                              00022021
               MOVE    'UNIT-COST   '    TO CL-FIELD-NAME.              00022024
               MOVE    WS-OLD-UNIT-COST  TO WS-AMOUNT-EDIT.             00022027
               MOVE    WS-AMOUNT-EDIT    TO CL-BEFORE-VALUE.            00022030
               MOVE    IM-UNIT-COST      TO WS-AMOUNT-EDIT.             00022033
               MOVE    WS-AMOUNT-EDIT    TO CL-AFTER-VALUE.             00022036
               PERFORM 390-WRITE-CHANGE-LOG.                            00022039
               MOVE    'UNIT-PRICE  '    TO CL-FIELD-NAME.              00022042
               MOVE    WS-OLD-UNIT-PRICE TO WS-AMOUNT-EDIT.             00022045
               MOVE    WS-AMOUNT-EDIT    TO CL-BEFORE-VALUE.            00022048
               MOVE    IM-UNIT-PRICE     TO WS-AMOUNT-EDIT.             00022051
               MOVE    WS-AMOUNT-EDIT    TO CL-AFTER-VALUE.             00022054
               PERFORM 390-WRITE-CHANGE-LOG.                            00022057
      *                                                                 00022060
       390-WRITE-CHANGE-LOG.                                            00022063
               IF CL-BEFORE-VALUE NOT = CL-AFTER-VALUE                  00022066
                   MOVE WS-RUN-DATE        TO CL-CHANGE-DATE            00022069
                   MOVE 'INVMAST '         TO CL-FILE-ID                00022072
                   MOVE IM-ITEM-NO         TO CL-RECORD-KEY             00022075
                   MOVE IC-OPERATOR-ID     TO CL-OPERATOR-ID            00022078
                   MOVE 'ITEMCHG '         TO CL-PROGRAM-ID             00022081
                   WRITE CHANGE-LOG-AREA FROM CHANGE-LOG-RECORD         00022084
                   ADD  1 TO WS-CHANGES-LOGGED-COUNT.                   00022087
      *>                                                                00022100
/*                                                                      00022200
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00022300
//COB.ITEMCTRN DD DSNAME=HERC01.SAMPLE.ITEMCTRN,DISP=SHR                00022400
//COB.INVMAST DD DSNAME=HERC01.SAMPLE.INVMAST,DISP=SHR                  00022500
//COB.PRICEHST DD DSNAME=HERC01.SAMPLE.PRICEHST,DISP=(MOD,CATLG),       00022600
//             DCB=(DSORG=PS,LRECL=36,BLKSIZE=3600,RECFM=FB),           00022700
//             SPACE=(TRK,(1,1),RLSE)                                   00022800
//COB.ITEMCRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)        00022900
//COB.CHGLOG DD DSNAME=HERC01.SAMPLE.CHGLOG,DISP=(MOD,CATLG),           00022920
//             DCB=(DSORG=PS,LRECL=112,BLKSIZE=11200,RECFM=FB),         00022940
//             SPACE=(TRK,(1,1),RLSE)                                   00022960
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00023000
//GO.SYSIN DD *                                                         00023100
/*                                                                      00023200
