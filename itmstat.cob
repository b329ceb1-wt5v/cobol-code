      *>    ACTION, STATUS, VENDOR) -- AN 'S' ACTION SETS THE ITEM      00002430
      *>    STATUS AND A 'V' ACTION SETS THE NEW IM-PRIMARY-VENDOR      00002440
      *>    THAT REPLEN USES FOR ITS SUGGESTED PURCHASE ORDERS.         00002450
      *> 2026-10-15 KWK - STATTRAN IS 20 BYTES NOW --                   00002456
      *>    ST-OPERATOR-ID (BYTES 13-20) NAMES WHO KEYED THE            00002462
      *>    TRANSACTION AND A BLANK ONE IS REJECTED. EACH APPLIED       00002468
      *>    STATUS OR PRIMARY VENDOR CHANGE IS WRITTEN TO THE           00002474
      *>    COMMON CHGLOG CHANGE LOG WITH ITS BEFORE AND AFTER          00002480
      *>    VALUE, THE OPERATOR AND THE CYCLDATE DATE. CHGRPT           00002486
      *>    REPORTS IT.                                                 00002492
      *>                                                                00002500
      *>                                                                00002600
       ENVIRONMENT DIVISION.                                            00002700
                           RECORD KEY IS MR-ITEM-NO                     00004100
                           FILE STATUS IS INVMAST-ERROR-CODE.           00004200
           SELECT STATRPT  ASSIGN TO UT-S-STATRPT.                      00004300
           SELECT CHGLOG   ASSIGN TO UT-S-CHGLOG                        00004320
                           FILE STATUS IS CHGLOG-ERROR-CODE.            00004340
           SELECT CYCLDATE ASSIGN TO UT-S-CYCLDATE                      00004360
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00004380
      *>                                                                00004400
       DATA DIVISION.                                                   00004500
      *                                                                 00004600
      *                                                                 00004800
       FD  STATTRAN                                                     00004900
           LABEL RECORDS ARE STANDARD                                   00005000
           RECORD CONTAINS 20 CHARACTERS.                               00005100
      *                                                                 00005200
       01  STATUS-TRANSACTION-AREA          PIC X(20).                  00005300
      *                                                                 00005400
       FD  INVMAST                                                      00005500
           LABEL RECORDS ARE STANDARD                                   00005600
           RECORD CONTAINS 80 CHARACTERS.                               00006500
      *                                                                 00006600
       01  STATRPT-LINE                     PIC X(80).                  00006700
      *                                                                 00006707
       FD  CHGLOG                                                       00006714
           LABEL RECORDS ARE STANDARD                                   00006721
           RECORD CONTAINS 112 CHARACTERS.                              00006728
      *                                                                 00006735
       01  CHANGE-LOG-AREA                  PIC X(112).                 00006742
      *                                                                 00006749
       FD  CYCLDATE                                                     00006756
           LABEL RECORDS ARE STANDARD                                   00006763
           RECORD CONTAINS 6 CHARACTERS.                                00006770
      *                                                                 00006777
       01  CYCLE-DATE-AREA                  PIC X(6).                   00006784
      *                                                                 00006800
       WORKING-STORAGE SECTION.                                         00006900
      *                                                                 00007000
       01  FILE-STATUS-FIELD.                                           00007500
           05 STATTRAN-ERROR-CODE           PIC XX.                     00007600
           05 INVMAST-ERROR-CODE            PIC XX.                     00007700
           05 CHGLOG-ERROR-CODE             PIC XX.                     00007730
           05 CYCLDATE-ERROR-CODE           PIC XX.                     00007760
      *                                                                 00007800
       01  WS-EOJ-COUNTERS.                                             00007900
           05  WS-TRANS-READ-COUNT          PIC 9(7) VALUE ZERO.        00008000
           05  WS-TRANS-APPLIED-COUNT       PIC 9(7) VALUE ZERO.        00008100
           05  WS-TRANS-REJECTED-COUNT      PIC 9(7) VALUE ZERO.        00008200
           05  WS-CHANGES-LOGGED-COUNT      PIC 9(7) VALUE ZERO.        00008220
      *                                                                 00008240
       01  WS-RUN-DATE                      PIC 9(6) VALUE ZERO.        00008260
      *                                                                 00008300
       01  WS-OLD-ITEM-STATUS               PIC X(1) VALUE SPACE.       00008400
       01  WS-OLD-PRIMARY-VENDOR            PIC X(5) VALUE SPACES.      00008450
      *                                                                 00008500
       01  STATUS-TRANSACTION-RECORD.                                   00008600
           05  ST-ITEM-NO                  PIC X(5).                    00008700
           05  ST-NEW-STATUS               PIC X(1).                    00008800
               88  ST-STATUS-IS-VALID          VALUE 'A' 'D' 'X'.       00008900
           05  ST-NEW-VENDOR-NO            PIC X(5).                    00009000
           05  ST-OPERATOR-ID              PIC X(8).                    00009050
      *                                                                 00009100
       01  INVENTORY-MASTER-RECORD.                                     00009200
           05  IM-DESCRIPTIVE-DATA.                                     00009300
               10  IM-ITEM-STATUS          PIC X(1).                    00010600
               10  IM-PRIMARY-VENDOR       PIC X(5).                    00010790
      *                                                                 00010791
       01  CHANGE-LOG-RECORD.                                           00010792
           05  CL-CHANGE-DATE              PIC 9(6).                    00010793
           05  CL-FILE-ID                  PIC X(8).                    00010794
           05  CL-RECORD-KEY               PIC X(10).                   00010795
           05  CL-FIELD-NAME               PIC X(12).                   00010796
           05  CL-BEFORE-VALUE             PIC X(30).                   00010797
           05  CL-AFTER-VALUE              PIC X(30).                   00010798
           05  CL-OPERATOR-ID              PIC X(8).                    00010799
           05  CL-PROGRAM-ID               PIC X(8).                    00010800
      *                                                                 00010801
       01  STATRPT-DETAIL.                                              00010841
           05  SD-ITEM-NO                  PIC X(5).                    00010900
           05  FILLER                      PIC X(3)  VALUE SPACES.      00011000
           05  SD-OLD-STATUS               PIC X(1).                    00011100
       PROCEDURE DIVISION.                                              00011800
      *                                                                 00011900
       000-MAINTAIN-ITEM-STATUS.                                        00012000
           PERFORM 002-GET-PROCESS-DATE.                                00012050
           OPEN    INPUT   STATTRAN, I-O INVMAST, OUTPUT  STATRPT,      00012100
                   EXTEND  CHGLOG.                                      00012150
           IF STATTRAN-ERROR-CODE NOT = '00'                            00012200
               DISPLAY 'ITMSTAT   A 1   OPEN ERROR FOR STATTRAN'        00012300
               DISPLAY 'ITMSTAT   A 1   FILE STATUS = '                 00012400
               DISPLAY 'ITMSTAT   A 1   FILE STATUS = '                 00012900
                   INVMAST-ERROR-CODE                                   00013000
               STOP RUN.                                                00013100
           IF CHGLOG-ERROR-CODE NOT = '00'                              00013110
               DISPLAY 'ITMSTAT   A 1   OPEN ERROR FOR CHGLOG'          00013120
               DISPLAY 'ITMSTAT   A 1   FILE STATUS = '                 00013130
                   CHGLOG-ERROR-CODE                                    00013140
               STOP RUN.                                                00013150
           PERFORM 300-PROCESS-STATUS-TRAN                              00013200
               UNTIL STATTRAN-EOF                                       00013300
           CLOSE   STATTRAN, INVMAST, STATRPT, CHGLOG.                  00013400
           DISPLAY 'ITMSTAT READ=' WS-TRANS-READ-COUNT                  00013500
               ' APPLIED=' WS-TRANS-APPLIED-COUNT                       00013600
               ' REJECTED=' WS-TRANS-REJECTED-COUNT                     00013660
               ' LOGGED=' WS-CHANGES-LOGGED-COUNT.                      00013720
           STOP RUN.                                                    00013800
      *                                                                 00013900
       002-GET-PROCESS-DATE.                                            00013906
               MOVE    ZERO TO WS-RUN-DATE.                             00013912
               OPEN    INPUT CYCLDATE.                                  00013918
               IF CYCLDATE-ERROR-CODE = '00'                            00013924
                   PERFORM 003-READ-CYCLE-DATE                          00013930
                   CLOSE CYCLDATE.                                      00013936
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00013942
                   ACCEPT WS-RUN-DATE FROM DATE.                        00013948
      *                                                                 00013954
       003-READ-CYCLE-DATE.                                             00013960
               READ CYCLDATE INTO WS-RUN-DATE                           00013966
                   AT  END                                              00013972
                       MOVE ZERO TO WS-RUN-DATE.                        00013978
      *                                                                 00013984
       300-PROCESS-STATUS-TRAN.                                         00014000
               PERFORM 310-READ-STATUS-TRAN.                            00014100
               IF NOT STATTRAN-EOF                                      00014200
                   EVALUATE TRUE                                        00014300
                       WHEN ST-OPERATOR-ID = SPACES                     00014302
                           MOVE SPACE TO SD-OLD-STATUS                  00014304
                           MOVE 'NO OPERATOR ID' TO SD-REASON           00014306
                           PERFORM 350-WRITE-REJECT-LISTING             00014308
                       WHEN ST-ACTION-IS-STATUS                         00014310
                            AND ST-STATUS-IS-VALID                      00014320
                           PERFORM 320-CHANGE-ITEM-STATUS               00014400
                   IF INVMAST-ERROR-CODE = '00'                         00016500
                       ADD 1 TO WS-TRANS-APPLIED-COUNT                  00016600
                       MOVE WS-OLD-ITEM-STATUS TO SD-OLD-STATUS         00016700
                       PERFORM 370-LOG-ITEM-STATUS                      00016750
                       MOVE 'ITEM STATUS CHANGED' TO SD-REASON          00016800
                       PERFORM 360-WRITE-APPLIED-LISTING                00016900
                   ELSE                                                 00017000
               READ    INVMAST INTO INVENTORY-MASTER-RECORD.            00017814
               IF      INVMAST-ERROR-CODE = '00'                        00017816
                   MOVE IM-ITEM-STATUS   TO WS-OLD-ITEM-STATUS          00017818
                   MOVE IM-PRIMARY-VENDOR TO WS-OLD-PRIMARY-VENDOR      00017819
                   MOVE ST-NEW-VENDOR-NO TO IM-PRIMARY-VENDOR           00017821
                   REWRITE MASTER-RECORD-AREA FROM                      00017823
                       INVENTORY-MASTER-RECORD                          00017825
                   IF INVMAST-ERROR-CODE = '00'                         00017827
                       ADD 1 TO WS-TRANS-APPLIED-COUNT                  00017829
                       MOVE WS-OLD-ITEM-STATUS TO SD-OLD-STATUS         00017831
                       PERFORM 380-LOG-PRIMARY-VENDOR                   00017832
                       MOVE 'PRIMARY VENDOR CHANGED' TO SD-REASON       00017833
                       PERFORM 360-WRITE-APPLIED-LISTING                00017835
                   ELSE                                                 00017837
               MOVE    IM-ITEM-NO     TO SD-ITEM-NO                     00018600
               MOVE    IM-ITEM-STATUS TO SD-NEW-STATUS                  00018700
               WRITE   STATRPT-LINE FROM STATRPT-DETAIL.                00018800
      *                                                                 00018803
      ****************************************************************  00018806
      *  CHANGE LOG -- THE BEFORE AND AFTER VALUE OF WHAT CHANGED,      00018809
      *  THE OPERATOR ON THE TRANSACTION AND THE CYCLE DATE.            00018812
      ****************************************************************  00018815
       370-LOG-ITEM-STATUS.                                             00018818
               MOVE    'ITEM-STATUS '        TO CL-FIELD-NAME.          00018821
               MOVE    WS-OLD-ITEM-STATUS    TO CL-BEFORE-VALUE.        00018824
               MOVE    IM-ITEM-STATUS        TO CL-AFTER-VALUE.         00018827
               PERFORM 390-WRITE-CHANGE-LOG.                            00018830
      *                                                                 00018833
       380-LOG-PRIMARY-VENDOR.                                          00018836
               MOVE    'PRIM-VENDOR '        TO CL-FIELD-NAME.          00018839
               MOVE    WS-OLD-PRIMARY-VENDOR TO CL-BEFORE-VALUE.        00018842
               MOVE    IM-PRIMARY-VENDOR     TO CL-AFTER-VALUE.         00018845
               PERFORM 390-WRITE-CHANGE-LOG.                            00018848
      *                                                                 00018851
       390-WRITE-CHANGE-LOG.                                            00018854
               IF CL-BEFORE-VALUE NOT = CL-AFTER-VALUE                  00018857
                   MOVE WS-RUN-DATE        TO CL-CHANGE-DATE            00018860
                   MOVE 'INVMAST '         TO CL-FILE-ID                00018863
                   MOVE IM-ITEM-NO         TO CL-RECORD-KEY             00018866
                   MOVE ST-OPERATOR-ID     TO CL-OPERATOR-ID            00018869
                   MOVE 'ITMSTAT '         TO CL-PROGRAM-ID             00018872
                   WRITE CHANGE-LOG-AREA FROM CHANGE-LOG-RECORD         00018875
                   ADD  1 TO WS-CHANGES-LOGGED-COUNT.                   00018878
      *>                                                                00018900
/*                                                                      00019000
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00019100
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00019150
//COB.STATTRAN DD DSNAME=HERC01.SAMPLE.STATTRAN,DISP=SHR                00019200
//COB.INVMAST DD DSNAME=HERC01.SAMPLE.INVMAST,DISP=SHR                  00019300
//COB.STATRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)         00019400
//COB.CHGLOG DD DSNAME=HERC01.SAMPLE.CHGLOG,DISP=(MOD,CATLG),           00019420
//             DCB=(DSORG=PS,LRECL=112,BLKSIZE=11200,RECFM=FB),         00019440
//             SPACE=(TRK,(1,1),RLSE)                                   00019460
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00019500
//GO.SYSIN DD *                                                         00019600
/*                                                                      00019700
