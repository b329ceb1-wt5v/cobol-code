           AND DEACTIVATE TRANSACTIONS AGAINST VENDMAST, MIRRORING      00001900
           WHAT ITMLOAD DOES FOR INVMAST. VSAMRND AND VSAMSEQ ONLY      00002000
           READ VENDMAST; THIS IS THE PROGRAM THAT MAINTAINS IT.        00002100
      *>                                                      MODS:     00002110
      *> 2026-10-15 KWK - VENDTRAN IS 35 BYTES NOW --                   00002120
      *>    VT-OPERATOR-ID (BYTES 28-35) NAMES WHO KEYED THE            00002130
      *>    TRANSACTION AND A BLANK ONE IS REJECTED. EVERY FIELD AN     00002140
      *>    APPLIED TRANSACTION CHANGES IS WRITTEN TO THE COMMON        00002150
      *>    CHGLOG CHANGE LOG WITH ITS BEFORE AND AFTER VALUE, THE      00002160
      *>    OPERATOR AND THE CYCLDATE DATE. CHGRPT REPORTS IT.          00002170
      *>                                                                00002200
      *>                                                                00002300
       ENVIRONMENT DIVISION.                                            00002400
                           RECORD KEY IS VM-VENDOR-NO                   00003800
                           FILE STATUS IS VENDMAST-ERROR-CODE.          00003900
           SELECT VENDRPT  ASSIGN TO UT-S-VENDRPT.                      00004000
           SELECT CHGLOG   ASSIGN TO UT-S-CHGLOG                        00004020
                           FILE STATUS IS CHGLOG-ERROR-CODE.            00004040
           SELECT CYCLDATE ASSIGN TO UT-S-CYCLDATE                      00004060
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00004080
      *>                                                                00004100
       DATA DIVISION.                                                   00004200
      *                                                                 00004300
      *                                                                 00004500
       FD  VENDTRAN                                                     00004600
           LABEL RECORDS ARE STANDARD                                   00004700
           RECORD CONTAINS 35 CHARACTERS.                               00004800
      *                                                                 00004900
       01  VENDOR-TRANSACTION-AREA          PIC X(35).                  00005000
      *                                                                 00005100
       FD  VENDMAST                                                     00005200
           LABEL RECORDS ARE STANDARD                                   00005300
           RECORD CONTAINS 80 CHARACTERS.                               00006200
      *                                                                 00006300
       01  VENDRPT-LINE                     PIC X(80).                  00006400
      *                                                                 00006407
       FD  CHGLOG                                                       00006414
           LABEL RECORDS ARE STANDARD                                   00006421
           RECORD CONTAINS 112 CHARACTERS.                              00006428
      *                                                                 00006435
       01  CHANGE-LOG-AREA                  PIC X(112).                 00006442
      *                                                                 00006449
       FD  CYCLDATE                                                     00006456
           LABEL RECORDS ARE STANDARD                                   00006463
           RECORD CONTAINS 6 CHARACTERS.                                00006470
      *                                                                 00006477
       01  CYCLE-DATE-AREA                  PIC X(6).                   00006484
      *                                                                 00006500
       WORKING-STORAGE SECTION.                                         00006600
      *                                                                 00006700
       01  FILE-STATUS-FIELD.                                           00007200
           05 VENDTRAN-ERROR-CODE           PIC XX.                     00007300
           05 VENDMAST-ERROR-CODE           PIC XX.                     00007400
           05 CHGLOG-ERROR-CODE             PIC XX.                     00007430
           05 CYCLDATE-ERROR-CODE           PIC XX.                     00007460
      *                                                                 00007500
       01  WS-EOJ-COUNTERS.                                             00007600
           05  WS-TRANS-READ-COUNT          PIC 9(7) VALUE ZERO.        00007700
           05  WS-TRANS-APPLIED-COUNT       PIC 9(7) VALUE ZERO.        00007800
           05  WS-TRANS-REJECTED-COUNT      PIC 9(7) VALUE ZERO.        00007900
           05  WS-CHANGES-LOGGED-COUNT      PIC 9(7) VALUE ZERO.        00007910
      *                                                                 00007920
       01  WS-RUN-DATE                      PIC 9(6) VALUE ZERO.        00007930
       01  WS-OLD-VENDOR-NAME               PIC X(20) VALUE SPACES.     00007940
       01  WS-OLD-ACTIVE-STATUS             PIC X(1)  VALUE SPACE.      00007950
      *                                                                 00008000
       01  VENDOR-TRANSACTION-RECORD.                                   00008100
           05  VT-VENDOR-NO                PIC X(5).                    00008200
               88  VT-ACTION-IS-DEACTIVATE          VALUE  'D'.         00008700
           05  VT-ACTIVE-STATUS            PIC X(1).                    00008800
               88  VT-VENDOR-ACTIVE                VALUE   'A'.         00008900
           05  VT-OPERATOR-ID              PIC X(8).                    00008950
      *                                                                 00009000
       01  VENDOR-RECORD.                                               00009100
           05  VN-VENDOR-NO                PIC X(5).                    00009200
           05  VN-ACTIVE-STATUS            PIC X(1).                    00009400
               88  VN-VENDOR-ACTIVE                VALUE   'A'.         00009500
      *                                                                 00009600
       01  CHANGE-LOG-RECORD.                                           00009609
           05  CL-CHANGE-DATE              PIC 9(6).                    00009618
           05  CL-FILE-ID                  PIC X(8).                    00009627
           05  CL-RECORD-KEY               PIC X(10).                   00009636
           05  CL-FIELD-NAME               PIC X(12).                   00009645
           05  CL-BEFORE-VALUE             PIC X(30).                   00009654
           05  CL-AFTER-VALUE              PIC X(30).                   00009663
           05  CL-OPERATOR-ID              PIC X(8).                    00009672
           05  CL-PROGRAM-ID               PIC X(8).                    00009681
      *                                                                 00009690
       01  VENDRPT-DETAIL.                                              00009700
           05  VD-VENDOR-NO                PIC X(5).                    00009800
           05  FILLER                      PIC X(3)  VALUE SPACES.      00009900
       PROCEDURE DIVISION.                                              00010500
      *                                                                 00010600
       000-MAINTAIN-VENDOR-MASTER.                                      00010700
           PERFORM 002-GET-PROCESS-DATE.                                00010750
           OPEN    INPUT   VENDTRAN, I-O VENDMAST, OUTPUT  VENDRPT,     00010800
                   EXTEND  CHGLOG.                                      00010850
           IF VENDTRAN-ERROR-CODE NOT = '00'                            00010900
               DISPLAY 'VENDMAINT A 1   OPEN ERROR FOR VENDTRAN'        00011000
               DISPLAY 'VENDMAINT A 1   FILE STATUS = '                 00011100
               DISPLAY 'VENDMAINT A 1   FILE STATUS = '                 00011600
                   VENDMAST-ERROR-CODE                                  00011700
               STOP RUN.                                                00011800
           IF CHGLOG-ERROR-CODE NOT = '00'                              00011810
               DISPLAY 'VENDMAINT A 1   OPEN ERROR FOR CHGLOG'          00011820
               DISPLAY 'VENDMAINT A 1   FILE STATUS = '                 00011830
                   CHGLOG-ERROR-CODE                                    00011840
               STOP RUN.                                                00011850
           PERFORM 300-PROCESS-VENDOR-TRAN                              00011900
               UNTIL VENDTRAN-EOF                                       00012000
           CLOSE   VENDTRAN, VENDMAST, VENDRPT, CHGLOG.                 00012100
           DISPLAY 'VENDMAINT READ=' WS-TRANS-READ-COUNT                00012200
               ' APPLIED=' WS-TRANS-APPLIED-COUNT                       00012300
               ' REJECTED=' WS-TRANS-REJECTED-COUNT                     00012360
               ' LOGGED=' WS-CHANGES-LOGGED-COUNT.                      00012420
           STOP RUN.                                                    00012500
      *                                                                 00012600
       002-GET-PROCESS-DATE.                                            00012606
               MOVE    ZERO TO WS-RUN-DATE.                             00012612
               OPEN    INPUT CYCLDATE.                                  00012618
               IF CYCLDATE-ERROR-CODE = '00'                            00012624
                   PERFORM 003-READ-CYCLE-DATE                          00012630
                   CLOSE CYCLDATE.                                      00012636
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00012642
                   ACCEPT WS-RUN-DATE FROM DATE.                        00012648
      *                                                                 00012654
       003-READ-CYCLE-DATE.                                             00012660
               READ CYCLDATE INTO WS-RUN-DATE                           00012666
                   AT  END                                              00012672
                       MOVE ZERO TO WS-RUN-DATE.                        00012678
      *                                                                 00012684
       300-PROCESS-VENDOR-TRAN.                                         00012700
               PERFORM 310-READ-VENDOR-TRAN.                            00012800
               IF NOT VENDTRAN-EOF                                      00012900
                   EVALUATE TRUE                                        00013000
                       WHEN VT-OPERATOR-ID = SPACES                     00013020
                           MOVE 'NO OPERATOR ID' TO VD-REASON           00013040
                           PERFORM 350-WRITE-REJECT-LISTING             00013060
                       WHEN VT-ACTION-IS-ADD                            00013100
                           PERFORM 320-ADD-VENDOR                       00013200
                       WHEN VT-ACTION-IS-CHANGE                         00013300
               WRITE   VENDOR-MASTER-AREA FROM VENDOR-RECORD.           00015400
               IF      VENDMAST-ERROR-CODE = '00'                       00015500
                   ADD 1 TO WS-TRANS-APPLIED-COUNT                      00015600
                   MOVE SPACES TO WS-OLD-VENDOR-NAME                    00015620
                   MOVE SPACE  TO WS-OLD-ACTIVE-STATUS                  00015640
                   PERFORM 380-LOG-VENDOR-CHANGES                       00015660
                   MOVE 'VENDOR ADDED' TO VD-REASON                     00015700
                   PERFORM 360-WRITE-APPLIED-LISTING                    00015800
               ELSE                                                     00015900
               MOVE    VT-VENDOR-NO TO VM-VENDOR-NO.                    00016500
               READ    VENDMAST INTO VENDOR-RECORD.                     00016600
               IF      VENDMAST-ERROR-CODE = '00'                       00016700
                   MOVE VN-VENDOR-NAME   TO WS-OLD-VENDOR-NAME          00016730
                   MOVE VN-ACTIVE-STATUS TO WS-OLD-ACTIVE-STATUS        00016760
                   MOVE VT-VENDOR-NAME   TO VN-VENDOR-NAME              00016800
                   MOVE VT-ACTIVE-STATUS TO VN-ACTIVE-STATUS            00016900
                   REWRITE VENDOR-MASTER-AREA FROM VENDOR-RECORD        00017000
                   IF VENDMAST-ERROR-CODE = '00'                        00017100
                       ADD 1 TO WS-TRANS-APPLIED-COUNT                  00017200
                       PERFORM 380-LOG-VENDOR-CHANGES                   00017250
                       MOVE 'VENDOR CHANGED' TO VD-REASON               00017300
                       PERFORM 360-WRITE-APPLIED-LISTING                00017400
                   ELSE                                                 00017500
               MOVE    VT-VENDOR-NO TO VM-VENDOR-NO.                    00018300
               READ    VENDMAST INTO VENDOR-RECORD.                     00018400
               IF      VENDMAST-ERROR-CODE = '00'                       00018500
                   MOVE VN-VENDOR-NAME   TO WS-OLD-VENDOR-NAME          00018530
                   MOVE VN-ACTIVE-STATUS TO WS-OLD-ACTIVE-STATUS        00018560
                   MOVE 'I' TO VN-ACTIVE-STATUS                         00018600
                   REWRITE VENDOR-MASTER-AREA FROM VENDOR-RECORD        00018700
                   IF VENDMAST-ERROR-CODE = '00'                        00018800
                       ADD 1 TO WS-TRANS-APPLIED-COUNT                  00018900
                       PERFORM 380-LOG-VENDOR-CHANGES                   00018950
                       MOVE 'VENDOR DEACTIVATED' TO VD-REASON           00019000
                       PERFORM 360-WRITE-APPLIED-LISTING                00019100
                   ELSE                                                 00019200
               MOVE    VN-VENDOR-NO   TO VD-VENDOR-NO                   00020600
               MOVE    VN-VENDOR-NAME TO VD-VENDOR-NAME                 00020700
               WRITE   VENDRPT-LINE FROM VENDRPT-DETAIL.                00020800
      *                                                                 00020803
      ****************************************************************  00020806
      *  CHANGE LOG -- ONE CHGLOG RECORD PER FIELD THAT REALLY          00020809
      *  CHANGED, WITH ITS BEFORE AND AFTER VALUE, THE OPERATOR ON      00020812
      *  THE TRANSACTION AND THE CYCLE DATE. A NEW VENDOR LOGS ITS      00020815
      *  FIELDS AGAINST A BLANK BEFORE VALUE.                           00020818
      ****************************************************************  00020821
       380-LOG-VENDOR-CHANGES.                                          00020824
               MOVE    'VENDOR-NAME '       TO CL-FIELD-NAME.           00020827
               MOVE    WS-OLD-VENDOR-NAME   TO CL-BEFORE-VALUE.         00020830
               MOVE    VN-VENDOR-NAME       TO CL-AFTER-VALUE.          00020833
               PERFORM 390-WRITE-CHANGE-LOG.                            00020836
               MOVE    'ACTIVE-STAT '       TO CL-FIELD-NAME.           00020839
               MOVE    WS-OLD-ACTIVE-STATUS TO CL-BEFORE-VALUE.         00020842
               MOVE    VN-ACTIVE-STATUS     TO CL-AFTER-VALUE.          00020845
               PERFORM 390-WRITE-CHANGE-LOG.                            00020848
      *                                                                 00020851
       390-WRITE-CHANGE-LOG.                                            00020854
               IF CL-BEFORE-VALUE NOT = CL-AFTER-VALUE                  00020857
                   MOVE WS-RUN-DATE        TO CL-CHANGE-DATE            00020860
                   MOVE 'VENDMAST'         TO CL-FILE-ID                00020863
                   MOVE VN-VENDOR-NO       TO CL-RECORD-KEY             00020866
                   MOVE VT-OPERATOR-ID     TO CL-OPERATOR-ID            00020869
                   MOVE 'VENDMAIN'         TO CL-PROGRAM-ID             00020872
                   WRITE CHANGE-LOG-AREA FROM CHANGE-LOG-RECORD         00020875
                   ADD  1 TO WS-CHANGES-LOGGED-COUNT.                   00020878
      *>                                                                00020900
/*                                                                      00021000
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00021100
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00021150
//COB.VENDTRAN DD DSNAME=HERC01.SAMPLE.VENDTRAN,DISP=SHR                00021200
//COB.VENDMAST DD DSNAME=HERC01.SAMPLE.VENDMAST,DISP=SHR                00021300
//COB.VENDRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)         00021400
//COB.CHGLOG DD DSNAME=HERC01.SAMPLE.CHGLOG,DISP=(MOD,CATLG),           00021420
//             DCB=(DSORG=PS,LRECL=112,BLKSIZE=11200,RECFM=FB),         00021440
//             SPACE=(TRK,(1,1),RLSE)                                   00021460
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00021500
//GO.SYSIN DD *                                                         00021600
/*                                                                      00021700
