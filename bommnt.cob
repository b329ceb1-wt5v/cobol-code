//HERC01N  JOB (COBOL),'BOMMNT',CLASS=A,MSGCLASS=H,                     00000100
//             REGION=8M,TIME=1440,                                     00000200
//             MSGLEVEL=(1,1)                                           00000300
//BOMMNT   EXEC COBUCG,                                                 00000400
//             PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'        00000500
//COB.SYSPUNCH DD DUMMY                                                 00000600
//COB.SYSIN DD *                                                        00000700
      ********************************************************          00000800
      * A COBOL PROGRAM TEMPLATE                                        00000900
      ********************************************************          00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID. BOMMNT.                                              00001200
       AUTHOR. KRIS W KEENER.                                           00001300
       INSTALLATION.   THE LAB.                                         00001400
       DATE-WRITTEN.   OCTOBER 15 2026.                                 00001500
       DATE-COMPILED.  OCTOBER 15 2026.                                 00001600
       SECURITY. HOME USE ONLY.                                         00001700
       REMARKS. KIT STRUCTURE (BILL OF MATERIALS) MAINTENANCE --        00001800
           APPLIES ADD, CHANGE AND DELETE TRANSACTIONS AGAINST          00001900
           BOMMAST, ONE RECORD PER PARENT ITEM AND COMPONENT ITEM       00002000
           WITH THE QUANTITY OF THE COMPONENT THAT GOES INTO ONE        00002100
           PARENT. BOTH ITEMS MUST BE ON INVMAST, AN ITEM CANNOT BE     00002200
           A COMPONENT OF ITSELF, AND THE QUANTITY PER PARENT MUST      00002300
           BE GREATER THAN ZERO. VSAMRND AND VSAMSEQ READ BOMMAST       00002400
           TO EXPLODE AN ASSEMBLY TRANSACTION; BOMLIST PRINTS IT.       00002500
      *>                                                      MODS:     00002510
      *> 2026-10-15 KWK - BOMTRAN IS 24 BYTES NOW -- BT-OPERATOR-ID     00002520
      *>    (BYTES 17-24) NAMES WHO KEYED THE TRANSACTION AND A         00002530
      *>    BLANK ONE IS REJECTED. EVERY COMPONENT ADDED, CHANGED       00002540
      *>    OR DELETED IS WRITTEN TO CHGLOG WITH ITS BEFORE AND         00002550
      *>    AFTER QUANTITY PER PARENT, THE OPERATOR AND THE             00002560
      *>    CYCLDATE DATE. AN ADD THAT WOULD GIVE A KIT MORE THAN       00002570
      *>    THE 20 COMPONENTS VSAMRND AND VSAMSEQ CAN BUILD IS          00002580
      *>    REJECTED.                                                   00002590
      *>                                                                00002600
      *>                                                                00002700
       ENVIRONMENT DIVISION.                                            00002800
      **                                                                00002900
       CONFIGURATION SECTION.                                           00003000
       SOURCE-COMPUTER.    IBM-370.                                     00003100
       OBJECT-COMPUTER.    IBM-370.                                     00003200
      **                                                                00003300
       INPUT-OUTPUT SECTION.                                            00003400
      *                                                                 00003500
       FILE-CONTROL.                                                    00003600
           SELECT BOMTRAN  ASSIGN TO UT-S-BOMTRAN                       00003700
                           FILE STATUS IS BOMTRAN-ERROR-CODE.           00003800
           SELECT BOMMAST  ASSIGN TO UT-I-BOMMAST                       00003900
                           ORGANIZATION IS INDEXED                      00004000
                           ACCESS IS DYNAMIC                            00004100
                           RECORD KEY IS BM-KEY                         00004200
                           FILE STATUS IS BOMMAST-ERROR-CODE.           00004300
           SELECT INVMAST  ASSIGN TO UT-I-INVMAST                       00004400
                           ORGANIZATION IS INDEXED                      00004500
                           ACCESS IS RANDOM                             00004600
                           RECORD KEY IS MR-ITEM-NO                     00004700
                           FILE STATUS IS INVMAST-ERROR-CODE.           00004800
           SELECT BOMRPT   ASSIGN TO UT-S-BOMRPT.                       00004900
           SELECT CHGLOG   ASSIGN TO UT-S-CHGLOG                        00004920
                           FILE STATUS IS CHGLOG-ERROR-CODE.            00004940
           SELECT CYCLDATE ASSIGN TO UT-S-CYCLDATE                      00004960
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00004980
      *>                                                                00005000
       DATA DIVISION.                                                   00005100
      *                                                                 00005200
       FILE SECTION.                                                    00005300
      *                                                                 00005400
       FD  BOMTRAN                                                      00005500
           LABEL RECORDS ARE STANDARD                                   00005600
           RECORD CONTAINS 24 CHARACTERS.                               00005700
      *                                                                 00005800
       01  BOM-TRANSACTION-AREA             PIC X(24).                  00005900
      *                                                                 00006000
       FD  BOMMAST                                                      00006100
           LABEL RECORDS ARE STANDARD                                   00006200
           RECORD CONTAINS 20 CHARACTERS.                               00006300
      *                                                                 00006400
       01  BOM-MASTER-AREA.                                             00006500
           05  BM-KEY.                                                  00006600
               10  BM-PARENT-ITEM-NO       PIC X(5).                    00006700
               10  BM-COMPONENT-ITEM-NO    PIC X(5).                    00006800
           05  BM-QUANTITY-PER             PIC 9(5).                    00006900
           05  FILLER                      PIC X(5).                    00007000
      *                                                                 00007100
       FD  INVMAST                                                      00007200
           LABEL RECORDS ARE STANDARD                                   00007300
           RECORD CONTAINS 78 CHARACTERS.                               00007400
      *                                                                 00007500
       01  MASTER-RECORD-AREA.                                          00007600
           05  MR-ITEM-NO                  PIC X(5).                    00007700
           05  FILLER                      PIC X(73).                   00007800
      *                                                                 00007900
       FD  BOMRPT                                                       00008000
           LABEL RECORDS ARE STANDARD                                   00008100
           RECORD CONTAINS 80 CHARACTERS.                               00008200
      *                                                                 00008300
       01  BOMRPT-LINE                      PIC X(80).                  00008400
      *                                                                 00008500
       FD  CHGLOG                                                       00008507
           LABEL RECORDS ARE STANDARD                                   00008514
           RECORD CONTAINS 112 CHARACTERS.                              00008521
      *                                                                 00008528
       01  CHANGE-LOG-AREA                  PIC X(112).                 00008535
      *                                                                 00008542
       FD  CYCLDATE                                                     00008549
           LABEL RECORDS ARE STANDARD                                   00008556
           RECORD CONTAINS 6 CHARACTERS.                                00008563
      *                                                                 00008570
       01  CYCLE-DATE-AREA                  PIC X(6).                   00008577
      *                                                                 00008584
       WORKING-STORAGE SECTION.                                         00008600
      *                                                                 00008700
       01  SWITCHES.                                                    00008800
           05  BOMTRAN-EOF-SWITCH              PIC X   VALUE   'N'.     00008900
               88  BOMTRAN-EOF                         VALUE   'Y'.     00009000
           05  KIT-SCAN-SWITCH                 PIC X   VALUE   'N'.     00009030
               88  KIT-SCAN-DONE                       VALUE   'Y'.     00009060
      *                                                                 00009100
       01  FILE-STATUS-FIELD.                                           00009200
           05 BOMTRAN-ERROR-CODE            PIC XX.                     00009300
           05 BOMMAST-ERROR-CODE            PIC XX.                     00009400
           05 INVMAST-ERROR-CODE            PIC XX.                     00009500
           05 CHGLOG-ERROR-CODE             PIC XX.                     00009530
           05 CYCLDATE-ERROR-CODE           PIC XX.                     00009560
      *                                                                 00009600
       01  WS-EOJ-COUNTERS.                                             00009700
           05  WS-TRANS-READ-COUNT          PIC 9(7) VALUE ZERO.        00009800
           05  WS-TRANS-APPLIED-COUNT       PIC 9(7) VALUE ZERO.        00009900
           05  WS-TRANS-REJECTED-COUNT      PIC 9(7) VALUE ZERO.        00010000
           05  WS-CHANGES-LOGGED-COUNT      PIC 9(7) VALUE ZERO.        00010010
      *                                                                 00010020
       01  WS-RUN-DATE                      PIC 9(6) VALUE ZERO.        00010030
       01  WS-KIT-COMPONENT-COUNT           PIC S9(4) COMP VALUE ZERO.  00010040
       01  WS-OLD-QUANTITY-PER              PIC X(5) VALUE SPACES.      00010050
       01  WS-NEW-QUANTITY-PER              PIC X(5) VALUE SPACES.      00010060
      *                                                                 00010100
       01  BOM-TRANSACTION-RECORD.                                      00010200
           05  BT-KEY.                                                  00010270
               10  BT-PARENT-ITEM-NO       PIC X(5).                    00010340
               10  BT-COMPONENT-ITEM-NO    PIC X(5).                    00010410
           05  BT-QUANTITY-PER             PIC 9(5).                    00010500
           05  BT-ACTION-CODE              PIC X(1).                    00010600
               88  BT-ACTION-IS-ADD                VALUE   'A'.         00010700
               88  BT-ACTION-IS-CHANGE             VALUE   'C'.         00010800
               88  BT-ACTION-IS-DELETE             VALUE   'D'.         00010900
           05  BT-OPERATOR-ID              PIC X(8).                    00010908
      *                                                                 00010916
       01  CHANGE-LOG-RECORD.                                           00010924
           05  CL-CHANGE-DATE              PIC 9(6).                    00010932
           05  CL-FILE-ID                  PIC X(8).                    00010940
           05  CL-RECORD-KEY               PIC X(10).                   00010948
           05  CL-FIELD-NAME               PIC X(12).                   00010956
           05  CL-BEFORE-VALUE             PIC X(30).                   00010964
           05  CL-AFTER-VALUE              PIC X(30).                   00010972
           05  CL-OPERATOR-ID              PIC X(8).                    00010980
           05  CL-PROGRAM-ID               PIC X(8).                    00010988
      *                                                                 00011000
       01  BOMRPT-DETAIL.                                               00011100
           05  BD-PARENT-ITEM-NO           PIC X(5).                    00011200
           05  FILLER                      PIC X(3)  VALUE SPACES.      00011300
           05  BD-COMPONENT-ITEM-NO        PIC X(5).                    00011400
           05  FILLER                      PIC X(3)  VALUE SPACES.      00011500
           05  BD-QUANTITY-PER             PIC Z(4)9.                   00011600
           05  FILLER                      PIC X(3)  VALUE SPACES.      00011700
           05  BD-REASON                   PIC X(30).                   00011800
           05  FILLER                      PIC X(26) VALUE SPACES.      00011900
      *>                                                                00012000
       PROCEDURE DIVISION.                                              00012100
      *                                                                 00012200
       000-MAINTAIN-KIT-STRUCTURE.                                      00012300
           PERFORM 002-GET-PROCESS-DATE.                                00012350
           OPEN    INPUT   BOMTRAN, I-O BOMMAST, INPUT INVMAST,         00012400
                   OUTPUT  BOMRPT, EXTEND CHGLOG.                       00012500
           IF BOMTRAN-ERROR-CODE NOT = '00'                             00012600
               DISPLAY 'BOMMNT    A 1   OPEN ERROR FOR BOMTRAN'         00012700
               DISPLAY 'BOMMNT    A 1   FILE STATUS = '                 00012800
                   BOMTRAN-ERROR-CODE                                   00012900
               MOVE 16 TO RETURN-CODE                                   00013000
               STOP RUN.                                                00013100
           IF BOMMAST-ERROR-CODE NOT = '00'                             00013200
               DISPLAY 'BOMMNT    A 1   OPEN ERROR FOR BOMMAST'         00013300
               DISPLAY 'BOMMNT    A 1   FILE STATUS = '                 00013400
                   BOMMAST-ERROR-CODE                                   00013500
               MOVE 16 TO RETURN-CODE                                   00013600
               STOP RUN.                                                00013700
           IF INVMAST-ERROR-CODE NOT = '00'                             00013800
               DISPLAY 'BOMMNT    A 1   OPEN ERROR FOR INVMAST'         00013900
               DISPLAY 'BOMMNT    A 1   FILE STATUS = '                 00014000
                   INVMAST-ERROR-CODE                                   00014100
               MOVE 16 TO RETURN-CODE                                   00014200
               STOP RUN.                                                00014300
           IF CHGLOG-ERROR-CODE NOT = '00'                              00014310
               DISPLAY 'BOMMNT    A 1   OPEN ERROR FOR CHGLOG'          00014320
               DISPLAY 'BOMMNT    A 1   FILE STATUS = '                 00014330
                   CHGLOG-ERROR-CODE                                    00014340
               MOVE 16 TO RETURN-CODE                                   00014350
               STOP RUN.                                                00014360
           PERFORM 300-PROCESS-BOM-TRAN                                 00014400
               UNTIL BOMTRAN-EOF                                        00014500
           CLOSE   BOMTRAN, BOMMAST, INVMAST, BOMRPT, CHGLOG.           00014600
           DISPLAY 'BOMMNT READ=' WS-TRANS-READ-COUNT                   00014700
               ' APPLIED=' WS-TRANS-APPLIED-COUNT                       00014800
               ' REJECTED=' WS-TRANS-REJECTED-COUNT                     00014860
               ' LOGGED=' WS-CHANGES-LOGGED-COUNT.                      00014920
           STOP RUN.                                                    00015000
      *                                                                 00015006
       002-GET-PROCESS-DATE.                                            00015012
               MOVE    ZERO TO WS-RUN-DATE.                             00015018
               OPEN    INPUT CYCLDATE.                                  00015024
               IF CYCLDATE-ERROR-CODE = '00'                            00015030
                   PERFORM 003-READ-CYCLE-DATE                          00015036
                   CLOSE CYCLDATE.                                      00015042
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00015048
                   ACCEPT WS-RUN-DATE FROM DATE.                        00015054
      *                                                                 00015060
       003-READ-CYCLE-DATE.                                             00015066
               READ CYCLDATE INTO WS-RUN-DATE                           00015072
                   AT  END                                              00015078
                       MOVE ZERO TO WS-RUN-DATE.                        00015084
      *                                                                 00015100
       300-PROCESS-BOM-TRAN.                                            00015200
               PERFORM 310-READ-BOM-TRAN.                               00015300
               IF NOT BOMTRAN-EOF                                       00015400
                   MOVE SPACES TO BD-REASON                             00015500
                   PERFORM 315-EDIT-BOM-TRAN                            00015600
                   IF BD-REASON NOT = SPACES                            00015700
                       PERFORM 350-WRITE-REJECT-LISTING                 00015800
                   ELSE                                                 00015900
                       EVALUATE TRUE                                    00016000
                           WHEN BT-ACTION-IS-ADD                        00016100
                               PERFORM 320-ADD-COMPONENT                00016200
                           WHEN BT-ACTION-IS-CHANGE                     00016300
                               PERFORM 330-CHANGE-COMPONENT             00016400
                           WHEN BT-ACTION-IS-DELETE                     00016500
                               PERFORM 340-DELETE-COMPONENT             00016600
                       END-EVALUATE.                                    00016700
      *                                                                 00016800
       310-READ-BOM-TRAN.                                               00016900
               READ BOMTRAN INTO BOM-TRANSACTION-RECORD                 00017000
                   AT  END                                              00017100
                       MOVE 'Y' TO BOMTRAN-EOF-SWITCH.                  00017200
               IF NOT BOMTRAN-EOF                                       00017300
                   ADD 1 TO WS-TRANS-READ-COUNT.                        00017400
      *                                                                 00017500
      ****************************************************************  00017600
      *  EVERY TRANSACTION NEEDS AN OPERATOR. A DELETE ONLY NEEDS THE   00017670
      *  KEY; AN ADD OR CHANGE MUST NAME TWO DIFFERENT ITEMS THAT ARE   00017740
      *  BOTH ON INVMAST AND A QUANTITY.                                00017810
      ****************************************************************  00017900
       315-EDIT-BOM-TRAN.                                               00018000
               IF NOT BT-ACTION-IS-ADD                                  00018100
                   AND NOT BT-ACTION-IS-CHANGE                          00018200
                   AND NOT BT-ACTION-IS-DELETE                          00018300
                   MOVE 'UNKNOWN ACTION CODE' TO BD-REASON.             00018400
               IF BD-REASON = SPACES                                    00018420
                   AND BT-OPERATOR-ID = SPACES                          00018440
                   MOVE 'NO OPERATOR ID' TO BD-REASON.                  00018460
               IF BD-REASON = SPACES                                    00018500
                   IF BT-PARENT-ITEM-NO = SPACES                        00018600
                       OR BT-COMPONENT-ITEM-NO = SPACES                 00018700
                       MOVE 'PARENT/COMPONENT MISSING' TO BD-REASON.    00018800
               IF BD-REASON = SPACES                                    00018900
                   AND BT-PARENT-ITEM-NO = BT-COMPONENT-ITEM-NO         00019000
                   MOVE 'ITEM CANNOT CONTAIN ITSELF' TO BD-REASON.      00019100
               IF BD-REASON = SPACES                                    00019200
                   AND NOT BT-ACTION-IS-DELETE                          00019300
                   PERFORM 316-EDIT-ADD-OR-CHANGE.                      00019400
      *                                                                 00019500
       316-EDIT-ADD-OR-CHANGE.                                          00019600
               IF BT-QUANTITY-PER NOT NUMERIC                           00019700
                   OR BT-QUANTITY-PER = ZERO                            00019800
                   MOVE 'BAD QUANTITY PER PARENT' TO BD-REASON.         00019900
               IF BD-REASON = SPACES                                    00020000
                   MOVE BT-PARENT-ITEM-NO TO MR-ITEM-NO                 00020100
                   READ INVMAST                                         00020200
                   IF INVMAST-ERROR-CODE NOT = '00'                     00020300
                       MOVE 'PARENT ITEM NOT FOUND' TO BD-REASON.       00020400
               IF BD-REASON = SPACES                                    00020500
                   MOVE BT-COMPONENT-ITEM-NO TO MR-ITEM-NO              00020600
                   READ INVMAST                                         00020700
                   IF INVMAST-ERROR-CODE NOT = '00'                     00020800
                       MOVE 'COMPONENT ITEM NOT FOUND' TO BD-REASON.    00020900
      *                                                                 00021000
      ****************************************************************  00021020
      *  VSAMRND AND VSAMSEQ WILL NOT BUILD A KIT OF MORE THAN 20       00021040
      *  COMPONENTS, SO A 21ST IS REFUSED HERE RATHER THAN THERE.       00021060
      ****************************************************************  00021080
       320-ADD-COMPONENT.                                               00021100
               PERFORM 325-COUNT-KIT-COMPONENTS.                        00021110
               IF WS-KIT-COMPONENT-COUNT NOT < 20                       00021120
                   MOVE 'KIT ALREADY HAS 20 COMPONENTS' TO BD-REASON    00021130
                   PERFORM 350-WRITE-REJECT-LISTING                     00021140
               ELSE                                                     00021150
                   PERFORM 322-WRITE-COMPONENT.                         00021160
      *                                                                 00021170
       322-WRITE-COMPONENT.                                             00021180
               MOVE    SPACES               TO BOM-MASTER-AREA.         00021200
               MOVE    BT-PARENT-ITEM-NO    TO BM-PARENT-ITEM-NO.       00021300
               MOVE    BT-COMPONENT-ITEM-NO TO BM-COMPONENT-ITEM-NO.    00021400
               MOVE    BT-QUANTITY-PER      TO BM-QUANTITY-PER.         00021500
               WRITE   BOM-MASTER-AREA.                                 00021600
               IF      BOMMAST-ERROR-CODE = '00'                        00021700
                   ADD 1 TO WS-TRANS-APPLIED-COUNT                      00021800
                   MOVE SPACES          TO WS-OLD-QUANTITY-PER          00021820
                   MOVE BM-QUANTITY-PER TO WS-NEW-QUANTITY-PER          00021840
                   PERFORM 390-WRITE-CHANGE-LOG                         00021860
                   MOVE 'COMPONENT ADDED' TO BD-REASON                  00021900
                   PERFORM 360-WRITE-APPLIED-LISTING                    00022000
               ELSE                                                     00022100
                   MOVE 'ADD FAILED - DUPLICATE OR I/O ERROR'           00022200
                       TO BD-REASON                                     00022300
                   PERFORM 350-WRITE-REJECT-LISTING.                    00022400
      *                                                                 00022500
       325-COUNT-KIT-COMPONENTS.                                        00022505
               MOVE    ZERO TO WS-KIT-COMPONENT-COUNT.                  00022510
               MOVE    'N'  TO KIT-SCAN-SWITCH.                         00022515
               MOVE    BT-PARENT-ITEM-NO TO BM-PARENT-ITEM-NO.          00022520
               MOVE    LOW-VALUES        TO BM-COMPONENT-ITEM-NO.       00022525
               START   BOMMAST KEY NOT < BM-KEY.                        00022530
               IF BOMMAST-ERROR-CODE = '00'                             00022535
                   PERFORM 326-READ-KIT-COMPONENT                       00022540
                       UNTIL KIT-SCAN-DONE.                             00022545
      *                                                                 00022550
       326-READ-KIT-COMPONENT.                                          00022555
               READ BOMMAST NEXT RECORD.                                00022560
               IF BOMMAST-ERROR-CODE NOT = '00'                         00022565
                   OR BM-PARENT-ITEM-NO NOT = BT-PARENT-ITEM-NO         00022570
                   MOVE 'Y' TO KIT-SCAN-SWITCH                          00022575
               ELSE                                                     00022580
                   ADD 1 TO WS-KIT-COMPONENT-COUNT.                     00022585
      *                                                                 00022590
       330-CHANGE-COMPONENT.                                            00022600
               MOVE    BT-PARENT-ITEM-NO    TO BM-PARENT-ITEM-NO.       00022700
               MOVE    BT-COMPONENT-ITEM-NO TO BM-COMPONENT-ITEM-NO.    00022800
               READ    BOMMAST.                                         00022900
               IF      BOMMAST-ERROR-CODE = '00'                        00023000
                   MOVE BM-QUANTITY-PER TO WS-OLD-QUANTITY-PER          00023050
                   MOVE BT-QUANTITY-PER TO BM-QUANTITY-PER              00023100
                   REWRITE BOM-MASTER-AREA                              00023200
                   IF BOMMAST-ERROR-CODE = '00'                         00023300
                       ADD 1 TO WS-TRANS-APPLIED-COUNT                  00023400
                       MOVE BM-QUANTITY-PER TO WS-NEW-QUANTITY-PER      00023430
                       PERFORM 390-WRITE-CHANGE-LOG                     00023460
                       MOVE 'QUANTITY CHANGED' TO BD-REASON             00023500
                       PERFORM 360-WRITE-APPLIED-LISTING                00023600
                   ELSE                                                 00023700
                       MOVE 'REWRITE ERROR' TO BD-REASON                00023800
                       PERFORM 350-WRITE-REJECT-LISTING                 00023900
               ELSE                                                     00024000
                   MOVE 'COMPONENT NOT IN KIT' TO BD-REASON             00024100
                   PERFORM 350-WRITE-REJECT-LISTING.                    00024200
      *                                                                 00024300
       340-DELETE-COMPONENT.                                            00024400
               MOVE    BT-PARENT-ITEM-NO    TO BM-PARENT-ITEM-NO.       00024500
               MOVE    BT-COMPONENT-ITEM-NO TO BM-COMPONENT-ITEM-NO.    00024600
               READ    BOMMAST.                                         00024700
               IF      BOMMAST-ERROR-CODE = '00'                        00024800
                   MOVE BM-QUANTITY-PER TO WS-OLD-QUANTITY-PER          00024850
                   DELETE BOMMAST RECORD                                00024900
                   IF BOMMAST-ERROR-CODE = '00'                         00025000
                       ADD 1 TO WS-TRANS-APPLIED-COUNT                  00025100
                       MOVE SPACES TO WS-NEW-QUANTITY-PER               00025130
                       PERFORM 390-WRITE-CHANGE-LOG                     00025160
                       MOVE 'COMPONENT DELETED' TO BD-REASON            00025200
                       PERFORM 360-WRITE-APPLIED-LISTING                00025300
                   ELSE                                                 00025400
                       MOVE 'DELETE ERROR' TO BD-REASON                 00025500
                       PERFORM 350-WRITE-REJECT-LISTING                 00025600
               ELSE                                                     00025700
                   MOVE 'COMPONENT NOT IN KIT' TO BD-REASON             00025800
                   PERFORM 350-WRITE-REJECT-LISTING.                    00025900
      *                                                                 00026000
       350-WRITE-REJECT-LISTING.                                        00026100
               MOVE    BT-PARENT-ITEM-NO    TO BD-PARENT-ITEM-NO        00026200
               MOVE    BT-COMPONENT-ITEM-NO TO BD-COMPONENT-ITEM-NO     00026300
               MOVE    ZERO                 TO BD-QUANTITY-PER          00026400
               IF BT-QUANTITY-PER NUMERIC                               00026500
                   MOVE BT-QUANTITY-PER TO BD-QUANTITY-PER.             00026600
               WRITE   BOMRPT-LINE FROM BOMRPT-DETAIL.                  00026700
               ADD     1 TO WS-TRANS-REJECTED-COUNT.                    00026800
      *                                                                 00026900
       360-WRITE-APPLIED-LISTING.                                       00027000
               MOVE    BM-PARENT-ITEM-NO    TO BD-PARENT-ITEM-NO        00027100
               MOVE    BM-COMPONENT-ITEM-NO TO BD-COMPONENT-ITEM-NO     00027200
               MOVE    BM-QUANTITY-PER      TO BD-QUANTITY-PER          00027300
               WRITE   BOMRPT-LINE FROM BOMRPT-DETAIL.                  00027400
      *                                                                 00027405
      ****************************************************************  00027410
      *  CHANGE LOG -- ONE CHGLOG RECORD FOR EVERY COMPONENT ADDED,     00027415
      *  CHANGED OR DELETED, KEYED BY PARENT AND COMPONENT. AN ADD      00027420
      *  LOGS AGAINST A BLANK BEFORE VALUE AND A DELETE AGAINST A       00027425
      *  BLANK AFTER VALUE; A CHANGE TO THE SAME QUANTITY LOGS NOTHING. 00027430
      ****************************************************************  00027435
       390-WRITE-CHANGE-LOG.                                            00027440
               IF WS-OLD-QUANTITY-PER NOT = WS-NEW-QUANTITY-PER         00027445
                   MOVE WS-RUN-DATE         TO CL-CHANGE-DATE           00027450
                   MOVE 'BOMMAST '          TO CL-FILE-ID               00027455
                   MOVE BT-KEY              TO CL-RECORD-KEY            00027460
                   MOVE 'QTY-PER     '      TO CL-FIELD-NAME            00027465
                   MOVE WS-OLD-QUANTITY-PER TO CL-BEFORE-VALUE          00027470
                   MOVE WS-NEW-QUANTITY-PER TO CL-AFTER-VALUE           00027475
                   MOVE BT-OPERATOR-ID      TO CL-OPERATOR-ID           00027480
                   MOVE 'BOMMNT  '          TO CL-PROGRAM-ID            00027485
                   WRITE CHANGE-LOG-AREA FROM CHANGE-LOG-RECORD         00027490
                   ADD  1 TO WS-CHANGES-LOGGED-COUNT.                   00027495
      *>                                                                00027500
/*                                                                      00027600
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00027700
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00027750
//COB.BOMTRAN DD DSNAME=HERC01.SAMPLE.BOMTRAN,DISP=SHR                  00027800
//COB.BOMMAST DD DSNAME=HERC01.SAMPLE.BOMMAST,DISP=SHR                  00027900
//COB.INVMAST DD DSNAME=HERC01.SAMPLE.INVMAST,DISP=SHR                  00028000
//COB.BOMRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)          00028100
//COB.CHGLOG DD DSNAME=HERC01.SAMPLE.CHGLOG,DISP=(MOD,CATLG),           00028120
//             DCB=(DSORG=PS,LRECL=112,BLKSIZE=11200,RECFM=FB),         00028140
//             SPACE=(TRK,(1,1),RLSE)                                   00028160
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00028200
//GO.SYSIN DD *                                                         00028300
/*                                                                      00028400
/&                                                                      00028500
