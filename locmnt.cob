//HERC01N  JOB (COBOL),'LOCMNT',CLASS=A,MSGCLASS=H,                     00000100
//             REGION=8M,TIME=1440,                                     00000200
//             MSGLEVEL=(1,1)                                           00000300
//LOCMNT   EXEC COBUCG,                                                 00000400
//             PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'        00000500
//COB.SYSPUNCH DD DUMMY                                                 00000600
//COB.SYSIN DD *                                                        00000700
      ********************************************************          00000800
      * A COBOL PROGRAM TEMPLATE                                        00000900
      ********************************************************          00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID. LOCMNT.                                              00001200
       AUTHOR. KRIS W KEENER.                                           00001300
       INSTALLATION.   THE LAB.                                         00001400
       DATE-WRITTEN.   OCTOBER 15 2026.                                 00001500
       DATE-COMPILED.  OCTOBER 15 2026.                                 00001600
       SECURITY. HOME USE ONLY.                                         00001700
       REMARKS. LOCATION STOCKING-LEVEL MAINTENANCE -- APPLIES ADD      00001800
           AND CHANGE TRANSACTIONS THAT SET IL-MIN-STOCK AND            00001900
           IL-MAX-STOCK ON INVLOC FOR ONE ITEM AT ONE LOCATION. THE     00002000
           UPDATE JOBS CREATE AND POST THE LOCATION RECORDS; THIS IS    00002100
           ONLY HOW THE LEVELS GET ONTO THEM. AN ADD SETS UP A          00002200
           LOCATION THAT HAS NEVER HELD THE ITEM (ON-HAND ZERO) SO      00002300
           IT CAN BE STOCKED BY TRANSFER OR PURCHASE; A CHANGE          00002400
           REPLACES THE LEVELS ON A RECORD ALREADY THERE. THE ITEM      00002500
           MUST BE ON INVMAST AND THE MAXIMUM MAY NOT BE BELOW THE      00002600
           MINIMUM. LIKE THE OTHER MAINTENANCE PROGRAMS EVERY           00002700
           TRANSACTION CARRIES AN OPERATOR ID AND EVERY LEVEL THAT      00002800
           CHANGES IS WRITTEN TO CHGLOG. REPLEN'S LOCATION MODE         00002900
           WORKS FROM THESE LEVELS.                                     00003000
      *>                                                                00003100
      *>                                                                00003200
       ENVIRONMENT DIVISION.                                            00003300
      **                                                                00003400
       CONFIGURATION SECTION.                                           00003500
       SOURCE-COMPUTER.    IBM-370.                                     00003600
       OBJECT-COMPUTER.    IBM-370.                                     00003700
      **                                                                00003800
       INPUT-OUTPUT SECTION.                                            00003900
      *                                                                 00004000
       FILE-CONTROL.                                                    00004100
           SELECT LOCTRAN  ASSIGN TO UT-S-LOCTRAN                       00004200
                           FILE STATUS IS LOCTRAN-ERROR-CODE.           00004300
           SELECT INVLOC   ASSIGN TO UT-I-INVLOC                        00004400
                           ORGANIZATION IS INDEXED                      00004500
                           ACCESS IS RANDOM                             00004600
                           RECORD KEY IS IL-KEY                         00004700
                           FILE STATUS IS INVLOC-ERROR-CODE.            00004800
           SELECT INVMAST  ASSIGN TO UT-I-INVMAST                       00004900
                           ORGANIZATION IS INDEXED                      00005000
                           ACCESS IS RANDOM                             00005100
                           RECORD KEY IS MR-ITEM-NO                     00005200
                           FILE STATUS IS INVMAST-ERROR-CODE.           00005300
           SELECT LOCRPT   ASSIGN TO UT-S-LOCRPT.                       00005400
           SELECT CHGLOG   ASSIGN TO UT-S-CHGLOG                        00005500
                           FILE STATUS IS CHGLOG-ERROR-CODE.            00005600
           SELECT CYCLDATE ASSIGN TO UT-S-CYCLDATE                      00005700
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00005800
      *>                                                                00005900
       DATA DIVISION.                                                   00006000
      *                                                                 00006100
       FILE SECTION.                                                    00006200
      *                                                                 00006300
       FD  LOCTRAN                                                      00006400
           LABEL RECORDS ARE STANDARD                                   00006500
           RECORD CONTAINS 27 CHARACTERS.                               00006600
      *                                                                 00006700
       01  LOCATION-TRANSACTION-AREA        PIC X(27).                  00006800
      *                                                                 00006900
       FD  INVLOC                                                       00007000
           LABEL RECORDS ARE STANDARD                                   00007100
           RECORD CONTAINS 23 CHARACTERS.                               00007200
      *                                                                 00007300
       01  LOCATION-RECORD-AREA.                                        00007400
           05  IL-KEY.                                                  00007500
               10  IL-ITEM-NO              PIC X(5).                    00007600
               10  IL-LOCATION-CODE        PIC X(3).                    00007700
           05  IL-ON-HAND                  PIC S9(5).                   00007800
           05  IL-MIN-STOCK                PIC 9(5).                    00007900
           05  IL-MAX-STOCK                PIC 9(5).                    00008000
      *                                                                 00008100
       FD  INVMAST                                                      00008200
           LABEL RECORDS ARE STANDARD                                   00008300
           RECORD CONTAINS 78 CHARACTERS.                               00008400
      *                                                                 00008500
       01  MASTER-RECORD-AREA.                                          00008600
           05  MR-ITEM-NO                  PIC X(5).                    00008700
           05  FILLER                      PIC X(73).                   00008800
      *                                                                 00008900
       FD  LOCRPT                                                       00009000
           LABEL RECORDS ARE STANDARD                                   00009100
           RECORD CONTAINS 80 CHARACTERS.                               00009200
      *                                                                 00009300
       01  LOCRPT-LINE                      PIC X(80).                  00009400
      *                                                                 00009500
       FD  CHGLOG                                                       00009600
           LABEL RECORDS ARE STANDARD                                   00009700
           RECORD CONTAINS 112 CHARACTERS.                              00009800
      *                                                                 00009900
       01  CHANGE-LOG-AREA                  PIC X(112).                 00010000
      *                                                                 00010100
       FD  CYCLDATE                                                     00010200
           LABEL RECORDS ARE STANDARD                                   00010300
           RECORD CONTAINS 6 CHARACTERS.                                00010400
      *                                                                 00010500
       01  CYCLE-DATE-AREA                  PIC X(6).                   00010600
      *                                                                 00010700
       WORKING-STORAGE SECTION.                                         00010800
      *                                                                 00010900
       01  SWITCHES.                                                    00011000
           05  LOCTRAN-EOF-SWITCH              PIC X   VALUE   'N'.     00011100
               88  LOCTRAN-EOF                         VALUE   'Y'.     00011200
      *                                                                 00011300
       01  FILE-STATUS-FIELD.                                           00011400
           05 LOCTRAN-ERROR-CODE            PIC XX.                     00011500
           05 INVLOC-ERROR-CODE             PIC XX.                     00011600
           05 INVMAST-ERROR-CODE            PIC XX.                     00011700
           05 CHGLOG-ERROR-CODE             PIC XX.                     00011800
           05 CYCLDATE-ERROR-CODE           PIC XX.                     00011900
      *                                                                 00012000
       01  WS-EOJ-COUNTERS.                                             00012100
           05  WS-TRANS-READ-COUNT          PIC 9(7) VALUE ZERO.        00012200
           05  WS-TRANS-APPLIED-COUNT       PIC 9(7) VALUE ZERO.        00012300
           05  WS-TRANS-REJECTED-COUNT      PIC 9(7) VALUE ZERO.        00012400
           05  WS-CHANGES-LOGGED-COUNT      PIC 9(7) VALUE ZERO.        00012500
      *                                                                 00012600
       01  WS-RUN-DATE                      PIC 9(6) VALUE ZERO.        00012700
       01  WS-OLD-MIN-STOCK                 PIC X(5) VALUE SPACES.      00012800
       01  WS-OLD-MAX-STOCK                 PIC X(5) VALUE SPACES.      00012900
      *                                                                 00013000
       01  LOCATION-TRANSACTION-RECORD.                                 00013100
           05  LM-KEY.                                                  00013200
               10  LM-ITEM-NO              PIC X(5).                    00013300
               10  LM-LOCATION-CODE        PIC X(3).                    00013400
           05  LM-MIN-STOCK                PIC 9(5).                    00013500
           05  LM-MAX-STOCK                PIC 9(5).                    00013600
           05  LM-ACTION-CODE              PIC X(1).                    00013700
               88  LM-ACTION-IS-ADD                VALUE   'A'.         00013800
               88  LM-ACTION-IS-CHANGE             VALUE   'C'.         00013900
           05  LM-OPERATOR-ID              PIC X(8).                    00014000
      *                                                                 00014100
       01  CHANGE-LOG-RECORD.                                           00014200
           05  CL-CHANGE-DATE              PIC 9(6).                    00014300
           05  CL-FILE-ID                  PIC X(8).                    00014400
           05  CL-RECORD-KEY               PIC X(10).                   00014500
           05  CL-FIELD-NAME               PIC X(12).                   00014600
           05  CL-BEFORE-VALUE             PIC X(30).                   00014700
           05  CL-AFTER-VALUE              PIC X(30).                   00014800
           05  CL-OPERATOR-ID              PIC X(8).                    00014900
           05  CL-PROGRAM-ID               PIC X(8).                    00015000
      *                                                                 00015100
       01  LOCRPT-DETAIL.                                               00015200
           05  LD-ITEM-NO                  PIC X(5).                    00015300
           05  FILLER                      PIC X(3)  VALUE SPACES.      00015400
           05  LD-LOCATION-CODE            PIC X(3).                    00015500
           05  FILLER                      PIC X(3)  VALUE SPACES.      00015600
           05  LD-MIN-STOCK                PIC Z(4)9.                   00015700
           05  FILLER                      PIC X(3)  VALUE SPACES.      00015800
           05  LD-MAX-STOCK                PIC Z(4)9.                   00015900
           05  FILLER                      PIC X(3)  VALUE SPACES.      00016000
           05  LD-REASON                   PIC X(30).                   00016100
           05  FILLER                      PIC X(20) VALUE SPACES.      00016200
      *>                                                                00016300
       PROCEDURE DIVISION.                                              00016400
      *                                                                 00016500
       000-MAINTAIN-LOCATION-LEVELS.                                    00016600
           PERFORM 002-GET-PROCESS-DATE.                                00016700
           OPEN    INPUT   LOCTRAN, I-O INVLOC, INPUT INVMAST,          00016800
                   OUTPUT  LOCRPT, EXTEND CHGLOG.                       00016900
           IF LOCTRAN-ERROR-CODE NOT = '00'                             00017000
               DISPLAY 'LOCMNT    A 1   OPEN ERROR FOR LOCTRAN'         00017100
               DISPLAY 'LOCMNT    A 1   FILE STATUS = '                 00017200
                   LOCTRAN-ERROR-CODE                                   00017300
               MOVE 16 TO RETURN-CODE                                   00017400
               STOP RUN.                                                00017500
           IF INVLOC-ERROR-CODE NOT = '00'                              00017600
               DISPLAY 'LOCMNT    A 1   OPEN ERROR FOR INVLOC'          00017700
               DISPLAY 'LOCMNT    A 1   FILE STATUS = '                 00017800
                   INVLOC-ERROR-CODE                                    00017900
               MOVE 16 TO RETURN-CODE                                   00018000
               STOP RUN.                                                00018100
           IF INVMAST-ERROR-CODE NOT = '00'                             00018200
               DISPLAY 'LOCMNT    A 1   OPEN ERROR FOR INVMAST'         00018300
               DISPLAY 'LOCMNT    A 1   FILE STATUS = '                 00018400
                   INVMAST-ERROR-CODE                                   00018500
               MOVE 16 TO RETURN-CODE                                   00018600
               STOP RUN.                                                00018700
           IF CHGLOG-ERROR-CODE NOT = '00'                              00018800
               DISPLAY 'LOCMNT    A 1   OPEN ERROR FOR CHGLOG'          00018900
               DISPLAY 'LOCMNT    A 1   FILE STATUS = '                 00019000
                   CHGLOG-ERROR-CODE                                    00019100
               MOVE 16 TO RETURN-CODE                                   00019200
               STOP RUN.                                                00019300
           PERFORM 300-PROCESS-LOCATION-TRAN                            00019400
               UNTIL LOCTRAN-EOF                                        00019500
           CLOSE   LOCTRAN, INVLOC, INVMAST, LOCRPT, CHGLOG.            00019600
           DISPLAY 'LOCMNT READ=' WS-TRANS-READ-COUNT                   00019700
               ' APPLIED=' WS-TRANS-APPLIED-COUNT                       00019800
               ' REJECTED=' WS-TRANS-REJECTED-COUNT                     00019900
               ' LOGGED=' WS-CHANGES-LOGGED-COUNT.                      00020000
           STOP RUN.                                                    00020100
      *                                                                 00020200
       002-GET-PROCESS-DATE.                                            00020300
               MOVE    ZERO TO WS-RUN-DATE.                             00020400
               OPEN    INPUT CYCLDATE.                                  00020500
               IF CYCLDATE-ERROR-CODE = '00'                            00020600
                   PERFORM 003-READ-CYCLE-DATE                          00020700
                   CLOSE CYCLDATE.                                      00020800
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00020900
                   ACCEPT WS-RUN-DATE FROM DATE.                        00021000
      *                                                                 00021100
       003-READ-CYCLE-DATE.                                             00021200
               READ CYCLDATE INTO WS-RUN-DATE                           00021300
                   AT  END                                              00021400
                       MOVE ZERO TO WS-RUN-DATE.                        00021500
      *                                                                 00021600
       300-PROCESS-LOCATION-TRAN.                                       00021700
               PERFORM 310-READ-LOCATION-TRAN.                          00021800
               IF NOT LOCTRAN-EOF                                       00021900
                   MOVE SPACES TO LD-REASON                             00022000
                   PERFORM 315-EDIT-LOCATION-TRAN                       00022100
                   IF LD-REASON NOT = SPACES                            00022200
                       PERFORM 350-WRITE-REJECT-LISTING                 00022300
                   ELSE                                                 00022400
                       EVALUATE TRUE                                    00022500
                           WHEN LM-ACTION-IS-ADD                        00022600
                               PERFORM 320-ADD-LOCATION                 00022700
                           WHEN LM-ACTION-IS-CHANGE                     00022800
                               PERFORM 330-CHANGE-LOCATION-LEVELS       00022900
                       END-EVALUATE.                                    00023000
      *                                                                 00023100
       310-READ-LOCATION-TRAN.                                          00023200
               READ LOCTRAN INTO LOCATION-TRANSACTION-RECORD            00023300
                   AT  END                                              00023400
                       MOVE 'Y' TO LOCTRAN-EOF-SWITCH.                  00023500
               IF NOT LOCTRAN-EOF                                       00023600
                   ADD 1 TO WS-TRANS-READ-COUNT.                        00023700
      *                                                                 00023800
      ****************************************************************  00023900
      *  EVERY TRANSACTION NEEDS AN OPERATOR, AN ACTION, AN ITEM ON     00024000
      *  INVMAST, A LOCATION AND NUMERIC LEVELS WITH THE MAXIMUM AT     00024100
      *  OR ABOVE THE MINIMUM. ZERO FOR BOTH TAKES THE LOCATION OUT     00024200
      *  OF LOCATION-LEVEL REPLENISHMENT.                               00024300
      ****************************************************************  00024400
       315-EDIT-LOCATION-TRAN.                                          00024500
               EVALUATE TRUE                                            00024600
                   WHEN LM-OPERATOR-ID = SPACES                         00024700
                       MOVE 'NO OPERATOR ID' TO LD-REASON               00024800
                   WHEN NOT LM-ACTION-IS-ADD                            00024900
                       AND NOT LM-ACTION-IS-CHANGE                      00025000
                       MOVE 'UNKNOWN ACTION CODE' TO LD-REASON          00025100
                   WHEN LM-ITEM-NO = SPACES                             00025200
                       OR LM-LOCATION-CODE = SPACES                     00025300
                       MOVE 'ITEM/LOCATION MISSING' TO LD-REASON        00025400
                   WHEN LM-MIN-STOCK NOT NUMERIC                        00025500
                       OR LM-MAX-STOCK NOT NUMERIC                      00025600
                       MOVE 'BAD STOCKING LEVEL' TO LD-REASON           00025700
                   WHEN LM-MAX-STOCK < LM-MIN-STOCK                     00025800
                       MOVE 'MAXIMUM BELOW MINIMUM' TO LD-REASON        00025900
               END-EVALUATE.                                            00026000
               IF LD-REASON = SPACES                                    00026100
                   MOVE LM-ITEM-NO TO MR-ITEM-NO                        00026200
                   READ INVMAST                                         00026300
                   IF INVMAST-ERROR-CODE NOT = '00'                     00026400
                       MOVE 'ITEM NOT FOUND' TO LD-REASON.              00026500
      *                                                                 00026600
       320-ADD-LOCATION.                                                00026700
               MOVE    LM-ITEM-NO       TO IL-ITEM-NO.                  00026800
               MOVE    LM-LOCATION-CODE TO IL-LOCATION-CODE.            00026900
               MOVE    ZERO             TO IL-ON-HAND.                  00027000
               MOVE    LM-MIN-STOCK     TO IL-MIN-STOCK.                00027100
               MOVE    LM-MAX-STOCK     TO IL-MAX-STOCK.                00027200
               WRITE   LOCATION-RECORD-AREA.                            00027300
               IF      INVLOC-ERROR-CODE = '00'                         00027400
                   ADD 1 TO WS-TRANS-APPLIED-COUNT                      00027500
                   MOVE SPACES TO WS-OLD-MIN-STOCK, WS-OLD-MAX-STOCK    00027600
                   PERFORM 380-LOG-LEVEL-CHANGES                        00027700
                   MOVE 'LOCATION ADDED' TO LD-REASON                   00027800
                   PERFORM 360-WRITE-APPLIED-LISTING                    00027900
               ELSE                                                     00028000
                   MOVE 'ADD FAILED - DUPLICATE OR I/O ERROR'           00028100
                       TO LD-REASON                                     00028200
                   PERFORM 350-WRITE-REJECT-LISTING.                    00028300
      *                                                                 00028400
       330-CHANGE-LOCATION-LEVELS.                                      00028500
               MOVE    LM-ITEM-NO       TO IL-ITEM-NO.                  00028600
               MOVE    LM-LOCATION-CODE TO IL-LOCATION-CODE.            00028700
               READ    INVLOC.                                          00028800
               IF      INVLOC-ERROR-CODE = '00'                         00028900
                   MOVE IL-MIN-STOCK TO WS-OLD-MIN-STOCK                00029000
                   MOVE IL-MAX-STOCK TO WS-OLD-MAX-STOCK                00029100
                   MOVE LM-MIN-STOCK TO IL-MIN-STOCK                    00029200
                   MOVE LM-MAX-STOCK TO IL-MAX-STOCK                    00029300
                   REWRITE LOCATION-RECORD-AREA                         00029400
                   IF INVLOC-ERROR-CODE = '00'                          00029500
                       ADD 1 TO WS-TRANS-APPLIED-COUNT                  00029600
                       PERFORM 380-LOG-LEVEL-CHANGES                    00029700
                       MOVE 'LEVELS CHANGED' TO LD-REASON               00029800
                       PERFORM 360-WRITE-APPLIED-LISTING                00029900
                   ELSE                                                 00030000
                       MOVE 'REWRITE ERROR' TO LD-REASON                00030100
                       PERFORM 350-WRITE-REJECT-LISTING                 00030200
               ELSE                                                     00030300
                   MOVE 'LOCATION NOT FOUND' TO LD-REASON               00030400
                   PERFORM 350-WRITE-REJECT-LISTING.                    00030500
      *                                                                 00030600
       350-WRITE-REJECT-LISTING.                                        00030700
               MOVE    LM-ITEM-NO       TO LD-ITEM-NO                   00030800
               MOVE    LM-LOCATION-CODE TO LD-LOCATION-CODE             00030900
               MOVE    ZERO             TO LD-MIN-STOCK, LD-MAX-STOCK   00031000
               IF LM-MIN-STOCK NUMERIC                                  00031100
                   MOVE LM-MIN-STOCK TO LD-MIN-STOCK.                   00031200
               IF LM-MAX-STOCK NUMERIC                                  00031300
                   MOVE LM-MAX-STOCK TO LD-MAX-STOCK.                   00031400
               WRITE   LOCRPT-LINE FROM LOCRPT-DETAIL.                  00031500
               ADD     1 TO WS-TRANS-REJECTED-COUNT.                    00031600
      *                                                                 00031700
       360-WRITE-APPLIED-LISTING.                                       00031800
               MOVE    IL-ITEM-NO       TO LD-ITEM-NO                   00031900
               MOVE    IL-LOCATION-CODE TO LD-LOCATION-CODE             00032000
               MOVE    IL-MIN-STOCK     TO LD-MIN-STOCK                 00032100
               MOVE    IL-MAX-STOCK     TO LD-MAX-STOCK                 00032200
               WRITE   LOCRPT-LINE FROM LOCRPT-DETAIL.                  00032300
      *                                                                 00032400
      ****************************************************************  00032500
      *  CHANGE LOG -- ONE CHGLOG RECORD PER LEVEL THAT REALLY          00032600
      *  CHANGED, KEYED BY ITEM AND LOCATION. A NEW LOCATION LOGS       00032700
      *  ITS LEVELS AGAINST A BLANK BEFORE VALUE.                       00032800
      ****************************************************************  00032900
       380-LOG-LEVEL-CHANGES.                                           00033000
               MOVE    'MIN-STOCK   '   TO CL-FIELD-NAME.               00033100
               MOVE    WS-OLD-MIN-STOCK TO CL-BEFORE-VALUE.             00033200
               MOVE    IL-MIN-STOCK     TO CL-AFTER-VALUE.              00033300
               PERFORM 390-WRITE-CHANGE-LOG.                            00033400
               MOVE    'MAX-STOCK   '   TO CL-FIELD-NAME.               00033500
               MOVE    WS-OLD-MAX-STOCK TO CL-BEFORE-VALUE.             00033600
               MOVE    IL-MAX-STOCK     TO CL-AFTER-VALUE.              00033700
               PERFORM 390-WRITE-CHANGE-LOG.                            00033800
      *                                                                 00033900
       390-WRITE-CHANGE-LOG.                                            00034000
               IF CL-BEFORE-VALUE NOT = CL-AFTER-VALUE                  00034100
                   MOVE WS-RUN-DATE        TO CL-CHANGE-DATE            00034200
                   MOVE 'INVLOC  '         TO CL-FILE-ID                00034300
                   MOVE IL-KEY             TO CL-RECORD-KEY             00034400
                   MOVE LM-OPERATOR-ID     TO CL-OPERATOR-ID            00034500
                   MOVE 'LOCMNT  '         TO CL-PROGRAM-ID             00034600
                   WRITE CHANGE-LOG-AREA FROM CHANGE-LOG-RECORD         00034700
                   ADD  1 TO WS-CHANGES-LOGGED-COUNT.                   00034800
      *>                                                                00034900
/*                                                                      00035000
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00035100
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00035200
//COB.LOCTRAN DD DSNAME=HERC01.SAMPLE.LOCTRAN,DISP=SHR                  00035300
//COB.INVLOC DD DSNAME=HERC01.SAMPLE.INVLOC,DISP=SHR                    00035400
//COB.INVMAST DD DSNAME=HERC01.SAMPLE.INVMAST,DISP=SHR                  00035500
//COB.LOCRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)          00035600
//COB.CHGLOG DD DSNAME=HERC01.SAMPLE.CHGLOG,DISP=(MOD,CATLG),           00035700
//             DCB=(DSORG=PS,LRECL=112,BLKSIZE=11200,RECFM=FB),         00035800
//             SPACE=(TRK,(1,1),RLSE)                                   00035900
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00036000
//GO.SYSIN DD *                                                         00036100
/*                                                                      00036200
/&                                                                      00036300
