//HERC01N  JOB (COBOL),'INVRCVR',CLASS=A,MSGCLASS=H,                    00000100
//             REGION=8M,TIME=1440,                                     00000200
//             MSGLEVEL=(1,1)                                           00000300
//INVRCVR  EXEC COBUCG,                                                 00000400
//             PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'        00000500
//COB.SYSPUNCH DD DUMMY                                                 00000600
//COB.SYSIN DD *                                                        00000700
      ********************************************************          00000800
      * A COBOL PROGRAM TEMPLATE                                        00000900
      ********************************************************          00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID. INVRCVR.                                             00001200
       AUTHOR. KRIS W KEENER.                                           00001300
       INSTALLATION.   THE LAB.                                         00001400
       DATE-WRITTEN.   OCTOBER 15 2026.                                 00001500
       DATE-COMPILED.  OCTOBER 15 2026.                                 00001600
       SECURITY. HOME USE ONLY.                                         00001700
       REMARKS. INVMAST ROLL-FORWARD RECOVERY -- RELOADS INVMAST FROM   00001800
           THE MSTRSNAP GENERATION NAMED ON THE MSTRSNAP DD, THEN       00001900
           REPLAYS THE AUDIT IMAGES (AUDTMTD, EVERY AUDTTRAN RECORD     00002000
           VSAMRND/VSAMSEQ HAVE WRITTEN) FOR EACH BATCH ON BATCHREG     00002100
           POSTED AFTER THE SNAPSHOT DATE, IN POSTING ORDER. EACH       00002200
           IMAGE'S BEFORE-TO-AFTER SWING IS ADDED TO THE RELOADED       00002300
           ON-HAND AND THE RESULT CHECKED AGAINST THE AFTER-IMAGE; AN   00002400
           ITEM THAT DOES NOT AGREE IS LISTED AND THEN SET TO THE       00002500
           AFTER-IMAGE, WHICH IS WHAT THE MASTER HELD WHEN THAT BATCH   00002600
           POSTED. RCVRPT LISTS EVERY BATCH APPLIED WITH ITS IMAGE      00002700
           AND MISMATCH COUNTS, A REGISTERED BATCH WITH NO IMAGES,      00002800
           AND ANY IMAGE FOR A RUN THAT NEVER REGISTERED. ONLY          00002900
           ON-HAND IS ROLLED FORWARD -- ON-ORDER, YTD FIGURES AND       00003000
           ITEM MAINTENANCE SINCE THE SNAPSHOT COME BACK AS THE         00003100
           SNAPSHOT HAD THEM. RETURN CODE 4 WHEN ANYTHING IS LISTED,    00003200
           16 ON AN I/O ERROR.                                          00003300
      *>                                                                00003400
      *>                                                                00003500
       ENVIRONMENT DIVISION.                                            00003600
      **                                                                00003700
       CONFIGURATION SECTION.                                           00003800
       SOURCE-COMPUTER.    IBM-370.                                     00003900
       OBJECT-COMPUTER.    IBM-370.                                     00004000
      **                                                                00004100
       INPUT-OUTPUT SECTION.                                            00004200
      *                                                                 00004300
       FILE-CONTROL.                                                    00004400
           SELECT MSTRSNAP ASSIGN TO UT-S-MSTRSNAP                      00004500
                           FILE STATUS IS MSTRSNAP-ERROR-CODE.          00004600
           SELECT INVMAST  ASSIGN TO UT-I-INVMAST                       00004700
                           ORGANIZATION IS INDEXED                      00004800
                           ACCESS IS RANDOM                             00004900
                           RECORD KEY IS MR-ITEM-NO                     00005000
                           FILE STATUS IS INVMAST-ERROR-CODE.           00005100
           SELECT BATCHREG ASSIGN TO UT-S-BATCHREG                      00005200
                           FILE STATUS IS BATCHREG-ERROR-CODE.          00005300
           SELECT AUDTMTD  ASSIGN TO UT-S-AUDTMTD                       00005400
                           FILE STATUS IS AUDTMTD-ERROR-CODE.           00005500
           SELECT RCVRPT   ASSIGN TO UT-S-RCVRPT.                       00005600
           SELECT CYCLDATE ASSIGN TO UT-S-CYCLDATE                      00005700
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00005800
      *>                                                                00005900
       DATA DIVISION.                                                   00006000
      *                                                                 00006100
       FILE SECTION.                                                    00006200
      *                                                                 00006300
       FD  MSTRSNAP                                                     00006400
           LABEL RECORDS ARE STANDARD                                   00006500
           RECORD CONTAINS 84 CHARACTERS.                               00006600
      *                                                                 00006700
       01  SNAPSHOT-RECORD-AREA             PIC X(84).                  00006800
      *                                                                 00006900
       FD  INVMAST                                                      00007000
           LABEL RECORDS ARE STANDARD                                   00007100
           RECORD CONTAINS 78 CHARACTERS.                               00007200
      *                                                                 00007300
       01  MASTER-RECORD-AREA.                                          00007400
           05  MR-ITEM-NO                  PIC X(5).                    00007500
           05  FILLER                      PIC X(73).                   00007600
      *                                                                 00007700
       FD  BATCHREG                                                     00007800
           LABEL RECORDS ARE STANDARD                                   00007900
           RECORD CONTAINS 6 CHARACTERS.                                00008000
      *                                                                 00008100
       01  BATCH-REGISTER-AREA              PIC X(6).                   00008200
      *                                                                 00008300
       FD  AUDTMTD                                                      00008400
           LABEL RECORDS ARE STANDARD                                   00008500
           RECORD CONTAINS 36 CHARACTERS.                               00008600
      *                                                                 00008700
       01  AUDIT-MONTH-TO-DATE-AREA         PIC X(36).                  00008800
      *                                                                 00008900
       FD  RCVRPT                                                       00009000
           LABEL RECORDS ARE STANDARD                                   00009100
           RECORD CONTAINS 80 CHARACTERS.                               00009200
      *                                                                 00009300
       01  RCVRPT-LINE                      PIC X(80).                  00009400
      *                                                                 00009500
       FD  CYCLDATE                                                     00009600
           LABEL RECORDS ARE STANDARD                                   00009700
           RECORD CONTAINS 6 CHARACTERS.                                00009800
      *                                                                 00009900
       01  CYCLE-DATE-AREA                  PIC X(6).                   00010000
      *                                                                 00010100
       WORKING-STORAGE SECTION.                                         00010200
      *                                                                 00010300
       01  SWITCHES.                                                    00010400
           05  MSTRSNAP-EOF-SWITCH             PIC X   VALUE   'N'.     00010500
               88  MSTRSNAP-EOF                        VALUE   'Y'.     00010600
           05  BATCHREG-EOF-SWITCH             PIC X   VALUE   'N'.     00010700
               88  BATCHREG-EOF                        VALUE   'Y'.     00010800
           05  AUDTMTD-EOF-SWITCH              PIC X   VALUE   'N'.     00010900
               88  AUDTMTD-EOF                         VALUE   'Y'.     00011000
           05  BATCH-FOUND-SWITCH              PIC X   VALUE   'N'.     00011100
               88  BATCH-FOUND                         VALUE   'Y'.     00011200
           05  EXCEPTION-SWITCH                PIC X   VALUE   'N'.     00011300
               88  EXCEPTIONS-LISTED                   VALUE   'Y'.     00011400
      *                                                                 00011500
       01  FILE-STATUS-FIELD.                                           00011600
           05 MSTRSNAP-ERROR-CODE          PIC XX.                      00011700
           05 INVMAST-ERROR-CODE           PIC XX.                      00011800
           05 BATCHREG-ERROR-CODE          PIC XX.                      00011900
           05 AUDTMTD-ERROR-CODE           PIC XX.                      00012000
           05 CYCLDATE-ERROR-CODE          PIC XX.                      00012100
      *                                                                 00012200
       01  WS-EOJ-COUNTERS.                                             00012300
           05  WS-ITEMS-RELOADED-COUNT     PIC 9(7) VALUE ZERO.         00012400
           05  WS-LOAD-ERROR-COUNT         PIC 9(7) VALUE ZERO.         00012500
           05  WS-IMAGES-READ-COUNT        PIC 9(7) VALUE ZERO.         00012600
           05  WS-IMAGES-APPLIED-COUNT     PIC 9(7) VALUE ZERO.         00012700
           05  WS-MISMATCH-COUNT           PIC 9(7) VALUE ZERO.         00012800
           05  WS-NOT-ON-MASTER-COUNT      PIC 9(7) VALUE ZERO.         00012900
           05  WS-UNREGISTERED-COUNT       PIC 9(7) VALUE ZERO.         00013000
           05  WS-REWRITE-ERROR-COUNT      PIC 9(7) VALUE ZERO.         00013100
           05  WS-EMPTY-BATCH-COUNT        PIC 9(7) VALUE ZERO.         00013200
      *                                                                 00013300
       01  WS-RUN-DATE                     PIC 9(6) VALUE ZERO.         00013400
       01  WS-SNAPSHOT-DATE                PIC 9(6) VALUE ZERO.         00013500
       01  WS-REPLAYED-ON-HAND             PIC S9(7) VALUE ZERO.        00013600
       01  WS-LAST-UNREGISTERED-DATE       PIC 9(6) VALUE ZERO.         00013700
      *                                                                 00013800
       01  WS-BATCH-CONTROL.                                            00013900
           05  WS-BATCH-COUNT              PIC S9(4) COMP VALUE ZERO.   00014000
           05  WS-BATCH-IX                 PIC S9(4) COMP VALUE ZERO.   00014100
           05  WS-FOUND-IX                 PIC S9(4) COMP VALUE ZERO.   00014200
      *                                                                 00014300
       01  WS-BATCH-TABLE.                                              00014400
           05  WS-BATCH-ENTRY OCCURS 500 TIMES.                         00014500
               10  BT-BATCH-NUMBER         PIC 9(6).                    00014600
               10  BT-IMAGE-COUNT          PIC 9(7).                    00014700
               10  BT-MISMATCH-COUNT       PIC 9(7).                    00014800
      *                                                                 00014900
       01  BATCH-REGISTER-RECORD           PIC 9(6).                    00015000
      *                                                                 00015100
       01  SNAPSHOT-RECORD.                                             00015200
           05  SS-SNAPSHOT-DATE             PIC 9(6).                   00015300
           05  SS-MASTER-IMAGE              PIC X(78).                  00015400
      *                                                                 00015500
       01  INVENTORY-MASTER-RECORD.                                     00015600
           05  IM-DESCRIPTIVE-DATA.                                     00015700
               10  IM-ITEM-NO              PIC X(5).                    00015800
               10  IM-ITEM-DESC            PIC X(20).                   00015900
               10  IM-UNIT-COST            PIC S999V99.                 00016000
               10  IM-UNIT-PRICE           PIC S999V99.                 00016100
           05  IM-INVENTORY-DATA.                                       00016200
               10  IM-REORDER-POINT        PIC S9(5).                   00016300
               10  IM-ON-HAND              PIC S9(5).                   00016400
               10  IM-ON-ORDER             PIC S9(5).                   00016500
               10  IM-CASE-QUANTITY        PIC 9(4).                    00016600
               10  IM-PALLET-QUANTITY      PIC 9(4).                    00016700
               10  IM-YTD-RECEIVED         PIC S9(7).                   00016800
               10  IM-YTD-ISSUED           PIC S9(7).                   00016900
               10  IM-ITEM-STATUS          PIC X(1).                    00017000
               10  IM-PRIMARY-VENDOR       PIC X(5).                    00017100
      *                                                                 00017200
       01  AUDIT-TRANSACTION-RECORD.                                    00017300
           05  AT-ITEM-NO                  PIC X(5).                    00017400
           05  AT-ON-HAND-BEFORE           PIC S9(5).                   00017500
           05  AT-ON-HAND-AFTER            PIC S9(5).                   00017600
           05  AT-VENDOR-NO                PIC X(5).                    00017700
           05  AT-RUN-DATE                 PIC 9(6).                    00017800
           05  AT-COUNT-QUANTITY           PIC S9(5).                   00017900
           05  AT-UNIT-COST                PIC S999V99.                 00018000
      *                                                                 00018100
       01  RCVRPT-HEADING.                                              00018200
           05  FILLER                      PIC X(32) VALUE              00018300
               'INVMAST ROLL-FORWARD RECOVERY'.                         00018400
           05  FILLER                      PIC X(11) VALUE              00018500
               'SNAPSHOT = '.                                           00018600
           05  RH-SNAPSHOT-DATE            PIC 9(6).                    00018700
           05  FILLER                      PIC X(10) VALUE              00018800
               '   RUN = '.                                             00018900
           05  RH-RUN-DATE                 PIC 9(6).                    00019000
           05  FILLER                      PIC X(15) VALUE SPACES.      00019100
      *                                                                 00019200
       01  RCVRPT-COLUMN-HEADING.                                       00019300
           05  FILLER                      PIC X(40) VALUE              00019400
               'ITEM   BATCH   BEFORE  MASTER  REPLAYED'.               00019500
           05  FILLER                      PIC X(40) VALUE              00019600
               '   AFTER     DIFF  REMARKS'.                            00019700
      *                                                                 00019800
       01  RCVRPT-DETAIL.                                               00019900
           05  RD-ITEM-NO                  PIC X(5).                    00020000
           05  FILLER                      PIC X(2)  VALUE SPACES.      00020100
           05  RD-BATCH-NUMBER             PIC 9(6).                    00020200
           05  FILLER                      PIC X(2)  VALUE SPACES.      00020300
           05  RD-BEFORE-IMAGE             PIC -(5)9.                   00020400
           05  FILLER                      PIC X(2)  VALUE SPACES.      00020500
           05  RD-MASTER-ON-HAND           PIC -(5)9.                   00020600
           05  FILLER                      PIC X(2)  VALUE SPACES.      00020700
           05  RD-REPLAYED-ON-HAND         PIC -(6)9.                   00020800
           05  FILLER                      PIC X(2)  VALUE SPACES.      00020900
           05  RD-AFTER-IMAGE              PIC -(5)9.                   00021000
           05  FILLER                      PIC X(2)  VALUE SPACES.      00021100
           05  RD-DIFFERENCE               PIC -(6)9.                   00021200
           05  FILLER                      PIC X(2)  VALUE SPACES.      00021300
           05  RD-REMARKS                  PIC X(23).                   00021400
      *                                                                 00021500
       01  RCVRPT-BATCH-LINE.                                           00021600
           05  FILLER                      PIC X(6)  VALUE 'BATCH '.    00021700
           05  RB-BATCH-NUMBER             PIC 9(6).                    00021800
           05  FILLER                      PIC X(10) VALUE              00021900
               '   IMAGES '.                                            00022000
           05  RB-IMAGE-COUNT              PIC ZZZ,ZZ9.                 00022100
           05  FILLER                      PIC X(14) VALUE              00022200
               '   MISMATCHES '.                                        00022300
           05  RB-MISMATCH-COUNT           PIC ZZZ,ZZ9.                 00022400
           05  FILLER                      PIC X(3)  VALUE SPACES.      00022500
           05  RB-REMARKS                  PIC X(27).                   00022600
      *                                                                 00022700
       01  RCVRPT-TOTAL-LINE.                                           00022800
           05  RT-LABEL                    PIC X(30).                   00022900
           05  RT-COUNT                    PIC ZZZZZZ9.                 00023000
           05  FILLER                      PIC X(43) VALUE SPACES.      00023100
      *                                                                 00023200
       01  RCVRPT-SECTION-LINE.                                         00023300
           05  RS-TEXT                     PIC X(80).                   00023400
      *>                                                                00023500
       PROCEDURE DIVISION.                                              00023600
      *                                                                 00023700
       000-RECOVER-INVENTORY-MASTER.                                    00023800
           PERFORM 002-GET-PROCESS-DATE.                                00023900
           OPEN    INPUT   MSTRSNAP, OUTPUT INVMAST, OUTPUT RCVRPT.     00024000
           IF MSTRSNAP-ERROR-CODE NOT = '00'                            00024100
               DISPLAY 'INVRCVR   A 1   OPEN ERROR FOR MSTRSNAP'        00024200
               DISPLAY 'INVRCVR   A 1   FILE STATUS = '                 00024300
                   MSTRSNAP-ERROR-CODE                                  00024400
               MOVE 16 TO RETURN-CODE                                   00024500
               STOP RUN.                                                00024600
           IF INVMAST-ERROR-CODE NOT = '00'                             00024700
               DISPLAY 'INVRCVR   A 1   OPEN ERROR FOR INVMAST'         00024800
               DISPLAY 'INVRCVR   A 1   FILE STATUS = '                 00024900
                   INVMAST-ERROR-CODE                                   00025000
               MOVE 16 TO RETURN-CODE                                   00025100
               STOP RUN.                                                00025200
           PERFORM 100-RELOAD-FROM-SNAPSHOT                             00025300
               UNTIL MSTRSNAP-EOF.                                      00025400
           CLOSE   MSTRSNAP, INVMAST.                                   00025500
           IF WS-ITEMS-RELOADED-COUNT = ZERO                            00025600
               DISPLAY 'INVRCVR   A 2   SNAPSHOT IS EMPTY - NOTHING'    00025700
                   ' RECOVERED'                                         00025800
               CLOSE RCVRPT                                             00025900
               MOVE 16 TO RETURN-CODE                                   00026000
               STOP RUN.                                                00026100
           MOVE    WS-SNAPSHOT-DATE TO RH-SNAPSHOT-DATE.                00026200
           MOVE    WS-RUN-DATE      TO RH-RUN-DATE.                     00026300
           WRITE   RCVRPT-LINE FROM RCVRPT-HEADING.                     00026400
           PERFORM 200-LOAD-BATCH-TABLE.                                00026500
           OPEN    I-O INVMAST, INPUT AUDTMTD.                          00026600
           IF INVMAST-ERROR-CODE NOT = '00'                             00026700
               DISPLAY 'INVRCVR   A 1   OPEN ERROR FOR INVMAST'         00026800
               DISPLAY 'INVRCVR   A 1   FILE STATUS = '                 00026900
                   INVMAST-ERROR-CODE                                   00027000
               MOVE 16 TO RETURN-CODE                                   00027100
               STOP RUN.                                                00027200
           IF AUDTMTD-ERROR-CODE NOT = '00'                             00027300
               DISPLAY 'INVRCVR   A 1   OPEN ERROR FOR AUDTMTD'         00027400
               DISPLAY 'INVRCVR   A 1   FILE STATUS = '                 00027500
                   AUDTMTD-ERROR-CODE                                   00027600
               MOVE 16 TO RETURN-CODE                                   00027700
               STOP RUN.                                                00027800
           WRITE   RCVRPT-LINE FROM RCVRPT-COLUMN-HEADING.              00027900
           PERFORM 300-REPLAY-AUDIT-IMAGE                               00028000
               UNTIL AUDTMTD-EOF.                                       00028100
           CLOSE   INVMAST, AUDTMTD.                                    00028200
           PERFORM 400-WRITE-BATCH-SUMMARY.                             00028300
           PERFORM 500-WRITE-TOTALS.                                    00028400
           CLOSE   RCVRPT.                                              00028500
           DISPLAY 'INVRCVR RELOADED=' WS-ITEMS-RELOADED-COUNT          00028600
               ' BATCHES=' WS-BATCH-COUNT                               00028700
               ' IMAGES=' WS-IMAGES-APPLIED-COUNT                       00028800
               ' MISMATCHES=' WS-MISMATCH-COUNT.                        00028900
           IF WS-LOAD-ERROR-COUNT > ZERO                                00029000
               OR WS-REWRITE-ERROR-COUNT > ZERO                         00029100
               DISPLAY 'INVRCVR   A 3   I/O ERRORS DURING RECOVERY -'   00029200
                   ' INVMAST IS NOT SAFE TO RESTART FROM'               00029300
               MOVE 16 TO RETURN-CODE                                   00029400
           ELSE                                                         00029500
               IF EXCEPTIONS-LISTED                                     00029600
                   DISPLAY 'INVRCVR   A 4   RECOVERY EXCEPTIONS LISTED' 00029700
                       ' ON RCVRPT - REVIEW BEFORE RESTART'             00029800
                   MOVE 4 TO RETURN-CODE.                               00029900
           STOP RUN.                                                    00030000
      *                                                                 00030100
       002-GET-PROCESS-DATE.                                            00030200
               MOVE    ZERO TO WS-RUN-DATE.                             00030300
               OPEN    INPUT CYCLDATE.                                  00030400
               IF CYCLDATE-ERROR-CODE = '00'                            00030500
                   PERFORM 003-READ-CYCLE-DATE                          00030600
                   CLOSE CYCLDATE.                                      00030700
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00030800
                   ACCEPT WS-RUN-DATE FROM DATE.                        00030900
      *                                                                 00031000
       003-READ-CYCLE-DATE.                                             00031100
               READ CYCLDATE INTO WS-RUN-DATE                           00031200
                   AT  END                                              00031300
                       MOVE ZERO TO WS-RUN-DATE.                        00031400
      *                                                                 00031500
      ****************************************************************  00031600
      *  RELOAD -- EVERY SNAPSHOT RECORD GOES BACK ON INVMAST AS IT     00031700
      *  STOOD WHEN MSTRSNAP RAN. THE SNAPSHOT DATE IS THE LAST BATCH   00031800
      *  ALREADY IN IT.                                                 00031900
      ****************************************************************  00032000
       100-RELOAD-FROM-SNAPSHOT.                                        00032100
               READ MSTRSNAP INTO SNAPSHOT-RECORD                       00032200
                   AT  END                                              00032300
                       MOVE 'Y' TO MSTRSNAP-EOF-SWITCH.                 00032400
               IF NOT MSTRSNAP-EOF                                      00032500
                   IF WS-SNAPSHOT-DATE = ZERO                           00032600
                       MOVE SS-SNAPSHOT-DATE TO WS-SNAPSHOT-DATE        00032700
                   END-IF                                               00032800
                   MOVE SS-MASTER-IMAGE TO INVENTORY-MASTER-RECORD      00032900
                   WRITE MASTER-RECORD-AREA FROM INVENTORY-MASTER-RECORD00033000
                   IF INVMAST-ERROR-CODE = '00'                         00033100
                       ADD 1 TO WS-ITEMS-RELOADED-COUNT                 00033200
                   ELSE                                                 00033300
                       DISPLAY 'INVRCVR   A 5   RELOAD ERROR FOR ITEM ' 00033400
                           IM-ITEM-NO ' STATUS ' INVMAST-ERROR-CODE     00033500
                       ADD 1 TO WS-LOAD-ERROR-COUNT.                    00033600
      *                                                                 00033700
      ****************************************************************  00033800
      *  BATCHES TO REPLAY -- EVERY BATCH REGISTERED AFTER THE          00033900
      *  SNAPSHOT DATE, IN THE ORDER THEY POSTED.                       00034000
      ****************************************************************  00034100
       200-LOAD-BATCH-TABLE.                                            00034200
               OPEN    INPUT BATCHREG.                                  00034300
               IF BATCHREG-ERROR-CODE = '00'                            00034400
                   PERFORM 210-READ-BATCH-REGISTER                      00034500
                       UNTIL BATCHREG-EOF                               00034600
                   CLOSE BATCHREG                                       00034700
               ELSE                                                     00034800
                   DISPLAY 'INVRCVR   A 6   BATCHREG NOT AVAILABLE -'   00034900
                       ' NO BATCHES REPLAYED'                           00035000
                   MOVE 'Y' TO EXCEPTION-SWITCH.                        00035100
      *                                                                 00035200
       210-READ-BATCH-REGISTER.                                         00035300
               READ BATCHREG INTO BATCH-REGISTER-RECORD                 00035400
                   AT  END                                              00035500
                       MOVE 'Y' TO BATCHREG-EOF-SWITCH.                 00035600
               IF NOT BATCHREG-EOF                                      00035700
                   AND BATCH-REGISTER-RECORD > WS-SNAPSHOT-DATE         00035800
                   IF WS-BATCH-COUNT < 500                              00035900
                       ADD  1 TO WS-BATCH-COUNT                         00036000
                       MOVE BATCH-REGISTER-RECORD                       00036100
                           TO BT-BATCH-NUMBER (WS-BATCH-COUNT)          00036200
                       MOVE ZERO TO BT-IMAGE-COUNT (WS-BATCH-COUNT)     00036300
                       MOVE ZERO TO BT-MISMATCH-COUNT (WS-BATCH-COUNT)  00036400
                   ELSE                                                 00036500
                       DISPLAY 'INVRCVR   A 6   BATCH TABLE FULL -- '   00036600
                           'BATCH ' BATCH-REGISTER-RECORD               00036700
                           ' NOT REPLAYED'                              00036800
                       MOVE 'Y' TO EXCEPTION-SWITCH.                    00036900
      *                                                                 00037000
      ****************************************************************  00037100
      *  REPLAY -- AUDTMTD IS IN POSTING ORDER, SO ONE PASS APPLIES     00037200
      *  THE BATCHES IN THE ORDER BATCHREG REGISTERED THEM. IMAGES      00037300
      *  DATED ON OR BEFORE THE SNAPSHOT ARE ALREADY IN IT.             00037400
      ****************************************************************  00037500
       300-REPLAY-AUDIT-IMAGE.                                          00037600
               READ AUDTMTD INTO AUDIT-TRANSACTION-RECORD               00037700
                   AT  END                                              00037800
                       MOVE 'Y' TO AUDTMTD-EOF-SWITCH.                  00037900
               IF NOT AUDTMTD-EOF                                       00038000
                   ADD 1 TO WS-IMAGES-READ-COUNT                        00038100
                   IF AT-RUN-DATE > WS-SNAPSHOT-DATE                    00038200
                       PERFORM 310-FIND-BATCH-ENTRY                     00038300
                       IF BATCH-FOUND                                   00038400
                           PERFORM 320-APPLY-AUDIT-IMAGE                00038500
                       ELSE                                             00038600
                           PERFORM 350-LIST-UNREGISTERED-IMAGE.         00038700
      *                                                                 00038800
       310-FIND-BATCH-ENTRY.                                            00038900
               MOVE    'N' TO BATCH-FOUND-SWITCH.                       00039000
               PERFORM 315-MATCH-BATCH-ENTRY                            00039100
                   VARYING WS-BATCH-IX FROM 1 BY 1                      00039200
                   UNTIL WS-BATCH-IX > WS-BATCH-COUNT                   00039300
                       OR BATCH-FOUND.                                  00039400
      *                                                                 00039500
       315-MATCH-BATCH-ENTRY.                                           00039600
               IF BT-BATCH-NUMBER (WS-BATCH-IX) = AT-RUN-DATE           00039700
                   MOVE WS-BATCH-IX TO WS-FOUND-IX                      00039800
                   MOVE 'Y' TO BATCH-FOUND-SWITCH.                      00039900
      *                                                                 00040000
       320-APPLY-AUDIT-IMAGE.                                           00040100
               ADD     1 TO BT-IMAGE-COUNT (WS-FOUND-IX).               00040200
               MOVE    AT-ITEM-NO TO MR-ITEM-NO.                        00040300
               READ    INVMAST INTO INVENTORY-MASTER-RECORD.            00040400
               IF INVMAST-ERROR-CODE NOT = '00'                         00040500
                   MOVE ZERO TO RD-MASTER-ON-HAND, RD-REPLAYED-ON-HAND, 00040600
                                RD-DIFFERENCE                           00040700
                   MOVE 'ITEM NOT ON SNAPSHOT' TO RD-REMARKS            00040800
                   PERFORM 360-WRITE-DETAIL-LINE                        00040900
                   ADD  1 TO WS-NOT-ON-MASTER-COUNT                     00041000
               ELSE                                                     00041100
                   COMPUTE WS-REPLAYED-ON-HAND = IM-ON-HAND             00041200
                       + AT-ON-HAND-AFTER - AT-ON-HAND-BEFORE           00041300
                   IF WS-REPLAYED-ON-HAND NOT = AT-ON-HAND-AFTER        00041400
                       PERFORM 330-LIST-MISMATCH                        00041500
                   END-IF                                               00041600
                   MOVE AT-ON-HAND-AFTER TO IM-ON-HAND                  00041700
                   REWRITE MASTER-RECORD-AREA FROM                      00041800
                       INVENTORY-MASTER-RECORD                          00041900
                   IF INVMAST-ERROR-CODE NOT = '00'                     00042000
                       DISPLAY 'INVRCVR   A 7   REWRITE ERROR FOR ITEM '00042100
                           IM-ITEM-NO ' STATUS ' INVMAST-ERROR-CODE     00042200
                       ADD 1 TO WS-REWRITE-ERROR-COUNT                  00042300
                   ELSE                                                 00042400
                       ADD 1 TO WS-IMAGES-APPLIED-COUNT.                00042500
      *                                                                 00042600
       330-LIST-MISMATCH.                                               00042700
               MOVE    IM-ON-HAND          TO RD-MASTER-ON-HAND.        00042800
               MOVE    WS-REPLAYED-ON-HAND TO RD-REPLAYED-ON-HAND.      00042900
               COMPUTE RD-DIFFERENCE =                                  00043000
                   WS-REPLAYED-ON-HAND - AT-ON-HAND-AFTER.              00043100
               MOVE    'SET TO AFTER-IMAGE' TO RD-REMARKS.              00043200
               PERFORM 360-WRITE-DETAIL-LINE.                           00043300
               ADD     1 TO WS-MISMATCH-COUNT.                          00043400
               ADD     1 TO BT-MISMATCH-COUNT (WS-FOUND-IX).            00043500
      *                                                                 00043600
       350-LIST-UNREGISTERED-IMAGE.                                     00043700
               ADD     1 TO WS-UNREGISTERED-COUNT.                      00043800
               IF AT-RUN-DATE NOT = WS-LAST-UNREGISTERED-DATE           00043900
                   MOVE AT-RUN-DATE TO WS-LAST-UNREGISTERED-DATE        00044000
                   MOVE ZERO TO RD-MASTER-ON-HAND, RD-REPLAYED-ON-HAND, 00044100
                                RD-DIFFERENCE                           00044200
                   MOVE 'RUN NOT ON BATCHREG' TO RD-REMARKS             00044300
                   PERFORM 360-WRITE-DETAIL-LINE.                       00044400
      *                                                                 00044500
       360-WRITE-DETAIL-LINE.                                           00044600
               MOVE    AT-ITEM-NO        TO RD-ITEM-NO.                 00044700
               MOVE    AT-RUN-DATE       TO RD-BATCH-NUMBER.            00044800
               MOVE    AT-ON-HAND-BEFORE TO RD-BEFORE-IMAGE.            00044900
               MOVE    AT-ON-HAND-AFTER  TO RD-AFTER-IMAGE.             00045000
               WRITE   RCVRPT-LINE FROM RCVRPT-DETAIL.                  00045100
               MOVE    'Y' TO EXCEPTION-SWITCH.                         00045200
      *                                                                 00045300
       400-WRITE-BATCH-SUMMARY.                                         00045400
               MOVE    SPACES TO RS-TEXT.                               00045500
               WRITE   RCVRPT-LINE FROM RCVRPT-SECTION-LINE.            00045600
               MOVE    'BATCHES REPLAYED (BATCHREG ORDER)' TO RS-TEXT.  00045700
               WRITE   RCVRPT-LINE FROM RCVRPT-SECTION-LINE.            00045800
               PERFORM 410-WRITE-BATCH-LINE                             00045900
                   VARYING WS-BATCH-IX FROM 1 BY 1                      00046000
                   UNTIL WS-BATCH-IX > WS-BATCH-COUNT.                  00046100
               IF WS-BATCH-COUNT = ZERO                                 00046200
                   MOVE 'NONE -- NO BATCH REGISTERED AFTER THE SNAPSHOT'00046300
                       TO RS-TEXT                                       00046400
                   WRITE RCVRPT-LINE FROM RCVRPT-SECTION-LINE.          00046500
      *                                                                 00046600
       410-WRITE-BATCH-LINE.                                            00046700
               MOVE    BT-BATCH-NUMBER (WS-BATCH-IX)                    00046800
                   TO RB-BATCH-NUMBER.                                  00046900
               MOVE    BT-IMAGE-COUNT (WS-BATCH-IX)                     00047000
                   TO RB-IMAGE-COUNT.                                   00047100
               MOVE    BT-MISMATCH-COUNT (WS-BATCH-IX)                  00047200
                   TO RB-MISMATCH-COUNT.                                00047300
               IF BT-IMAGE-COUNT (WS-BATCH-IX) = ZERO                   00047400
                   MOVE 'NO AUDIT IMAGES ON AUDTMTD' TO RB-REMARKS      00047500
                   ADD  1 TO WS-EMPTY-BATCH-COUNT                       00047600
                   MOVE 'Y' TO EXCEPTION-SWITCH                         00047700
               ELSE                                                     00047800
                   IF BT-MISMATCH-COUNT (WS-BATCH-IX) > ZERO            00047900
                       MOVE 'APPLIED WITH MISMATCHES' TO RB-REMARKS     00048000
                   ELSE                                                 00048100
                       MOVE 'APPLIED' TO RB-REMARKS.                    00048200
               WRITE   RCVRPT-LINE FROM RCVRPT-BATCH-LINE.              00048300
      *                                                                 00048400
       500-WRITE-TOTALS.                                                00048500
               MOVE    SPACES TO RS-TEXT.                               00048600
               WRITE   RCVRPT-LINE FROM RCVRPT-SECTION-LINE.            00048700
               MOVE    'ITEMS RELOADED FROM SNAPSHOT  ' TO RT-LABEL     00048800
               MOVE    WS-ITEMS-RELOADED-COUNT TO RT-COUNT              00048900
               WRITE   RCVRPT-LINE FROM RCVRPT-TOTAL-LINE.              00049000
               MOVE    'RELOAD ERRORS                 ' TO RT-LABEL     00049100
               MOVE    WS-LOAD-ERROR-COUNT     TO RT-COUNT              00049200
               WRITE   RCVRPT-LINE FROM RCVRPT-TOTAL-LINE.              00049300
               MOVE    'AUDIT IMAGES READ             ' TO RT-LABEL     00049400
               MOVE    WS-IMAGES-READ-COUNT    TO RT-COUNT              00049500
               WRITE   RCVRPT-LINE FROM RCVRPT-TOTAL-LINE.              00049600
               MOVE    'AUDIT IMAGES APPLIED          ' TO RT-LABEL     00049700
               MOVE    WS-IMAGES-APPLIED-COUNT TO RT-COUNT              00049800
               WRITE   RCVRPT-LINE FROM RCVRPT-TOTAL-LINE.              00049900
               MOVE    'ON-HAND MISMATCHES            ' TO RT-LABEL     00050000
               MOVE    WS-MISMATCH-COUNT       TO RT-COUNT              00050100
               WRITE   RCVRPT-LINE FROM RCVRPT-TOTAL-LINE.              00050200
               MOVE    'ITEMS NOT ON SNAPSHOT         ' TO RT-LABEL     00050300
               MOVE    WS-NOT-ON-MASTER-COUNT  TO RT-COUNT              00050400
               WRITE   RCVRPT-LINE FROM RCVRPT-TOTAL-LINE.              00050500
               MOVE    'IMAGES FOR UNREGISTERED RUNS  ' TO RT-LABEL     00050600
               MOVE    WS-UNREGISTERED-COUNT   TO RT-COUNT              00050700
               WRITE   RCVRPT-LINE FROM RCVRPT-TOTAL-LINE.              00050800
               MOVE    'BATCHES WITH NO IMAGES        ' TO RT-LABEL     00050900
               MOVE    WS-EMPTY-BATCH-COUNT    TO RT-COUNT              00051000
               WRITE   RCVRPT-LINE FROM RCVRPT-TOTAL-LINE.              00051100
               MOVE    'REWRITE ERRORS                ' TO RT-LABEL     00051200
               MOVE    WS-REWRITE-ERROR-COUNT  TO RT-COUNT              00051300
               WRITE   RCVRPT-LINE FROM RCVRPT-TOTAL-LINE.              00051400
      *>                                                                00051500
/*                                                                      00051600
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00051700
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00051800
//*  MSTRSNAP NAMES THE SNAPSHOT TO RECOVER FROM -- (0) IS LAST         00051900
//*  NIGHT'S, (-1) THE NIGHT BEFORE. INVMAST IS RELOADED IN FULL,       00052000
//*  SO IT MUST BE DELETED AND REDEFINED EMPTY BEFORE THIS STEP.        00052100
//COB.MSTRSNAP DD DSNAME=HERC01.SAMPLE.MSTRSNAP(0),DISP=SHR             00052200
//COB.INVMAST DD DSNAME=HERC01.SAMPLE.INVMAST,DISP=SHR                  00052300
//COB.BATCHREG DD DSNAME=HERC01.SAMPLE.BATCHREG,DISP=SHR                00052400
//COB.AUDTMTD DD DSNAME=HERC01.SAMPLE.AUDTMTD,DISP=SHR                  00052500
//COB.RCVRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)          00052600
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00052700
//GO.SYSIN DD *                                                         00052800
/*                                                                      00052900
/&                                                                      00053000
