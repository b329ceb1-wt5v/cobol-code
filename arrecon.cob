//HERC01N  JOB (COBOL),'ARRECON',CLASS=A,MSGCLASS=H,                    00000100
//             REGION=8M,TIME=1440,                                     00000200
//             MSGLEVEL=(1,1)                                           00000300
//ARRECON  EXEC COBUCG,                                                 00000400
//             PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'        00000500
//COB.SYSPUNCH DD DUMMY                                                 00000600
//COB.SYSIN DD *                                                        00000700
      ********************************************************          00000800
      * A COBOL PROGRAM TEMPLATE                                        00000900
      ********************************************************          00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID. ARRECON.                                             00001200
       AUTHOR. KRIS W KEENER.                                           00001300
       INSTALLATION.   THE LAB.                                         00001400
       DATE-WRITTEN.   OCTOBER 15 2026.                                 00001500
       DATE-COMPILED.  OCTOBER 15 2026.                                 00001600
       SECURITY. HOME USE ONLY.                                         00001700
       REMARKS. NIGHTLY AR SUBLEDGER-TO-CONTROL TIE-OUT -- THE SUM      00001800
           OF AR-OPEN-AMOUNT ACROSS A CUSTOMER'S ARINV INVOICES         00001900
           SHOULD EQUAL CM-OUTSTANDING-BALANCE ON CUSTMAST, BUT         00002000
           BILLPOST, CASHAPP, CASHREAP AND THE ADJUSTMENT PROGRAMS      00002100
           EACH UPDATE BOTH PLACES AND A PARTIAL FAILURE LEAVES THEM    00002200
           APART. BOTH FILES ARE READ IN CUSTOMER ORDER (ARINV          00002300
           GROUPED BY CUSTOMER UNDER AR-KEY) AND MATCHED THE WAY        00002400
           LOCRECON MATCHES INVLOC TO INVMAST. EVERY CUSTOMER THAT      00002500
           DOES NOT TIE PRINTS WITH THE DIFFERENCE, FOLLOWED BY         00002600
           GRAND TOTALS OF CUSTMAST BALANCE, ARINV OPEN AMOUNT AND      00002700
           CASHSUSP UNAPPLIED CASH. ANY CUSTOMER OUT OF BALANCE         00002800
           ENDS THE JOB WITH RETURN-CODE 16 AND AN 'E' RUNLOG           00002900
           ENTRY SO JOBLOG FLAGS THE NIGHT.                             00003000
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
           SELECT CUSTMAST ASSIGN TO UT-I-CUSTMAST                      00004200
                           ORGANIZATION IS INDEXED                      00004300
                           ACCESS IS SEQUENTIAL                         00004400
                           RECORD KEY IS MR-CUSTOMER-NUMBER             00004500
                           FILE STATUS IS CUSTMAST-ERROR-CODE.          00004600
           SELECT ARINV    ASSIGN TO UT-I-ARINV                         00004700
                           ORGANIZATION IS INDEXED                      00004800
                           ACCESS IS SEQUENTIAL                         00004900
                           RECORD KEY IS AR-KEY                         00005000
                           FILE STATUS IS ARINV-ERROR-CODE.             00005100
           SELECT CASHSUSP ASSIGN TO UT-S-CASHSUSP                      00005200
                           FILE STATUS IS CASHSUSP-ERROR-CODE.          00005300
           SELECT RECONRPT ASSIGN TO UT-S-RECONRPT.                     00005400
           SELECT RUNLOG   ASSIGN TO UT-S-RUNLOG                        00005500
                           FILE STATUS IS RUNLOG-ERROR-CODE.            00005600
           SELECT CYCLDATE ASSIGN TO UT-S-CYCLDATE                      00005700
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00005800
      *>                                                                00005900
       DATA DIVISION.                                                   00006000
      *                                                                 00006100
       FILE SECTION.                                                    00006200
      *                                                                 00006300
       FD  CUSTMAST                                                     00006400
           LABEL RECORDS ARE STANDARD                                   00006500
           RECORD CONTAINS 180 CHARACTERS.                              00006600
      *                                                                 00006700
       01  MASTER-RECORD-AREA.                                          00006800
           05  MR-CUSTOMER-NUMBER          PIC X(9).                    00006900
           05  FILLER                      PIC X(171).                  00007000
      *                                                                 00007100
       FD  ARINV                                                        00007200
           LABEL RECORDS ARE STANDARD                                   00007300
           RECORD CONTAINS 39 CHARACTERS.                               00007400
      *                                                                 00007500
       01  OPEN-ITEM-RECORD-AREA.                                       00007600
           05  AR-KEY.                                                  00007700
               10  AR-CUSTOMER-NUMBER      PIC X(9).                    00007800
               10  AR-INVOICE-NO           PIC X(6).                    00007900
           05  AR-DUE-DATE                 PIC 9(6).                    00008000
           05  AR-INVOICE-AMOUNT           PIC 9(7)V99.                 00008100
           05  AR-OPEN-AMOUNT              PIC 9(7)V99.                 00008200
      *                                                                 00008300
       FD  CASHSUSP                                                     00008400
           LABEL RECORDS ARE STANDARD                                   00008500
           RECORD CONTAINS 24 CHARACTERS.                               00008600
      *                                                                 00008700
       01  UNAPPLIED-CASH-AREA             PIC X(24).                   00008800
      *                                                                 00008900
       FD  RECONRPT                                                     00009000
           LABEL RECORDS ARE STANDARD                                   00009100
           RECORD CONTAINS 80 CHARACTERS.                               00009200
      *                                                                 00009300
       01  RECONRPT-LINE                    PIC X(80).                  00009400
      *                                                                 00009500
       FD  RUNLOG                                                       00009600
           LABEL RECORDS ARE STANDARD                                   00009700
           RECORD CONTAINS 43 CHARACTERS.                               00009800
      *                                                                 00009900
       01  RUN-LOG-AREA                     PIC X(43).                  00010000
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
           05  ARINV-EOF-SWITCH                PIC X   VALUE   'N'.     00011100
               88  ARINV-EOF                           VALUE   'Y'.     00011200
           05  CASHSUSP-EOF-SWITCH             PIC X   VALUE   'N'.     00011300
               88  CASHSUSP-EOF                        VALUE   'Y'.     00011400
      *                                                                 00011500
       01  FILE-STATUS-FIELD.                                           00011600
           05 CUSTMAST-ERROR-CODE          PIC XX.                      00011700
           05 ARINV-ERROR-CODE             PIC XX.                      00011800
           05 CASHSUSP-ERROR-CODE          PIC XX.                      00011900
           05 RUNLOG-ERROR-CODE            PIC XX.                      00012000
           05 CYCLDATE-ERROR-CODE          PIC XX.                      00012100
      *                                                                 00012200
       01  WS-EOJ-COUNTERS.                                             00012300
           05  WS-CUSTOMERS-CHECKED-COUNT  PIC 9(7) VALUE ZERO.         00012400
           05  WS-OUT-OF-BALANCE-COUNT     PIC 9(7) VALUE ZERO.         00012500
           05  WS-OPEN-ITEMS-READ-COUNT    PIC 9(7) VALUE ZERO.         00012600
           05  WS-UNAPPLIED-CASH-COUNT     PIC 9(7) VALUE ZERO.         00012700
      *                                                                 00012800
       01  WS-OPEN-ITEM-GROUP.                                          00012900
           05  WS-AR-CUSTOMER-NUMBER       PIC X(9) VALUE LOW-VALUE.    00013000
           05  WS-AR-TOTAL-OPEN            PIC S9(9)V99 VALUE ZERO.     00013100
      *                                                                 00013200
       01  WS-DIFFERENCE-AMOUNT            PIC S9(9)V99 VALUE ZERO.     00013300
       01  WS-RUN-DATE                     PIC 9(6)     VALUE ZERO.     00013400
      *                                                                 00013500
       01  WS-GRAND-TOTALS.                                             00013600
           05  WS-TOTAL-MASTER-BALANCE     PIC S9(9)V99 VALUE ZERO.     00013700
           05  WS-TOTAL-OPEN-AMOUNT        PIC S9(9)V99 VALUE ZERO.     00013800
           05  WS-TOTAL-DIFFERENCE         PIC S9(9)V99 VALUE ZERO.     00013900
           05  WS-TOTAL-UNAPPLIED-CASH     PIC S9(9)V99 VALUE ZERO.     00014000
      *                                                                 00014100
       01  CUSTOMER-MASTER-RECORD.                                      00014200
           05  CM-CUSTOMER-NUMBER      PIC X(9).                        00014300
           05  CM-CREDIT-LIMIT         PIC 9(7)V99.                     00014400
           05  CM-OUTSTANDING-BALANCE  PIC 9(7)V99.                     00014500
           05  CM-LAST-PAYMENT-DATE    PIC 9(6).                        00014600
           05  FILLER                  PIC X(147).                      00014700
      *                                                                 00014800
       01  UNAPPLIED-CASH-RECORD.                                       00014900
           05  UC-CUSTOMER-NUMBER          PIC 9(9).                    00015000
           05  UC-PAYMENT-AMOUNT           PIC 9(7)V99.                 00015100
           05  UC-PAYMENT-DATE             PIC 9(6).                    00015200
      *                                                                 00015300
       01  RUN-LOG-RECORD.                                              00015400
           05  RL-PROGRAM-ID               PIC X(8).                    00015500
           05  RL-RUN-DATE                 PIC 9(6).                    00015600
           05  RL-STATUS                   PIC X(1).                    00015700
           05  RL-COUNT-1                  PIC 9(7).                    00015800
           05  RL-COUNT-2                  PIC 9(7).                    00015900
           05  RL-COUNT-3                  PIC 9(7).                    00016000
           05  RL-COUNT-4                  PIC 9(7).                    00016100
      *                                                                 00016200
       01  RECONRPT-HEADING.                                            00016300
           05  FILLER                      PIC X(12) VALUE              00016400
               'CUSTOMER    '.                                          00016500
           05  FILLER                      PIC X(15) VALUE              00016600
               'CUSTMAST BAL   '.                                       00016700
           05  FILLER                      PIC X(17) VALUE              00016800
               'ARINV OPEN       '.                                     00016900
           05  FILLER                      PIC X(18) VALUE              00017000
               'DIFFERENCE        '.                                    00017100
           05  FILLER                      PIC X(18) VALUE 'REMARKS'.   00017200
      *                                                                 00017300
       01  RECONRPT-DETAIL.                                             00017400
           05  RD-CUSTOMER-NUMBER          PIC X(9).                    00017500
           05  FILLER                      PIC X(3)  VALUE SPACES.      00017600
           05  RD-MASTER-BALANCE           PIC Z,ZZZ,ZZ9.99.            00017700
           05  FILLER                      PIC X(3)  VALUE SPACES.      00017800
           05  RD-OPEN-ITEM-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.          00017900
           05  FILLER                      PIC X(3)  VALUE SPACES.      00018000
           05  RD-DIFFERENCE               PIC -ZZZ,ZZZ,ZZ9.99.         00018100
           05  FILLER                      PIC X(3)  VALUE SPACES.      00018200
           05  RD-REMARKS                  PIC X(18).                   00018300
      *                                                                 00018400
       01  RECONRPT-TOTAL-LINE.                                         00018500
           05  RT-LABEL                    PIC X(30).                   00018600
           05  RT-AMOUNT                   PIC -ZZZ,ZZZ,ZZ9.99.         00018700
           05  FILLER                      PIC X(35) VALUE SPACES.      00018800
      *                                                                 00018900
       01  RECONRPT-COUNT-LINE.                                         00019000
           05  RC-LABEL                    PIC X(30).                   00019100
           05  FILLER                      PIC X(8)  VALUE SPACES.      00019200
           05  RC-COUNT                    PIC ZZZZZZ9.                 00019300
           05  FILLER                      PIC X(35) VALUE SPACES.      00019400
      *>                                                                00019500
       PROCEDURE DIVISION.                                              00019600
      *                                                                 00019700
       000-RECONCILE-RECEIVABLES.                                       00019800
           PERFORM 002-GET-PROCESS-DATE.                                00019900
           OPEN    INPUT    CUSTMAST, INPUT ARINV, INPUT CASHSUSP,      00020000
                   OUTPUT   RECONRPT.                                   00020100
           IF CUSTMAST-ERROR-CODE NOT = '00'                            00020200
               DISPLAY 'ARRECON   A 1   OPEN ERROR FOR CUSTMAST'        00020300
               DISPLAY 'ARRECON   A 1   FILE STATUS = '                 00020400
                   CUSTMAST-ERROR-CODE                                  00020500
               STOP RUN.                                                00020600
           IF ARINV-ERROR-CODE NOT = '00'                               00020700
               DISPLAY 'ARRECON   A 1   OPEN ERROR FOR ARINV'           00020800
               DISPLAY 'ARRECON   A 1   FILE STATUS = '                 00020900
                   ARINV-ERROR-CODE                                     00021000
               STOP RUN.                                                00021100
           IF CASHSUSP-ERROR-CODE NOT = '00'                            00021200
               DISPLAY 'ARRECON   A 1   OPEN ERROR FOR CASHSUSP'        00021300
               DISPLAY 'ARRECON   A 1   FILE STATUS = '                 00021400
                   CASHSUSP-ERROR-CODE                                  00021500
               STOP RUN.                                                00021600
           WRITE   RECONRPT-LINE FROM RECONRPT-HEADING.                 00021700
           PERFORM 210-READ-OPEN-ITEM.                                  00021800
           PERFORM 220-SUM-OPEN-ITEM-GROUP.                             00021900
           PERFORM 310-READ-CUSTOMER-MASTER.                            00022000
           PERFORM 300-MATCH-ONE-CUSTOMER                               00022100
               UNTIL CM-CUSTOMER-NUMBER = HIGH-VALUE                    00022200
                   AND WS-AR-CUSTOMER-NUMBER = HIGH-VALUE.              00022300
           PERFORM 100-TOTAL-UNAPPLIED-CASH.                            00022400
           PERFORM 400-WRITE-GRAND-TOTALS.                              00022500
           CLOSE   CUSTMAST, ARINV, CASHSUSP, RECONRPT.                 00022600
           PERFORM 370-WRITE-RUN-LOG.                                   00022700
           DISPLAY 'ARRECON CHECKED=' WS-CUSTOMERS-CHECKED-COUNT        00022800
               ' OUT-OF-BALANCE=' WS-OUT-OF-BALANCE-COUNT.              00022900
           IF WS-OUT-OF-BALANCE-COUNT > ZERO                            00023000
               DISPLAY 'ARRECON   A 2   ARINV DOES NOT TIE TO'          00023100
                   ' CUSTMAST'                                          00023200
               MOVE 16 TO RETURN-CODE.                                  00023300
           STOP RUN.                                                    00023400
      *                                                                 00023500
       002-GET-PROCESS-DATE.                                            00023600
               MOVE    ZERO TO WS-RUN-DATE.                             00023700
               OPEN    INPUT CYCLDATE.                                  00023800
               IF CYCLDATE-ERROR-CODE = '00'                            00023900
                   PERFORM 003-READ-CYCLE-DATE                          00024000
                   CLOSE CYCLDATE.                                      00024100
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00024200
                   ACCEPT WS-RUN-DATE FROM DATE.                        00024300
      *                                                                 00024400
       003-READ-CYCLE-DATE.                                             00024500
               READ CYCLDATE INTO WS-RUN-DATE                           00024600
                   AT  END                                              00024700
                       MOVE ZERO TO WS-RUN-DATE.                        00024800
      *                                                                 00024900
       100-TOTAL-UNAPPLIED-CASH.                                        00025000
               PERFORM 110-READ-UNAPPLIED-CASH                          00025100
                   UNTIL CASHSUSP-EOF.                                  00025200
      *                                                                 00025300
       110-READ-UNAPPLIED-CASH.                                         00025400
               READ CASHSUSP INTO UNAPPLIED-CASH-RECORD                 00025500
                   AT  END                                              00025600
                       MOVE 'Y' TO CASHSUSP-EOF-SWITCH.                 00025700
               IF NOT CASHSUSP-EOF                                      00025800
                   ADD 1 TO WS-UNAPPLIED-CASH-COUNT                     00025900
                   ADD UC-PAYMENT-AMOUNT TO WS-TOTAL-UNAPPLIED-CASH.    00026000
      *                                                                 00026100
       210-READ-OPEN-ITEM.                                              00026200
               READ ARINV                                               00026300
                   AT  END                                              00026400
                       MOVE 'Y' TO ARINV-EOF-SWITCH.                    00026500
               IF NOT ARINV-EOF                                         00026600
                   ADD 1 TO WS-OPEN-ITEMS-READ-COUNT.                   00026700
      *                                                                 00026800
       220-SUM-OPEN-ITEM-GROUP.                                         00026900
               MOVE    ZERO TO WS-AR-TOTAL-OPEN.                        00027000
               IF ARINV-EOF                                             00027100
                   MOVE HIGH-VALUE TO WS-AR-CUSTOMER-NUMBER             00027200
               ELSE                                                     00027300
                   MOVE AR-CUSTOMER-NUMBER TO WS-AR-CUSTOMER-NUMBER     00027400
                   PERFORM 230-ADD-OPEN-AMOUNT                          00027500
                       UNTIL ARINV-EOF                                  00027600
                           OR AR-CUSTOMER-NUMBER NOT =                  00027700
                               WS-AR-CUSTOMER-NUMBER.                   00027800
      *                                                                 00027900
       230-ADD-OPEN-AMOUNT.                                             00028000
               ADD     AR-OPEN-AMOUNT TO WS-AR-TOTAL-OPEN.              00028100
               ADD     AR-OPEN-AMOUNT TO WS-TOTAL-OPEN-AMOUNT.          00028200
               PERFORM 210-READ-OPEN-ITEM.                              00028300
      *                                                                 00028400
       310-READ-CUSTOMER-MASTER.                                        00028500
               READ CUSTMAST INTO CUSTOMER-MASTER-RECORD                00028600
                   AT  END                                              00028700
                       MOVE HIGH-VALUE TO CM-CUSTOMER-NUMBER.           00028800
               IF CM-CUSTOMER-NUMBER NOT = HIGH-VALUE                   00028900
                   ADD CM-OUTSTANDING-BALANCE                           00029000
                       TO WS-TOTAL-MASTER-BALANCE.                      00029100
      *                                                                 00029200
       300-MATCH-ONE-CUSTOMER.                                          00029300
               ADD 1 TO WS-CUSTOMERS-CHECKED-COUNT.                     00029400
               IF CM-CUSTOMER-NUMBER < WS-AR-CUSTOMER-NUMBER            00029500
                   PERFORM 320-CHECK-MASTER-ONLY-CUSTOMER               00029600
                   PERFORM 310-READ-CUSTOMER-MASTER                     00029700
               ELSE                                                     00029800
                   IF CM-CUSTOMER-NUMBER > WS-AR-CUSTOMER-NUMBER        00029900
                       PERFORM 330-REPORT-ORPHAN-INVOICES               00030000
                       PERFORM 220-SUM-OPEN-ITEM-GROUP                  00030100
                   ELSE                                                 00030200
                       PERFORM 340-COMPARE-MATCHED-CUSTOMER             00030300
                       PERFORM 310-READ-CUSTOMER-MASTER                 00030400
                       PERFORM 220-SUM-OPEN-ITEM-GROUP.                 00030500
      *                                                                 00030600
       320-CHECK-MASTER-ONLY-CUSTOMER.                                  00030700
               IF CM-OUTSTANDING-BALANCE NOT = ZERO                     00030800
                   MOVE CM-CUSTOMER-NUMBER     TO RD-CUSTOMER-NUMBER    00030900
                   MOVE CM-OUTSTANDING-BALANCE TO RD-MASTER-BALANCE     00031000
                   MOVE ZERO                   TO RD-OPEN-ITEM-TOTAL    00031100
                   MOVE CM-OUTSTANDING-BALANCE TO RD-DIFFERENCE         00031200
                   MOVE 'NO OPEN INVOICES'     TO RD-REMARKS            00031300
                   WRITE RECONRPT-LINE FROM RECONRPT-DETAIL             00031400
                   ADD  1 TO WS-OUT-OF-BALANCE-COUNT.                   00031500
      *                                                                 00031600
       330-REPORT-ORPHAN-INVOICES.                                      00031700
               IF WS-AR-TOTAL-OPEN NOT = ZERO                           00031800
                   MOVE WS-AR-CUSTOMER-NUMBER  TO RD-CUSTOMER-NUMBER    00031900
                   MOVE ZERO                   TO RD-MASTER-BALANCE     00032000
                   MOVE WS-AR-TOTAL-OPEN       TO RD-OPEN-ITEM-TOTAL    00032100
                   COMPUTE RD-DIFFERENCE = ZERO - WS-AR-TOTAL-OPEN      00032200
                   MOVE 'NOT ON CUSTMAST'      TO RD-REMARKS            00032300
                   WRITE RECONRPT-LINE FROM RECONRPT-DETAIL             00032400
                   ADD  1 TO WS-OUT-OF-BALANCE-COUNT.                   00032500
      *                                                                 00032600
       340-COMPARE-MATCHED-CUSTOMER.                                    00032700
               COMPUTE WS-DIFFERENCE-AMOUNT =                           00032800
                   CM-OUTSTANDING-BALANCE - WS-AR-TOTAL-OPEN.           00032900
               IF WS-DIFFERENCE-AMOUNT NOT = ZERO                       00033000
                   MOVE CM-CUSTOMER-NUMBER     TO RD-CUSTOMER-NUMBER    00033100
                   MOVE CM-OUTSTANDING-BALANCE TO RD-MASTER-BALANCE     00033200
                   MOVE WS-AR-TOTAL-OPEN       TO RD-OPEN-ITEM-TOTAL    00033300
                   MOVE WS-DIFFERENCE-AMOUNT   TO RD-DIFFERENCE         00033400
                   MOVE 'OUT OF BALANCE'       TO RD-REMARKS            00033500
                   WRITE RECONRPT-LINE FROM RECONRPT-DETAIL             00033600
                   ADD  1 TO WS-OUT-OF-BALANCE-COUNT.                   00033700
      *                                                                 00033800
       370-WRITE-RUN-LOG.                                               00033900
               OPEN    EXTEND  RUNLOG.                                  00034000
               IF RUNLOG-ERROR-CODE NOT = '00'                          00034100
                   DISPLAY 'ARRECON   A 1   OPEN ERROR FOR RUNLOG'      00034200
                   DISPLAY 'ARRECON   A 1   FILE STATUS = '             00034300
                       RUNLOG-ERROR-CODE                                00034400
               ELSE                                                     00034500
                   MOVE    'ARRECON ' TO RL-PROGRAM-ID                  00034600
                   MOVE    WS-RUN-DATE TO RL-RUN-DATE                   00034700
                   IF WS-OUT-OF-BALANCE-COUNT > ZERO                    00034800
                       MOVE 'E' TO RL-STATUS                            00034900
                   ELSE                                                 00035000
                       MOVE 'N' TO RL-STATUS                            00035100
                   END-IF                                               00035200
                   MOVE    WS-CUSTOMERS-CHECKED-COUNT TO RL-COUNT-1     00035300
                   MOVE    WS-OUT-OF-BALANCE-COUNT    TO RL-COUNT-2     00035400
                   MOVE    WS-OPEN-ITEMS-READ-COUNT   TO RL-COUNT-3     00035500
                   MOVE    WS-UNAPPLIED-CASH-COUNT    TO RL-COUNT-4     00035600
                   WRITE   RUN-LOG-AREA FROM RUN-LOG-RECORD             00035700
                   CLOSE   RUNLOG.                                      00035800
      *                                                                 00035900
       400-WRITE-GRAND-TOTALS.                                          00036000
               COMPUTE WS-TOTAL-DIFFERENCE =                            00036100
                   WS-TOTAL-MASTER-BALANCE - WS-TOTAL-OPEN-AMOUNT.      00036200
               MOVE    SPACES TO RECONRPT-LINE.                         00036300
               WRITE   RECONRPT-LINE.                                   00036400
               MOVE    'TOTAL CUSTMAST BALANCE'   TO RT-LABEL.          00036500
               MOVE    WS-TOTAL-MASTER-BALANCE    TO RT-AMOUNT.         00036600
               WRITE   RECONRPT-LINE FROM RECONRPT-TOTAL-LINE.          00036700
               MOVE    'TOTAL ARINV OPEN AMOUNT'  TO RT-LABEL.          00036800
               MOVE    WS-TOTAL-OPEN-AMOUNT       TO RT-AMOUNT.         00036900
               WRITE   RECONRPT-LINE FROM RECONRPT-TOTAL-LINE.          00037000
               MOVE    'DIFFERENCE'               TO RT-LABEL.          00037100
               MOVE    WS-TOTAL-DIFFERENCE        TO RT-AMOUNT.         00037200
               WRITE   RECONRPT-LINE FROM RECONRPT-TOTAL-LINE.          00037300
               MOVE    'TOTAL CASHSUSP UNAPPLIED CASH' TO RT-LABEL.     00037400
               MOVE    WS-TOTAL-UNAPPLIED-CASH    TO RT-AMOUNT.         00037500
               WRITE   RECONRPT-LINE FROM RECONRPT-TOTAL-LINE.          00037600
               MOVE    SPACES TO RECONRPT-LINE.                         00037700
               WRITE   RECONRPT-LINE.                                   00037800
               MOVE    'CUSTOMERS CHECKED'        TO RC-LABEL.          00037900
               MOVE    WS-CUSTOMERS-CHECKED-COUNT TO RC-COUNT.          00038000
               WRITE   RECONRPT-LINE FROM RECONRPT-COUNT-LINE.          00038100
               MOVE    'CUSTOMERS OUT OF BALANCE' TO RC-LABEL.          00038200
               MOVE    WS-OUT-OF-BALANCE-COUNT    TO RC-COUNT.          00038300
               WRITE   RECONRPT-LINE FROM RECONRPT-COUNT-LINE.          00038400
               MOVE    'CASHSUSP PAYMENTS HELD'   TO RC-LABEL.          00038500
               MOVE    WS-UNAPPLIED-CASH-COUNT    TO RC-COUNT.          00038600
               WRITE   RECONRPT-LINE FROM RECONRPT-COUNT-LINE.          00038700
      *>                                                                00038800
/*                                                                      00038900
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00039000
//COB.CUSTMAST DD DSNAME=HERC01.SAMPLE.CUSTMAST,DISP=SHR                00039100
//COB.ARINV DD DSNAME=HERC01.SAMPLE.ARINV,DISP=SHR                      00039200
//COB.CASHSUSP DD DSNAME=HERC01.SAMPLE.CASHSUSP,DISP=SHR                00039300
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00039400
//COB.RECONRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)        00039500
//COB.RUNLOG DD DSNAME=HERC01.SAMPLE.RUNLOG,DISP=(MOD,CATLG),           00039600
//             DCB=(DSORG=PS,LRECL=43,BLKSIZE=4300,RECFM=FB),           00039700
//             SPACE=(TRK,(1,1),RLSE)                                   00039800
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00039900
//GO.SYSIN DD *                                                         00040000
/*                                                                      00040100
/&                                                                      00040200
