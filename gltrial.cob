//HERC01N  JOB (COBOL),'GLTRIAL',CLASS=A,MSGCLASS=H,                    00000100
//             REGION=8M,TIME=1440,                                     00000200
//             MSGLEVEL=(1,1)                                           00000300
//GLTRIAL  EXEC COBUCG,                                                 00000400
//             PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'        00000500
//COB.SYSPUNCH DD DUMMY                                                 00000600
//COB.SYSIN DD *                                                        00000700
      ********************************************************          00000800
      * A COBOL PROGRAM TEMPLATE                                        00000900
      ********************************************************          00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID. GLTRIAL.                                             00001200
       AUTHOR. KRIS W KEENER.                                           00001300
       INSTALLATION.   THE LAB.                                         00001400
       DATE-WRITTEN.   OCTOBER 15 2026.                                 00001500
       DATE-COMPILED.  OCTOBER 15 2026.                                 00001600
       SECURITY. HOME USE ONLY.                                         00001700
       REMARKS. GL TRIAL BALANCE -- A FULL SEQUENTIAL PASS OF THE       00001800
           GLMAST ACCOUNT MASTER GLPOST KEEPS, LISTING EACH             00001900
           ACCOUNT'S PERIOD-TO-DATE AND YEAR-TO-DATE BALANCE IN         00002000
           DEBIT AND CREDIT COLUMNS (A BALANCE BELOW ZERO IS A          00002100
           CREDIT). BOTH COLUMN PAIRS MUST NET TO ZERO; WHEN            00002200
           EITHER ONE DOES NOT THE REPORT SAYS SO AND THE JOB ENDS      00002300
           WITH RETURN-CODE 16 SO GLCLOSE IS NOT RUN ON A LEDGER        00002400
           THAT DOES NOT BALANCE.                                       00002500
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
           SELECT GLMAST   ASSIGN TO UT-I-GLMAST                        00003700
                           ORGANIZATION IS INDEXED                      00003800
                           ACCESS IS SEQUENTIAL                         00003900
                           RECORD KEY IS GK-ACCOUNT                     00004000
                           FILE STATUS IS GLMAST-ERROR-CODE.            00004100
           SELECT GLPERIOD ASSIGN TO UT-S-GLPERIOD                      00004200
                           FILE STATUS IS GLPERIOD-ERROR-CODE.          00004300
           SELECT GLTRIAL  ASSIGN TO UT-S-GLTRIAL.                      00004400
           SELECT CYCLDATE ASSIGN TO UT-S-CYCLDATE                      00004500
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00004600
      *>                                                                00004700
       DATA DIVISION.                                                   00004800
      *                                                                 00004900
       FILE SECTION.                                                    00005000
      *                                                                 00005100
       FD  GLMAST                                                       00005200
           LABEL RECORDS ARE STANDARD                                   00005300
           RECORD CONTAINS 46 CHARACTERS.                               00005400
      *                                                                 00005500
       01  GL-MASTER-AREA.                                              00005600
           05  GK-ACCOUNT                    PIC X(4).                  00005700
           05  FILLER                        PIC X(42).                 00005800
      *                                                                 00005900
       FD  GLPERIOD                                                     00006000
           LABEL RECORDS ARE STANDARD                                   00006100
           RECORD CONTAINS 20 CHARACTERS.                               00006200
      *                                                                 00006300
       01  GL-PERIOD-AREA                    PIC X(20).                 00006400
      *                                                                 00006500
       FD  GLTRIAL                                                      00006600
           LABEL RECORDS ARE STANDARD                                   00006700
           RECORD CONTAINS 80 CHARACTERS.                               00006800
      *                                                                 00006900
       01  GLTRIAL-LINE                      PIC X(80).                 00007000
      *                                                                 00007100
       FD  CYCLDATE                                                     00007200
           LABEL RECORDS ARE STANDARD                                   00007300
           RECORD CONTAINS 6 CHARACTERS.                                00007400
      *                                                                 00007500
       01  CYCLE-DATE-AREA                   PIC X(6).                  00007600
      *                                                                 00007700
       WORKING-STORAGE SECTION.                                         00007800
      *                                                                 00007900
       01  SWITCHES.                                                    00008000
           05  GLMAST-EOF-SWITCH               PIC X   VALUE   'N'.     00008100
               88  GLMAST-EOF                           VALUE   'Y'.    00008200
      *                                                                 00008300
       01  FILE-STATUS-FIELD.                                           00008400
           05 CYCLDATE-ERROR-CODE          PIC XX.                      00008500
           05 GLMAST-ERROR-CODE            PIC XX.                      00008600
           05 GLPERIOD-ERROR-CODE          PIC XX.                      00008700
      *                                                                 00008800
       01  WS-EOJ-COUNTERS.                                             00008900
           05  WS-ACCOUNTS-LISTED-COUNT    PIC 9(7) VALUE ZERO.         00009000
      *                                                                 00009100
       01  WS-RUN-DATE                     PIC 9(6) VALUE ZERO.         00009200
      *                                                                 00009300
       01  WS-TRIAL-TOTALS.                                             00009400
           05  WS-PTD-DEBIT-TOTAL          PIC S9(11)V99 VALUE ZERO.    00009500
           05  WS-PTD-CREDIT-TOTAL         PIC S9(11)V99 VALUE ZERO.    00009600
           05  WS-YTD-DEBIT-TOTAL          PIC S9(11)V99 VALUE ZERO.    00009700
           05  WS-YTD-CREDIT-TOTAL         PIC S9(11)V99 VALUE ZERO.    00009800
           05  WS-PTD-NET                  PIC S9(11)V99 VALUE ZERO.    00009900
           05  WS-YTD-NET                  PIC S9(11)V99 VALUE ZERO.    00010000
      *                                                                 00010100
       01  GL-MASTER-RECORD.                                            00010200
           05  GM-ACCOUNT                  PIC X(4).                    00010300
           05  GM-PTD-BALANCE              PIC S9(11)V99.               00010400
           05  GM-YTD-BALANCE              PIC S9(11)V99.               00010500
           05  GM-LAST-POST-DATE           PIC 9(6).                    00010600
           05  FILLER                      PIC X(10).                   00010700
      *                                                                 00010800
       01  GL-PERIOD-RECORD.                                            00010900
           05  GP-OPEN-PERIOD              PIC 9(4).                    00011000
           05  GP-LAST-CLOSED-PERIOD       PIC 9(4).                    00011100
           05  GP-LAST-CLOSE-DATE          PIC 9(6).                    00011200
           05  GP-LAST-POST-DATE           PIC 9(6).                    00011300
      *                                                                 00011400
       01  GLTRIAL-HEADING.                                             00011500
           05  FILLER                      PIC X(30) VALUE              00011600
               'GL TRIAL BALANCE       DATE = '.                        00011700
           05  TH-RUN-DATE                 PIC 9(6).                    00011800
           05  FILLER                      PIC X(16) VALUE              00011900
               '   OPEN PERIOD '.                                       00012000
           05  TH-OPEN-PERIOD              PIC 9(4).                    00012100
           05  FILLER                      PIC X(24) VALUE SPACES.      00012200
      *                                                                 00012300
       01  GLTRIAL-COLUMN-HEADING.                                      00012400
           05  FILLER                      PIC X(6)  VALUE 'ACCT  '.    00012500
           05  FILLER                      PIC X(16) VALUE              00012600
               '     PTD DEBIT'.                                        00012700
           05  FILLER                      PIC X(16) VALUE              00012800
               '    PTD CREDIT'.                                        00012900
           05  FILLER                      PIC X(16) VALUE              00013000
               '     YTD DEBIT'.                                        00013100
           05  FILLER                      PIC X(16) VALUE              00013200
               '    YTD CREDIT'.                                        00013300
           05  FILLER                      PIC X(10) VALUE SPACES.      00013400
      *                                                                 00013500
       01  GLTRIAL-DETAIL-LINE.                                         00013600
           05  TD-ACCOUNT                  PIC X(4).                    00013700
           05  FILLER                      PIC X(2)  VALUE SPACES.      00013800
           05  TD-PTD-DEBIT                PIC Z(10)9.99 BLANK WHEN     00013900
               ZERO.                                                    00014000
           05  FILLER                      PIC X(2)  VALUE SPACES.      00014100
           05  TD-PTD-CREDIT               PIC Z(10)9.99 BLANK WHEN     00014200
               ZERO.                                                    00014300
           05  FILLER                      PIC X(2)  VALUE SPACES.      00014400
           05  TD-YTD-DEBIT                PIC Z(10)9.99 BLANK WHEN     00014500
               ZERO.                                                    00014600
           05  FILLER                      PIC X(2)  VALUE SPACES.      00014700
           05  TD-YTD-CREDIT               PIC Z(10)9.99 BLANK WHEN     00014800
               ZERO.                                                    00014900
           05  FILLER                      PIC X(12) VALUE SPACES.      00015000
      *                                                                 00015100
       01  GLTRIAL-NET-LINE.                                            00015200
           05  FILLER                      PIC X(10) VALUE              00015300
               'NET   PTD '.                                            00015400
           05  TN-PTD-NET                  PIC -(10)9.99.               00015500
           05  FILLER                      PIC X(6)  VALUE              00015600
               '  YTD '.                                                00015700
           05  TN-YTD-NET                  PIC -(10)9.99.               00015800
           05  FILLER                      PIC X(2)  VALUE SPACES.      00015900
           05  TN-BALANCE-MESSAGE          PIC X(20).                   00016000
           05  FILLER                      PIC X(14) VALUE SPACES.      00016100
      *                                                                 00016200
       01  GLTRIAL-COUNT-LINE.                                          00016300
           05  FILLER                      PIC X(16) VALUE              00016400
               'ACCOUNTS LISTED '.                                      00016500
           05  TC-ACCOUNTS-LISTED          PIC ZZZ,ZZ9.                 00016600
           05  FILLER                      PIC X(57) VALUE SPACES.      00016700
      *>                                                                00016800
       PROCEDURE DIVISION.                                              00016900
      *                                                                 00017000
       000-PRINT-TRIAL-BALANCE.                                         00017100
           PERFORM 002-GET-PROCESS-DATE.                                00017200
           OPEN    INPUT    GLMAST, INPUT GLPERIOD, OUTPUT GLTRIAL.     00017300
           IF GLMAST-ERROR-CODE NOT = '00'                              00017400
               DISPLAY 'GLTRIAL   A 1   OPEN ERROR FOR GLMAST'          00017500
               DISPLAY 'GLTRIAL   A 1   FILE STATUS = '                 00017600
                   GLMAST-ERROR-CODE                                    00017700
               MOVE 16 TO RETURN-CODE                                   00017800
               STOP RUN.                                                00017900
           IF GLPERIOD-ERROR-CODE NOT = '00'                            00018000
               DISPLAY 'GLTRIAL   A 1   OPEN ERROR FOR GLPERIOD'        00018100
               DISPLAY 'GLTRIAL   A 1   FILE STATUS = '                 00018200
                   GLPERIOD-ERROR-CODE                                  00018300
               MOVE 16 TO RETURN-CODE                                   00018400
               STOP RUN.                                                00018500
           MOVE    ZERO TO GP-OPEN-PERIOD.                              00018600
           READ    GLPERIOD INTO GL-PERIOD-RECORD                       00018700
               AT  END                                                  00018800
                   MOVE ZERO TO GP-OPEN-PERIOD.                         00018900
           MOVE    WS-RUN-DATE    TO TH-RUN-DATE                        00019000
           MOVE    GP-OPEN-PERIOD TO TH-OPEN-PERIOD                     00019100
           WRITE   GLTRIAL-LINE FROM GLTRIAL-HEADING.                   00019200
           WRITE   GLTRIAL-LINE FROM GLTRIAL-COLUMN-HEADING.            00019300
           PERFORM 300-LIST-ONE-ACCOUNT                                 00019400
               UNTIL GLMAST-EOF.                                        00019500
           PERFORM 400-WRITE-TRIAL-TOTALS.                              00019600
           CLOSE   GLMAST, GLPERIOD, GLTRIAL.                           00019700
           DISPLAY 'GLTRIAL LISTED=' WS-ACCOUNTS-LISTED-COUNT           00019800
               ' PTD-NET=' WS-PTD-NET                                   00019900
               ' YTD-NET=' WS-YTD-NET.                                  00020000
           IF WS-PTD-NET NOT = ZERO                                     00020100
               OR WS-YTD-NET NOT = ZERO                                 00020200
               DISPLAY 'GLTRIAL   A 2   TRIAL BALANCE DOES NOT NET TO'  00020300
                   ' ZERO - DO NOT CLOSE THE PERIOD'                    00020400
               MOVE 16 TO RETURN-CODE.                                  00020500
           STOP RUN.                                                    00020600
      *                                                                 00020700
       002-GET-PROCESS-DATE.                                            00020800
               MOVE    ZERO TO WS-RUN-DATE.                             00020900
               OPEN    INPUT CYCLDATE.                                  00021000
               IF CYCLDATE-ERROR-CODE = '00'                            00021100
                   PERFORM 003-READ-CYCLE-DATE                          00021200
                   CLOSE CYCLDATE.                                      00021300
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00021400
                   ACCEPT WS-RUN-DATE FROM DATE.                        00021500
      *                                                                 00021600
       003-READ-CYCLE-DATE.                                             00021700
               READ CYCLDATE INTO WS-RUN-DATE                           00021800
                   AT  END                                              00021900
                       MOVE ZERO TO WS-RUN-DATE.                        00022000
      *                                                                 00022100
       300-LIST-ONE-ACCOUNT.                                            00022200
               PERFORM 310-READ-GL-MASTER.                              00022300
               IF NOT GLMAST-EOF                                        00022400
                   PERFORM 320-WRITE-ACCOUNT-LINE.                      00022500
      *                                                                 00022600
       310-READ-GL-MASTER.                                              00022700
               READ GLMAST INTO GL-MASTER-RECORD                        00022800
                   AT  END                                              00022900
                       MOVE 'Y' TO GLMAST-EOF-SWITCH.                   00023000
      *                                                                 00023100
       320-WRITE-ACCOUNT-LINE.                                          00023200
               MOVE    GM-ACCOUNT TO TD-ACCOUNT                         00023300
               MOVE    ZERO TO TD-PTD-DEBIT, TD-PTD-CREDIT,             00023400
                               TD-YTD-DEBIT, TD-YTD-CREDIT.             00023500
               IF GM-PTD-BALANCE < ZERO                                 00023600
                   COMPUTE TD-PTD-CREDIT = ZERO - GM-PTD-BALANCE        00023700
                   SUBTRACT GM-PTD-BALANCE FROM WS-PTD-CREDIT-TOTAL     00023800
               ELSE                                                     00023900
                   MOVE GM-PTD-BALANCE TO TD-PTD-DEBIT                  00024000
                   ADD  GM-PTD-BALANCE TO WS-PTD-DEBIT-TOTAL.           00024100
               IF GM-YTD-BALANCE < ZERO                                 00024200
                   COMPUTE TD-YTD-CREDIT = ZERO - GM-YTD-BALANCE        00024300
                   SUBTRACT GM-YTD-BALANCE FROM WS-YTD-CREDIT-TOTAL     00024400
               ELSE                                                     00024500
                   MOVE GM-YTD-BALANCE TO TD-YTD-DEBIT                  00024600
                   ADD  GM-YTD-BALANCE TO WS-YTD-DEBIT-TOTAL.           00024700
               ADD     GM-PTD-BALANCE TO WS-PTD-NET.                    00024800
               ADD     GM-YTD-BALANCE TO WS-YTD-NET.                    00024900
               WRITE   GLTRIAL-LINE FROM GLTRIAL-DETAIL-LINE.           00025000
               ADD     1 TO WS-ACCOUNTS-LISTED-COUNT.                   00025100
      *                                                                 00025200
       400-WRITE-TRIAL-TOTALS.                                          00025300
               MOVE    'TOTL'              TO TD-ACCOUNT                00025400
               MOVE    WS-PTD-DEBIT-TOTAL  TO TD-PTD-DEBIT              00025500
               MOVE    WS-PTD-CREDIT-TOTAL TO TD-PTD-CREDIT             00025600
               MOVE    WS-YTD-DEBIT-TOTAL  TO TD-YTD-DEBIT              00025700
               MOVE    WS-YTD-CREDIT-TOTAL TO TD-YTD-CREDIT             00025800
               WRITE   GLTRIAL-LINE FROM GLTRIAL-DETAIL-LINE.           00025900
               MOVE    WS-PTD-NET TO TN-PTD-NET                         00026000
               MOVE    WS-YTD-NET TO TN-YTD-NET                         00026100
               IF WS-PTD-NET = ZERO AND WS-YTD-NET = ZERO               00026200
                   MOVE 'IN BALANCE'     TO TN-BALANCE-MESSAGE          00026300
               ELSE                                                     00026400
                   MOVE 'OUT OF BALANCE' TO TN-BALANCE-MESSAGE.         00026500
               WRITE   GLTRIAL-LINE FROM GLTRIAL-NET-LINE.              00026600
               MOVE    WS-ACCOUNTS-LISTED-COUNT TO TC-ACCOUNTS-LISTED   00026700
               WRITE   GLTRIAL-LINE FROM GLTRIAL-COUNT-LINE.            00026800
      *>                                                                00026900
/*                                                                      00027000
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00027100
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00027200
//COB.GLMAST DD DSNAME=HERC01.SAMPLE.GLMAST,DISP=SHR                    00027300
//COB.GLPERIOD DD DSNAME=HERC01.SAMPLE.GLPERIOD,DISP=SHR                00027400
//COB.GLTRIAL DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)         00027500
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00027600
//GO.SYSIN DD *                                                         00027700
/*                                                                      00027800
/&                                                                      00027900
