//HERC01N  JOB (COBOL),'GLCLOSE',CLASS=A,MSGCLASS=H,                    00000100
//             REGION=8M,TIME=1440,                                     00000200
//             MSGLEVEL=(1,1)                                           00000300
//GLCLOSE  EXEC COBUCG,                                                 00000400
//             PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'        00000500
//COB.SYSPUNCH DD DUMMY                                                 00000600
//COB.SYSIN DD *                                                        00000700
      ********************************************************          00000800
      * A COBOL PROGRAM TEMPLATE                                        00000900
      ********************************************************          00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID. GLCLOSE.                                             00001200
       AUTHOR. KRIS W KEENER.                                           00001300
       INSTALLATION.   THE LAB.                                         00001400
       DATE-WRITTEN.   OCTOBER 15 2026.                                 00001500
       DATE-COMPILED.  OCTOBER 15 2026.                                 00001600
       SECURITY. HOME USE ONLY.                                         00001700
       REMARKS. GL MONTH-END CLOSE -- CLOSES THE OPEN PERIOD ON THE     00001800
           GLPERIOD CONTROL RECORD. EACH GLMAST ACCOUNT'S CLOSING       00001900
           PERIOD-TO-DATE AND YEAR-TO-DATE BALANCE IS ARCHIVED TO       00002000
           THE GLHIST HISTORY FILE, THE PERIOD-TO-DATE BALANCE IS       00002100
           ZEROED (AND THE YEAR-TO-DATE BALANCE TOO WHEN PERIOD 12      00002200
           CLOSES), AND THE CONTROL RECORD ROLLS TO THE NEXT MONTH      00002300
           WITH THE CLOSED PERIOD LOCKED -- GLPOST REDIRECTS ANY        00002400
           LATER EXTRACT RECORD DATED IN IT TO THE OPEN PERIOD.         00002500
           NOTHING IS CHANGED (RETURN-CODE 16) WHEN THE PERIOD HAS      00002600
           NOT ENDED BY THE RUN DATE OR THE PERIOD-TO-DATE BALANCES     00002700
           DO NOT NET TO ZERO. CLOSERPT TIES BEFORE, ARCHIVED AND       00002800
           AFTER TOTALS THE SAME WAY YTDCLOSE DOES.                     00002900
      *>                                                      MODS:     00002910
      *> 2026-10-15 KWK - NEW SNAPMEND STEP COPIES THE CURRENT          00002920
      *>    MSTRSNAP GENERATION TO A NEW MSTRSNPM GENERATION AFTER      00002930
      *>    A CLEAN CLOSE, SO INVRECON OPENS FROM THE MONTH-END         00002940
      *>    SNAPSHOT RATHER THAN LAST NIGHT'S. GLCLOSE RUNS AFTER       00002950
      *>    THE MONTH-END NIGHT'S MSTRSNAP.                             00002960
      *> 2026-10-15 KWK - THE GLPERIOD REWRITE THAT ROLLS THE           00002970
      *>    PERIOD IS CHECKED. A FAILURE ENDS RC 16 (SO SNAPMEND        00002980
      *>    DOES NOT RUN) AND CLOSERPT SHOWS THE PERIOD NOT ROLLED.     00002990
      *>                                                                00003000
      *>                                                                00003100
       ENVIRONMENT DIVISION.                                            00003200
      **                                                                00003300
       CONFIGURATION SECTION.                                           00003400
       SOURCE-COMPUTER.    IBM-370.                                     00003500
       OBJECT-COMPUTER.    IBM-370.                                     00003600
      **                                                                00003700
       INPUT-OUTPUT SECTION.                                            00003800
      *                                                                 00003900
       FILE-CONTROL.                                                    00004000
           SELECT GLMAST   ASSIGN TO UT-I-GLMAST                        00004100
                           ORGANIZATION IS INDEXED                      00004200
                           ACCESS IS SEQUENTIAL                         00004300
                           RECORD KEY IS GK-ACCOUNT                     00004400
                           FILE STATUS IS GLMAST-ERROR-CODE.            00004500
           SELECT GLPERIOD ASSIGN TO UT-S-GLPERIOD                      00004600
                           FILE STATUS IS GLPERIOD-ERROR-CODE.          00004700
           SELECT GLHIST   ASSIGN TO UT-S-GLHIST                        00004800
                           FILE STATUS IS GLHIST-ERROR-CODE.            00004900
           SELECT CLOSERPT ASSIGN TO UT-S-CLOSERPT.                     00005000
           SELECT CYCLDATE ASSIGN TO UT-S-CYCLDATE                      00005100
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00005200
      *>                                                                00005300
       DATA DIVISION.                                                   00005400
      *                                                                 00005500
       FILE SECTION.                                                    00005600
      *                                                                 00005700
       FD  GLMAST                                                       00005800
           LABEL RECORDS ARE STANDARD                                   00005900
           RECORD CONTAINS 46 CHARACTERS.                               00006000
      *                                                                 00006100
       01  GL-MASTER-AREA.                                              00006200
           05  GK-ACCOUNT                    PIC X(4).                  00006300
           05  FILLER                        PIC X(42).                 00006400
      *                                                                 00006500
       FD  GLPERIOD                                                     00006600
           LABEL RECORDS ARE STANDARD                                   00006700
           RECORD CONTAINS 20 CHARACTERS.                               00006800
      *                                                                 00006900
       01  GL-PERIOD-AREA                    PIC X(20).                 00007000
      *                                                                 00007100
       FD  GLHIST                                                       00007200
           LABEL RECORDS ARE STANDARD                                   00007300
           RECORD CONTAINS 40 CHARACTERS.                               00007400
      *                                                                 00007500
       01  GL-HISTORY-AREA                   PIC X(40).                 00007600
      *                                                                 00007700
       FD  CLOSERPT                                                     00007800
           LABEL RECORDS ARE STANDARD                                   00007900
           RECORD CONTAINS 80 CHARACTERS.                               00008000
      *                                                                 00008100
       01  CLOSERPT-LINE                     PIC X(80).                 00008200
      *                                                                 00008300
       FD  CYCLDATE                                                     00008400
           LABEL RECORDS ARE STANDARD                                   00008500
           RECORD CONTAINS 6 CHARACTERS.                                00008600
      *                                                                 00008700
       01  CYCLE-DATE-AREA                   PIC X(6).                  00008800
      *                                                                 00008900
       WORKING-STORAGE SECTION.                                         00009000
      *                                                                 00009100
       01  SWITCHES.                                                    00009200
           05  GLMAST-EOF-SWITCH               PIC X   VALUE   'N'.     00009300
               88  GLMAST-EOF                           VALUE   'Y'.    00009400
           05  CLOSE-REFUSED-SWITCH            PIC X   VALUE   'N'.     00009500
               88  CLOSE-REFUSED                        VALUE   'Y'.    00009600
      *                                                                 00009700
       01  FILE-STATUS-FIELD.                                           00009800
           05 CYCLDATE-ERROR-CODE          PIC XX.                      00009900
           05 GLMAST-ERROR-CODE            PIC XX.                      00010000
           05 GLPERIOD-ERROR-CODE          PIC XX.                      00010100
           05 GLHIST-ERROR-CODE            PIC XX.                      00010200
      *                                                                 00010300
       01  WS-EOJ-COUNTERS.                                             00010400
           05  WS-ACCOUNTS-CLOSED-COUNT    PIC 9(7) VALUE ZERO.         00010500
           05  WS-REWRITE-ERROR-COUNT      PIC 9(7) VALUE ZERO.         00010600
      *                                                                 00010700
       01  WS-RUN-DATE                     PIC 9(6) VALUE ZERO.         00010800
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.                     00010900
           05  WS-RUN-PERIOD               PIC 9(4).                    00011000
           05  FILLER                      PIC 9(2).                    00011100
      *                                                                 00011200
       01  WS-PERIOD-WORK.                                              00011300
           05  WS-CLOSING-PERIOD           PIC 9(4) VALUE ZERO.         00011400
           05  WS-CLOSING-PARTS REDEFINES WS-CLOSING-PERIOD.            00011500
               10  WS-CLOSING-YEAR         PIC 9(2).                    00011600
               10  WS-CLOSING-MONTH        PIC 9(2).                    00011700
                   88  WS-CLOSING-YEAR-END          VALUE 12.           00011800
           05  WS-NEXT-PERIOD              PIC 9(4) VALUE ZERO.         00011900
           05  WS-NEXT-PARTS REDEFINES WS-NEXT-PERIOD.                  00012000
               10  WS-NEXT-YEAR            PIC 9(2).                    00012100
               10  WS-NEXT-MONTH           PIC 9(2).                    00012200
      *                                                                 00012300
       01  WS-CLOSE-TOTALS.                                             00012400
           05  WS-PTD-NET-BEFORE           PIC S9(11)V99 VALUE ZERO.    00012500
           05  WS-YTD-NET-BEFORE           PIC S9(11)V99 VALUE ZERO.    00012600
           05  WS-PTD-NET-ARCHIVED         PIC S9(11)V99 VALUE ZERO.    00012700
           05  WS-YTD-NET-ARCHIVED         PIC S9(11)V99 VALUE ZERO.    00012800
           05  WS-PTD-NET-AFTER            PIC S9(11)V99 VALUE ZERO.    00012900
           05  WS-YTD-NET-AFTER            PIC S9(11)V99 VALUE ZERO.    00013000
      *                                                                 00013100
       01  GL-MASTER-RECORD.                                            00013200
           05  GM-ACCOUNT                  PIC X(4).                    00013300
           05  GM-PTD-BALANCE              PIC S9(11)V99.               00013400
           05  GM-YTD-BALANCE              PIC S9(11)V99.               00013500
           05  GM-LAST-POST-DATE           PIC 9(6).                    00013600
           05  FILLER                      PIC X(10).                   00013700
      *                                                                 00013800
       01  GL-PERIOD-RECORD.                                            00013900
           05  GP-OPEN-PERIOD              PIC 9(4).                    00014000
           05  GP-LAST-CLOSED-PERIOD       PIC 9(4).                    00014100
           05  GP-LAST-CLOSE-DATE          PIC 9(6).                    00014200
           05  GP-LAST-POST-DATE           PIC 9(6).                    00014300
      *                                                                 00014400
       01  GL-HISTORY-RECORD.                                           00014500
           05  HS-PERIOD                   PIC 9(4).                    00014600
           05  HS-ACCOUNT                  PIC X(4).                    00014700
           05  HS-PTD-BALANCE              PIC S9(11)V99.               00014800
           05  HS-YTD-BALANCE              PIC S9(11)V99.               00014900
           05  HS-CLOSE-DATE               PIC 9(6).                    00015000
      *                                                                 00015100
       01  CLOSERPT-HEADING.                                            00015200
           05  FILLER                      PIC X(30) VALUE              00015300
               'GL PERIOD CLOSE        DATE = '.                        00015400
           05  CH-RUN-DATE                 PIC 9(6).                    00015500
           05  FILLER                      PIC X(18) VALUE              00015600
               '   CLOSING PERIOD '.                                    00015700
           05  CH-CLOSING-PERIOD           PIC 9(4).                    00015800
           05  FILLER                      PIC X(22) VALUE SPACES.      00015900
      *                                                                 00016000
       01  CLOSERPT-TOTAL-LINE.                                         00016100
           05  CT-LABEL                    PIC X(20).                   00016200
           05  CT-PTD-TOTAL                PIC -(10)9.99.               00016300
           05  FILLER                      PIC X(3)  VALUE SPACES.      00016400
           05  CT-YTD-TOTAL                PIC -(10)9.99.               00016500
           05  FILLER                      PIC X(29) VALUE SPACES.      00016600
      *                                                                 00016700
       01  CLOSERPT-MESSAGE-LINE.                                       00016800
           05  CM-MESSAGE                  PIC X(40).                   00016900
           05  CM-PERIOD                   PIC 9(4).                    00017000
           05  FILLER                      PIC X(36) VALUE SPACES.      00017100
      *                                                                 00017200
       01  CLOSERPT-COUNT-LINE.                                         00017300
           05  FILLER                      PIC X(16) VALUE              00017400
               'ACCOUNTS CLOSED '.                                      00017500
           05  CC-ACCOUNTS-CLOSED          PIC ZZZZZZ9.                 00017600
           05  FILLER                      PIC X(57) VALUE SPACES.      00017700
      *>                                                                00017800
       PROCEDURE DIVISION.                                              00017900
      *                                                                 00018000
       000-CLOSE-GL-PERIOD.                                             00018100
           PERFORM 002-GET-PROCESS-DATE.                                00018200
           OPEN    I-O      GLPERIOD, INPUT GLMAST,                     00018300
                   OUTPUT   CLOSERPT.                                   00018400
           IF GLPERIOD-ERROR-CODE NOT = '00'                            00018500
               DISPLAY 'GLCLOSE   A 1   OPEN ERROR FOR GLPERIOD'        00018600
               DISPLAY 'GLCLOSE   A 1   FILE STATUS = '                 00018700
                   GLPERIOD-ERROR-CODE                                  00018800
               MOVE 16 TO RETURN-CODE                                   00018900
               STOP RUN.                                                00019000
           IF GLMAST-ERROR-CODE NOT = '00'                              00019100
               DISPLAY 'GLCLOSE   A 1   OPEN ERROR FOR GLMAST'          00019200
               DISPLAY 'GLCLOSE   A 1   FILE STATUS = '                 00019300
                   GLMAST-ERROR-CODE                                    00019400
               MOVE 16 TO RETURN-CODE                                   00019500
               STOP RUN.                                                00019600
           PERFORM 100-CHECK-PERIOD-CONTROL.                            00019700
           PERFORM 200-SUM-BEFORE-CLOSE                                 00019800
               UNTIL GLMAST-EOF.                                        00019900
           CLOSE   GLMAST.                                              00020000
           MOVE    WS-RUN-DATE       TO CH-RUN-DATE                     00020100
           MOVE    WS-CLOSING-PERIOD TO CH-CLOSING-PERIOD               00020200
           WRITE   CLOSERPT-LINE FROM CLOSERPT-HEADING.                 00020300
           IF WS-PTD-NET-BEFORE NOT = ZERO                              00020400
               MOVE 'Y' TO CLOSE-REFUSED-SWITCH                         00020500
               MOVE 'PTD DOES NOT NET TO ZERO - NOT CLOSED   '          00020600
                   TO CM-MESSAGE                                        00020700
               MOVE WS-CLOSING-PERIOD TO CM-PERIOD                      00020800
               WRITE CLOSERPT-LINE FROM CLOSERPT-MESSAGE-LINE.          00020900
           IF NOT CLOSE-REFUSED                                         00021000
               PERFORM 300-CLOSE-ALL-ACCOUNTS.                          00021100
           PERFORM 400-WRITE-CONTROL-REPORT.                            00021200
           CLOSE   GLPERIOD, CLOSERPT.                                  00021300
           DISPLAY 'GLCLOSE CLOSED=' WS-ACCOUNTS-CLOSED-COUNT           00021400
               ' REWRITE-ERRORS=' WS-REWRITE-ERROR-COUNT.               00021500
           IF CLOSE-REFUSED                                             00021600
               DISPLAY 'GLCLOSE   A 2   PERIOD ' WS-CLOSING-PERIOD      00021700
                   ' NOT CLOSED - SEE CLOSERPT'                         00021800
               MOVE 16 TO RETURN-CODE                                   00021900
           ELSE                                                         00022000
               IF WS-PTD-NET-BEFORE NOT = WS-PTD-NET-ARCHIVED           00022100
                   OR WS-YTD-NET-BEFORE NOT = WS-YTD-NET-ARCHIVED       00022200
                   OR WS-REWRITE-ERROR-COUNT > ZERO                     00022300
                   DISPLAY 'GLCLOSE   A 2   CLOSE DOES NOT TIE -'       00022400
                       ' REVIEW CLOSERPT BEFORE RERUNNING'              00022500
                   MOVE 16 TO RETURN-CODE.                              00022600
           STOP RUN.                                                    00022700
      *                                                                 00022800
       002-GET-PROCESS-DATE.                                            00022900
               MOVE    ZERO TO WS-RUN-DATE.                             00023000
               OPEN    INPUT CYCLDATE.                                  00023100
               IF CYCLDATE-ERROR-CODE = '00'                            00023200
                   PERFORM 003-READ-CYCLE-DATE                          00023300
                   CLOSE CYCLDATE.                                      00023400
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00023500
                   ACCEPT WS-RUN-DATE FROM DATE.                        00023600
      *                                                                 00023700
       003-READ-CYCLE-DATE.                                             00023800
               READ CYCLDATE INTO WS-RUN-DATE                           00023900
                   AT  END                                              00024000
                       MOVE ZERO TO WS-RUN-DATE.                        00024100
      *                                                                 00024200
       100-CHECK-PERIOD-CONTROL.                                        00024300
               READ GLPERIOD INTO GL-PERIOD-RECORD                      00024400
                   AT  END                                              00024500
                       DISPLAY 'GLCLOSE   A 1   GLPERIOD CONTROL'       00024600
                           ' RECORD MISSING'                            00024700
                       MOVE 16 TO RETURN-CODE                           00024800
                       STOP RUN.                                        00024900
               MOVE    GP-OPEN-PERIOD TO WS-CLOSING-PERIOD.             00025000
               IF WS-RUN-PERIOD NOT > WS-CLOSING-PERIOD                 00025100
                   MOVE 'Y' TO CLOSE-REFUSED-SWITCH.                    00025200
               MOVE    WS-CLOSING-PERIOD TO WS-NEXT-PERIOD.             00025300
               IF WS-CLOSING-YEAR-END                                   00025400
                   MOVE 01 TO WS-NEXT-MONTH                             00025500
                   IF WS-NEXT-YEAR = 99                                 00025600
                       MOVE ZERO TO WS-NEXT-YEAR                        00025700
                   ELSE                                                 00025800
                       ADD 1 TO WS-NEXT-YEAR                            00025900
               ELSE                                                     00026000
                   ADD 1 TO WS-NEXT-MONTH.                              00026100
      *                                                                 00026200
       200-SUM-BEFORE-CLOSE.                                            00026300
               PERFORM 210-READ-GL-MASTER.                              00026400
               IF NOT GLMAST-EOF                                        00026500
                   ADD GM-PTD-BALANCE TO WS-PTD-NET-BEFORE              00026600
                   ADD GM-YTD-BALANCE TO WS-YTD-NET-BEFORE.             00026700
      *                                                                 00026800
       210-READ-GL-MASTER.                                              00026900
               READ GLMAST INTO GL-MASTER-RECORD                        00027000
                   AT  END                                              00027100
                       MOVE 'Y' TO GLMAST-EOF-SWITCH.                   00027200
      *                                                                 00027300
       300-CLOSE-ALL-ACCOUNTS.                                          00027400
               OPEN    I-O GLMAST, EXTEND GLHIST.                       00027500
               IF GLMAST-ERROR-CODE NOT = '00'                          00027600
                   DISPLAY 'GLCLOSE   A 1   REOPEN ERROR FOR GLMAST'    00027700
                   DISPLAY 'GLCLOSE   A 1   FILE STATUS = '             00027800
                       GLMAST-ERROR-CODE                                00027900
                   MOVE 16 TO RETURN-CODE                               00028000
                   STOP RUN.                                            00028100
               IF GLHIST-ERROR-CODE NOT = '00'                          00028200
                   DISPLAY 'GLCLOSE   A 1   OPEN ERROR FOR GLHIST'      00028300
                   DISPLAY 'GLCLOSE   A 1   FILE STATUS = '             00028400
                       GLHIST-ERROR-CODE                                00028500
                   MOVE 16 TO RETURN-CODE                               00028600
                   STOP RUN.                                            00028700
               MOVE    'N' TO GLMAST-EOF-SWITCH.                        00028800
               PERFORM 310-CLOSE-ONE-ACCOUNT                            00028900
                   UNTIL GLMAST-EOF.                                    00029000
               CLOSE   GLMAST, GLHIST.                                  00029100
               MOVE    GP-OPEN-PERIOD TO GP-LAST-CLOSED-PERIOD.         00029200
               MOVE    WS-NEXT-PERIOD TO GP-OPEN-PERIOD.                00029300
               MOVE    WS-RUN-DATE    TO GP-LAST-CLOSE-DATE.            00029400
               REWRITE GL-PERIOD-AREA FROM GL-PERIOD-RECORD.            00029500
               IF GLPERIOD-ERROR-CODE NOT = '00'                        00029509
                   DISPLAY 'GLCLOSE   A 3   REWRITE ERROR FOR GLPERIOD' 00029518
                       ' STATUS ' GLPERIOD-ERROR-CODE                   00029527
                   DISPLAY 'GLCLOSE   A 3   GLMAST CLOSED BUT PERIOD'   00029536
                       ' ' WS-CLOSING-PERIOD ' STILL OPEN'              00029545
                   MOVE 16 TO RETURN-CODE                               00029554
                   MOVE 'GLPERIOD REWRITE ERROR - NOT ROLLED    '       00029563
                       TO CM-MESSAGE                                    00029572
                   MOVE WS-CLOSING-PERIOD TO CM-PERIOD                  00029581
               ELSE                                                     00029590
                   MOVE 'PERIOD CLOSED AND LOCKED - NOW OPEN     '      00029600
                       TO CM-MESSAGE                                    00029700
                   MOVE GP-OPEN-PERIOD TO CM-PERIOD.                    00029800
               WRITE   CLOSERPT-LINE FROM CLOSERPT-MESSAGE-LINE.        00029900
      *                                                                 00030000
       310-CLOSE-ONE-ACCOUNT.                                           00030100
               PERFORM 210-READ-GL-MASTER.                              00030200
               IF NOT GLMAST-EOF                                        00030300
                   PERFORM 320-ARCHIVE-AND-ROLL.                        00030400
      *                                                                 00030500
       320-ARCHIVE-AND-ROLL.                                            00030600
               PERFORM 330-WRITE-GL-HISTORY.                            00030700
               MOVE    ZERO TO GM-PTD-BALANCE.                          00030800
               IF WS-CLOSING-YEAR-END                                   00030900
                   MOVE ZERO TO GM-YTD-BALANCE.                         00031000
               REWRITE GL-MASTER-AREA FROM GL-MASTER-RECORD.            00031100
               IF GLMAST-ERROR-CODE NOT = '00'                          00031200
                   DISPLAY 'GLCLOSE   A 3   REWRITE ERROR FOR ACCOUNT ' 00031300
                       GM-ACCOUNT ' STATUS ' GLMAST-ERROR-CODE          00031400
                   ADD 1 TO WS-REWRITE-ERROR-COUNT                      00031500
               ELSE                                                     00031600
                   ADD 1 TO WS-ACCOUNTS-CLOSED-COUNT                    00031700
                   ADD GM-PTD-BALANCE TO WS-PTD-NET-AFTER               00031800
                   ADD GM-YTD-BALANCE TO WS-YTD-NET-AFTER.              00031900
      *                                                                 00032000
       330-WRITE-GL-HISTORY.                                            00032100
               MOVE    WS-CLOSING-PERIOD TO HS-PERIOD.                  00032200
               MOVE    GM-ACCOUNT        TO HS-ACCOUNT.                 00032300
               MOVE    GM-PTD-BALANCE    TO HS-PTD-BALANCE.             00032400
               MOVE    GM-YTD-BALANCE    TO HS-YTD-BALANCE.             00032500
               MOVE    WS-RUN-DATE       TO HS-CLOSE-DATE.              00032600
               WRITE   GL-HISTORY-AREA FROM GL-HISTORY-RECORD.          00032700
               ADD     GM-PTD-BALANCE TO WS-PTD-NET-ARCHIVED.           00032800
               ADD     GM-YTD-BALANCE TO WS-YTD-NET-ARCHIVED.           00032900
      *                                                                 00033000
       400-WRITE-CONTROL-REPORT.                                        00033100
               IF WS-RUN-PERIOD NOT > WS-CLOSING-PERIOD                 00033200
                   MOVE 'PERIOD HAS NOT ENDED - NOT CLOSED       '      00033300
                       TO CM-MESSAGE                                    00033400
                   MOVE WS-CLOSING-PERIOD TO CM-PERIOD                  00033500
                   WRITE CLOSERPT-LINE FROM CLOSERPT-MESSAGE-LINE.      00033600
               MOVE    'NET BEFORE CLOSE    ' TO CT-LABEL               00033700
               MOVE    WS-PTD-NET-BEFORE TO CT-PTD-TOTAL                00033800
               MOVE    WS-YTD-NET-BEFORE TO CT-YTD-TOTAL                00033900
               WRITE   CLOSERPT-LINE FROM CLOSERPT-TOTAL-LINE.          00034000
               MOVE    'ARCHIVED TO GLHIST  ' TO CT-LABEL               00034100
               MOVE    WS-PTD-NET-ARCHIVED TO CT-PTD-TOTAL              00034200
               MOVE    WS-YTD-NET-ARCHIVED TO CT-YTD-TOTAL              00034300
               WRITE   CLOSERPT-LINE FROM CLOSERPT-TOTAL-LINE.          00034400
               MOVE    'NET AFTER CLOSE     ' TO CT-LABEL               00034500
               MOVE    WS-PTD-NET-AFTER TO CT-PTD-TOTAL                 00034600
               MOVE    WS-YTD-NET-AFTER TO CT-YTD-TOTAL                 00034700
               WRITE   CLOSERPT-LINE FROM CLOSERPT-TOTAL-LINE.          00034800
               MOVE    WS-ACCOUNTS-CLOSED-COUNT TO CC-ACCOUNTS-CLOSED   00034900
               WRITE   CLOSERPT-LINE FROM CLOSERPT-COUNT-LINE.          00035000
      *>                                                                00035100
/*                                                                      00035200
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00035300
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00035400
//COB.GLMAST DD DSNAME=HERC01.SAMPLE.GLMAST,DISP=SHR                    00035500
//COB.GLPERIOD DD DSNAME=HERC01.SAMPLE.GLPERIOD,DISP=SHR                00035600
//COB.GLHIST DD DSNAME=HERC01.SAMPLE.GLHIST,DISP=(MOD,CATLG),           00035700
//             DCB=(DSORG=PS,LRECL=40,BLKSIZE=4000,RECFM=FB),           00035800
//             SPACE=(TRK,(1,1),RLSE)                                   00035900
//COB.CLOSERPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)        00036000
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00036100
//GO.SYSIN DD *                                                         00036200
/*                                                                      00036300
//*  SNAPMEND KEEPS THE LAST NIGHT OF THE CLOSED MONTH: IT COPIES THE   00036307
//*  CURRENT MSTRSNAP GENERATION TO A NEW MSTRSNPM GENERATION FOR       00036314
//*  INVRECON'S SNAPOLD. RUN GLCLOSE AFTER THAT NIGHT'S MSTRSNAP. IT    00036321
//*  ONLY RUNS WHEN THE CLOSE ENDED CLEAN, SO A REFUSED OR FAILED       00036328
//*  CLOSE (RC 16) DOES NOT ROLL THE MONTH-END SNAPSHOT.                00036335
//SNAPMEND EXEC PGM=IEBGENER,                                           00036342
//             COND=((4,LT,GLCLOSE.COB),(0,NE,GLCLOSE.GO))              00036345
//SYSPRINT DD SYSOUT=*                                                  00036349
//SYSIN    DD DUMMY                                                     00036356
//SYSUT1   DD DSNAME=HERC01.SAMPLE.MSTRSNAP(0),DISP=SHR                 00036363
//SYSUT2   DD DSNAME=HERC01.SAMPLE.MSTRSNPM(+1),DISP=(,CATLG),          00036370
//             DCB=(DSORG=PS,LRECL=84,BLKSIZE=8400,RECFM=FB),           00036377
//             SPACE=(TRK,(10,10),RLSE)                                 00036384
/&                                                                      00036400
