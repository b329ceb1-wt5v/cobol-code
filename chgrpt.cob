//HERC01N  JOB (COBOL),'CHGRPT',CLASS=A,MSGCLASS=H,                     00000100
//             REGION=8M,TIME=1440,                                     00000200
//             MSGLEVEL=(1,1)                                           00000300
//CHGRPT   EXEC COBUCG,                                                 00000400
//             PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'        00000500
//COB.SYSPUNCH DD DUMMY                                                 00000600
//COB.SYSIN DD *                                                        00000700
      ********************************************************          00000800
      * A COBOL PROGRAM TEMPLATE                                        00000900
      ********************************************************          00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID. CHGRPT.                                              00001200
       AUTHOR. KRIS W KEENER.                                           00001300
       INSTALLATION.   THE LAB.                                         00001400
       DATE-WRITTEN.   OCTOBER 15 2026.                                 00001500
       DATE-COMPILED.  OCTOBER 15 2026.                                 00001600
       SECURITY. HOME USE ONLY.                                         00001700
       REMARKS. MASTER-FILE CHANGE LOG REPORT -- LISTS THE CHGLOG       00001800
           RECORDS CUSTMNT, VENDMAINT, ITMSTAT AND ITEMCHG WRITE FOR    00001900
           EVERY FIELD THEY CHANGE: DATE, FILE, KEY, FIELD, BEFORE AND  00002000
           AFTER VALUE, OPERATOR AND PROGRAM. THE CHGPARM CARD PICKS    00002100
           WHAT IS LISTED -- A DATE RANGE, ONE FILE, ONE OPERATOR, OR   00002200
           ANY MIX; A BLANK OR ZERO FIELD (OR NO CARD AT ALL) SELECTS   00002300
           EVERYTHING. ENDS WITH THE COUNT SELECTED FOR EACH FILE.      00002400
      *>                                                      MODS:     00002410
      *> 2026-10-15 KWK - INVLOC IS ONE OF THE FILES NOW -- LOCMNT      00002420
      *>    LOGS EVERY CHANGE TO A LOCATION'S MINIMUM OR MAXIMUM        00002430
      *>    STOCKING LEVEL, AND THE TOTALS COUNT INVLOC CHANGES ON      00002440
      *>    THEIR OWN LINE.                                             00002450
      *> 2026-10-15 KWK - BOMMAST IS ONE OF THE FILES NOW -- BOMMNT     00002460
      *>    LOGS EVERY COMPONENT ADDED, CHANGED OR DELETED, AND THE     00002470
      *>    TOTALS COUNT BOMMAST CHANGES ON THEIR OWN LINE.             00002480
      *>                                                                00002500
      *>                                                                00002600
       ENVIRONMENT DIVISION.                                            00002700
      **                                                                00002800
       CONFIGURATION SECTION.                                           00002900
       SOURCE-COMPUTER.    IBM-370.                                     00003000
       OBJECT-COMPUTER.    IBM-370.                                     00003100
      **                                                                00003200
       INPUT-OUTPUT SECTION.                                            00003300
      *                                                                 00003400
       FILE-CONTROL.                                                    00003500
           SELECT CHGPARM  ASSIGN TO UT-S-CHGPARM                       00003600
                           FILE STATUS IS CHGPARM-ERROR-CODE.           00003700
           SELECT CHGLOG   ASSIGN TO UT-S-CHGLOG                        00003800
                           FILE STATUS IS CHGLOG-ERROR-CODE.            00003900
           SELECT CHGLRPT  ASSIGN TO UT-S-CHGLRPT.                      00004000
      *>                                                                00004100
       DATA DIVISION.                                                   00004200
      *                                                                 00004300
       FILE SECTION.                                                    00004400
      *                                                                 00004500
       FD  CHGPARM                                                      00004600
           LABEL RECORDS ARE STANDARD                                   00004700
           RECORD CONTAINS 30 CHARACTERS.                               00004800
      *                                                                 00004900
       01  CHANGE-PARM-AREA                 PIC X(30).                  00005000
      *                                                                 00005100
       FD  CHGLOG                                                       00005200
           LABEL RECORDS ARE STANDARD                                   00005300
           RECORD CONTAINS 112 CHARACTERS.                              00005400
      *                                                                 00005500
       01  CHANGE-LOG-AREA                  PIC X(112).                 00005600
      *                                                                 00005700
       FD  CHGLRPT                                                      00005800
           LABEL RECORDS ARE STANDARD                                   00005900
           RECORD CONTAINS 80 CHARACTERS.                               00006000
      *                                                                 00006100
       01  CHGLRPT-LINE                     PIC X(80).                  00006200
      *                                                                 00006300
       WORKING-STORAGE SECTION.                                         00006400
      *                                                                 00006500
       01  SWITCHES.                                                    00006600
           05  CHGLOG-EOF-SWITCH               PIC X   VALUE   'N'.     00006700
               88  CHGLOG-EOF                          VALUE   'Y'.     00006800
           05  SELECTED-SWITCH                 PIC X   VALUE   'N'.     00006900
               88  RECORD-SELECTED                     VALUE   'Y'.     00007000
      *                                                                 00007100
       01  FILE-STATUS-FIELD.                                           00007200
           05 CHGPARM-ERROR-CODE           PIC XX.                      00007300
           05 CHGLOG-ERROR-CODE            PIC XX.                      00007400
      *                                                                 00007500
       01  WS-EOJ-COUNTERS.                                             00007600
           05  WS-RECORDS-READ-COUNT       PIC 9(7) VALUE ZERO.         00007700
           05  WS-RECORDS-SELECTED-COUNT   PIC 9(7) VALUE ZERO.         00007800
           05  WS-CUSTMAST-COUNT           PIC 9(7) VALUE ZERO.         00007900
           05  WS-VENDMAST-COUNT           PIC 9(7) VALUE ZERO.         00008000
           05  WS-INVMAST-COUNT            PIC 9(7) VALUE ZERO.         00008100
           05  WS-INVLOC-COUNT             PIC 9(7) VALUE ZERO.         00008150
           05  WS-BOMMAST-COUNT            PIC 9(7) VALUE ZERO.         00008170
      *                                                                 00008200
      *    CHGPARM -- COLS 1-6 FROM DATE, 7-12 TO DATE (YYMMDD), 13-20  00008300
      *    FILE (CUSTMAST, VENDMAST, INVMAST, INVLOC OR BOMMAST), 21-28 00008360
      *    OPERATOR ID.                                                 00008420
      *                                                                 00008500
       01  CHANGE-PARM-RECORD.                                          00008600
           05  CP-FROM-DATE                PIC 9(6).                    00008700
           05  CP-TO-DATE                  PIC 9(6).                    00008800
           05  CP-FILE-ID                  PIC X(8).                    00008900
           05  CP-OPERATOR-ID              PIC X(8).                    00009000
           05  FILLER                      PIC X(2).                    00009100
      *                                                                 00009200
       01  CHANGE-LOG-RECORD.                                           00009300
           05  CL-CHANGE-DATE              PIC 9(6).                    00009400
           05  CL-FILE-ID                  PIC X(8).                    00009500
           05  CL-RECORD-KEY               PIC X(10).                   00009600
           05  CL-FIELD-NAME               PIC X(12).                   00009700
           05  CL-BEFORE-VALUE             PIC X(30).                   00009800
           05  CL-AFTER-VALUE              PIC X(30).                   00009900
           05  CL-OPERATOR-ID              PIC X(8).                    00010000
           05  CL-PROGRAM-ID               PIC X(8).                    00010100
      *                                                                 00010200
       01  CHGLRPT-HEADING.                                             00010300
           05  FILLER                      PIC X(40) VALUE              00010400
               'MASTER-FILE CHANGE LOG'.                                00010500
           05  FILLER                      PIC X(40) VALUE SPACES.      00010600
      *                                                                 00010700
       01  CHGLRPT-SELECTION-LINE.                                      00010800
           05  FILLER                      PIC X(7)  VALUE 'DATES '.    00010900
           05  CS-FROM-DATE                PIC 9(6).                    00011000
           05  FILLER                      PIC X(4)  VALUE ' TO '.      00011100
           05  CS-TO-DATE                  PIC 9(6).                    00011200
           05  FILLER                      PIC X(8)  VALUE '  FILE '.   00011300
           05  CS-FILE-ID                  PIC X(8).                    00011400
           05  FILLER                      PIC X(12) VALUE              00011500
               '  OPERATOR '.                                           00011600
           05  CS-OPERATOR-ID              PIC X(8).                    00011700
           05  FILLER                      PIC X(21) VALUE SPACES.      00011800
      *                                                                 00011900
       01  CHGLRPT-COLUMN-HEADING-1.                                    00012000
           05  FILLER                      PIC X(40) VALUE              00012100
               'DATE    FILE      KEY         FIELD     '.              00012200
           05  FILLER                      PIC X(40) VALUE              00012300
               '    OPERATOR  PROGRAM'.                                 00012400
      *                                                                 00012500
       01  CHGLRPT-COLUMN-HEADING-2.                                    00012600
           05  FILLER                      PIC X(40) VALUE              00012700
               '        BEFORE'.                                        00012800
           05  FILLER                      PIC X(40) VALUE              00012900
               '       AFTER'.                                          00013000
      *                                                                 00013100
       01  CHGLRPT-DETAIL-1.                                            00013200
           05  CD-CHANGE-DATE              PIC 9(6).                    00013300
           05  FILLER                      PIC X(2)  VALUE SPACES.      00013400
           05  CD-FILE-ID                  PIC X(8).                    00013500
           05  FILLER                      PIC X(2)  VALUE SPACES.      00013600
           05  CD-RECORD-KEY               PIC X(10).                   00013700
           05  FILLER                      PIC X(2)  VALUE SPACES.      00013800
           05  CD-FIELD-NAME               PIC X(12).                   00013900
           05  FILLER                      PIC X(2)  VALUE SPACES.      00014000
           05  CD-OPERATOR-ID              PIC X(8).                    00014100
           05  FILLER                      PIC X(2)  VALUE SPACES.      00014200
           05  CD-PROGRAM-ID               PIC X(8).                    00014300
           05  FILLER                      PIC X(18) VALUE SPACES.      00014400
      *                                                                 00014500
       01  CHGLRPT-DETAIL-2.                                            00014600
           05  FILLER                      PIC X(8)  VALUE SPACES.      00014700
           05  CD-BEFORE-VALUE             PIC X(30).                   00014800
           05  FILLER                      PIC X(9)  VALUE SPACES.      00014900
           05  CD-AFTER-VALUE              PIC X(30).                   00015000
           05  FILLER                      PIC X(3)  VALUE SPACES.      00015100
      *                                                                 00015200
       01  CHGLRPT-TOTAL-LINE.                                          00015300
           05  CT-LABEL                    PIC X(30).                   00015400
           05  CT-COUNT                    PIC ZZZZZZ9.                 00015500
           05  FILLER                      PIC X(43) VALUE SPACES.      00015600
      *>                                                                00015700
       PROCEDURE DIVISION.                                              00015800
      *                                                                 00015900
       000-REPORT-CHANGE-LOG.                                           00016000
           PERFORM 100-READ-SELECTION-PARM.                             00016100
           OPEN    INPUT   CHGLOG, OUTPUT  CHGLRPT.                     00016200
           IF CHGLOG-ERROR-CODE NOT = '00'                              00016300
               DISPLAY 'CHGRPT    A 1   OPEN ERROR FOR CHGLOG'          00016400
               DISPLAY 'CHGRPT    A 1   FILE STATUS = '                 00016500
                   CHGLOG-ERROR-CODE                                    00016600
               MOVE 16 TO RETURN-CODE                                   00016700
               STOP RUN.                                                00016800
           PERFORM 200-WRITE-HEADINGS.                                  00016900
           PERFORM 300-PROCESS-CHANGE-RECORD                            00017000
               UNTIL CHGLOG-EOF.                                        00017100
           PERFORM 500-WRITE-TOTALS.                                    00017200
           CLOSE   CHGLOG, CHGLRPT.                                     00017300
           DISPLAY 'CHGRPT READ=' WS-RECORDS-READ-COUNT                 00017400
               ' SELECTED=' WS-RECORDS-SELECTED-COUNT.                  00017500
           STOP RUN.                                                    00017600
      *                                                                 00017700
      ****************************************************************  00017800
      *  SELECTION -- NO CARD, OR A BLANK FIELD ON IT, MEANS "ALL".     00017900
      *  A TO DATE OF ZERO RUNS TO THE END OF THE LOG.                  00018000
      ****************************************************************  00018100
       100-READ-SELECTION-PARM.                                         00018200
               MOVE    SPACES TO CHANGE-PARM-RECORD.                    00018300
               OPEN    INPUT CHGPARM.                                   00018400
               IF CHGPARM-ERROR-CODE = '00'                             00018500
                   PERFORM 110-READ-SELECTION-CARD                      00018600
                   CLOSE CHGPARM.                                       00018700
               IF CP-FROM-DATE NOT NUMERIC                              00018800
                   MOVE ZERO TO CP-FROM-DATE.                           00018900
               IF CP-TO-DATE NOT NUMERIC OR CP-TO-DATE = ZERO           00019000
                   MOVE 999999 TO CP-TO-DATE.                           00019100
               IF CP-FROM-DATE > CP-TO-DATE                             00019200
                   DISPLAY 'CHGRPT    A 2   FROM DATE AFTER TO DATE -'  00019300
                       ' NOTHING WILL BE SELECTED'.                     00019400
      *                                                                 00019500
       110-READ-SELECTION-CARD.                                         00019600
               READ CHGPARM INTO CHANGE-PARM-RECORD                     00019700
                   AT  END                                              00019800
                       MOVE SPACES TO CHANGE-PARM-RECORD.               00019900
      *                                                                 00020000
       200-WRITE-HEADINGS.                                              00020100
               MOVE    CP-FROM-DATE   TO CS-FROM-DATE.                  00020200
               MOVE    CP-TO-DATE     TO CS-TO-DATE.                    00020300
               MOVE    CP-FILE-ID     TO CS-FILE-ID.                    00020400
               MOVE    CP-OPERATOR-ID TO CS-OPERATOR-ID.                00020500
               IF CP-FILE-ID = SPACES                                   00020600
                   MOVE 'ALL' TO CS-FILE-ID.                            00020700
               IF CP-OPERATOR-ID = SPACES                               00020800
                   MOVE 'ALL' TO CS-OPERATOR-ID.                        00020900
               WRITE   CHGLRPT-LINE FROM CHGLRPT-HEADING.               00021000
               WRITE   CHGLRPT-LINE FROM CHGLRPT-SELECTION-LINE.        00021100
               MOVE    SPACES TO CHGLRPT-LINE.                          00021200
               WRITE   CHGLRPT-LINE.                                    00021300
               WRITE   CHGLRPT-LINE FROM CHGLRPT-COLUMN-HEADING-1.      00021400
               WRITE   CHGLRPT-LINE FROM CHGLRPT-COLUMN-HEADING-2.      00021500
      *                                                                 00021600
       300-PROCESS-CHANGE-RECORD.                                       00021700
               READ CHGLOG INTO CHANGE-LOG-RECORD                       00021800
                   AT  END                                              00021900
                       MOVE 'Y' TO CHGLOG-EOF-SWITCH.                   00022000
               IF NOT CHGLOG-EOF                                        00022100
                   ADD 1 TO WS-RECORDS-READ-COUNT                       00022200
                   PERFORM 310-APPLY-SELECTION                          00022300
                   IF RECORD-SELECTED                                   00022400
                       PERFORM 320-WRITE-CHANGE-LINES.                  00022500
      *                                                                 00022600
       310-APPLY-SELECTION.                                             00022700
               MOVE    'Y' TO SELECTED-SWITCH.                          00022800
               IF CL-CHANGE-DATE < CP-FROM-DATE                         00022900
                   OR CL-CHANGE-DATE > CP-TO-DATE                       00023000
                   MOVE 'N' TO SELECTED-SWITCH.                         00023100
               IF CP-FILE-ID NOT = SPACES                               00023200
                   AND CL-FILE-ID NOT = CP-FILE-ID                      00023300
                   MOVE 'N' TO SELECTED-SWITCH.                         00023400
               IF CP-OPERATOR-ID NOT = SPACES                           00023500
                   AND CL-OPERATOR-ID NOT = CP-OPERATOR-ID              00023600
                   MOVE 'N' TO SELECTED-SWITCH.                         00023700
      *                                                                 00023800
       320-WRITE-CHANGE-LINES.                                          00023900
               MOVE    CL-CHANGE-DATE  TO CD-CHANGE-DATE.               00024000
               MOVE    CL-FILE-ID      TO CD-FILE-ID.                   00024100
               MOVE    CL-RECORD-KEY   TO CD-RECORD-KEY.                00024200
               MOVE    CL-FIELD-NAME   TO CD-FIELD-NAME.                00024300
               MOVE    CL-OPERATOR-ID  TO CD-OPERATOR-ID.               00024400
               MOVE    CL-PROGRAM-ID   TO CD-PROGRAM-ID.                00024500
               MOVE    CL-BEFORE-VALUE TO CD-BEFORE-VALUE.              00024600
               MOVE    CL-AFTER-VALUE  TO CD-AFTER-VALUE.               00024700
               WRITE   CHGLRPT-LINE FROM CHGLRPT-DETAIL-1.              00024800
               WRITE   CHGLRPT-LINE FROM CHGLRPT-DETAIL-2.              00024900
               ADD     1 TO WS-RECORDS-SELECTED-COUNT.                  00025000
               EVALUATE CL-FILE-ID                                      00025100
                   WHEN 'CUSTMAST'                                      00025200
                       ADD 1 TO WS-CUSTMAST-COUNT                       00025300
                   WHEN 'VENDMAST'                                      00025400
                       ADD 1 TO WS-VENDMAST-COUNT                       00025500
                   WHEN 'INVMAST '                                      00025600
                       ADD 1 TO WS-INVMAST-COUNT                        00025700
                   WHEN 'INVLOC  '                                      00025730
                       ADD 1 TO WS-INVLOC-COUNT                         00025760
                   WHEN 'BOMMAST '                                      00025770
                       ADD 1 TO WS-BOMMAST-COUNT                        00025780
               END-EVALUATE.                                            00025800
      *                                                                 00025900
       500-WRITE-TOTALS.                                                00026000
               MOVE    SPACES TO CHGLRPT-LINE.                          00026100
               WRITE   CHGLRPT-LINE.                                    00026200
               MOVE    'CHANGE RECORDS READ           ' TO CT-LABEL     00026300
               MOVE    WS-RECORDS-READ-COUNT     TO CT-COUNT            00026400
               WRITE   CHGLRPT-LINE FROM CHGLRPT-TOTAL-LINE.            00026500
               MOVE    'CHANGES SELECTED              ' TO CT-LABEL     00026600
               MOVE    WS-RECORDS-SELECTED-COUNT TO CT-COUNT            00026700
               WRITE   CHGLRPT-LINE FROM CHGLRPT-TOTAL-LINE.            00026800
               MOVE    '  CUSTMAST                    ' TO CT-LABEL     00026900
               MOVE    WS-CUSTMAST-COUNT         TO CT-COUNT            00027000
               WRITE   CHGLRPT-LINE FROM CHGLRPT-TOTAL-LINE.            00027100
               MOVE    '  VENDMAST                    ' TO CT-LABEL     00027200
               MOVE    WS-VENDMAST-COUNT         TO CT-COUNT            00027300
               WRITE   CHGLRPT-LINE FROM CHGLRPT-TOTAL-LINE.            00027400
               MOVE    '  INVMAST                     ' TO CT-LABEL     00027500
               MOVE    WS-INVMAST-COUNT          TO CT-COUNT            00027600
               WRITE   CHGLRPT-LINE FROM CHGLRPT-TOTAL-LINE.            00027700
               MOVE    '  INVLOC                      ' TO CT-LABEL     00027720
               MOVE    WS-INVLOC-COUNT           TO CT-COUNT            00027740
               WRITE   CHGLRPT-LINE FROM CHGLRPT-TOTAL-LINE.            00027760
               MOVE    '  BOMMAST                     ' TO CT-LABEL     00027770
               MOVE    WS-BOMMAST-COUNT          TO CT-COUNT            00027780
               WRITE   CHGLRPT-LINE FROM CHGLRPT-TOTAL-LINE.            00027790
      *>                                                                00027800
/*                                                                      00027900
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00028000
//COB.CHGPARM DD DSNAME=HERC01.SAMPLE.CHGPARM,DISP=SHR                  00028100
//COB.CHGLOG DD DSNAME=HERC01.SAMPLE.CHGLOG,DISP=SHR                    00028200
//COB.CHGLRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)         00028300
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00028400
//GO.SYSIN DD *                                                         00028500
/*                                                                      00028600
/&                                                                      00028700
