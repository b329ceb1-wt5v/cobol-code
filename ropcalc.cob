//HERC01N  JOB (COBOL),'ROPCALC',CLASS=A,MSGCLASS=H,                    00000100
//             REGION=8M,TIME=1440,                                     00000200
//             MSGLEVEL=(1,1)                                           00000300
//ROPCALC  EXEC COBUCG,                                                 00000400
//             PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'        00000500
//COB.SYSPUNCH DD DUMMY                                                 00000600
//COB.SYSIN DD *                                                        00000700
      ********************************************************          00000800
      * A COBOL PROGRAM TEMPLATE                                        00000900
      ********************************************************          00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID. ROPCALC.                                             00001200
       AUTHOR. KRIS W KEENER.                                           00001300
       INSTALLATION.   THE LAB.                                         00001400
       DATE-WRITTEN.   OCTOBER 15 2026.                                 00001500
       DATE-COMPILED.  OCTOBER 15 2026.                                 00001600
       SECURITY. HOME USE ONLY.                                         00001700
       REMARKS. REORDER-POINT RECALCULATION -- WORKS OUT EACH ITEM'S    00001800
           AVERAGE DAILY USAGE OVER A WINDOW OF THE CURRENT YEAR TO     00001900
           DATE (IM-YTD-ISSUED, WHICH TAKES EVERY NIGHT'S ISSUES)       00002000
           PLUS THE NUMBER OF PRIOR CLOSED YEARS ASKED FOR ON           00002100
           ROPPARM (FROM THE MOVEHIST FILE YTDCLOSE WRITES). ITEMS      00002200
           ARE CLASSED A/B/C BY USAGE VALUE THE WAY ABCCYCLE DOES,      00002300
           AND THE RECOMMENDED REORDER POINT IS DAILY USAGE TIMES       00002400
           THE LEAD-TIME PLUS SAFETY-STOCK DAYS FOR THE CLASS.          00002500
           ROPRPT LISTS RECOMMENDED AGAINST CURRENT FOR EVERY ITEM.     00002600
           WITH THE APPLY FLAG ON ROPPARM SET TO 'Y' THE NEW POINTS     00002700
           ARE REWRITTEN TO INVMAST, AND EVERY CHANGE IS WRITTEN TO     00002800
           ROPHIST WITH THE OLD AND NEW POINT AND THE USAGE, WINDOW,    00002900
           CLASS AND DAYS IT WAS WORKED OUT FROM. AN ITEM WITH NO       00003000
           USAGE IN THE WINDOW KEEPS ITS CURRENT POINT.                 00003100
      *>                                                                00003200
      *>                                                                00003300
       ENVIRONMENT DIVISION.                                            00003400
      **                                                                00003500
       CONFIGURATION SECTION.                                           00003600
       SOURCE-COMPUTER.    IBM-370.                                     00003700
       OBJECT-COMPUTER.    IBM-370.                                     00003800
      **                                                                00003900
       INPUT-OUTPUT SECTION.                                            00004000
      *                                                                 00004100
       FILE-CONTROL.                                                    00004200
           SELECT ROPPARM  ASSIGN TO UT-S-ROPPARM                       00004300
                           FILE STATUS IS ROPPARM-ERROR-CODE.           00004400
           SELECT INVMAST  ASSIGN TO UT-I-INVMAST                       00004500
                           ORGANIZATION IS INDEXED                      00004600
                           ACCESS IS DYNAMIC                            00004700
                           RECORD KEY IS MR-ITEM-NO                     00004800
                           FILE STATUS IS INVMAST-ERROR-CODE.           00004900
           SELECT MOVEHIST ASSIGN TO UT-S-MOVEHIST                      00005000
                           FILE STATUS IS MOVEHIST-ERROR-CODE.          00005100
           SELECT ROPHIST  ASSIGN TO UT-S-ROPHIST                       00005200
                           FILE STATUS IS ROPHIST-ERROR-CODE.           00005300
           SELECT ROPRPT   ASSIGN TO UT-S-ROPRPT.                       00005400
           SELECT CYCLDATE ASSIGN TO UT-S-CYCLDATE                      00005500
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00005600
      *>                                                                00005700
       DATA DIVISION.                                                   00005800
      *                                                                 00005900
       FILE SECTION.                                                    00006000
      *                                                                 00006100
       FD  ROPPARM                                                      00006200
           LABEL RECORDS ARE STANDARD                                   00006300
           RECORD CONTAINS 20 CHARACTERS.                               00006400
      *                                                                 00006500
       01  REORDER-PARM-AREA                PIC X(20).                  00006600
      *                                                                 00006700
       FD  INVMAST                                                      00006800
           LABEL RECORDS ARE STANDARD                                   00006900
           RECORD CONTAINS 78 CHARACTERS.                               00007000
      *                                                                 00007100
       01  MASTER-RECORD-AREA.                                          00007200
           05  MR-ITEM-NO                  PIC X(5).                    00007300
           05  FILLER                      PIC X(73).                   00007400
      *                                                                 00007500
       FD  MOVEHIST                                                     00007600
           LABEL RECORDS ARE STANDARD                                   00007700
           RECORD CONTAINS 25 CHARACTERS.                               00007800
      *                                                                 00007900
       01  MOVEMENT-HISTORY-AREA            PIC X(25).                  00008000
      *                                                                 00008100
       FD  ROPHIST                                                      00008200
           LABEL RECORDS ARE STANDARD                                   00008300
           RECORD CONTAINS 41 CHARACTERS.                               00008400
      *                                                                 00008500
       01  REORDER-HISTORY-AREA             PIC X(41).                  00008600
      *                                                                 00008700
       FD  ROPRPT                                                       00008800
           LABEL RECORDS ARE STANDARD                                   00008900
           RECORD CONTAINS 80 CHARACTERS.                               00009000
      *                                                                 00009100
       01  ROPRPT-LINE                      PIC X(80).                  00009200
      *                                                                 00009300
       FD  CYCLDATE                                                     00009400
           LABEL RECORDS ARE STANDARD                                   00009500
           RECORD CONTAINS 6 CHARACTERS.                                00009600
      *                                                                 00009700
       01  CYCLE-DATE-AREA                     PIC X(6).                00009800
      *                                                                 00009900
       WORKING-STORAGE SECTION.                                         00010000
      *                                                                 00010100
       01  SWITCHES.                                                    00010200
           05  INVMAST-EOF-SWITCH              PIC X   VALUE   'N'.     00010300
               88  INVMAST-EOF                         VALUE   'Y'.     00010400
           05  MOVEHIST-EOF-SWITCH             PIC X   VALUE   'N'.     00010500
               88  MOVEHIST-EOF                        VALUE   'Y'.     00010600
           05  TABLE-SWAPPED-SWITCH            PIC X   VALUE   'N'.     00010700
               88  TABLE-WAS-SWAPPED                   VALUE   'Y'.     00010800
           05  ITEM-FOUND-SWITCH               PIC X   VALUE   'N'.     00010900
               88  ITEM-FOUND                          VALUE   'Y'.     00011000
      *                                                                 00011100
       01  FILE-STATUS-FIELD.                                           00011200
           05 ROPPARM-ERROR-CODE           PIC XX.                      00011300
           05 INVMAST-ERROR-CODE           PIC XX.                      00011400
           05 MOVEHIST-ERROR-CODE          PIC XX.                      00011500
           05 ROPHIST-ERROR-CODE           PIC XX.                      00011600
           05 CYCLDATE-ERROR-CODE          PIC XX.                      00011700
      *                                                                 00011800
       01  WS-EOJ-COUNTERS.                                             00011900
           05  WS-ITEMS-READ-COUNT         PIC 9(7) VALUE ZERO.         00012000
           05  WS-HISTORY-READ-COUNT       PIC 9(7) VALUE ZERO.         00012100
           05  WS-HISTORY-USED-COUNT       PIC 9(7) VALUE ZERO.         00012200
           05  WS-POINTS-CHANGED-COUNT     PIC 9(7) VALUE ZERO.         00012300
           05  WS-POINTS-APPLIED-COUNT     PIC 9(7) VALUE ZERO.         00012400
           05  WS-NO-USAGE-COUNT           PIC 9(7) VALUE ZERO.         00012500
           05  WS-REWRITE-ERROR-COUNT      PIC 9(7) VALUE ZERO.         00012600
      *                                                                 00012700
       01  WS-RUN-DATE                     PIC 9(6) VALUE ZERO.         00012800
       01  WS-RUN-DATE-CCYYMMDD            PIC 9(8) VALUE ZERO.         00012900
       01  WS-RUN-DATE-INTEGER             PIC S9(9) COMP VALUE ZERO.   00013000
      *                                                                 00013100
      *    ROPPARM -- ONE CARD, A ZERO OR BLANK FIELD TAKES THE DEFAULT.00013200
      *      COL  1      PRIOR CLOSED YEARS IN THE WINDOW (0-9)         00013300
      *      COL  2      'Y' = APPLY THE NEW POINTS TO INVMAST          00013400
      *      COL  3-20   LEAD-TIME DAYS, SAFETY DAYS (3 EACH)           00013500
      *                  FOR CLASS A, THEN B, THEN C                    00013600
       01  REORDER-PARM-RECORD.                                         00013700
           05  RP-HISTORY-YEARS            PIC 9(1).                    00013800
           05  RP-APPLY-SWITCH             PIC X(1).                    00013900
               88  RP-APPLY-TO-MASTER              VALUE 'Y'.           00014000
           05  RP-CLASS-DAYS OCCURS 3 TIMES.                            00014100
               10  RP-LEAD-DAYS            PIC 9(3).                    00014200
               10  RP-SAFETY-DAYS          PIC 9(3).                    00014300
      *                                                                 00014400
      *    DEFAULT LEAD-TIME AND SAFETY-STOCK DAYS FOR CLASSES A, B, C  00014500
       01  WS-DEFAULT-DAYS-VALUES.                                      00014600
           05  FILLER                      PIC X(18) VALUE              00014700
               '014010014007014004'.                                    00014800
       01  WS-DEFAULT-DAYS REDEFINES WS-DEFAULT-DAYS-VALUES.            00014900
           05  WS-DEFAULT-CLASS-DAYS OCCURS 3 TIMES.                    00015000
               10  WS-DEFAULT-LEAD-DAYS    PIC 9(3).                    00015100
               10  WS-DEFAULT-SAFETY-DAYS  PIC 9(3).                    00015200
      *                                                                 00015300
       01  WS-CLASS-DAYS-TABLE.                                         00015400
           05  WS-CLASS-DAYS OCCURS 3 TIMES.                            00015500
               10  WS-LEAD-DAYS            PIC 9(3).                    00015600
               10  WS-SAFETY-DAYS          PIC 9(3).                    00015700
      *                                                                 00015800
       01  WS-WINDOW-CONTROL.                                           00015900
           05  WS-HISTORY-YEARS            PIC S9(4) COMP VALUE ZERO.   00016000
           05  WS-CLOSE-COUNT              PIC S9(4) COMP VALUE ZERO.   00016100
           05  WS-CLOSE-IX                 PIC S9(4) COMP VALUE ZERO.   00016200
           05  WS-WINDOW-START-INTEGER     PIC S9(9) COMP VALUE ZERO.   00016300
           05  WS-WINDOW-DAYS              PIC S9(5) COMP VALUE ZERO.   00016400
           05  WS-FIRST-USED-CLOSE         PIC 9(8) VALUE ZERO.         00016500
           05  WS-CLOSE-DATE-CCYYMMDD      PIC 9(8) VALUE ZERO.         00016600
           05  WS-YEAR-START-CCYYMMDD      PIC 9(8) VALUE ZERO.         00016700
      *                                                                 00016800
       01  WS-CLOSE-DATE-TABLE.                                         00016900
           05  WS-CLOSE-DATE OCCURS 50 TIMES PIC 9(8).                  00017000
      *                                                                 00017100
       01  WS-TABLE-CONTROL.                                            00017200
           05  WS-ITEM-COUNT                PIC S9(4) COMP VALUE ZERO.  00017300
           05  WS-OUTER-IX                  PIC S9(4) COMP.             00017400
           05  WS-INNER-IX                  PIC S9(4) COMP.             00017500
           05  WS-FOUND-IX                  PIC S9(4) COMP.             00017600
           05  WS-CLASS-IX                  PIC S9(4) COMP.             00017700
           05  WS-A-CLASS-LIMIT             PIC S9(4) COMP VALUE ZERO.  00017800
           05  WS-B-CLASS-LIMIT             PIC S9(4) COMP VALUE ZERO.  00017900
      *                                                                 00018000
       01  WS-REORDER-WORK.                                             00018100
           05  WS-RECOMMENDED-POINT        PIC S9(9) VALUE ZERO.        00018200
           05  WS-POINT-CHANGE             PIC S9(7) VALUE ZERO.        00018300
      *                                                                 00018400
       01  INVENTORY-MASTER-RECORD.                                     00018500
           05  IM-DESCRIPTIVE-DATA.                                     00018600
               10  IM-ITEM-NO              PIC X(5).                    00018700
               10  IM-ITEM-DESC            PIC X(20).                   00018800
               10  IM-UNIT-COST            PIC S999V99.                 00018900
               10  IM-UNIT-PRICE           PIC S999V99.                 00019000
           05  IM-INVENTORY-DATA.                                       00019100
               10  IM-REORDER-POINT        PIC S9(5).                   00019200
               10  IM-ON-HAND              PIC S9(5).                   00019300
               10  IM-ON-ORDER             PIC S9(5).                   00019400
               10  IM-CASE-QUANTITY        PIC 9(4).                    00019500
               10  IM-PALLET-QUANTITY      PIC 9(4).                    00019600
               10  IM-YTD-RECEIVED         PIC S9(7).                   00019700
               10  IM-YTD-ISSUED           PIC S9(7).                   00019800
               10  IM-ITEM-STATUS          PIC X(1).                    00019900
                   88  IM-ITEM-DELETE-PENDING      VALUE 'X'.           00020000
               10  IM-PRIMARY-VENDOR       PIC X(5).                    00020100
      *                                                                 00020200
       01  MOVEMENT-HISTORY-RECORD.                                     00020300
           05  MH-CLOSE-DATE               PIC 9(6).                    00020400
           05  MH-ITEM-NO                  PIC X(5).                    00020500
           05  MH-YTD-RECEIVED             PIC S9(7).                   00020600
           05  MH-YTD-ISSUED               PIC S9(7).                   00020700
      *                                                                 00020800
       01  REORDER-HISTORY-RECORD.                                      00020900
           05  RH-ITEM-NO                  PIC X(5).                    00021000
           05  RH-CHANGE-DATE              PIC 9(6).                    00021100
           05  RH-OLD-REORDER-POINT        PIC S9(5).                   00021200
           05  RH-NEW-REORDER-POINT        PIC S9(5).                   00021300
           05  RH-DAILY-USAGE              PIC S9(5)V999.               00021400
           05  RH-WINDOW-DAYS              PIC 9(5).                    00021500
           05  RH-LEAD-DAYS                PIC 9(3).                    00021600
           05  RH-SAFETY-DAYS              PIC 9(3).                    00021700
           05  RH-ABC-CLASS                PIC X(1).                    00021800
      *                                                                 00021900
       01  WS-USAGE-TABLE.                                              00022000
           05  WS-USAGE-ENTRY OCCURS 2000 TIMES.                        00022100
               10  US-ITEM-NO              PIC X(5).                    00022200
               10  US-ITEM-DESC            PIC X(20).                   00022300
               10  US-UNIT-COST            PIC S999V99.                 00022400
               10  US-REORDER-POINT        PIC S9(5).                   00022500
               10  US-WINDOW-ISSUED        PIC S9(9).                   00022600
               10  US-DAILY-USAGE          PIC S9(5)V999.               00022700
               10  US-USAGE-VALUE          PIC S9(9)V99.                00022800
               10  US-ABC-CLASS            PIC X(1).                    00022900
      *                                                                 00023000
       01  WS-SWAP-ENTRY                   PIC X(64).                   00023100
      *                                                                 00023200
       01  ROPRPT-HEADING.                                              00023300
           05  FILLER                      PIC X(34) VALUE              00023400
               'REORDER POINT REVIEW      DATE = '.                     00023500
           05  RR-RUN-DATE                 PIC 9(6).                    00023600
           05  FILLER                      PIC X(9)  VALUE              00023700
               '  WINDOW '.                                             00023800
           05  RR-WINDOW-DAYS              PIC ZZZZ9.                   00023900
           05  FILLER                      PIC X(6)  VALUE ' DAYS '.    00024000
           05  RR-APPLY-NOTE               PIC X(20).                   00024100
      *                                                                 00024200
       01  ROPRPT-COLUMN-HEADING.                                       00024300
           05  FILLER                      PIC X(29) VALUE              00024400
               'ITEM  DESCRIPTION          CL'.                         00024500
           05  FILLER                      PIC X(35) VALUE              00024600
               '  DAILY USE CURRENT  NEW PT  CHANGE'.                   00024700
           05  FILLER                      PIC X(16) VALUE              00024800
               ' STATUS'.                                               00024900
      *                                                                 00025000
       01  ROPRPT-DETAIL.                                               00025100
           05  RD-ITEM-NO                  PIC X(5).                    00025200
           05  FILLER                      PIC X(1)  VALUE SPACES.      00025300
           05  RD-ITEM-DESC                PIC X(20).                   00025400
           05  FILLER                      PIC X(1)  VALUE SPACES.      00025500
           05  RD-ABC-CLASS                PIC X(1).                    00025600
           05  FILLER                      PIC X(2)  VALUE SPACES.      00025700
           05  RD-DAILY-USAGE              PIC ZZ,ZZ9.999.              00025800
           05  FILLER                      PIC X(1)  VALUE SPACES.      00025900
           05  RD-CURRENT-POINT            PIC ZZ,ZZ9-.                 00026000
           05  FILLER                      PIC X(1)  VALUE SPACES.      00026100
           05  RD-NEW-POINT                PIC ZZ,ZZ9-.                 00026200
           05  FILLER                      PIC X(1)  VALUE SPACES.      00026300
           05  RD-POINT-CHANGE             PIC ZZ,ZZ9-.                 00026400
           05  FILLER                      PIC X(1)  VALUE SPACES.      00026500
           05  RD-STATUS                   PIC X(15).                   00026600
      *                                                                 00026700
       01  ROPRPT-TOTAL-LINE.                                           00026800
           05  RT-LABEL                    PIC X(30).                   00026900
           05  RT-COUNT                    PIC ZZZZZZ9.                 00027000
           05  FILLER                      PIC X(43) VALUE SPACES.      00027100
      *>                                                                00027200
       PROCEDURE DIVISION.                                              00027300
      *                                                                 00027400
       000-RECALCULATE-REORDER-POINTS.                                  00027500
           PERFORM 002-GET-PROCESS-DATE.                                00027600
           STRING '20' DELIMITED BY SIZE WS-RUN-DATE DELIMITED BY SIZE  00027700
               INTO WS-RUN-DATE-CCYYMMDD.                               00027800
           COMPUTE WS-RUN-DATE-INTEGER =                                00027900
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CCYYMMDD).         00028000
           OPEN    INPUT    ROPPARM, INPUT INVMAST, OUTPUT ROPRPT.      00028100
           IF ROPPARM-ERROR-CODE NOT = '00'                             00028200
               DISPLAY 'ROPCALC   A 1   OPEN ERROR FOR ROPPARM'         00028300
               DISPLAY 'ROPCALC   A 1   FILE STATUS = '                 00028400
                   ROPPARM-ERROR-CODE                                   00028500
               MOVE 16 TO RETURN-CODE                                   00028600
               STOP RUN.                                                00028700
           IF INVMAST-ERROR-CODE NOT = '00'                             00028800
               DISPLAY 'ROPCALC   A 1   OPEN ERROR FOR INVMAST'         00028900
               DISPLAY 'ROPCALC   A 1   FILE STATUS = '                 00029000
                   INVMAST-ERROR-CODE                                   00029100
               MOVE 16 TO RETURN-CODE                                   00029200
               STOP RUN.                                                00029300
           PERFORM 100-READ-PARAMETER-CARD.                             00029400
           CLOSE   ROPPARM.                                             00029500
           PERFORM 200-COLLECT-CLOSE-DATES.                             00029600
           PERFORM 250-COMPUTE-WINDOW.                                  00029700
           PERFORM 300-LOAD-USAGE-TABLE                                 00029800
               UNTIL INVMAST-EOF.                                       00029900
           CLOSE   INVMAST.                                             00030000
           IF WS-HISTORY-YEARS > ZERO                                   00030100
               PERFORM 400-APPLY-MOVEMENT-HISTORY.                      00030200
           PERFORM 450-COMPUTE-DAILY-USAGE                              00030300
               VARYING WS-OUTER-IX FROM 1 BY 1                          00030400
               UNTIL WS-OUTER-IX > WS-ITEM-COUNT.                       00030500
           MOVE    'Y' TO TABLE-SWAPPED-SWITCH.                         00030600
           PERFORM 500-SORT-USAGE-TABLE                                 00030700
               UNTIL NOT TABLE-WAS-SWAPPED.                             00030800
           PERFORM 600-ASSIGN-ABC-CLASSES.                              00030900
           IF RP-APPLY-TO-MASTER                                        00031000
               PERFORM 650-OPEN-FOR-UPDATE.                             00031100
           MOVE    WS-RUN-DATE    TO RR-RUN-DATE.                       00031200
           MOVE    WS-WINDOW-DAYS TO RR-WINDOW-DAYS.                    00031300
           WRITE   ROPRPT-LINE FROM ROPRPT-HEADING.                     00031400
           WRITE   ROPRPT-LINE FROM ROPRPT-COLUMN-HEADING.              00031500
           PERFORM 700-RECOMMEND-ONE-ITEM                               00031600
               VARYING WS-OUTER-IX FROM 1 BY 1                          00031700
               UNTIL WS-OUTER-IX > WS-ITEM-COUNT.                       00031800
           PERFORM 800-WRITE-TOTALS.                                    00031900
           IF RP-APPLY-TO-MASTER                                        00032000
               CLOSE INVMAST, ROPHIST.                                  00032100
           CLOSE   ROPRPT.                                              00032200
           DISPLAY 'ROPCALC ITEMS=' WS-ITEMS-READ-COUNT                 00032300
               ' WINDOW DAYS=' WS-WINDOW-DAYS                           00032400
               ' CHANGED=' WS-POINTS-CHANGED-COUNT                      00032500
               ' APPLIED=' WS-POINTS-APPLIED-COUNT                      00032600
               ' REWRITE-ERRORS=' WS-REWRITE-ERROR-COUNT.               00032700
           IF WS-REWRITE-ERROR-COUNT > ZERO                             00032800
               MOVE 16 TO RETURN-CODE.                                  00032900
           STOP RUN.                                                    00033000
      *                                                                 00033100
       002-GET-PROCESS-DATE.                                            00033200
               MOVE    ZERO TO WS-RUN-DATE.                             00033300
               OPEN    INPUT CYCLDATE.                                  00033400
               IF CYCLDATE-ERROR-CODE = '00'                            00033500
                   PERFORM 003-READ-CYCLE-DATE                          00033600
                   CLOSE CYCLDATE.                                      00033700
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00033800
                   ACCEPT WS-RUN-DATE FROM DATE.                        00033900
      *                                                                 00034000
       003-READ-CYCLE-DATE.                                             00034100
               READ CYCLDATE INTO WS-RUN-DATE                           00034200
                   AT  END                                              00034300
                       MOVE ZERO TO WS-RUN-DATE.                        00034400
      *                                                                 00034500
      ****************************************************************  00034600
      *  PARAMETER CARD -- A MISSING CARD OR A ZERO/BLANK FIELD TAKES   00034700
      *  THE DEFAULT, AND NOTHING IS APPLIED UNLESS ASKED FOR.          00034800
      ****************************************************************  00034900
       100-READ-PARAMETER-CARD.                                         00035000
               READ    ROPPARM INTO REORDER-PARM-RECORD                 00035100
                   AT  END                                              00035200
                       MOVE SPACES TO REORDER-PARM-RECORD.              00035300
               IF RP-HISTORY-YEARS NUMERIC                              00035400
                   MOVE RP-HISTORY-YEARS TO WS-HISTORY-YEARS            00035500
               ELSE                                                     00035600
                   MOVE ZERO TO WS-HISTORY-YEARS.                       00035700
               PERFORM 110-SET-CLASS-DAYS                               00035800
                   VARYING WS-CLASS-IX FROM 1 BY 1                      00035900
                   UNTIL WS-CLASS-IX > 3.                               00036000
               IF RP-APPLY-TO-MASTER                                    00036100
                   MOVE 'APPLIED TO INVMAST' TO RR-APPLY-NOTE           00036200
               ELSE                                                     00036300
                   MOVE 'REVIEW ONLY' TO RR-APPLY-NOTE.                 00036400
      *                                                                 00036500
       110-SET-CLASS-DAYS.                                              00036600
               IF RP-LEAD-DAYS (WS-CLASS-IX) NUMERIC                    00036700
                   AND RP-LEAD-DAYS (WS-CLASS-IX) > ZERO                00036800
                   MOVE RP-LEAD-DAYS (WS-CLASS-IX)                      00036900
                       TO WS-LEAD-DAYS (WS-CLASS-IX)                    00037000
               ELSE                                                     00037100
                   MOVE WS-DEFAULT-LEAD-DAYS (WS-CLASS-IX)              00037200
                       TO WS-LEAD-DAYS (WS-CLASS-IX).                   00037300
               IF RP-SAFETY-DAYS (WS-CLASS-IX) NUMERIC                  00037400
                   AND RP-SAFETY-DAYS (WS-CLASS-IX) > ZERO              00037500
                   MOVE RP-SAFETY-DAYS (WS-CLASS-IX)                    00037600
                       TO WS-SAFETY-DAYS (WS-CLASS-IX)                  00037700
               ELSE                                                     00037800
                   MOVE WS-DEFAULT-SAFETY-DAYS (WS-CLASS-IX)            00037900
                       TO WS-SAFETY-DAYS (WS-CLASS-IX).                 00038000
      *                                                                 00038100
      ****************************************************************  00038200
      *  YTDCLOSE APPENDS TO MOVEHIST ONCE A YEAR, SO THE CLOSE DATES   00038300
      *  COME UP IN ORDER. NO MOVEHIST (YTDCLOSE NEVER RUN) MEANS THE   00038400
      *  WINDOW IS THE CURRENT CALENDAR YEAR TO DATE.                   00038500
      ****************************************************************  00038600
       200-COLLECT-CLOSE-DATES.                                         00038700
               OPEN    INPUT MOVEHIST.                                  00038800
               IF MOVEHIST-ERROR-CODE = '00'                            00038900
                   PERFORM 210-NOTE-CLOSE-DATE                          00039000
                       UNTIL MOVEHIST-EOF                               00039100
                   CLOSE MOVEHIST                                       00039200
               ELSE                                                     00039300
                   DISPLAY 'ROPCALC   A 2   MOVEHIST NOT AVAILABLE -'   00039400
                       ' CURRENT YEAR ONLY'.                            00039500
      *                                                                 00039600
       210-NOTE-CLOSE-DATE.                                             00039700
               PERFORM 410-READ-MOVEMENT-HISTORY.                       00039800
               IF NOT MOVEHIST-EOF                                      00039900
                   STRING '20' DELIMITED BY SIZE                        00040000
                       MH-CLOSE-DATE DELIMITED BY SIZE                  00040100
                       INTO WS-CLOSE-DATE-CCYYMMDD                      00040200
                   IF WS-CLOSE-COUNT = ZERO                             00040300
                       OR WS-CLOSE-DATE-CCYYMMDD >                      00040400
                           WS-CLOSE-DATE (WS-CLOSE-COUNT)               00040500
                       IF WS-CLOSE-COUNT < 50                           00040600
                           ADD  1 TO WS-CLOSE-COUNT                     00040700
                           MOVE WS-CLOSE-DATE-CCYYMMDD                  00040800
                               TO WS-CLOSE-DATE (WS-CLOSE-COUNT).       00040900
      *                                                                 00041000
      ****************************************************************  00041100
      *  THE CURRENT YEAR RUNS FROM THE LAST CLOSE TO THE RUN DATE.     00041200
      *  EACH PRIOR YEAR ASKED FOR PUSHES THE START BACK ONE CLOSE;     00041300
      *  THE OLDEST CLOSE ON FILE IS TAKEN AS A 365-DAY YEAR.           00041400
      ****************************************************************  00041500
       250-COMPUTE-WINDOW.                                              00041600
               IF WS-HISTORY-YEARS > WS-CLOSE-COUNT                     00041700
                   MOVE WS-CLOSE-COUNT TO WS-HISTORY-YEARS.             00041800
               IF WS-CLOSE-COUNT = ZERO                                 00041900
                   STRING WS-RUN-DATE-CCYYMMDD (1:4) DELIMITED BY SIZE  00042000
                       '0101' DELIMITED BY SIZE                         00042100
                       INTO WS-YEAR-START-CCYYMMDD                      00042200
                   COMPUTE WS-WINDOW-START-INTEGER =                    00042300
                       FUNCTION INTEGER-OF-DATE (WS-YEAR-START-CCYYMMDD)00042400
                       - 1                                              00042500
               ELSE                                                     00042600
                   COMPUTE WS-CLOSE-IX =                                00042700
                       WS-CLOSE-COUNT - WS-HISTORY-YEARS                00042800
                   IF WS-CLOSE-IX > ZERO                                00042900
                       COMPUTE WS-WINDOW-START-INTEGER =                00043000
                           FUNCTION INTEGER-OF-DATE                     00043100
                               (WS-CLOSE-DATE (WS-CLOSE-IX))            00043200
                   ELSE                                                 00043300
                       COMPUTE WS-WINDOW-START-INTEGER =                00043400
                           FUNCTION INTEGER-OF-DATE                     00043500
                               (WS-CLOSE-DATE (1)) - 365                00043600
                   END-IF                                               00043700
                   IF WS-HISTORY-YEARS > ZERO                           00043800
                       MOVE WS-CLOSE-DATE (WS-CLOSE-IX + 1)             00043900
                           TO WS-FIRST-USED-CLOSE.                      00044000
               COMPUTE WS-WINDOW-DAYS =                                 00044100
                   WS-RUN-DATE-INTEGER - WS-WINDOW-START-INTEGER.       00044200
               IF WS-WINDOW-DAYS < 1                                    00044300
                   MOVE 1 TO WS-WINDOW-DAYS.                            00044400
      *                                                                 00044500
       300-LOAD-USAGE-TABLE.                                            00044600
               PERFORM 310-READ-INVENTORY-MASTER.                       00044700
               IF NOT INVMAST-EOF                                       00044800
                   AND NOT IM-ITEM-DELETE-PENDING                       00044900
                   PERFORM 320-ADD-USAGE-ENTRY.                         00045000
      *                                                                 00045100
       310-READ-INVENTORY-MASTER.                                       00045200
               READ INVMAST NEXT RECORD INTO INVENTORY-MASTER-RECORD    00045300
                   AT  END                                              00045400
                       MOVE 'Y' TO INVMAST-EOF-SWITCH.                  00045500
      *                                                                 00045600
       320-ADD-USAGE-ENTRY.                                             00045700
               IF WS-ITEM-COUNT NOT < 2000                              00045800
                   DISPLAY 'ROPCALC   A 3   USAGE TABLE FULL --'        00045900
                   DISPLAY 'ROPCALC   A 3   ITEM ' IM-ITEM-NO           00046000
                       ' NOT RECALCULATED'                              00046100
               ELSE                                                     00046200
                   ADD     1 TO WS-ITEM-COUNT                           00046300
                   MOVE    IM-ITEM-NO   TO US-ITEM-NO (WS-ITEM-COUNT)   00046400
                   MOVE    IM-ITEM-DESC TO US-ITEM-DESC (WS-ITEM-COUNT) 00046500
                   MOVE    IM-UNIT-COST TO US-UNIT-COST (WS-ITEM-COUNT) 00046600
                   MOVE    IM-REORDER-POINT                             00046700
                       TO US-REORDER-POINT (WS-ITEM-COUNT)              00046800
                   MOVE    IM-YTD-ISSUED                                00046900
                       TO US-WINDOW-ISSUED (WS-ITEM-COUNT)              00047000
                   MOVE    ZERO TO US-DAILY-USAGE (WS-ITEM-COUNT)       00047100
                   MOVE    ZERO TO US-USAGE-VALUE (WS-ITEM-COUNT)       00047200
                   MOVE    SPACE TO US-ABC-CLASS (WS-ITEM-COUNT)        00047300
                   ADD     1 TO WS-ITEMS-READ-COUNT.                    00047400
      *                                                                 00047500
      ****************************************************************  00047600
      *  PRIOR YEARS -- ADD EACH ARCHIVED YEAR'S ISSUES THAT FALLS IN   00047700
      *  THE WINDOW. THE TABLE IS STILL IN ITEM ORDER HERE.             00047800
      ****************************************************************  00047900
       400-APPLY-MOVEMENT-HISTORY.                                      00048000
               MOVE    'N' TO MOVEHIST-EOF-SWITCH.                      00048100
               OPEN    INPUT MOVEHIST.                                  00048200
               PERFORM 420-APPLY-ONE-YEAR                               00048300
                   UNTIL MOVEHIST-EOF.                                  00048400
               CLOSE   MOVEHIST.                                        00048500
      *                                                                 00048600
       410-READ-MOVEMENT-HISTORY.                                       00048700
               READ MOVEHIST INTO MOVEMENT-HISTORY-RECORD               00048800
                   AT  END                                              00048900
                       MOVE 'Y' TO MOVEHIST-EOF-SWITCH.                 00049000
      *                                                                 00049100
       420-APPLY-ONE-YEAR.                                              00049200
               PERFORM 410-READ-MOVEMENT-HISTORY.                       00049300
               IF NOT MOVEHIST-EOF                                      00049400
                   ADD 1 TO WS-HISTORY-READ-COUNT                       00049500
                   STRING '20' DELIMITED BY SIZE                        00049600
                       MH-CLOSE-DATE DELIMITED BY SIZE                  00049700
                       INTO WS-CLOSE-DATE-CCYYMMDD                      00049800
                   IF WS-CLOSE-DATE-CCYYMMDD NOT < WS-FIRST-USED-CLOSE  00049900
                       PERFORM 430-FIND-USAGE-ENTRY                     00050000
                       IF ITEM-FOUND                                    00050100
                           ADD MH-YTD-ISSUED                            00050200
                               TO US-WINDOW-ISSUED (WS-FOUND-IX)        00050300
                           ADD 1 TO WS-HISTORY-USED-COUNT.              00050400
      *                                                                 00050500
       430-FIND-USAGE-ENTRY.                                            00050600
               MOVE    'N' TO ITEM-FOUND-SWITCH.                        00050700
               PERFORM 440-MATCH-USAGE-ENTRY                            00050800
                   VARYING WS-INNER-IX FROM 1 BY 1                      00050900
                   UNTIL WS-INNER-IX > WS-ITEM-COUNT                    00051000
                       OR ITEM-FOUND.                                   00051100
      *                                                                 00051200
       440-MATCH-USAGE-ENTRY.                                           00051300
               IF US-ITEM-NO (WS-INNER-IX) = MH-ITEM-NO                 00051400
                   MOVE WS-INNER-IX TO WS-FOUND-IX                      00051500
                   MOVE 'Y' TO ITEM-FOUND-SWITCH.                       00051600
      *                                                                 00051700
       450-COMPUTE-DAILY-USAGE.                                         00051800
               IF US-WINDOW-ISSUED (WS-OUTER-IX) > ZERO                 00051900
                   COMPUTE US-DAILY-USAGE (WS-OUTER-IX) ROUNDED =       00052000
                       US-WINDOW-ISSUED (WS-OUTER-IX) / WS-WINDOW-DAYS  00052100
                   COMPUTE US-USAGE-VALUE (WS-OUTER-IX) ROUNDED =       00052200
                       US-DAILY-USAGE (WS-OUTER-IX)                     00052300
                       * US-UNIT-COST (WS-OUTER-IX).                    00052400
      *                                                                 00052500
       500-SORT-USAGE-TABLE.                                            00052600
               MOVE 'N' TO TABLE-SWAPPED-SWITCH.                        00052700
               IF WS-ITEM-COUNT > 1                                     00052800
                   PERFORM 510-BUBBLE-ONE-PASS                          00052900
                       VARYING WS-OUTER-IX FROM 1 BY 1                  00053000
                       UNTIL WS-OUTER-IX > WS-ITEM-COUNT - 1.           00053100
      *                                                                 00053200
       510-BUBBLE-ONE-PASS.                                             00053300
               MOVE    WS-OUTER-IX TO WS-INNER-IX.                      00053400
               ADD     1 TO WS-INNER-IX.                                00053500
               IF US-USAGE-VALUE (WS-OUTER-IX) <                        00053600
                       US-USAGE-VALUE (WS-INNER-IX)                     00053700
                   PERFORM 520-SWAP-TABLE-ENTRIES                       00053800
                   MOVE 'Y' TO TABLE-SWAPPED-SWITCH.                    00053900
      *                                                                 00054000
       520-SWAP-TABLE-ENTRIES.                                          00054100
               MOVE    WS-USAGE-ENTRY (WS-OUTER-IX) TO WS-SWAP-ENTRY.   00054200
               MOVE    WS-USAGE-ENTRY (WS-INNER-IX) TO                  00054300
                           WS-USAGE-ENTRY (WS-OUTER-IX).                00054400
               MOVE    WS-SWAP-ENTRY TO WS-USAGE-ENTRY (WS-INNER-IX).   00054500
      *                                                                 00054600
       600-ASSIGN-ABC-CLASSES.                                          00054700
               COMPUTE WS-A-CLASS-LIMIT = WS-ITEM-COUNT / 5.            00054800
               IF WS-A-CLASS-LIMIT < 1                                  00054900
                   MOVE 1 TO WS-A-CLASS-LIMIT.                          00055000
               COMPUTE WS-B-CLASS-LIMIT = WS-ITEM-COUNT / 2.            00055100
               IF WS-B-CLASS-LIMIT < WS-A-CLASS-LIMIT                   00055200
                   MOVE WS-A-CLASS-LIMIT TO WS-B-CLASS-LIMIT.           00055300
               PERFORM 610-CLASS-ONE-ITEM                               00055400
                   VARYING WS-OUTER-IX FROM 1 BY 1                      00055500
                   UNTIL WS-OUTER-IX > WS-ITEM-COUNT.                   00055600
      *                                                                 00055700
       610-CLASS-ONE-ITEM.                                              00055800
               IF WS-OUTER-IX NOT > WS-A-CLASS-LIMIT                    00055900
                   MOVE 'A' TO US-ABC-CLASS (WS-OUTER-IX)               00056000
               ELSE                                                     00056100
                   IF WS-OUTER-IX NOT > WS-B-CLASS-LIMIT                00056200
                       MOVE 'B' TO US-ABC-CLASS (WS-OUTER-IX)           00056300
                   ELSE                                                 00056400
                       MOVE 'C' TO US-ABC-CLASS (WS-OUTER-IX).          00056500
      *                                                                 00056600
       650-OPEN-FOR-UPDATE.                                             00056700
               OPEN    I-O INVMAST, EXTEND ROPHIST.                     00056800
               IF INVMAST-ERROR-CODE NOT = '00'                         00056900
                   DISPLAY 'ROPCALC   A 1   OPEN ERROR FOR INVMAST'     00057000
                   DISPLAY 'ROPCALC   A 1   FILE STATUS = '             00057100
                       INVMAST-ERROR-CODE                               00057200
                   MOVE 16 TO RETURN-CODE                               00057300
                   STOP RUN.                                            00057400
               IF ROPHIST-ERROR-CODE NOT = '00'                         00057500
                   DISPLAY 'ROPCALC   A 1   OPEN ERROR FOR ROPHIST'     00057600
                   DISPLAY 'ROPCALC   A 1   FILE STATUS = '             00057700
                       ROPHIST-ERROR-CODE                               00057800
                   MOVE 16 TO RETURN-CODE                               00057900
                   STOP RUN.                                            00058000
      *                                                                 00058100
      ****************************************************************  00058200
      *  RECOMMENDED POINT = DAILY USAGE X (LEAD DAYS + SAFETY DAYS)    00058300
      *  FOR THE ITEM'S CLASS, ROUNDED, CAPPED AT THE FIELD SIZE.       00058400
      ****************************************************************  00058500
       700-RECOMMEND-ONE-ITEM.                                          00058600
               IF US-ABC-CLASS (WS-OUTER-IX) = 'A'                      00058700
                   MOVE 1 TO WS-CLASS-IX                                00058800
               ELSE                                                     00058900
                   IF US-ABC-CLASS (WS-OUTER-IX) = 'B'                  00059000
                       MOVE 2 TO WS-CLASS-IX                            00059100
                   ELSE                                                 00059200
                       MOVE 3 TO WS-CLASS-IX.                           00059300
               COMPUTE WS-RECOMMENDED-POINT ROUNDED =                   00059400
                   US-DAILY-USAGE (WS-OUTER-IX) *                       00059500
                   (WS-LEAD-DAYS (WS-CLASS-IX)                          00059600
                    + WS-SAFETY-DAYS (WS-CLASS-IX)).                    00059700
               IF WS-RECOMMENDED-POINT > 99999                          00059800
                   MOVE 99999 TO WS-RECOMMENDED-POINT.                  00059900
               MOVE    SPACES TO RD-STATUS.                             00060000
               IF US-DAILY-USAGE (WS-OUTER-IX) NOT > ZERO               00060100
                   MOVE US-REORDER-POINT (WS-OUTER-IX)                  00060200
                       TO WS-RECOMMENDED-POINT                          00060300
                   MOVE 'NO USAGE - KEPT' TO RD-STATUS                  00060400
                   ADD  1 TO WS-NO-USAGE-COUNT.                         00060500
               COMPUTE WS-POINT-CHANGE =                                00060600
                   WS-RECOMMENDED-POINT                                 00060700
                   - US-REORDER-POINT (WS-OUTER-IX).                    00060800
               IF WS-POINT-CHANGE NOT = ZERO                            00060900
                   ADD 1 TO WS-POINTS-CHANGED-COUNT                     00061000
                   IF RP-APPLY-TO-MASTER                                00061100
                       PERFORM 710-APPLY-REORDER-POINT.                 00061200
               MOVE    US-ITEM-NO (WS-OUTER-IX)     TO RD-ITEM-NO.      00061300
               MOVE    US-ITEM-DESC (WS-OUTER-IX)   TO RD-ITEM-DESC.    00061400
               MOVE    US-ABC-CLASS (WS-OUTER-IX)   TO RD-ABC-CLASS.    00061500
               MOVE    US-DAILY-USAGE (WS-OUTER-IX) TO RD-DAILY-USAGE.  00061600
               MOVE    US-REORDER-POINT (WS-OUTER-IX)                   00061700
                   TO RD-CURRENT-POINT.                                 00061800
               MOVE    WS-RECOMMENDED-POINT TO RD-NEW-POINT.            00061900
               MOVE    WS-POINT-CHANGE      TO RD-POINT-CHANGE.         00062000
               WRITE   ROPRPT-LINE FROM ROPRPT-DETAIL.                  00062100
      *                                                                 00062200
       710-APPLY-REORDER-POINT.                                         00062300
               MOVE    US-ITEM-NO (WS-OUTER-IX) TO MR-ITEM-NO.          00062400
               READ    INVMAST INTO INVENTORY-MASTER-RECORD.            00062500
               IF INVMAST-ERROR-CODE NOT = '00'                         00062600
                   DISPLAY 'ROPCALC   A 4   READ ERROR FOR ITEM '       00062700
                       MR-ITEM-NO ' STATUS ' INVMAST-ERROR-CODE         00062800
                   MOVE 'NOT APPLIED' TO RD-STATUS                      00062900
                   ADD  1 TO WS-REWRITE-ERROR-COUNT                     00063000
               ELSE                                                     00063100
                   MOVE IM-REORDER-POINT TO RH-OLD-REORDER-POINT        00063200
                   MOVE WS-RECOMMENDED-POINT TO IM-REORDER-POINT        00063300
                   REWRITE MASTER-RECORD-AREA FROM                      00063400
                       INVENTORY-MASTER-RECORD                          00063500
                   IF INVMAST-ERROR-CODE NOT = '00'                     00063600
                       DISPLAY 'ROPCALC   A 4   REWRITE ERROR FOR ITEM '00063700
                           IM-ITEM-NO ' STATUS ' INVMAST-ERROR-CODE     00063800
                       MOVE 'NOT APPLIED' TO RD-STATUS                  00063900
                       ADD  1 TO WS-REWRITE-ERROR-COUNT                 00064000
                   ELSE                                                 00064100
                       PERFORM 720-WRITE-REORDER-HISTORY                00064200
                       MOVE 'APPLIED' TO RD-STATUS                      00064300
                       ADD  1 TO WS-POINTS-APPLIED-COUNT.               00064400
      *                                                                 00064500
       720-WRITE-REORDER-HISTORY.                                       00064600
               MOVE    IM-ITEM-NO                   TO RH-ITEM-NO.      00064700
               MOVE    WS-RUN-DATE                  TO RH-CHANGE-DATE.  00064800
               MOVE    IM-REORDER-POINT TO RH-NEW-REORDER-POINT.        00064900
               MOVE    US-DAILY-USAGE (WS-OUTER-IX) TO RH-DAILY-USAGE.  00065000
               MOVE    WS-WINDOW-DAYS               TO RH-WINDOW-DAYS.  00065100
               MOVE    WS-LEAD-DAYS (WS-CLASS-IX)   TO RH-LEAD-DAYS.    00065200
               MOVE    WS-SAFETY-DAYS (WS-CLASS-IX) TO RH-SAFETY-DAYS.  00065300
               MOVE    US-ABC-CLASS (WS-OUTER-IX)   TO RH-ABC-CLASS.    00065400
               WRITE   REORDER-HISTORY-AREA FROM REORDER-HISTORY-RECORD.00065500
      *                                                                 00065600
       800-WRITE-TOTALS.                                                00065700
               MOVE    'ITEMS REVIEWED                ' TO RT-LABEL     00065800
               MOVE    WS-ITEMS-READ-COUNT     TO RT-COUNT              00065900
               WRITE   ROPRPT-LINE FROM ROPRPT-TOTAL-LINE.              00066000
               MOVE    'POINTS CHANGED                ' TO RT-LABEL     00066100
               MOVE    WS-POINTS-CHANGED-COUNT TO RT-COUNT              00066200
               WRITE   ROPRPT-LINE FROM ROPRPT-TOTAL-LINE.              00066300
               MOVE    'POINTS APPLIED TO INVMAST     ' TO RT-LABEL     00066400
               MOVE    WS-POINTS-APPLIED-COUNT TO RT-COUNT              00066500
               WRITE   ROPRPT-LINE FROM ROPRPT-TOTAL-LINE.              00066600
               MOVE    'NO USAGE - POINT KEPT         ' TO RT-LABEL     00066700
               MOVE    WS-NO-USAGE-COUNT       TO RT-COUNT              00066800
               WRITE   ROPRPT-LINE FROM ROPRPT-TOTAL-LINE.              00066900
               MOVE    'PRIOR YEARS IN WINDOW         ' TO RT-LABEL     00067000
               MOVE    WS-HISTORY-YEARS        TO RT-COUNT              00067100
               WRITE   ROPRPT-LINE FROM ROPRPT-TOTAL-LINE.              00067200
      *>                                                                00067300
/*                                                                      00067400
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00067500
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00067600
//COB.ROPPARM DD DSNAME=HERC01.SAMPLE.ROPPARM,DISP=SHR                  00067700
//COB.INVMAST DD DSNAME=HERC01.SAMPLE.INVMAST,DISP=SHR                  00067800
//COB.MOVEHIST DD DSNAME=HERC01.SAMPLE.MOVEHIST,DISP=SHR                00067900
//COB.ROPHIST DD DSNAME=HERC01.SAMPLE.ROPHIST,DISP=(MOD,CATLG),         00068000
//             DCB=(DSORG=PS,LRECL=41,BLKSIZE=4100,RECFM=FB),           00068100
//             SPACE=(TRK,(1,1),RLSE)                                   00068200
//COB.ROPRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)          00068300
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00068400
//GO.SYSIN DD *                                                         00068500
/*                                                                      00068600
/&                                                                      00068700
