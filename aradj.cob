//HERC01N  JOB (COBOL),'ARADJ',CLASS=A,MSGCLASS=H,                      00000100
//             REGION=8M,TIME=1440,                                     00000200
//             MSGLEVEL=(1,1)                                           00000300
//ARADJ    EXEC COBUCG,                                                 00000400
//             PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'        00000500
//COB.SYSPUNCH DD DUMMY                                                 00000600
//COB.SYSIN DD *                                                        00000700
      ********************************************************          00000800
      * A COBOL PROGRAM TEMPLATE                                        00000900
      ********************************************************          00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID. ARADJ.                                               00001200
       AUTHOR. KRIS W KEENER.                                           00001300
       INSTALLATION.   THE LAB.                                         00001400
       DATE-WRITTEN.   OCTOBER 15 2026.                                 00001500
       DATE-COMPILED.  OCTOBER 15 2026.                                 00001600
       SECURITY. HOME USE ONLY.                                         00001700
       REMARKS. AR ADJUSTMENTS -- READS THE ADJTRAN FILE (CUSTOMER,     00001800
           INVOICE, AMOUNT, REASON CODE, APPROVER INITIALS) AND         00001900
           REDUCES THE INVOICE'S AR-OPEN-AMOUNT AND THE CUSTOMER'S      00002000
           CM-OUTSTANDING-BALANCE TOGETHER, THE ONLY WAY TO TAKE AN     00002100
           OPEN ITEM DOWN OTHER THAN A PAYMENT. REASON CODES ARE WO     00002200
           (WRITE-OFF), DC (DISPUTE CREDIT), PC (PRICING CREDIT) AND    00002300
           SB (SMALL-BALANCE CLEAR -- MUST CLEAR THE WHOLE OPEN         00002400
           AMOUNT AND BE NO MORE THAN WS-SMALL-BALANCE-LIMIT). AN       00002500
           ADJUSTMENT THAT WOULD TAKE EITHER AMOUNT BELOW ZERO, OR      00002600
           HAS NO APPROVER, IS REJECTED AND LEFT ON THE REGISTER.       00002700
           EACH POSTED ADJUSTMENT WRITES A GLEXTRCT-LAYOUT RECORD       00002800
           (DATASET GLEXTADJ) SO GLPOST TAKES IT OUT OF AR: TYPE W      00002900
           WRITE-OFF, D DISPUTE CREDIT, E PRICING CREDIT, S SMALL       00003000
           BALANCE. ADJRPT ENDS WITH TOTALS BY REASON CODE FOR THE      00003100
           CONTROLLER'S REVIEW.                                         00003200
      *>                                                      MODS:     00003210
      *> 2026-10-15 KWK - GLEXTADJ IS OPENED EXTEND AND ALLOCATED       00003220
      *>    DISP=(MOD,CATLG), SO RUNS BETWEEN NIGHTLY POSTS APPEND      00003230
      *>    TO IT INSTEAD OF FAILING ON A DUPLICATE DATASET. GLPOST     00003240
      *>    PRE-ALLOCATES IT AND EMPTIES IT AFTER A CLEAN POST.         00003250
      *>                                                                00003300
      *>                                                                00003400
       ENVIRONMENT DIVISION.                                            00003500
      **                                                                00003600
       CONFIGURATION SECTION.                                           00003700
       SOURCE-COMPUTER.    IBM-370.                                     00003800
       OBJECT-COMPUTER.    IBM-370.                                     00003900
      **                                                                00004000
       INPUT-OUTPUT SECTION.                                            00004100
      *                                                                 00004200
       FILE-CONTROL.                                                    00004300
           SELECT ADJTRAN   ASSIGN TO UT-S-ADJTRAN                      00004400
                           FILE STATUS IS ADJTRAN-ERROR-CODE.           00004500
           SELECT CUSTMAST  ASSIGN TO UT-I-CUSTMAST                     00004600
                           ORGANIZATION IS INDEXED                      00004700
                           ACCESS IS RANDOM                             00004800
                           RECORD KEY IS CM-CUSTOMER-NUMBER             00004900
                           FILE STATUS IS CUSTMAST-ERROR-CODE.          00005000
           SELECT ARINV     ASSIGN TO UT-I-ARINV                        00005100
                           ORGANIZATION IS INDEXED                      00005200
                           ACCESS IS RANDOM                             00005300
                           RECORD KEY IS AR-KEY                         00005400
                           FILE STATUS IS ARINV-ERROR-CODE.             00005500
           SELECT ADJRPT    ASSIGN TO UT-S-ADJRPT.                      00005600
           SELECT GLEXTRCT  ASSIGN TO UT-S-GLEXTRCT                     00005700
                           FILE STATUS IS GLEXTRCT-ERROR-CODE.          00005800
           SELECT CYCLDATE  ASSIGN TO UT-S-CYCLDATE                     00005900
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00006000
      *>                                                                00006100
       DATA DIVISION.                                                   00006200
      *                                                                 00006300
       FILE SECTION.                                                    00006400
      *                                                                 00006500
       FD  ADJTRAN                                                      00006600
           LABEL RECORDS ARE STANDARD                                   00006700
           RECORD CONTAINS 29 CHARACTERS.                               00006800
      *                                                                 00006900
       01  ADJUSTMENT-AREA                  PIC X(29).                  00007000
      *                                                                 00007100
       FD  CUSTMAST                                                     00007200
           LABEL RECORDS ARE STANDARD                                   00007300
           RECORD CONTAINS 180 CHARACTERS.                              00007400
      *                                                                 00007500
       01  CUSTOMER-MASTER-RECORD.                                      00007600
           05  CM-CUSTOMER-NUMBER      PIC 9(9).                        00007700
           05  CM-CREDIT-LIMIT         PIC 9(7)V99.                     00007800
           05  CM-OUTSTANDING-BALANCE  PIC 9(7)V99.                     00007900
           05  CM-LAST-PAYMENT-DATE    PIC 9(6).                        00008000
           05  FILLER                  PIC X(147).                      00008100
      *                                                                 00008200
       FD  ARINV                                                        00008300
           LABEL RECORDS ARE STANDARD                                   00008400
           RECORD CONTAINS 39 CHARACTERS.                               00008500
      *                                                                 00008600
       01  OPEN-ITEM-RECORD-AREA.                                       00008700
           05  AR-KEY.                                                  00008800
               10  AR-CUSTOMER-NUMBER      PIC 9(9).                    00008900
               10  AR-INVOICE-NO           PIC X(6).                    00009000
           05  AR-DUE-DATE                 PIC 9(6).                    00009100
           05  AR-INVOICE-AMOUNT           PIC 9(7)V99.                 00009200
           05  AR-OPEN-AMOUNT              PIC 9(7)V99.                 00009300
      *                                                                 00009400
       FD  ADJRPT                                                       00009500
           LABEL RECORDS ARE STANDARD                                   00009600
           RECORD CONTAINS 80 CHARACTERS.                               00009700
      *                                                                 00009800
       01  ADJRPT-LINE                      PIC X(80).                  00009900
      *                                                                 00010000
       FD  GLEXTRCT                                                     00010100
           LABEL RECORDS ARE STANDARD                                   00010200
           RECORD CONTAINS 31 CHARACTERS.                               00010300
      *                                                                 00010400
       01  GL-TRANSACTION-AREA             PIC X(31).                   00010500
      *                                                                 00010600
       FD  CYCLDATE                                                     00010700
           LABEL RECORDS ARE STANDARD                                   00010800
           RECORD CONTAINS 6 CHARACTERS.                                00010900
      *                                                                 00011000
       01  CYCLE-DATE-AREA                 PIC X(6).                    00011100
      *                                                                 00011200
       WORKING-STORAGE SECTION.                                         00011300
      *                                                                 00011400
       01  SWITCHES.                                                    00011500
           05  ADJTRAN-EOF-SWITCH              PIC X   VALUE   'N'.     00011600
               88  ADJTRAN-EOF                         VALUE   'Y'.     00011700
      *                                                                 00011800
       01  FILE-STATUS-FIELD.                                           00011900
           05 ADJTRAN-ERROR-CODE            PIC XX.                     00012000
           05 CUSTMAST-ERROR-CODE           PIC XX.                     00012100
           05 ARINV-ERROR-CODE              PIC XX.                     00012200
           05 GLEXTRCT-ERROR-CODE           PIC XX.                     00012300
           05 CYCLDATE-ERROR-CODE           PIC XX.                     00012400
      *                                                                 00012500
       01  WS-EOJ-COUNTERS.                                             00012600
           05  WS-ADJUSTMENTS-READ-COUNT    PIC 9(7) VALUE ZERO.        00012700
           05  WS-ADJUSTMENTS-POSTED-COUNT  PIC 9(7) VALUE ZERO.        00012800
           05  WS-ADJUSTMENTS-REJECT-COUNT  PIC 9(7) VALUE ZERO.        00012900
      *                                                                 00013000
       01  WS-REASON-TOTALS.                                            00013100
           05  WS-WRITE-OFF-COUNT           PIC 9(7)     VALUE ZERO.    00013200
           05  WS-WRITE-OFF-AMOUNT          PIC S9(9)V99 VALUE ZERO.    00013300
           05  WS-DISPUTE-COUNT             PIC 9(7)     VALUE ZERO.    00013400
           05  WS-DISPUTE-AMOUNT            PIC S9(9)V99 VALUE ZERO.    00013500
           05  WS-PRICING-COUNT             PIC 9(7)     VALUE ZERO.    00013600
           05  WS-PRICING-AMOUNT            PIC S9(9)V99 VALUE ZERO.    00013700
           05  WS-SMALL-BALANCE-COUNT       PIC 9(7)     VALUE ZERO.    00013800
           05  WS-SMALL-BALANCE-AMOUNT      PIC S9(9)V99 VALUE ZERO.    00013900
           05  WS-POSTED-AMOUNT             PIC S9(9)V99 VALUE ZERO.    00014000
           05  WS-REJECTED-AMOUNT           PIC S9(9)V99 VALUE ZERO.    00014100
      *                                                                 00014200
       01  WS-SMALL-BALANCE-LIMIT           PIC 9(7)V99  VALUE 10.00.   00014300
       01  WS-RUN-DATE                      PIC 9(6)     VALUE ZERO.    00014400
      *                                                                 00014500
       01  ADJUSTMENT-RECORD.                                           00014600
           05  AJ-CUSTOMER-NUMBER           PIC 9(9).                   00014700
           05  AJ-INVOICE-NO                PIC X(6).                   00014800
           05  AJ-ADJUST-AMOUNT             PIC 9(7)V99.                00014900
           05  AJ-REASON-CODE               PIC X(2).                   00015000
               88  AJ-WRITE-OFF                 VALUE 'WO'.             00015100
               88  AJ-DISPUTE-CREDIT            VALUE 'DC'.             00015200
               88  AJ-PRICING-CREDIT            VALUE 'PC'.             00015300
               88  AJ-SMALL-BALANCE             VALUE 'SB'.             00015400
               88  AJ-REASON-VALID              VALUE 'WO' 'DC'         00015500
                                                      'PC' 'SB'.        00015600
           05  AJ-APPROVER-INITIALS         PIC X(3).                   00015700
      *                                                                 00015800
       01  GL-TRANSACTION-RECORD.                                       00015900
           05  GL-ITEM-NO                   PIC X(5)  VALUE SPACES.     00016000
           05  GL-EXTENDED-COST             PIC S9(9)V99.               00016100
           05  GL-RUN-DATE                  PIC 9(6).                   00016200
           05  GL-TRANS-TYPE                PIC X(1).                   00016300
           05  GL-SOURCE-PROGRAM            PIC X(8)  VALUE 'ARADJ   '. 00016400
      *                                                                 00016500
       01  ADJRPT-HEADING.                                              00016600
           05  FILLER                       PIC X(34) VALUE             00016700
               'AR ADJUSTMENT REGISTER    DATE = '.                     00016800
           05  AH-RUN-DATE                  PIC 9(6).                   00016900
           05  FILLER                       PIC X(40) VALUE SPACES.     00017000
      *                                                                 00017100
       01  ADJRPT-COLUMN-HEADING.                                       00017200
           05  FILLER                       PIC X(27) VALUE             00017300
               'CUSTOMER  INVOICE RSN APR'.                             00017400
           05  FILLER                       PIC X(13) VALUE             00017500
               '      AMOUNT'.                                          00017600
           05  FILLER                       PIC X(13) VALUE             00017700
               '    INV OPEN'.                                          00017800
           05  FILLER                       PIC X(13) VALUE             00017900
               '    CUST BAL'.                                          00018000
           05  FILLER                       PIC X(14) VALUE             00018100
               ' STATUS'.                                               00018200
      *                                                                 00018300
       01  ADJRPT-DETAIL.                                               00018400
           05  AD-CUSTOMER-NUMBER           PIC 9(9).                   00018500
           05  FILLER                       PIC X(1)  VALUE SPACES.     00018600
           05  AD-INVOICE-NO                PIC X(6).                   00018700
           05  FILLER                       PIC X(2)  VALUE SPACES.     00018800
           05  AD-REASON-CODE               PIC X(2).                   00018900
           05  FILLER                       PIC X(2)  VALUE SPACES.     00019000
           05  AD-APPROVER-INITIALS         PIC X(3).                   00019100
           05  FILLER                       PIC X(1)  VALUE SPACES.     00019200
           05  AD-ADJUST-AMOUNT             PIC Z,ZZZ,ZZ9.99.           00019300
           05  FILLER                       PIC X(1)  VALUE SPACES.     00019400
           05  AD-INVOICE-OPEN              PIC Z,ZZZ,ZZ9.99.           00019500
           05  FILLER                       PIC X(1)  VALUE SPACES.     00019600
           05  AD-CUSTOMER-BALANCE          PIC Z,ZZZ,ZZ9.99.           00019700
           05  FILLER                       PIC X(1)  VALUE SPACES.     00019800
           05  AD-STATUS                    PIC X(15).                  00019900
      *                                                                 00020000
       01  ADJRPT-REASON-TOTAL.                                         00020100
           05  AT-REASON-CODE               PIC X(2).                   00020200
           05  FILLER                       PIC X(1)  VALUE SPACES.     00020300
           05  AT-REASON-DESC               PIC X(20).                  00020400
           05  FILLER                       PIC X(7)  VALUE             00020500
               'COUNT '.                                                00020600
           05  AT-REASON-COUNT              PIC ZZZ,ZZ9.                00020700
           05  FILLER                       PIC X(10) VALUE             00020800
               '   AMOUNT '.                                            00020900
           05  AT-REASON-AMOUNT             PIC $ZZZ,ZZZ,ZZ9.99.        00021000
           05  FILLER                       PIC X(18) VALUE SPACES.     00021100
      *>                                                                00021200
       PROCEDURE DIVISION.                                              00021300
      *                                                                 00021400
       000-POST-AR-ADJUSTMENTS.                                         00021500
           PERFORM 002-GET-PROCESS-DATE.                                00021600
           OPEN    INPUT   ADJTRAN, I-O CUSTMAST, I-O ARINV,            00021700
                   OUTPUT  ADJRPT, EXTEND GLEXTRCT.                     00021800
           IF ADJTRAN-ERROR-CODE NOT = '00'                             00021900
               DISPLAY 'ARADJ     A 1   OPEN ERROR FOR ADJTRAN'         00022000
               DISPLAY 'ARADJ     A 1   FILE STATUS = '                 00022100
                   ADJTRAN-ERROR-CODE                                   00022200
               MOVE 16 TO RETURN-CODE                                   00022300
               STOP RUN.                                                00022400
           IF CUSTMAST-ERROR-CODE NOT = '00'                            00022500
               DISPLAY 'ARADJ     A 1   OPEN ERROR FOR CUSTMAST'        00022600
               DISPLAY 'ARADJ     A 1   FILE STATUS = '                 00022700
                   CUSTMAST-ERROR-CODE                                  00022800
               MOVE 16 TO RETURN-CODE                                   00022900
               STOP RUN.                                                00023000
           IF ARINV-ERROR-CODE NOT = '00'                               00023100
               DISPLAY 'ARADJ     A 1   OPEN ERROR FOR ARINV'           00023200
               DISPLAY 'ARADJ     A 1   FILE STATUS = '                 00023300
                   ARINV-ERROR-CODE                                     00023400
               MOVE 16 TO RETURN-CODE                                   00023500
               STOP RUN.                                                00023600
           IF GLEXTRCT-ERROR-CODE NOT = '00'                            00023700
               DISPLAY 'ARADJ     A 1   OPEN ERROR FOR GLEXTRCT'        00023800
               DISPLAY 'ARADJ     A 1   FILE STATUS = '                 00023900
                   GLEXTRCT-ERROR-CODE                                  00024000
               MOVE 16 TO RETURN-CODE                                   00024100
               STOP RUN.                                                00024200
           MOVE    WS-RUN-DATE TO AH-RUN-DATE.                          00024300
           WRITE   ADJRPT-LINE FROM ADJRPT-HEADING.                     00024400
           WRITE   ADJRPT-LINE FROM ADJRPT-COLUMN-HEADING.              00024500
           PERFORM 300-PROCESS-ADJUSTMENT                               00024600
               UNTIL ADJTRAN-EOF.                                       00024700
           PERFORM 400-WRITE-REASON-TOTALS.                             00024800
           CLOSE   ADJTRAN, CUSTMAST, ARINV, ADJRPT, GLEXTRCT.          00024900
           DISPLAY 'ARADJ READ=' WS-ADJUSTMENTS-READ-COUNT              00025000
               ' POSTED=' WS-ADJUSTMENTS-POSTED-COUNT                   00025100
               ' REJECTED=' WS-ADJUSTMENTS-REJECT-COUNT.                00025200
           STOP RUN.                                                    00025300
      *                                                                 00025400
       002-GET-PROCESS-DATE.                                            00025500
               MOVE    ZERO TO WS-RUN-DATE.                             00025600
               OPEN    INPUT CYCLDATE.                                  00025700
               IF CYCLDATE-ERROR-CODE = '00'                            00025800
                   PERFORM 003-READ-CYCLE-DATE                          00025900
                   CLOSE CYCLDATE.                                      00026000
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00026100
                   ACCEPT WS-RUN-DATE FROM DATE.                        00026200
      *                                                                 00026300
       003-READ-CYCLE-DATE.                                             00026400
               READ CYCLDATE INTO WS-RUN-DATE                           00026500
                   AT  END                                              00026600
                       MOVE ZERO TO WS-RUN-DATE.                        00026700
      *                                                                 00026800
       300-PROCESS-ADJUSTMENT.                                          00026900
               PERFORM 310-READ-ADJUSTMENT.                             00027000
               IF NOT ADJTRAN-EOF                                       00027100
                   PERFORM 320-EDIT-ADJUSTMENT.                         00027200
      *                                                                 00027300
       310-READ-ADJUSTMENT.                                             00027400
               READ ADJTRAN INTO ADJUSTMENT-RECORD                      00027500
                   AT  END                                              00027600
                       MOVE 'Y' TO ADJTRAN-EOF-SWITCH.                  00027700
               IF NOT ADJTRAN-EOF                                       00027800
                   ADD 1 TO WS-ADJUSTMENTS-READ-COUNT.                  00027900
      *                                                                 00028000
      ****************************************************************  00028100
      *  EDITS -- THE FIRST ONE THAT FAILS REJECTS THE ADJUSTMENT.      00028200
      *  NOTHING IS REWRITTEN UNTIL THE INVOICE AND THE CUSTOMER        00028300
      *  CAN BOTH TAKE THE FULL AMOUNT.                                 00028400
      ****************************************************************  00028500
       320-EDIT-ADJUSTMENT.                                             00028600
               MOVE    SPACES TO AD-STATUS.                             00028700
               MOVE    ZERO   TO AD-INVOICE-OPEN, AD-CUSTOMER-BALANCE.  00028800
               IF NOT AJ-REASON-VALID                                   00028900
                   MOVE 'BAD REASON CODE' TO AD-STATUS.                 00029000
               IF AD-STATUS = SPACES                                    00029100
                   AND AJ-APPROVER-INITIALS = SPACES                    00029200
                   MOVE 'NO APPROVER' TO AD-STATUS.                     00029300
               IF AD-STATUS = SPACES                                    00029400
                   IF AJ-ADJUST-AMOUNT NOT NUMERIC                      00029500
                       OR AJ-ADJUST-AMOUNT = ZERO                       00029600
                       MOVE 'BAD AMOUNT' TO AD-STATUS.                  00029700
               IF AD-STATUS = SPACES                                    00029800
                   PERFORM 325-READ-CUSTOMER-AND-INVOICE.               00029900
               IF AD-STATUS = SPACES                                    00030000
                   AND AJ-ADJUST-AMOUNT > AR-OPEN-AMOUNT                00030100
                   MOVE 'OVER INV OPEN' TO AD-STATUS.                   00030200
               IF AD-STATUS = SPACES                                    00030300
                   AND AJ-ADJUST-AMOUNT > CM-OUTSTANDING-BALANCE        00030400
                   MOVE 'OVER CUST BAL' TO AD-STATUS.                   00030500
               IF AD-STATUS = SPACES                                    00030600
                   AND AJ-SMALL-BALANCE                                 00030700
                   IF AJ-ADJUST-AMOUNT NOT = AR-OPEN-AMOUNT             00030800
                       OR AJ-ADJUST-AMOUNT > WS-SMALL-BALANCE-LIMIT     00030900
                       MOVE 'SMALL BAL RULE' TO AD-STATUS.              00031000
               IF AD-STATUS = SPACES                                    00031100
                   PERFORM 330-POST-ADJUSTMENT                          00031200
               ELSE                                                     00031300
                   PERFORM 350-WRITE-REJECT-LISTING.                    00031400
      *                                                                 00031500
       325-READ-CUSTOMER-AND-INVOICE.                                   00031600
               MOVE    AJ-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.        00031700
               READ    CUSTMAST.                                        00031800
               IF CUSTMAST-ERROR-CODE NOT = '00'                        00031900
                   MOVE 'NO CUSTOMER' TO AD-STATUS                      00032000
               ELSE                                                     00032100
                   MOVE CM-OUTSTANDING-BALANCE TO AD-CUSTOMER-BALANCE   00032200
                   MOVE AJ-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER        00032300
                   MOVE AJ-INVOICE-NO      TO AR-INVOICE-NO             00032400
                   READ ARINV                                           00032500
                   IF ARINV-ERROR-CODE NOT = '00'                       00032600
                       MOVE 'NO INVOICE' TO AD-STATUS                   00032700
                   ELSE                                                 00032800
                       MOVE AR-OPEN-AMOUNT TO AD-INVOICE-OPEN.          00032900
      *                                                                 00033000
       330-POST-ADJUSTMENT.                                             00033100
               SUBTRACT AJ-ADJUST-AMOUNT FROM AR-OPEN-AMOUNT.           00033200
               REWRITE  OPEN-ITEM-RECORD-AREA.                          00033300
               IF ARINV-ERROR-CODE NOT = '00'                           00033400
                   ADD  AJ-ADJUST-AMOUNT TO AR-OPEN-AMOUNT              00033500
                   MOVE 'REWRITE ERROR' TO AD-STATUS                    00033600
                   PERFORM 350-WRITE-REJECT-LISTING                     00033700
               ELSE                                                     00033800
                   SUBTRACT AJ-ADJUST-AMOUNT FROM                       00033900
                       CM-OUTSTANDING-BALANCE                           00034000
                   REWRITE CUSTOMER-MASTER-RECORD                       00034100
                   IF CUSTMAST-ERROR-CODE NOT = '00'                    00034200
                       DISPLAY 'ARADJ     A 2   CUSTMAST REWRITE ERROR' 00034300
                           ' AFTER ARINV WAS ADJUSTED - CUSTOMER '      00034400
                           AJ-CUSTOMER-NUMBER ' INVOICE '               00034500
                           AJ-INVOICE-NO                                00034600
                       MOVE 16 TO RETURN-CODE                           00034700
                       MOVE 'REWRITE ERROR' TO AD-STATUS                00034800
                       PERFORM 350-WRITE-REJECT-LISTING                 00034900
                   ELSE                                                 00035000
                       PERFORM 340-WRITE-POSTED-LISTING.                00035100
      *                                                                 00035200
       340-WRITE-POSTED-LISTING.                                        00035300
               EVALUATE TRUE                                            00035400
                   WHEN AJ-WRITE-OFF                                    00035500
                       ADD  1 TO WS-WRITE-OFF-COUNT                     00035600
                       ADD  AJ-ADJUST-AMOUNT TO WS-WRITE-OFF-AMOUNT     00035700
                       MOVE 'W' TO GL-TRANS-TYPE                        00035800
                   WHEN AJ-DISPUTE-CREDIT                               00035900
                       ADD  1 TO WS-DISPUTE-COUNT                       00036000
                       ADD  AJ-ADJUST-AMOUNT TO WS-DISPUTE-AMOUNT       00036100
                       MOVE 'D' TO GL-TRANS-TYPE                        00036200
                   WHEN AJ-PRICING-CREDIT                               00036300
                       ADD  1 TO WS-PRICING-COUNT                       00036400
                       ADD  AJ-ADJUST-AMOUNT TO WS-PRICING-AMOUNT       00036500
                       MOVE 'E' TO GL-TRANS-TYPE                        00036600
                   WHEN AJ-SMALL-BALANCE                                00036700
                       ADD  1 TO WS-SMALL-BALANCE-COUNT                 00036800
                       ADD  AJ-ADJUST-AMOUNT TO WS-SMALL-BALANCE-AMOUNT 00036900
                       MOVE 'S' TO GL-TRANS-TYPE                        00037000
               END-EVALUATE.                                            00037100
               PERFORM 360-WRITE-GL-EXTRACT.                            00037200
               ADD     1 TO WS-ADJUSTMENTS-POSTED-COUNT.                00037300
               ADD     AJ-ADJUST-AMOUNT TO WS-POSTED-AMOUNT.            00037400
               MOVE    AR-OPEN-AMOUNT         TO AD-INVOICE-OPEN.       00037500
               MOVE    CM-OUTSTANDING-BALANCE TO AD-CUSTOMER-BALANCE.   00037600
               MOVE    'POSTED' TO AD-STATUS.                           00037700
               PERFORM 370-WRITE-DETAIL-LINE.                           00037800
      *                                                                 00037900
       350-WRITE-REJECT-LISTING.                                        00038000
               ADD     1 TO WS-ADJUSTMENTS-REJECT-COUNT.                00038100
               IF AJ-ADJUST-AMOUNT NUMERIC                              00038200
                   ADD AJ-ADJUST-AMOUNT TO WS-REJECTED-AMOUNT.          00038300
               PERFORM 370-WRITE-DETAIL-LINE.                           00038400
      *                                                                 00038500
       360-WRITE-GL-EXTRACT.                                            00038600
               MOVE    AJ-ADJUST-AMOUNT TO GL-EXTENDED-COST.            00038700
               MOVE    WS-RUN-DATE      TO GL-RUN-DATE.                 00038800
               WRITE   GL-TRANSACTION-AREA FROM GL-TRANSACTION-RECORD.  00038900
      *                                                                 00039000
       370-WRITE-DETAIL-LINE.                                           00039100
               MOVE    AJ-CUSTOMER-NUMBER   TO AD-CUSTOMER-NUMBER.      00039200
               MOVE    AJ-INVOICE-NO        TO AD-INVOICE-NO.           00039300
               MOVE    AJ-REASON-CODE       TO AD-REASON-CODE.          00039400
               MOVE    AJ-APPROVER-INITIALS TO AD-APPROVER-INITIALS.    00039500
               IF AJ-ADJUST-AMOUNT NUMERIC                              00039600
                   MOVE AJ-ADJUST-AMOUNT TO AD-ADJUST-AMOUNT            00039700
               ELSE                                                     00039800
                   MOVE ZERO TO AD-ADJUST-AMOUNT.                       00039900
               WRITE   ADJRPT-LINE FROM ADJRPT-DETAIL.                  00040000
      *                                                                 00040100
      ****************************************************************  00040200
      *  CONTROLLER'S TOTALS -- ONE LINE PER REASON CODE, THEN THE      00040300
      *  POSTED TOTAL (WHAT GLPOST SHOULD SHOW FOR ARADJ) AND THE       00040400
      *  REJECTED TOTAL.                                                00040500
      ****************************************************************  00040600
       400-WRITE-REASON-TOTALS.                                         00040700
               MOVE    'WO'                   TO AT-REASON-CODE         00040800
               MOVE    'WRITE-OFF'            TO AT-REASON-DESC         00040900
               MOVE    WS-WRITE-OFF-COUNT     TO AT-REASON-COUNT        00041000
               MOVE    WS-WRITE-OFF-AMOUNT    TO AT-REASON-AMOUNT       00041100
               WRITE   ADJRPT-LINE FROM ADJRPT-REASON-TOTAL.            00041200
               MOVE    'DC'                   TO AT-REASON-CODE         00041300
               MOVE    'DISPUTE CREDIT'       TO AT-REASON-DESC         00041400
               MOVE    WS-DISPUTE-COUNT       TO AT-REASON-COUNT        00041500
               MOVE    WS-DISPUTE-AMOUNT      TO AT-REASON-AMOUNT       00041600
               WRITE   ADJRPT-LINE FROM ADJRPT-REASON-TOTAL.            00041700
               MOVE    'PC'                   TO AT-REASON-CODE         00041800
               MOVE    'PRICING CREDIT'       TO AT-REASON-DESC         00041900
               MOVE    WS-PRICING-COUNT       TO AT-REASON-COUNT        00042000
               MOVE    WS-PRICING-AMOUNT      TO AT-REASON-AMOUNT       00042100
               WRITE   ADJRPT-LINE FROM ADJRPT-REASON-TOTAL.            00042200
               MOVE    'SB'                   TO AT-REASON-CODE         00042300
               MOVE    'SMALL-BALANCE CLEAR'  TO AT-REASON-DESC         00042400
               MOVE    WS-SMALL-BALANCE-COUNT TO AT-REASON-COUNT        00042500
               MOVE    WS-SMALL-BALANCE-AMOUNT TO AT-REASON-AMOUNT      00042600
               WRITE   ADJRPT-LINE FROM ADJRPT-REASON-TOTAL.            00042700
               MOVE    SPACES                 TO AT-REASON-CODE         00042800
               MOVE    'TOTAL POSTED'         TO AT-REASON-DESC         00042900
               MOVE    WS-ADJUSTMENTS-POSTED-COUNT TO AT-REASON-COUNT   00043000
               MOVE    WS-POSTED-AMOUNT       TO AT-REASON-AMOUNT       00043100
               WRITE   ADJRPT-LINE FROM ADJRPT-REASON-TOTAL.            00043200
               MOVE    'TOTAL REJECTED'       TO AT-REASON-DESC         00043300
               MOVE    WS-ADJUSTMENTS-REJECT-COUNT TO AT-REASON-COUNT   00043400
               MOVE    WS-REJECTED-AMOUNT     TO AT-REASON-AMOUNT       00043500
               WRITE   ADJRPT-LINE FROM ADJRPT-REASON-TOTAL.            00043600
      *>                                                                00043700
/*                                                                      00043800
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00043900
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00044000
//COB.ADJTRAN DD DSNAME=HERC01.SAMPLE.ADJTRAN,DISP=SHR                  00044100
//COB.CUSTMAST DD DSNAME=HERC01.SAMPLE.CUSTMAST,DISP=SHR                00044200
//COB.ARINV DD DSNAME=HERC01.SAMPLE.ARINV,DISP=SHR                      00044300
//COB.ADJRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)          00044400
//COB.GLEXTRCT DD DSNAME=HERC01.SAMPLE.GLEXTADJ,DISP=(MOD,CATLG),       00044500
//             DCB=(DSORG=PS,LRECL=31,BLKSIZE=3100,RECFM=FB),           00044600
//             SPACE=(TRK,(1,1),RLSE)                                   00044700
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00044800
//GO.SYSIN DD *                                                         00044900
/*                                                                      00045000
/&                                                                      00045100
