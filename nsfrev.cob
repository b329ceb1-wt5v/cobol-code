//HERC01N  JOB (COBOL),'NSFREV',CLASS=A,MSGCLASS=H,                     00000100
//             REGION=8M,TIME=1440,                                     00000200
//             MSGLEVEL=(1,1)                                           00000300
//NSFREV   EXEC COBUCG,                                                 00000400
//             PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'        00000500
//COB.SYSPUNCH DD DUMMY                                                 00000600
//COB.SYSIN DD *                                                        00000700
      ********************************************************          00000800
      * A COBOL PROGRAM TEMPLATE                                        00000900
      ********************************************************          00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID. NSFREV.                                              00001200
       AUTHOR. KRIS W KEENER.                                           00001300
       INSTALLATION.   THE LAB.                                         00001400
       DATE-WRITTEN.   OCTOBER 15 2026.                                 00001500
       DATE-COMPILED.  OCTOBER 15 2026.                                 00001600
       SECURITY. HOME USE ONLY.                                         00001700
       REMARKS. RETURNED-CHECK (NSF) REVERSAL -- READS THE NSFTRAN      00001800
           FILE (CUSTOMER, AMOUNT, ORIGINAL PAYMENT DATE, OPTIONAL      00001900
           RETURNED-CHECK FEE) AND UNDOES WHAT CASHAPP OR CASHREAP      00002000
           DID WITH THE PAYMENT. THE PAYMENT MUST BE ON ARPAY AND       00002100
           NOT ALREADY REVERSED. THE INVOICES IT PAID (FROM THE         00002200
           ARAPPL APPLICATION DETAIL) ARE REOPENED FOR THE AMOUNT       00002300
           APPLIED; ANY PART OF THE CHECK WITH NO APPLICATION DETAIL    00002400
           BECOMES A NEW 'RC' OPEN ITEM, AND A FEE BECOMES A NEW        00002500
           'RF' OPEN ITEM, BOTH DUE ON THE RUN DATE AND NUMBERED        00002600
           FROM ITS MONTH AND DAY. CM-OUTSTANDING-BALANCE GOES BACK     00002700
           UP BY THE CHECK PLUS THE FEE AND THE CUSTOMER IS FLAGGED     00002800
           CERTIFIED-FUNDS-ONLY (CUSTMAST BYTE 35 = 'C', RELEASED BY    00002900
           CUSTMNT ACTION 'F'). ARPAY GETS AN 'R' ENTRY FOR THE         00003000
           RETURNED CHECK AND AN 'F' ENTRY FOR THE FEE SO STMTPRT       00003100
           SHOWS THE PAYMENT AND ITS RETURN. THE GL EXTRACT (DATASET    00003200
           GLEXTNSF) CARRIES TYPE N RETURNED CHECK AND TYPE F FEE.      00003300
           NSFRPT LISTS EVERY ITEM WITH THE INVOICES REOPENED AND       00003400
           ENDS WITH CONTROL TOTALS.                                    00003500
      *>                                                      MODS:     00003510
      *> 2026-10-15 KWK - GLEXTNSF IS OPENED EXTEND AND ALLOCATED       00003520
      *>    DISP=(MOD,CATLG), SO RUNS BETWEEN NIGHTLY POSTS APPEND      00003530
      *>    TO IT INSTEAD OF FAILING ON A DUPLICATE DATASET. GLPOST     00003540
      *>    PRE-ALLOCATES IT AND EMPTIES IT AFTER A CLEAN POST.         00003550
      *>                                                                00003600
      *>                                                                00003700
       ENVIRONMENT DIVISION.                                            00003800
      **                                                                00003900
       CONFIGURATION SECTION.                                           00004000
       SOURCE-COMPUTER.    IBM-370.                                     00004100
       OBJECT-COMPUTER.    IBM-370.                                     00004200
      **                                                                00004300
       INPUT-OUTPUT SECTION.                                            00004400
      *                                                                 00004500
       FILE-CONTROL.                                                    00004600
           SELECT NSFTRAN   ASSIGN TO UT-S-NSFTRAN                      00004700
                           FILE STATUS IS NSFTRAN-ERROR-CODE.           00004800
           SELECT ARPAY     ASSIGN TO UT-S-ARPAY                        00004900
                           FILE STATUS IS ARPAY-ERROR-CODE.             00005000
           SELECT ARAPPL    ASSIGN TO UT-S-ARAPPL                       00005100
                           FILE STATUS IS ARAPPL-ERROR-CODE.            00005200
           SELECT CUSTMAST  ASSIGN TO UT-I-CUSTMAST                     00005300
                           ORGANIZATION IS INDEXED                      00005400
                           ACCESS IS RANDOM                             00005500
                           RECORD KEY IS CM-CUSTOMER-NUMBER             00005600
                           FILE STATUS IS CUSTMAST-ERROR-CODE.          00005700
           SELECT ARINV     ASSIGN TO UT-I-ARINV                        00005800
                           ORGANIZATION IS INDEXED                      00005900
                           ACCESS IS RANDOM                             00006000
                           RECORD KEY IS AR-KEY                         00006100
                           FILE STATUS IS ARINV-ERROR-CODE.             00006200
           SELECT NSFRPT    ASSIGN TO UT-S-NSFRPT.                      00006300
           SELECT GLEXTRCT  ASSIGN TO UT-S-GLEXTRCT                     00006400
                           FILE STATUS IS GLEXTRCT-ERROR-CODE.          00006500
           SELECT CYCLDATE  ASSIGN TO UT-S-CYCLDATE                     00006600
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00006700
      *>                                                                00006800
       DATA DIVISION.                                                   00006900
      *                                                                 00007000
       FILE SECTION.                                                    00007100
      *                                                                 00007200
       FD  NSFTRAN                                                      00007300
           LABEL RECORDS ARE STANDARD                                   00007400
           RECORD CONTAINS 31 CHARACTERS.                               00007500
      *                                                                 00007600
       01  RETURNED-ITEM-AREA               PIC X(31).                  00007700
      *                                                                 00007800
       FD  ARPAY                                                        00007900
           LABEL RECORDS ARE STANDARD                                   00008000
           RECORD CONTAINS 31 CHARACTERS.                               00008100
      *                                                                 00008200
       01  PAYMENT-HISTORY-AREA            PIC X(31).                   00008300
      *                                                                 00008400
       FD  ARAPPL                                                       00008500
           LABEL RECORDS ARE STANDARD                                   00008600
           RECORD CONTAINS 39 CHARACTERS.                               00008700
      *                                                                 00008800
       01  PAYMENT-APPLICATION-AREA        PIC X(39).                   00008900
      *                                                                 00009000
       FD  CUSTMAST                                                     00009100
           LABEL RECORDS ARE STANDARD                                   00009200
           RECORD CONTAINS 180 CHARACTERS.                              00009300
      *                                                                 00009400
       01  CUSTOMER-MASTER-RECORD.                                      00009500
           05  CM-CUSTOMER-NUMBER      PIC 9(9).                        00009600
           05  CM-CREDIT-LIMIT         PIC 9(7)V99.                     00009700
           05  CM-OUTSTANDING-BALANCE  PIC 9(7)V99.                     00009800
           05  CM-LAST-PAYMENT-DATE    PIC 9(6).                        00009900
           05  CM-ACCOUNT-STATUS       PIC X(1).                        00010000
           05  CM-CERTIFIED-FUNDS-FLAG PIC X(1).                        00010100
           05  FILLER                  PIC X(145).                      00010200
      *                                                                 00010300
       FD  ARINV                                                        00010400
           LABEL RECORDS ARE STANDARD                                   00010500
           RECORD CONTAINS 39 CHARACTERS.                               00010600
      *                                                                 00010700
       01  OPEN-ITEM-RECORD-AREA.                                       00010800
           05  AR-KEY.                                                  00010900
               10  AR-CUSTOMER-NUMBER      PIC 9(9).                    00011000
               10  AR-INVOICE-NO           PIC X(6).                    00011100
           05  AR-DUE-DATE                 PIC 9(6).                    00011200
           05  AR-INVOICE-AMOUNT           PIC 9(7)V99.                 00011300
           05  AR-OPEN-AMOUNT              PIC 9(7)V99.                 00011400
      *                                                                 00011500
       FD  NSFRPT                                                       00011600
           LABEL RECORDS ARE STANDARD                                   00011700
           RECORD CONTAINS 80 CHARACTERS.                               00011800
      *                                                                 00011900
       01  NSFRPT-LINE                      PIC X(80).                  00012000
      *                                                                 00012100
       FD  GLEXTRCT                                                     00012200
           LABEL RECORDS ARE STANDARD                                   00012300
           RECORD CONTAINS 31 CHARACTERS.                               00012400
      *                                                                 00012500
       01  GL-TRANSACTION-AREA             PIC X(31).                   00012600
      *                                                                 00012700
       FD  CYCLDATE                                                     00012800
           LABEL RECORDS ARE STANDARD                                   00012900
           RECORD CONTAINS 6 CHARACTERS.                                00013000
      *                                                                 00013100
       01  CYCLE-DATE-AREA                 PIC X(6).                    00013200
      *                                                                 00013300
       WORKING-STORAGE SECTION.                                         00013400
      *                                                                 00013500
       01  SWITCHES.                                                    00013600
           05  NSFTRAN-EOF-SWITCH              PIC X   VALUE   'N'.     00013700
               88  NSFTRAN-EOF                         VALUE   'Y'.     00013800
           05  ARPAY-EOF-SWITCH                PIC X   VALUE   'N'.     00013900
               88  ARPAY-EOF                           VALUE   'Y'.     00014000
           05  ARAPPL-EOF-SWITCH               PIC X   VALUE   'N'.     00014100
               88  ARAPPL-EOF                          VALUE   'Y'.     00014200
      *                                                                 00014300
       01  FILE-STATUS-FIELD.                                           00014400
           05 NSFTRAN-ERROR-CODE            PIC XX.                     00014500
           05 ARPAY-ERROR-CODE              PIC XX.                     00014600
           05 ARAPPL-ERROR-CODE             PIC XX.                     00014700
           05 CUSTMAST-ERROR-CODE           PIC XX.                     00014800
           05 ARINV-ERROR-CODE              PIC XX.                     00014900
           05 GLEXTRCT-ERROR-CODE           PIC XX.                     00015000
           05 CYCLDATE-ERROR-CODE           PIC XX.                     00015100
      *                                                                 00015200
       01  WS-EOJ-COUNTERS.                                             00015300
           05  WS-ITEMS-READ-COUNT          PIC 9(7) VALUE ZERO.        00015400
           05  WS-ITEMS-REVERSED-COUNT      PIC 9(7) VALUE ZERO.        00015500
           05  WS-ITEMS-REJECTED-COUNT      PIC 9(7) VALUE ZERO.        00015600
           05  WS-FEES-COUNT                PIC 9(7) VALUE ZERO.        00015700
           05  WS-INVOICES-REOPENED-COUNT   PIC 9(7) VALUE ZERO.        00015800
           05  WS-NEW-ITEMS-COUNT           PIC 9(7) VALUE ZERO.        00015900
      *                                                                 00016000
       01  WS-CONTROL-TOTALS.                                           00016100
           05  WS-REVERSED-AMOUNT           PIC S9(9)V99 VALUE ZERO.    00016200
           05  WS-REJECTED-AMOUNT           PIC S9(9)V99 VALUE ZERO.    00016300
           05  WS-FEES-AMOUNT               PIC S9(9)V99 VALUE ZERO.    00016400
           05  WS-REOPENED-AMOUNT           PIC S9(9)V99 VALUE ZERO.    00016500
           05  WS-NEW-ITEMS-AMOUNT          PIC S9(9)V99 VALUE ZERO.    00016600
      *                                                                 00016700
       01  WS-RUN-DATE                      PIC 9(6)     VALUE ZERO.    00016800
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.                     00016900
           05  WS-RUN-YY                    PIC 9(2).                   00017000
           05  WS-RUN-MMDD                  PIC 9(4).                   00017100
      *                                                                 00017200
       01  WS-REVERSAL-WORK.                                            00017300
           05  WS-ITEM-NO                   PIC 9(4)     VALUE ZERO.    00017400
           05  WS-REOPEN-REMAINING          PIC S9(7)V99 VALUE ZERO.    00017500
           05  WS-REOPEN-AMOUNT             PIC S9(7)V99 VALUE ZERO.    00017600
           05  WS-REOPEN-ROOM               PIC S9(7)V99 VALUE ZERO.    00017700
           05  WS-NEW-INVOICE-NO.                                       00017800
               10  WS-NEW-INVOICE-PREFIX    PIC X(2).                   00017900
               10  WS-NEW-INVOICE-MMDD      PIC 9(4).                   00018000
           05  WS-NEW-ITEM-AMOUNT           PIC 9(7)V99  VALUE ZERO.    00018100
           05  WS-NEW-ITEM-DESC             PIC X(30)    VALUE SPACES.  00018200
           05  WS-PRIOR-REVERSALS           PIC 9(4)     VALUE ZERO.    00018300
      *                                                                 00018400
      **************************************************************    00018500
      *  THE RETURNED ITEMS ARE HELD IN A TABLE SO ARPAY AND ARAPPL     00018600
      *  ARE EACH READ ONCE FOR THE WHOLE RUN. PAYMENT COUNT IS HOW     00018700
      *  MANY ARPAY PAYMENTS MATCH CUSTOMER, AMOUNT AND DATE; THE       00018800
      *  REVERSED COUNT IS HOW MANY 'R' ENTRIES ALREADY POINT BACK      00018900
      *  AT THAT SAME PAYMENT.                                          00019000
      **************************************************************    00019100
       01  RETURNED-ITEM-TABLE.                                         00019200
           05  WS-ITEM-COUNT                PIC 9(4)     VALUE ZERO.    00019300
           05  WS-ITEM-MAX                  PIC 9(4)     VALUE 100.     00019400
           05  WS-ITEM-ENTRY                OCCURS 100 TIMES            00019500
                                            INDEXED BY WS-NT-IX,        00019600
                                                       WS-NT-IX2.       00019700
               10  NI-CUSTOMER-NUMBER       PIC 9(9).                   00019800
               10  NI-PAYMENT-AMOUNT        PIC 9(7)V99.                00019900
               10  NI-PAYMENT-DATE          PIC 9(6).                   00020000
               10  NI-FEE-AMOUNT            PIC 9(5)V99.                00020100
               10  NI-PAYMENT-COUNT         PIC 9(4).                   00020200
               10  NI-REVERSED-COUNT        PIC 9(4).                   00020300
               10  NI-STATUS                PIC X(20).                  00020400
      *                                                                 00020500
       01  APPLICATION-TABLE.                                           00020600
           05  WS-APPL-COUNT                PIC 9(4)     VALUE ZERO.    00020700
           05  WS-APPL-MAX                  PIC 9(4)     VALUE 500.     00020800
           05  WS-APPL-OVERFLOW             PIC 9(5)     VALUE ZERO.    00020900
           05  WS-APPL-ENTRY                OCCURS 500 TIMES            00021000
                                            INDEXED BY WS-AP-IX.        00021100
               10  AP-ITEM-NO               PIC 9(4).                   00021200
               10  AP-INVOICE-NO            PIC X(6).                   00021300
               10  AP-APPLIED-AMOUNT        PIC 9(7)V99.                00021400
      *                                                                 00021500
       01  RETURNED-ITEM-RECORD.                                        00021600
           05  NT-CUSTOMER-NUMBER           PIC 9(9).                   00021700
           05  NT-PAYMENT-AMOUNT            PIC 9(7)V99.                00021800
           05  NT-PAYMENT-DATE              PIC 9(6).                   00021900
           05  NT-FEE-AMOUNT                PIC 9(5)V99.                00022000
      *                                                                 00022100
       01  PAYMENT-HISTORY-RECORD.                                      00022200
           05  PY-CUSTOMER-NUMBER           PIC 9(9).                   00022300
           05  PY-PAYMENT-AMOUNT            PIC 9(7)V99.                00022400
           05  PY-PAYMENT-DATE              PIC 9(6).                   00022500
           05  PY-ENTRY-TYPE                PIC X(1).                   00022600
               88  PY-ENTRY-IS-PAYMENT          VALUE ' ' 'P'.          00022700
               88  PY-ENTRY-IS-RETURN           VALUE 'R'.              00022800
           05  PY-ORIGINAL-DATE             PIC 9(6).                   00022900
      *                                                                 00023000
       01  PAYMENT-APPLICATION-RECORD.                                  00023100
           05  PA-CUSTOMER-NUMBER           PIC 9(9).                   00023200
           05  PA-PAYMENT-AMOUNT            PIC 9(7)V99.                00023300
           05  PA-PAYMENT-DATE              PIC 9(6).                   00023400
           05  PA-INVOICE-NO                PIC X(6).                   00023500
           05  PA-APPLIED-AMOUNT            PIC 9(7)V99.                00023600
      *                                                                 00023700
       01  GL-TRANSACTION-RECORD.                                       00023800
           05  GL-ITEM-NO                   PIC X(5)  VALUE SPACES.     00023900
           05  GL-EXTENDED-COST             PIC S9(9)V99.               00024000
           05  GL-RUN-DATE                  PIC 9(6).                   00024100
           05  GL-TRANS-TYPE                PIC X(1).                   00024200
           05  GL-SOURCE-PROGRAM            PIC X(8)  VALUE 'NSFREV  '. 00024300
      *                                                                 00024400
       01  NSFRPT-HEADING.                                              00024500
           05  FILLER                       PIC X(34) VALUE             00024600
               'RETURNED CHECK REGISTER   DATE = '.                     00024700
           05  NH-RUN-DATE                  PIC 9(6).                   00024800
           05  FILLER                       PIC X(40) VALUE SPACES.     00024900
      *                                                                 00025000
       01  NSFRPT-COLUMN-HEADING.                                       00025100
           05  FILLER                       PIC X(17) VALUE             00025200
               'CUSTOMER  PAID ON'.                                     00025300
           05  FILLER                       PIC X(13) VALUE             00025400
               '       AMOUNT'.                                         00025500
           05  FILLER                       PIC X(10) VALUE             00025600
               '       FEE'.                                            00025700
           05  FILLER                       PIC X(13) VALUE             00025800
               '     CUST BAL'.                                         00025900
           05  FILLER                       PIC X(27) VALUE             00026000
               ' STATUS'.                                               00026100
      *                                                                 00026200
       01  NSFRPT-DETAIL.                                               00026300
           05  ND-CUSTOMER-NUMBER           PIC 9(9).                   00026400
           05  FILLER                       PIC X(1)  VALUE SPACES.     00026500
           05  ND-PAYMENT-DATE              PIC 9(6).                   00026600
           05  FILLER                       PIC X(1)  VALUE SPACES.     00026700
           05  ND-PAYMENT-AMOUNT            PIC Z,ZZZ,ZZ9.99.           00026800
           05  FILLER                       PIC X(1)  VALUE SPACES.     00026900
           05  ND-FEE-AMOUNT                PIC ZZ,ZZ9.99.              00027000
           05  FILLER                       PIC X(1)  VALUE SPACES.     00027100
           05  ND-CUSTOMER-BALANCE          PIC Z,ZZZ,ZZ9.99.           00027200
           05  FILLER                       PIC X(1)  VALUE SPACES.     00027300
           05  ND-STATUS                    PIC X(20).                  00027400
           05  FILLER                       PIC X(7)  VALUE SPACES.     00027500
      *                                                                 00027600
       01  NSFRPT-INVOICE-LINE.                                         00027700
           05  FILLER                       PIC X(12) VALUE SPACES.     00027800
           05  FILLER                       PIC X(8)  VALUE             00027900
               'INVOICE '.                                              00028000
           05  NL-INVOICE-NO                PIC X(6).                   00028100
           05  FILLER                       PIC X(3)  VALUE SPACES.     00028200
           05  NL-AMOUNT                    PIC Z,ZZZ,ZZ9.99.           00028300
           05  FILLER                       PIC X(3)  VALUE SPACES.     00028400
           05  NL-DESC                      PIC X(30).                  00028500
           05  FILLER                       PIC X(6)  VALUE SPACES.     00028600
      *                                                                 00028700
       01  NSFRPT-TOTAL-LINE.                                           00028800
           05  NC-DESC                      PIC X(24).                  00028900
           05  FILLER                       PIC X(7)  VALUE             00029000
               'COUNT '.                                                00029100
           05  NC-COUNT                     PIC ZZZ,ZZ9.                00029200
           05  FILLER                       PIC X(10) VALUE             00029300
               '   AMOUNT '.                                            00029400
           05  NC-AMOUNT                    PIC $ZZZ,ZZZ,ZZ9.99.        00029500
           05  FILLER                       PIC X(17) VALUE SPACES.     00029600
      *>                                                                00029700
       PROCEDURE DIVISION.                                              00029800
      *                                                                 00029900
       000-REVERSE-RETURNED-CHECKS.                                     00030000
           PERFORM 002-GET-PROCESS-DATE.                                00030100
           OPEN    INPUT   NSFTRAN, INPUT ARPAY, INPUT ARAPPL,          00030200
                   I-O     CUSTMAST, I-O ARINV,                         00030300
                   OUTPUT  NSFRPT, EXTEND GLEXTRCT.                     00030400
           IF NSFTRAN-ERROR-CODE NOT = '00'                             00030500
               DISPLAY 'NSFREV    A 1   OPEN ERROR FOR NSFTRAN'         00030600
               DISPLAY 'NSFREV    A 1   FILE STATUS = '                 00030700
                   NSFTRAN-ERROR-CODE                                   00030800
               MOVE 16 TO RETURN-CODE                                   00030900
               STOP RUN.                                                00031000
           IF ARPAY-ERROR-CODE NOT = '00'                               00031100
               DISPLAY 'NSFREV    A 1   OPEN ERROR FOR ARPAY'           00031200
               DISPLAY 'NSFREV    A 1   FILE STATUS = '                 00031300
                   ARPAY-ERROR-CODE                                     00031400
               MOVE 16 TO RETURN-CODE                                   00031500
               STOP RUN.                                                00031600
           IF ARAPPL-ERROR-CODE NOT = '00'                              00031700
               DISPLAY 'NSFREV    A 1   OPEN ERROR FOR ARAPPL'          00031800
               DISPLAY 'NSFREV    A 1   FILE STATUS = '                 00031900
                   ARAPPL-ERROR-CODE                                    00032000
               MOVE 16 TO RETURN-CODE                                   00032100
               STOP RUN.                                                00032200
           IF CUSTMAST-ERROR-CODE NOT = '00'                            00032300
               DISPLAY 'NSFREV    A 1   OPEN ERROR FOR CUSTMAST'        00032400
               DISPLAY 'NSFREV    A 1   FILE STATUS = '                 00032500
                   CUSTMAST-ERROR-CODE                                  00032600
               MOVE 16 TO RETURN-CODE                                   00032700
               STOP RUN.                                                00032800
           IF ARINV-ERROR-CODE NOT = '00'                               00032900
               DISPLAY 'NSFREV    A 1   OPEN ERROR FOR ARINV'           00033000
               DISPLAY 'NSFREV    A 1   FILE STATUS = '                 00033100
                   ARINV-ERROR-CODE                                     00033200
               MOVE 16 TO RETURN-CODE                                   00033300
               STOP RUN.                                                00033400
           IF GLEXTRCT-ERROR-CODE NOT = '00'                            00033500
               DISPLAY 'NSFREV    A 1   OPEN ERROR FOR GLEXTRCT'        00033600
               DISPLAY 'NSFREV    A 1   FILE STATUS = '                 00033700
                   GLEXTRCT-ERROR-CODE                                  00033800
               MOVE 16 TO RETURN-CODE                                   00033900
               STOP RUN.                                                00034000
           MOVE    WS-RUN-DATE TO NH-RUN-DATE.                          00034100
           WRITE   NSFRPT-LINE FROM NSFRPT-HEADING.                     00034200
           WRITE   NSFRPT-LINE FROM NSFRPT-COLUMN-HEADING.              00034300
           PERFORM 100-LOAD-RETURNED-ITEM                               00034400
               UNTIL NSFTRAN-EOF.                                       00034500
           PERFORM 200-MATCH-PAYMENT-HISTORY                            00034600
               UNTIL ARPAY-EOF.                                         00034700
           PERFORM 250-COLLECT-APPLICATIONS                             00034800
               UNTIL ARAPPL-EOF.                                        00034900
           CLOSE   ARPAY, ARAPPL.                                       00035000
           OPEN    EXTEND ARPAY.                                        00035100
           IF ARPAY-ERROR-CODE NOT = '00'                               00035200
               DISPLAY 'NSFREV    A 1   OPEN EXTEND ERROR FOR ARPAY'    00035300
               DISPLAY 'NSFREV    A 1   FILE STATUS = '                 00035400
                   ARPAY-ERROR-CODE                                     00035500
               MOVE 16 TO RETURN-CODE                                   00035600
               STOP RUN.                                                00035700
           PERFORM 300-PROCESS-RETURNED-ITEM                            00035800
               VARYING WS-NT-IX FROM 1 BY 1                             00035900
               UNTIL WS-NT-IX > WS-ITEM-COUNT.                          00036000
           PERFORM 400-WRITE-CONTROL-TOTALS.                            00036100
           CLOSE   NSFTRAN, ARPAY, CUSTMAST, ARINV, NSFRPT, GLEXTRCT.   00036200
           DISPLAY 'NSFREV READ=' WS-ITEMS-READ-COUNT                   00036300
               ' REVERSED=' WS-ITEMS-REVERSED-COUNT                     00036400
               ' REJECTED=' WS-ITEMS-REJECTED-COUNT                     00036500
               ' FEES=' WS-FEES-COUNT.                                  00036600
           STOP RUN.                                                    00036700
      *                                                                 00036800
       002-GET-PROCESS-DATE.                                            00036900
               MOVE    ZERO TO WS-RUN-DATE.                             00037000
               OPEN    INPUT CYCLDATE.                                  00037100
               IF CYCLDATE-ERROR-CODE = '00'                            00037200
                   PERFORM 003-READ-CYCLE-DATE                          00037300
                   CLOSE CYCLDATE.                                      00037400
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00037500
                   ACCEPT WS-RUN-DATE FROM DATE.                        00037600
      *                                                                 00037700
       003-READ-CYCLE-DATE.                                             00037800
               READ CYCLDATE INTO WS-RUN-DATE                           00037900
                   AT  END                                              00038000
                       MOVE ZERO TO WS-RUN-DATE.                        00038100
      *                                                                 00038200
      ****************************************************************  00038300
      *  LOAD THE RETURNED ITEMS. A BAD RECORD IS REJECTED HERE; AN     00038400
      *  ITEM PAST THE TABLE LIMIT IS REJECTED TO BE RESUBMITTED.       00038500
      ****************************************************************  00038600
       100-LOAD-RETURNED-ITEM.                                          00038700
               READ NSFTRAN INTO RETURNED-ITEM-RECORD                   00038800
                   AT  END                                              00038900
                       MOVE 'Y' TO NSFTRAN-EOF-SWITCH.                  00039000
               IF NOT NSFTRAN-EOF                                       00039100
                   ADD 1 TO WS-ITEMS-READ-COUNT                         00039200
                   PERFORM 110-EDIT-RETURNED-ITEM.                      00039300
      *                                                                 00039400
       110-EDIT-RETURNED-ITEM.                                          00039500
               MOVE    SPACES TO ND-STATUS.                             00039600
               IF NT-CUSTOMER-NUMBER NOT NUMERIC                        00039700
                   OR NT-PAYMENT-DATE NOT NUMERIC                       00039800
                   MOVE 'BAD TRANSACTION' TO ND-STATUS.                 00039900
               IF ND-STATUS = SPACES                                    00040000
                   IF NT-PAYMENT-AMOUNT NOT NUMERIC                     00040100
                       OR NT-PAYMENT-AMOUNT = ZERO                      00040200
                       MOVE 'BAD AMOUNT' TO ND-STATUS.                  00040300
               IF ND-STATUS = SPACES                                    00040400
                   AND NT-FEE-AMOUNT NOT NUMERIC                        00040500
                   MOVE 'BAD FEE AMOUNT' TO ND-STATUS.                  00040600
               IF ND-STATUS = SPACES                                    00040700
                   AND WS-ITEM-COUNT NOT < WS-ITEM-MAX                  00040800
                   MOVE 'TABLE FULL-RESUBMIT' TO ND-STATUS.             00040900
               IF ND-STATUS = SPACES                                    00041000
                   PERFORM 120-ADD-RETURNED-ITEM                        00041100
               ELSE                                                     00041200
                   PERFORM 130-REJECT-UNLOADED-ITEM.                    00041300
      *                                                                 00041400
       120-ADD-RETURNED-ITEM.                                           00041500
               ADD     1 TO WS-ITEM-COUNT.                              00041600
               SET     WS-NT-IX TO WS-ITEM-COUNT.                       00041700
               MOVE    NT-CUSTOMER-NUMBER TO                            00041800
                           NI-CUSTOMER-NUMBER (WS-NT-IX).               00041900
               MOVE    NT-PAYMENT-AMOUNT  TO                            00042000
                           NI-PAYMENT-AMOUNT (WS-NT-IX).                00042100
               MOVE    NT-PAYMENT-DATE    TO NI-PAYMENT-DATE (WS-NT-IX).00042200
               MOVE    NT-FEE-AMOUNT      TO NI-FEE-AMOUNT (WS-NT-IX).  00042300
               MOVE    ZERO   TO NI-PAYMENT-COUNT (WS-NT-IX),           00042400
                                 NI-REVERSED-COUNT (WS-NT-IX).          00042500
               MOVE    SPACES TO NI-STATUS (WS-NT-IX).                  00042600
      *                                                                 00042700
       130-REJECT-UNLOADED-ITEM.                                        00042800
               ADD     1 TO WS-ITEMS-REJECTED-COUNT.                    00042900
               MOVE    ZERO TO ND-PAYMENT-AMOUNT, ND-FEE-AMOUNT,        00043000
                               ND-CUSTOMER-BALANCE, ND-PAYMENT-DATE.    00043100
               IF NT-CUSTOMER-NUMBER NUMERIC                            00043200
                   MOVE NT-CUSTOMER-NUMBER TO ND-CUSTOMER-NUMBER        00043300
               ELSE                                                     00043400
                   MOVE ZERO TO ND-CUSTOMER-NUMBER.                     00043500
               IF NT-PAYMENT-DATE NUMERIC                               00043600
                   MOVE NT-PAYMENT-DATE TO ND-PAYMENT-DATE.             00043700
               IF NT-PAYMENT-AMOUNT NUMERIC                             00043800
                   MOVE NT-PAYMENT-AMOUNT TO ND-PAYMENT-AMOUNT          00043900
                   ADD  NT-PAYMENT-AMOUNT TO WS-REJECTED-AMOUNT.        00044000
               WRITE   NSFRPT-LINE FROM NSFRPT-DETAIL.                  00044100
      *                                                                 00044200
      ****************************************************************  00044300
      *  ONE PASS OF ARPAY -- COUNT THE PAYMENTS EACH RETURNED ITEM     00044400
      *  COULD BE, AND THE RETURNS ALREADY WRITTEN AGAINST THEM.        00044500
      ****************************************************************  00044600
       200-MATCH-PAYMENT-HISTORY.                                       00044700
               READ ARPAY INTO PAYMENT-HISTORY-RECORD                   00044800
                   AT  END                                              00044900
                       MOVE 'Y' TO ARPAY-EOF-SWITCH.                    00045000
               IF NOT ARPAY-EOF                                         00045100
                   PERFORM 210-MATCH-ONE-ITEM                           00045200
                       VARYING WS-NT-IX FROM 1 BY 1                     00045300
                       UNTIL WS-NT-IX > WS-ITEM-COUNT.                  00045400
      *                                                                 00045500
       210-MATCH-ONE-ITEM.                                              00045600
               IF PY-CUSTOMER-NUMBER = NI-CUSTOMER-NUMBER (WS-NT-IX)    00045700
                   AND PY-PAYMENT-AMOUNT = NI-PAYMENT-AMOUNT (WS-NT-IX) 00045800
                   IF PY-ENTRY-IS-PAYMENT                               00045900
                       AND PY-PAYMENT-DATE = NI-PAYMENT-DATE (WS-NT-IX) 00046000
                       ADD 1 TO NI-PAYMENT-COUNT (WS-NT-IX)             00046100
                   ELSE                                                 00046200
                       IF PY-ENTRY-IS-RETURN                            00046300
                           AND PY-ORIGINAL-DATE =                       00046400
                               NI-PAYMENT-DATE (WS-NT-IX)               00046500
                           ADD 1 TO NI-REVERSED-COUNT (WS-NT-IX).       00046600
      *                                                                 00046700
      ****************************************************************  00046800
      *  ONE PASS OF ARAPPL -- KEEP THE INVOICE APPLICATIONS OF EVERY   00046900
      *  PAYMENT BEING RETURNED, IN THE ORDER THEY WERE APPLIED.        00047000
      ****************************************************************  00047100
       250-COLLECT-APPLICATIONS.                                        00047200
               READ ARAPPL INTO PAYMENT-APPLICATION-RECORD              00047300
                   AT  END                                              00047400
                       MOVE 'Y' TO ARAPPL-EOF-SWITCH.                   00047500
               IF NOT ARAPPL-EOF                                        00047600
                   PERFORM 260-COLLECT-ONE-ITEM                         00047700
                       VARYING WS-NT-IX FROM 1 BY 1                     00047800
                       UNTIL WS-NT-IX > WS-ITEM-COUNT.                  00047900
      *                                                                 00048000
       260-COLLECT-ONE-ITEM.                                            00048100
               IF PA-CUSTOMER-NUMBER = NI-CUSTOMER-NUMBER (WS-NT-IX)    00048200
                   AND PA-PAYMENT-AMOUNT = NI-PAYMENT-AMOUNT (WS-NT-IX) 00048300
                   AND PA-PAYMENT-DATE = NI-PAYMENT-DATE (WS-NT-IX)     00048400
                   IF WS-APPL-COUNT < WS-APPL-MAX                       00048500
                       ADD 1 TO WS-APPL-COUNT                           00048600
                       SET WS-AP-IX TO WS-APPL-COUNT                    00048700
                       SET AP-ITEM-NO (WS-AP-IX) TO WS-NT-IX            00048800
                       MOVE PA-INVOICE-NO TO AP-INVOICE-NO (WS-AP-IX)   00048900
                       MOVE PA-APPLIED-AMOUNT TO                        00049000
                           AP-APPLIED-AMOUNT (WS-AP-IX)                 00049100
                   ELSE                                                 00049200
                       ADD 1 TO WS-APPL-OVERFLOW.                       00049300
      *                                                                 00049400
      ****************************************************************  00049500
      *  EDITS -- THE FIRST ONE THAT FAILS REJECTS THE ITEM. A          00049600
      *  PAYMENT IS STILL REVERSIBLE WHILE ARPAY HOLDS MORE MATCHING    00049700
      *  PAYMENTS THAN RETURNS (COUNTING RETURNS POSTED EARLIER IN      00049800
      *  THIS RUN).                                                     00049900
      ****************************************************************  00050000
       300-PROCESS-RETURNED-ITEM.                                       00050100
               MOVE    SPACES TO ND-STATUS.                             00050200
               MOVE    ZERO   TO ND-CUSTOMER-BALANCE.                   00050300
               SET     WS-ITEM-NO TO WS-NT-IX.                          00050400
               MOVE    ZERO   TO WS-PRIOR-REVERSALS.                    00050500
               PERFORM 305-COUNT-PRIOR-REVERSAL                         00050600
                   VARYING WS-NT-IX2 FROM 1 BY 1                        00050700
                   UNTIL WS-NT-IX2 NOT < WS-NT-IX.                      00050800
               IF NI-PAYMENT-COUNT (WS-NT-IX) = ZERO                    00050900
                   MOVE 'NO MATCHING PAYMENT' TO ND-STATUS.             00051000
               IF ND-STATUS = SPACES                                    00051100
                   AND NI-PAYMENT-COUNT (WS-NT-IX) NOT >                00051200
                       NI-REVERSED-COUNT (WS-NT-IX) + WS-PRIOR-REVERSALS00051300
                   MOVE 'ALREADY REVERSED' TO ND-STATUS.                00051400
               IF ND-STATUS = SPACES                                    00051500
                   MOVE NI-CUSTOMER-NUMBER (WS-NT-IX) TO                00051600
                       CM-CUSTOMER-NUMBER                               00051700
                   READ CUSTMAST                                        00051800
                   IF CUSTMAST-ERROR-CODE NOT = '00'                    00051900
                       MOVE 'NO CUSTOMER' TO ND-STATUS.                 00052000
               IF ND-STATUS = SPACES                                    00052100
                   PERFORM 320-REVERSE-PAYMENT                          00052200
               ELSE                                                     00052300
                   ADD  1 TO WS-ITEMS-REJECTED-COUNT                    00052400
                   ADD  NI-PAYMENT-AMOUNT (WS-NT-IX) TO                 00052500
                       WS-REJECTED-AMOUNT                               00052600
                   PERFORM 310-WRITE-ITEM-LINE.                         00052700
               MOVE    ND-STATUS TO NI-STATUS (WS-NT-IX).               00052800
      *                                                                 00052900
       305-COUNT-PRIOR-REVERSAL.                                        00053000
               IF NI-STATUS (WS-NT-IX2) = 'REVERSED'                    00053100
                   AND NI-CUSTOMER-NUMBER (WS-NT-IX2) =                 00053200
                       NI-CUSTOMER-NUMBER (WS-NT-IX)                    00053300
                   AND NI-PAYMENT-AMOUNT (WS-NT-IX2) =                  00053400
                       NI-PAYMENT-AMOUNT (WS-NT-IX)                     00053500
                   AND NI-PAYMENT-DATE (WS-NT-IX2) =                    00053600
                       NI-PAYMENT-DATE (WS-NT-IX)                       00053700
                   ADD 1 TO WS-PRIOR-REVERSALS.                         00053800
      *                                                                 00053900
       310-WRITE-ITEM-LINE.                                             00054000
               MOVE    NI-CUSTOMER-NUMBER (WS-NT-IX) TO                 00054100
                           ND-CUSTOMER-NUMBER.                          00054200
               MOVE    NI-PAYMENT-DATE (WS-NT-IX)    TO ND-PAYMENT-DATE.00054300
               MOVE    NI-PAYMENT-AMOUNT (WS-NT-IX)  TO                 00054400
                           ND-PAYMENT-AMOUNT.                           00054500
               MOVE    NI-FEE-AMOUNT (WS-NT-IX)      TO ND-FEE-AMOUNT.  00054600
               WRITE   NSFRPT-LINE FROM NSFRPT-DETAIL.                  00054700
      *                                                                 00054800
      ****************************************************************  00054900
      *  REVERSAL -- REOPEN THE INVOICES THE PAYMENT PAID, TURN ANY     00055000
      *  UNTRACED REMAINDER AND THE FEE INTO NEW OPEN ITEMS, PUT THE    00055100
      *  BALANCE BACK AND FLAG THE CUSTOMER, THEN RECORD THE RETURN     00055200
      *  ON ARPAY AND THE GL EXTRACT.                                   00055300
      ****************************************************************  00055400
       320-REVERSE-PAYMENT.                                             00055500
               ADD     NI-PAYMENT-AMOUNT (WS-NT-IX) TO                  00055600
                           CM-OUTSTANDING-BALANCE.                      00055700
               ADD     NI-FEE-AMOUNT (WS-NT-IX) TO                      00055800
                           CM-OUTSTANDING-BALANCE.                      00055900
               MOVE    'C' TO CM-CERTIFIED-FUNDS-FLAG.                  00056000
               MOVE    'REVERSED' TO ND-STATUS.                         00056100
               MOVE    CM-OUTSTANDING-BALANCE TO ND-CUSTOMER-BALANCE.   00056200
               PERFORM 310-WRITE-ITEM-LINE.                             00056300
               MOVE    NI-PAYMENT-AMOUNT (WS-NT-IX) TO                  00056400
                           WS-REOPEN-REMAINING.                         00056500
               PERFORM 330-REOPEN-ONE-INVOICE                           00056600
                   VARYING WS-AP-IX FROM 1 BY 1                         00056700
                   UNTIL WS-AP-IX > WS-APPL-COUNT.                      00056800
               IF WS-REOPEN-REMAINING > ZERO                            00056900
                   MOVE 'RC' TO WS-NEW-INVOICE-PREFIX                   00057000
                   MOVE WS-REOPEN-REMAINING TO WS-NEW-ITEM-AMOUNT       00057100
                   MOVE 'RETURNED CHECK - NOT TRACED'                   00057200
                       TO WS-NEW-ITEM-DESC                              00057300
                   PERFORM 340-ADD-OPEN-ITEM.                           00057400
               IF NI-FEE-AMOUNT (WS-NT-IX) > ZERO                       00057500
                   MOVE 'RF' TO WS-NEW-INVOICE-PREFIX                   00057600
                   MOVE NI-FEE-AMOUNT (WS-NT-IX) TO WS-NEW-ITEM-AMOUNT  00057700
                   MOVE 'RETURNED CHECK FEE'                            00057800
                       TO WS-NEW-ITEM-DESC                              00057900
                   PERFORM 340-ADD-OPEN-ITEM.                           00058000
               REWRITE CUSTOMER-MASTER-RECORD.                          00058100
               IF CUSTMAST-ERROR-CODE NOT = '00'                        00058200
                   DISPLAY 'NSFREV    A 2   CUSTMAST REWRITE ERROR'     00058300
                       ' AFTER ARINV WAS REOPENED - CUSTOMER '          00058400
                       CM-CUSTOMER-NUMBER                               00058500
                   MOVE 16 TO RETURN-CODE.                              00058600
               ADD     1 TO WS-ITEMS-REVERSED-COUNT.                    00058700
               ADD     NI-PAYMENT-AMOUNT (WS-NT-IX) TO                  00058800
                           WS-REVERSED-AMOUNT.                          00058900
               MOVE    'R' TO PY-ENTRY-TYPE.                            00059000
               MOVE    NI-PAYMENT-AMOUNT (WS-NT-IX) TO                  00059100
                           PY-PAYMENT-AMOUNT.                           00059200
               MOVE    'N' TO GL-TRANS-TYPE.                            00059300
               PERFORM 350-WRITE-RETURN-ENTRY.                          00059400
               IF NI-FEE-AMOUNT (WS-NT-IX) > ZERO                       00059500
                   ADD  1 TO WS-FEES-COUNT                              00059600
                   ADD  NI-FEE-AMOUNT (WS-NT-IX) TO WS-FEES-AMOUNT      00059700
                   MOVE 'F' TO PY-ENTRY-TYPE                            00059800
                   MOVE NI-FEE-AMOUNT (WS-NT-IX) TO PY-PAYMENT-AMOUNT   00059900
                   MOVE 'F' TO GL-TRANS-TYPE                            00060000
                   PERFORM 350-WRITE-RETURN-ENTRY.                      00060100
      *                                                                 00060200
       330-REOPEN-ONE-INVOICE.                                          00060300
               IF AP-ITEM-NO (WS-AP-IX) = WS-ITEM-NO                    00060400
                   AND WS-REOPEN-REMAINING > ZERO                       00060500
                   MOVE NI-CUSTOMER-NUMBER (WS-NT-IX) TO                00060600
                       AR-CUSTOMER-NUMBER                               00060700
                   MOVE AP-INVOICE-NO (WS-AP-IX) TO AR-INVOICE-NO       00060800
                   READ ARINV                                           00060900
                   IF ARINV-ERROR-CODE NOT = '00'                       00061000
                       MOVE ZERO TO NL-AMOUNT                           00061100
                       MOVE 'NOT ON ARINV - NOT REOPENED'               00061200
                           TO NL-DESC                                   00061300
                       PERFORM 360-WRITE-INVOICE-LINE                   00061400
                   ELSE                                                 00061500
                       PERFORM 335-REOPEN-INVOICE.                      00061600
      *                                                                 00061700
       335-REOPEN-INVOICE.                                              00061800
               MOVE    AP-APPLIED-AMOUNT (WS-AP-IX) TO WS-REOPEN-AMOUNT.00061900
               IF WS-REOPEN-AMOUNT > WS-REOPEN-REMAINING                00062000
                   MOVE WS-REOPEN-REMAINING TO WS-REOPEN-AMOUNT.        00062100
               COMPUTE WS-REOPEN-ROOM =                                 00062200
                   AR-INVOICE-AMOUNT - AR-OPEN-AMOUNT.                  00062300
               IF WS-REOPEN-AMOUNT > WS-REOPEN-ROOM                     00062400
                   MOVE WS-REOPEN-ROOM TO WS-REOPEN-AMOUNT.             00062500
               IF WS-REOPEN-AMOUNT > ZERO                               00062600
                   ADD  WS-REOPEN-AMOUNT TO AR-OPEN-AMOUNT              00062700
                   REWRITE OPEN-ITEM-RECORD-AREA                        00062800
                   IF ARINV-ERROR-CODE NOT = '00'                       00062900
                       MOVE ZERO TO NL-AMOUNT                           00063000
                       MOVE 'REWRITE ERROR - NOT REOPENED'              00063100
                           TO NL-DESC                                   00063200
                       PERFORM 360-WRITE-INVOICE-LINE                   00063300
                   ELSE                                                 00063400
                       SUBTRACT WS-REOPEN-AMOUNT FROM                   00063500
                           WS-REOPEN-REMAINING                          00063600
                       ADD  1 TO WS-INVOICES-REOPENED-COUNT             00063700
                       ADD  WS-REOPEN-AMOUNT TO WS-REOPENED-AMOUNT      00063800
                       MOVE WS-REOPEN-AMOUNT TO NL-AMOUNT               00063900
                       MOVE 'REOPENED' TO NL-DESC                       00064000
                       PERFORM 360-WRITE-INVOICE-LINE.                  00064100
      *                                                                 00064200
      ****************************************************************  00064300
      *  NEW OPEN ITEM -- NUMBERED PREFIX PLUS RUN MMDD AND DUE AT      00064400
      *  ONCE. A SECOND ONE FOR THE SAME CUSTOMER THE SAME DAY IS       00064500
      *  ADDED TO THE FIRST.                                            00064600
      ****************************************************************  00064700
       340-ADD-OPEN-ITEM.                                               00064800
               MOVE    WS-RUN-MMDD TO WS-NEW-INVOICE-MMDD.              00064900
               MOVE    NI-CUSTOMER-NUMBER (WS-NT-IX) TO                 00065000
                           AR-CUSTOMER-NUMBER.                          00065100
               MOVE    WS-NEW-INVOICE-NO  TO AR-INVOICE-NO.             00065200
               MOVE    WS-RUN-DATE        TO AR-DUE-DATE.               00065300
               MOVE    WS-NEW-ITEM-AMOUNT TO AR-INVOICE-AMOUNT,         00065400
                                             AR-OPEN-AMOUNT.            00065500
               WRITE   OPEN-ITEM-RECORD-AREA.                           00065600
               IF ARINV-ERROR-CODE = '22'                               00065700
                   READ ARINV                                           00065800
                   IF ARINV-ERROR-CODE = '00'                           00065900
                       ADD WS-NEW-ITEM-AMOUNT TO AR-INVOICE-AMOUNT,     00066000
                                                 AR-OPEN-AMOUNT         00066100
                       REWRITE OPEN-ITEM-RECORD-AREA.                   00066200
               IF ARINV-ERROR-CODE NOT = '00'                           00066300
                   DISPLAY 'NSFREV    A 2   ARINV WRITE ERROR '         00066400
                       ARINV-ERROR-CODE ' - CUSTOMER '                  00066500
                       AR-CUSTOMER-NUMBER ' INVOICE ' AR-INVOICE-NO     00066600
                   MOVE 16 TO RETURN-CODE                               00066700
                   MOVE 'OPEN ITEM NOT WRITTEN' TO WS-NEW-ITEM-DESC     00066800
               ELSE                                                     00066900
                   ADD  1 TO WS-NEW-ITEMS-COUNT                         00067000
                   ADD  WS-NEW-ITEM-AMOUNT TO WS-NEW-ITEMS-AMOUNT.      00067100
               MOVE    WS-NEW-ITEM-AMOUNT TO NL-AMOUNT.                 00067200
               MOVE    WS-NEW-ITEM-DESC   TO NL-DESC.                   00067300
               PERFORM 360-WRITE-INVOICE-LINE.                          00067400
      *                                                                 00067500
       350-WRITE-RETURN-ENTRY.                                          00067600
               MOVE    NI-CUSTOMER-NUMBER (WS-NT-IX) TO                 00067700
                           PY-CUSTOMER-NUMBER.                          00067800
               MOVE    WS-RUN-DATE                 TO PY-PAYMENT-DATE.  00067900
               MOVE    NI-PAYMENT-DATE (WS-NT-IX)  TO PY-ORIGINAL-DATE. 00068000
               WRITE   PAYMENT-HISTORY-AREA FROM PAYMENT-HISTORY-RECORD.00068100
               MOVE    PY-PAYMENT-AMOUNT TO GL-EXTENDED-COST.           00068200
               MOVE    WS-RUN-DATE       TO GL-RUN-DATE.                00068300
               WRITE   GL-TRANSACTION-AREA FROM GL-TRANSACTION-RECORD.  00068400
      *                                                                 00068500
       360-WRITE-INVOICE-LINE.                                          00068600
               MOVE    AR-INVOICE-NO TO NL-INVOICE-NO.                  00068700
               WRITE   NSFRPT-LINE FROM NSFRPT-INVOICE-LINE.            00068800
      *                                                                 00068900
      ****************************************************************  00069000
      *  CONTROL TOTALS -- CHECKS REVERSED (GL TYPE N) AND FEES (GL     00069100
      *  TYPE F) TIE TO GLPOST'S NSFREV SUBTOTALS. INVOICES REOPENED    00069200
      *  PLUS NEW 'RC' ITEMS EQUAL THE CHECKS REVERSED.                 00069300
      ****************************************************************  00069400
       400-WRITE-CONTROL-TOTALS.                                        00069500
               MOVE    'CHECKS REVERSED'      TO NC-DESC.               00069600
               MOVE    WS-ITEMS-REVERSED-COUNT TO NC-COUNT.             00069700
               MOVE    WS-REVERSED-AMOUNT     TO NC-AMOUNT.             00069800
               WRITE   NSFRPT-LINE FROM NSFRPT-TOTAL-LINE               00069900
                   AFTER ADVANCING 2 LINES.                             00070000
               MOVE    'RETURNED CHECK FEES'  TO NC-DESC.               00070100
               MOVE    WS-FEES-COUNT          TO NC-COUNT.              00070200
               MOVE    WS-FEES-AMOUNT         TO NC-AMOUNT.             00070300
               WRITE   NSFRPT-LINE FROM NSFRPT-TOTAL-LINE.              00070400
               MOVE    'INVOICES REOPENED'    TO NC-DESC.               00070500
               MOVE    WS-INVOICES-REOPENED-COUNT TO NC-COUNT.          00070600
               MOVE    WS-REOPENED-AMOUNT     TO NC-AMOUNT.             00070700
               WRITE   NSFRPT-LINE FROM NSFRPT-TOTAL-LINE.              00070800
               MOVE    'NEW OPEN ITEMS'       TO NC-DESC.               00070900
               MOVE    WS-NEW-ITEMS-COUNT     TO NC-COUNT.              00071000
               MOVE    WS-NEW-ITEMS-AMOUNT    TO NC-AMOUNT.             00071100
               WRITE   NSFRPT-LINE FROM NSFRPT-TOTAL-LINE.              00071200
               MOVE    'ITEMS REJECTED'       TO NC-DESC.               00071300
               MOVE    WS-ITEMS-REJECTED-COUNT TO NC-COUNT.             00071400
               MOVE    WS-REJECTED-AMOUNT     TO NC-AMOUNT.             00071500
               WRITE   NSFRPT-LINE FROM NSFRPT-TOTAL-LINE.              00071600
               IF WS-APPL-OVERFLOW > ZERO                               00071700
                   DISPLAY 'NSFREV    A 2   ARAPPL TABLE FULL - '       00071800
                       WS-APPL-OVERFLOW ' APPLICATIONS NOT REOPENED'    00071900
                   MOVE 4 TO RETURN-CODE.                               00072000
      *>                                                                00072100
/*                                                                      00072200
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00072300
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00072400
//COB.NSFTRAN DD DSNAME=HERC01.SAMPLE.NSFTRAN,DISP=SHR                  00072500
//COB.ARPAY DD DSNAME=HERC01.SAMPLE.ARPAY,DISP=OLD                      00072600
//COB.ARAPPL DD DSNAME=HERC01.SAMPLE.ARAPPL,DISP=SHR                    00072700
//COB.CUSTMAST DD DSNAME=HERC01.SAMPLE.CUSTMAST,DISP=SHR                00072800
//COB.ARINV DD DSNAME=HERC01.SAMPLE.ARINV,DISP=SHR                      00072900
//COB.NSFRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)          00073000
//COB.GLEXTRCT DD DSNAME=HERC01.SAMPLE.GLEXTNSF,DISP=(MOD,CATLG),       00073100
//             DCB=(DSORG=PS,LRECL=31,BLKSIZE=3100,RECFM=FB),           00073200
//             SPACE=(TRK,(1,1),RLSE)                                   00073300
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00073400
//GO.SYSIN DD *                                                         00073500
/*                                                                      00073600
/&                                                                      00073700
