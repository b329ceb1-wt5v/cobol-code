//HERC01N  JOB (COBOL),'RMACRED',CLASS=A,MSGCLASS=H,                    00000100
//             REGION=8M,TIME=1440,                                     00000200
//             MSGLEVEL=(1,1)                                           00000300
//RMACRED  EXEC COBUCG,                                                 00000400
//             PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'        00000500
//COB.SYSPUNCH DD DUMMY                                                 00000600
//COB.SYSIN DD *                                                        00000700
      ********************************************************          00000800
      * A COBOL PROGRAM TEMPLATE                                        00000900
      ********************************************************          00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID. RMACRED.                                             00001200
       AUTHOR. KRIS W KEENER.                                           00001300
       INSTALLATION.   THE LAB.                                         00001400
       DATE-WRITTEN.   OCTOBER 15 2026.                                 00001500
       DATE-COMPILED.  OCTOBER 15 2026.                                 00001600
       SECURITY. HOME USE ONLY.                                         00001700
       REMARKS. CUSTOMER RETURN CREDITS -- READS THE RETTRAN FILE       00001800
           VSAMRND/VSAMSEQ WRITE FOR EACH CUSTOMER RETURN THEY          00001900
           RESTOCK (CUSTOMER, ORIGINAL INVOICE, ITEM, QUANTITY,         00002000
           CREDIT AT THE PRICE BILLED ON BILLDTL) AND CREDITS THE       00002100
           ORIGINAL ARINV INVOICE, REDUCING AR-OPEN-AMOUNT AND          00002200
           CM-OUTSTANDING-BALANCE TOGETHER AS ARADJ DOES. THE           00002300
           CREDIT APPLIED IS LIMITED TO WHAT IS STILL OPEN ON THE       00002400
           INVOICE AND THE CUSTOMER; ANY REMAINDER (THE INVOICE WAS     00002500
           ALREADY PAID) IS LISTED AS REFUND DUE AND ENDS THE STEP      00002600
           WITH RETURN CODE 4. EACH APPLIED CREDIT WRITES A             00002700
           GLEXTRCT-LAYOUT RECORD, TYPE M (DATASET GLEXTRMA), SO        00002800
           GLPOST CHARGES SALES RETURNS AND TAKES IT OUT OF AR.         00002900
           RMARPT IS THE RETURNS REGISTER: ITEM, CUSTOMER, INVOICE,     00003000
           QUANTITY AND CREDIT, WITH TOTALS.                            00003100
      *>                                                      MODS:     00003110
      *> 2026-10-15 KWK - GLEXTRMA IS OPENED EXTEND AND ALLOCATED       00003120
      *>    DISP=(MOD,CATLG), SO RUNS BETWEEN NIGHTLY POSTS APPEND      00003130
      *>    TO IT INSTEAD OF FAILING ON A DUPLICATE DATASET. GLPOST     00003140
      *>    PRE-ALLOCATES IT AND EMPTIES IT AFTER A CLEAN POST.         00003150
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
           SELECT RETTRAN   ASSIGN TO UT-S-RETTRAN                      00004300
                           FILE STATUS IS RETTRAN-ERROR-CODE.           00004400
           SELECT CUSTMAST  ASSIGN TO UT-I-CUSTMAST                     00004500
                           ORGANIZATION IS INDEXED                      00004600
                           ACCESS IS RANDOM                             00004700
                           RECORD KEY IS CM-CUSTOMER-NUMBER             00004800
                           FILE STATUS IS CUSTMAST-ERROR-CODE.          00004900
           SELECT ARINV     ASSIGN TO UT-I-ARINV                        00005000
                           ORGANIZATION IS INDEXED                      00005100
                           ACCESS IS RANDOM                             00005200
                           RECORD KEY IS AR-KEY                         00005300
                           FILE STATUS IS ARINV-ERROR-CODE.             00005400
           SELECT RMARPT    ASSIGN TO UT-S-RMARPT.                      00005500
           SELECT GLEXTRCT  ASSIGN TO UT-S-GLEXTRCT                     00005600
                           FILE STATUS IS GLEXTRCT-ERROR-CODE.          00005700
           SELECT CYCLDATE  ASSIGN TO UT-S-CYCLDATE                     00005800
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00005900
      *>                                                                00006000
       DATA DIVISION.                                                   00006100
      *                                                                 00006200
       FILE SECTION.                                                    00006300
      *                                                                 00006400
       FD  RETTRAN                                                      00006500
           LABEL RECORDS ARE STANDARD                                   00006600
           RECORD CONTAINS 52 CHARACTERS.                               00006700
      *                                                                 00006800
       01  RETURN-CREDIT-AREA               PIC X(52).                  00006900
      *                                                                 00007000
       FD  CUSTMAST                                                     00007100
           LABEL RECORDS ARE STANDARD                                   00007200
           RECORD CONTAINS 180 CHARACTERS.                              00007300
      *                                                                 00007400
       01  CUSTOMER-MASTER-RECORD.                                      00007500
           05  CM-CUSTOMER-NUMBER      PIC 9(9).                        00007600
           05  CM-CREDIT-LIMIT         PIC 9(7)V99.                     00007700
           05  CM-OUTSTANDING-BALANCE  PIC 9(7)V99.                     00007800
           05  CM-LAST-PAYMENT-DATE    PIC 9(6).                        00007900
           05  FILLER                  PIC X(147).                      00008000
      *                                                                 00008100
       FD  ARINV                                                        00008200
           LABEL RECORDS ARE STANDARD                                   00008300
           RECORD CONTAINS 39 CHARACTERS.                               00008400
      *                                                                 00008500
       01  OPEN-ITEM-RECORD-AREA.                                       00008600
           05  AR-KEY.                                                  00008700
               10  AR-CUSTOMER-NUMBER      PIC 9(9).                    00008800
               10  AR-INVOICE-NO           PIC X(6).                    00008900
           05  AR-DUE-DATE                 PIC 9(6).                    00009000
           05  AR-INVOICE-AMOUNT           PIC 9(7)V99.                 00009100
           05  AR-OPEN-AMOUNT              PIC 9(7)V99.                 00009200
      *                                                                 00009300
       FD  RMARPT                                                       00009400
           LABEL RECORDS ARE STANDARD                                   00009500
           RECORD CONTAINS 80 CHARACTERS.                               00009600
      *                                                                 00009700
       01  RMARPT-LINE                      PIC X(80).                  00009800
      *                                                                 00009900
       FD  GLEXTRCT                                                     00010000
           LABEL RECORDS ARE STANDARD                                   00010100
           RECORD CONTAINS 31 CHARACTERS.                               00010200
      *                                                                 00010300
       01  GL-TRANSACTION-AREA             PIC X(31).                   00010400
      *                                                                 00010500
       FD  CYCLDATE                                                     00010600
           LABEL RECORDS ARE STANDARD                                   00010700
           RECORD CONTAINS 6 CHARACTERS.                                00010800
      *                                                                 00010900
       01  CYCLE-DATE-AREA                 PIC X(6).                    00011000
      *                                                                 00011100
       WORKING-STORAGE SECTION.                                         00011200
      *                                                                 00011300
       01  SWITCHES.                                                    00011400
           05  RETTRAN-EOF-SWITCH              PIC X   VALUE   'N'.     00011500
               88  RETTRAN-EOF                         VALUE   'Y'.     00011600
           05  REFUND-SWITCH                   PIC X   VALUE   'N'.     00011700
               88  REFUNDS-LISTED                      VALUE   'Y'.     00011800
      *                                                                 00011900
       01  FILE-STATUS-FIELD.                                           00012000
           05 RETTRAN-ERROR-CODE            PIC XX.                     00012100
           05 CUSTMAST-ERROR-CODE           PIC XX.                     00012200
           05 ARINV-ERROR-CODE              PIC XX.                     00012300
           05 GLEXTRCT-ERROR-CODE           PIC XX.                     00012400
           05 CYCLDATE-ERROR-CODE           PIC XX.                     00012500
      *                                                                 00012600
       01  WS-EOJ-COUNTERS.                                             00012700
           05  WS-RETURNS-READ-COUNT        PIC 9(7) VALUE ZERO.        00012800
           05  WS-RETURNS-CREDITED-COUNT    PIC 9(7) VALUE ZERO.        00012900
           05  WS-REFUND-DUE-COUNT          PIC 9(7) VALUE ZERO.        00013000
      *                                                                 00013100
       01  WS-CREDIT-TOTALS.                                            00013200
           05  WS-TOTAL-QUANTITY            PIC S9(9)    VALUE ZERO.    00013300
           05  WS-TOTAL-CREDIT              PIC S9(9)V99 VALUE ZERO.    00013400
           05  WS-TOTAL-APPLIED             PIC S9(9)V99 VALUE ZERO.    00013500
           05  WS-TOTAL-REFUND-DUE          PIC S9(9)V99 VALUE ZERO.    00013600
      *                                                                 00013700
       01  WS-CREDIT-WORK.                                              00013800
           05  WS-APPLIED-AMOUNT            PIC S9(9)V99 VALUE ZERO.    00013900
           05  WS-REFUND-AMOUNT             PIC S9(9)V99 VALUE ZERO.    00014000
      *                                                                 00014100
       01  WS-RUN-DATE                      PIC 9(6)     VALUE ZERO.    00014200
      *                                                                 00014300
       01  RETURN-CREDIT-RECORD.                                        00014400
           05  RT-CUSTOMER-NO               PIC 9(9).                   00014500
           05  RT-INVOICE-NO                PIC X(6).                   00014600
           05  RT-ITEM-NO                   PIC X(5).                   00014700
           05  RT-RETURN-QUANTITY           PIC S9(7).                  00014800
           05  RT-UNIT-PRICE                PIC S999V99.                00014900
           05  RT-CREDIT-AMOUNT             PIC S9(9)V99.               00015000
           05  RT-LOCATION-CODE             PIC X(3).                   00015100
           05  RT-RUN-DATE                  PIC 9(6).                   00015200
      *                                                                 00015300
       01  GL-TRANSACTION-RECORD.                                       00015400
           05  GL-ITEM-NO                   PIC X(5).                   00015500
           05  GL-EXTENDED-COST             PIC S9(9)V99.               00015600
           05  GL-RUN-DATE                  PIC 9(6).                   00015700
           05  GL-TRANS-TYPE                PIC X(1)  VALUE 'M'.        00015800
           05  GL-SOURCE-PROGRAM            PIC X(8)  VALUE 'RMACRED '. 00015900
      *                                                                 00016000
       01  RMARPT-HEADING.                                              00016100
           05  FILLER                       PIC X(34) VALUE             00016200
               'CUSTOMER RETURNS REGISTER DATE = '.                     00016300
           05  RH-RUN-DATE                  PIC 9(6).                   00016400
           05  FILLER                       PIC X(40) VALUE SPACES.     00016500
      *                                                                 00016600
       01  RMARPT-COLUMN-HEADING.                                       00016700
           05  FILLER                       PIC X(23) VALUE             00016800
               'ITEM  CUSTOMER  INVOICE'.                               00016900
           05  FILLER                       PIC X(9)  VALUE             00017000
               '      QTY'.                                             00017100
           05  FILLER                       PIC X(13) VALUE             00017200
               '       CREDIT'.                                         00017300
           05  FILLER                       PIC X(13) VALUE             00017400
               '      APPLIED'.                                         00017500
           05  FILLER                       PIC X(22) VALUE             00017600
               ' STATUS'.                                               00017700
      *                                                                 00017800
       01  RMARPT-DETAIL.                                               00017900
           05  RD-ITEM-NO                   PIC X(5).                   00018000
           05  FILLER                       PIC X(1)  VALUE SPACES.     00018100
           05  RD-CUSTOMER-NO               PIC 9(9).                   00018200
           05  FILLER                       PIC X(2)  VALUE SPACES.     00018300
           05  RD-INVOICE-NO                PIC X(6).                   00018400
           05  FILLER                       PIC X(1)  VALUE SPACES.     00018500
           05  RD-RETURN-QUANTITY           PIC ZZZ,ZZ9-.               00018600
           05  FILLER                       PIC X(1)  VALUE SPACES.     00018700
           05  RD-CREDIT-AMOUNT             PIC Z,ZZZ,ZZ9.99.           00018800
           05  FILLER                       PIC X(1)  VALUE SPACES.     00018900
           05  RD-APPLIED-AMOUNT            PIC Z,ZZZ,ZZ9.99.           00019000
           05  FILLER                       PIC X(1)  VALUE SPACES.     00019100
           05  RD-STATUS                    PIC X(21).                  00019200
      *                                                                 00019300
       01  RMARPT-TOTAL.                                                00019400
           05  FILLER                       PIC X(1)  VALUE SPACES.     00019500
           05  RS-TOTAL-DESC                PIC X(22).                  00019600
           05  FILLER                       PIC X(7)  VALUE             00019700
               'COUNT '.                                                00019800
           05  RS-TOTAL-COUNT               PIC ZZZ,ZZ9.                00019900
           05  FILLER                       PIC X(10) VALUE             00020000
               '   AMOUNT '.                                            00020100
           05  RS-TOTAL-AMOUNT              PIC $ZZZ,ZZZ,ZZ9.99.        00020200
           05  FILLER                       PIC X(18) VALUE SPACES.     00020300
      *>                                                                00020400
       PROCEDURE DIVISION.                                              00020500
      *                                                                 00020600
       000-POST-RETURN-CREDITS.                                         00020700
           PERFORM 002-GET-PROCESS-DATE.                                00020800
           OPEN    INPUT   RETTRAN, I-O CUSTMAST, I-O ARINV,            00020900
                   OUTPUT  RMARPT, EXTEND GLEXTRCT.                     00021000
           IF RETTRAN-ERROR-CODE NOT = '00'                             00021100
               DISPLAY 'RMACRED   A 1   OPEN ERROR FOR RETTRAN'         00021200
               DISPLAY 'RMACRED   A 1   FILE STATUS = '                 00021300
                   RETTRAN-ERROR-CODE                                   00021400
               MOVE 16 TO RETURN-CODE                                   00021500
               STOP RUN.                                                00021600
           IF CUSTMAST-ERROR-CODE NOT = '00'                            00021700
               DISPLAY 'RMACRED   A 1   OPEN ERROR FOR CUSTMAST'        00021800
               DISPLAY 'RMACRED   A 1   FILE STATUS = '                 00021900
                   CUSTMAST-ERROR-CODE                                  00022000
               MOVE 16 TO RETURN-CODE                                   00022100
               STOP RUN.                                                00022200
           IF ARINV-ERROR-CODE NOT = '00'                               00022300
               DISPLAY 'RMACRED   A 1   OPEN ERROR FOR ARINV'           00022400
               DISPLAY 'RMACRED   A 1   FILE STATUS = '                 00022500
                   ARINV-ERROR-CODE                                     00022600
               MOVE 16 TO RETURN-CODE                                   00022700
               STOP RUN.                                                00022800
           IF GLEXTRCT-ERROR-CODE NOT = '00'                            00022900
               DISPLAY 'RMACRED   A 1   OPEN ERROR FOR GLEXTRCT'        00023000
               DISPLAY 'RMACRED   A 1   FILE STATUS = '                 00023100
                   GLEXTRCT-ERROR-CODE                                  00023200
               MOVE 16 TO RETURN-CODE                                   00023300
               STOP RUN.                                                00023400
           MOVE    WS-RUN-DATE TO RH-RUN-DATE.                          00023500
           WRITE   RMARPT-LINE FROM RMARPT-HEADING.                     00023600
           WRITE   RMARPT-LINE FROM RMARPT-COLUMN-HEADING.              00023700
           PERFORM 300-PROCESS-RETURN                                   00023800
               UNTIL RETTRAN-EOF.                                       00023900
           PERFORM 400-WRITE-REGISTER-TOTALS.                           00024000
           CLOSE   RETTRAN, CUSTMAST, ARINV, RMARPT, GLEXTRCT.          00024100
           DISPLAY 'RMACRED READ=' WS-RETURNS-READ-COUNT                00024200
               ' CREDITED=' WS-RETURNS-CREDITED-COUNT                   00024300
               ' REFUND DUE=' WS-REFUND-DUE-COUNT.                      00024400
           IF REFUNDS-LISTED                                            00024500
               DISPLAY 'RMACRED   A 3   CREDIT NOT FULLY APPLIED -'     00024600
                   ' REFUND DUE LISTED ON RMARPT'                       00024700
               IF RETURN-CODE < 4                                       00024800
                   MOVE 4 TO RETURN-CODE.                               00024900
           STOP RUN.                                                    00025000
      *                                                                 00025100
       002-GET-PROCESS-DATE.                                            00025200
               MOVE    ZERO TO WS-RUN-DATE.                             00025300
               OPEN    INPUT CYCLDATE.                                  00025400
               IF CYCLDATE-ERROR-CODE = '00'                            00025500
                   PERFORM 003-READ-CYCLE-DATE                          00025600
                   CLOSE CYCLDATE.                                      00025700
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00025800
                   ACCEPT WS-RUN-DATE FROM DATE.                        00025900
      *                                                                 00026000
       003-READ-CYCLE-DATE.                                             00026100
               READ CYCLDATE INTO WS-RUN-DATE                           00026200
                   AT  END                                              00026300
                       MOVE ZERO TO WS-RUN-DATE.                        00026400
      *                                                                 00026500
       300-PROCESS-RETURN.                                              00026600
               PERFORM 310-READ-RETURN.                                 00026700
               IF NOT RETTRAN-EOF                                       00026800
                   PERFORM 320-APPLY-RETURN-CREDIT.                     00026900
      *                                                                 00027000
       310-READ-RETURN.                                                 00027100
               READ RETTRAN INTO RETURN-CREDIT-RECORD                   00027200
                   AT  END                                              00027300
                       MOVE 'Y' TO RETTRAN-EOF-SWITCH.                  00027400
               IF NOT RETTRAN-EOF                                       00027500
                   ADD 1 TO WS-RETURNS-READ-COUNT.                      00027600
      *                                                                 00027700
      ****************************************************************  00027800
      *  THE GOODS ARE ALREADY BACK IN STOCK, SO A RETURN IS NEVER      00027900
      *  REJECTED HERE. THE CREDIT GOES AGAINST THE ORIGINAL INVOICE    00028000
      *  UP TO WHAT IS STILL OPEN THERE AND ON THE CUSTOMER; WHAT       00028100
      *  CANNOT BE APPLIED IS LISTED AS REFUND DUE.                     00028200
      ****************************************************************  00028300
       320-APPLY-RETURN-CREDIT.                                         00028400
               MOVE    SPACES TO RD-STATUS.                             00028500
               MOVE    ZERO   TO WS-APPLIED-AMOUNT.                     00028600
               MOVE    RT-CUSTOMER-NO TO CM-CUSTOMER-NUMBER.            00028700
               READ    CUSTMAST.                                        00028800
               IF CUSTMAST-ERROR-CODE NOT = '00'                        00028900
                   MOVE 'NO CUSTOMER' TO RD-STATUS                      00029000
               ELSE                                                     00029100
                   MOVE RT-CUSTOMER-NO TO AR-CUSTOMER-NUMBER            00029200
                   MOVE RT-INVOICE-NO  TO AR-INVOICE-NO                 00029300
                   READ ARINV                                           00029400
                   IF ARINV-ERROR-CODE NOT = '00'                       00029500
                       MOVE 'NO INVOICE' TO RD-STATUS.                  00029600
               IF RD-STATUS = SPACES                                    00029700
                   MOVE RT-CREDIT-AMOUNT TO WS-APPLIED-AMOUNT           00029800
                   IF WS-APPLIED-AMOUNT > AR-OPEN-AMOUNT                00029900
                       MOVE AR-OPEN-AMOUNT TO WS-APPLIED-AMOUNT         00030000
                   END-IF                                               00030100
                   IF WS-APPLIED-AMOUNT > CM-OUTSTANDING-BALANCE        00030200
                       MOVE CM-OUTSTANDING-BALANCE TO WS-APPLIED-AMOUNT 00030300
                   END-IF                                               00030400
                   IF WS-APPLIED-AMOUNT > ZERO                          00030500
                       PERFORM 330-POST-CREDIT.                         00030600
               COMPUTE WS-REFUND-AMOUNT =                               00030700
                   RT-CREDIT-AMOUNT - WS-APPLIED-AMOUNT.                00030800
               IF WS-REFUND-AMOUNT > ZERO                               00030900
                   IF RD-STATUS = SPACES                                00031000
                       MOVE 'REFUND DUE' TO RD-STATUS                   00031100
                   END-IF                                               00031200
                   MOVE 'Y' TO REFUND-SWITCH                            00031300
                   ADD  1 TO WS-REFUND-DUE-COUNT                        00031400
                   ADD  WS-REFUND-AMOUNT TO WS-TOTAL-REFUND-DUE         00031500
               ELSE                                                     00031600
                   MOVE 'CREDITED' TO RD-STATUS.                        00031700
               ADD     RT-RETURN-QUANTITY TO WS-TOTAL-QUANTITY.         00031800
               ADD     RT-CREDIT-AMOUNT   TO WS-TOTAL-CREDIT.           00031900
               PERFORM 370-WRITE-DETAIL-LINE.                           00032000
      *                                                                 00032100
       330-POST-CREDIT.                                                 00032200
               SUBTRACT WS-APPLIED-AMOUNT FROM AR-OPEN-AMOUNT.          00032300
               REWRITE  OPEN-ITEM-RECORD-AREA.                          00032400
               IF ARINV-ERROR-CODE NOT = '00'                           00032500
                   ADD  WS-APPLIED-AMOUNT TO AR-OPEN-AMOUNT             00032600
                   MOVE ZERO TO WS-APPLIED-AMOUNT                       00032700
                   MOVE 'REWRITE ERROR' TO RD-STATUS                    00032800
               ELSE                                                     00032900
                   SUBTRACT WS-APPLIED-AMOUNT FROM                      00033000
                       CM-OUTSTANDING-BALANCE                           00033100
                   REWRITE CUSTOMER-MASTER-RECORD                       00033200
                   IF CUSTMAST-ERROR-CODE NOT = '00'                    00033300
                       DISPLAY 'RMACRED   A 2   CUSTMAST REWRITE ERROR' 00033400
                           ' AFTER ARINV WAS CREDITED - CUSTOMER '      00033500
                           RT-CUSTOMER-NO ' INVOICE '                   00033600
                           RT-INVOICE-NO                                00033700
                       MOVE 16 TO RETURN-CODE                           00033800
                   END-IF                                               00033900
                   PERFORM 360-WRITE-GL-EXTRACT                         00034000
                   ADD  1 TO WS-RETURNS-CREDITED-COUNT                  00034100
                   ADD  WS-APPLIED-AMOUNT TO WS-TOTAL-APPLIED.          00034200
      *                                                                 00034300
       360-WRITE-GL-EXTRACT.                                            00034400
               MOVE    RT-ITEM-NO        TO GL-ITEM-NO.                 00034500
               MOVE    WS-APPLIED-AMOUNT TO GL-EXTENDED-COST.           00034600
               MOVE    WS-RUN-DATE       TO GL-RUN-DATE.                00034700
               WRITE   GL-TRANSACTION-AREA FROM GL-TRANSACTION-RECORD.  00034800
      *                                                                 00034900
       370-WRITE-DETAIL-LINE.                                           00035000
               MOVE    RT-ITEM-NO         TO RD-ITEM-NO.                00035100
               MOVE    RT-CUSTOMER-NO     TO RD-CUSTOMER-NO.            00035200
               MOVE    RT-INVOICE-NO      TO RD-INVOICE-NO.             00035300
               MOVE    RT-RETURN-QUANTITY TO RD-RETURN-QUANTITY.        00035400
               MOVE    RT-CREDIT-AMOUNT   TO RD-CREDIT-AMOUNT.          00035500
               MOVE    WS-APPLIED-AMOUNT  TO RD-APPLIED-AMOUNT.         00035600
               WRITE   RMARPT-LINE FROM RMARPT-DETAIL.                  00035700
      *                                                                 00035800
      ****************************************************************  00035900
      *  REGISTER TOTALS -- CREDIT APPLIED IS WHAT GLPOST SHOULD SHOW   00036000
      *  FOR RMACRED; REFUND DUE IS FOR ACCOUNTS RECEIVABLE TO PAY OUT. 00036100
      ****************************************************************  00036200
       400-WRITE-REGISTER-TOTALS.                                       00036300
               MOVE    'RETURNS - TOTAL CREDIT' TO RS-TOTAL-DESC        00036400
               MOVE    WS-RETURNS-READ-COUNT    TO RS-TOTAL-COUNT       00036500
               MOVE    WS-TOTAL-CREDIT          TO RS-TOTAL-AMOUNT      00036600
               WRITE   RMARPT-LINE FROM RMARPT-TOTAL.                   00036700
               MOVE    'CREDIT APPLIED TO AR'   TO RS-TOTAL-DESC        00036800
               MOVE    WS-RETURNS-CREDITED-COUNT TO RS-TOTAL-COUNT      00036900
               MOVE    WS-TOTAL-APPLIED         TO RS-TOTAL-AMOUNT      00037000
               WRITE   RMARPT-LINE FROM RMARPT-TOTAL.                   00037100
               MOVE    'REFUND DUE'             TO RS-TOTAL-DESC        00037200
               MOVE    WS-REFUND-DUE-COUNT      TO RS-TOTAL-COUNT       00037300
               MOVE    WS-TOTAL-REFUND-DUE      TO RS-TOTAL-AMOUNT      00037400
               WRITE   RMARPT-LINE FROM RMARPT-TOTAL.                   00037500
      *>                                                                00037600
/*                                                                      00037700
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00037800
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00037900
//COB.RETTRAN DD DSNAME=HERC01.SAMPLE.RETTRAN,DISP=SHR                  00038000
//COB.CUSTMAST DD DSNAME=HERC01.SAMPLE.CUSTMAST,DISP=SHR                00038100
//COB.ARINV DD DSNAME=HERC01.SAMPLE.ARINV,DISP=SHR                      00038200
//COB.RMARPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)          00038300
//COB.GLEXTRCT DD DSNAME=HERC01.SAMPLE.GLEXTRMA,DISP=(MOD,CATLG),       00038400
//             DCB=(DSORG=PS,LRECL=31,BLKSIZE=3100,RECFM=FB),           00038500
//             SPACE=(TRK,(1,1),RLSE)                                   00038600
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00038700
//GO.SYSIN DD *                                                         00038800
/*                                                                      00038900
/&                                                                      00039000
