//HERC01N  JOB (COBOL),'CSVEXPT',CLASS=A,MSGCLASS=H,                    00000100
//             REGION=8M,TIME=1440,                                     00000200
//             MSGLEVEL=(1,1)                                           00000300
//CSVEXPT  EXEC COBUCG,                                                 00000400
//             PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'        00000500
//COB.SYSPUNCH DD DUMMY                                                 00000600
//COB.SYSIN DD *                                                        00000700
      ********************************************************          00000800
      * A COBOL PROGRAM TEMPLATE                                        00000900
      ********************************************************          00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID. CSVEXPT.                                             00001200
       AUTHOR. KRIS W KEENER.                                           00001300
       INSTALLATION.   THE LAB.                                         00001400
       DATE-WRITTEN.   OCTOBER 15 2026.                                 00001500
       DATE-COMPILED.  OCTOBER 15 2026.                                 00001600
       SECURITY. HOME USE ONLY.                                         00001700
       REMARKS. COMMA-DELIMITED SPREADSHEET EXPORT. THE CSVPARM CARD    00001800
           NAMES ONE EXTRACT PER RUN (COLS 1-8):                        00001900
             VALUE  -- ITEM VALUATION FROM INVMAST, THE SAME ITEMS AND  00002000
                       EXTENDED VALUE INVLIST PRINTS.                   00002100
             AGING  -- EVERY OPEN ARINV INVOICE WITH THE CUSTMAST       00002200
                       NAME, DAYS PAST DUE AND SAMPLE'S AGING BUCKET.   00002300
             ORDERS -- REPLEN'S SUGGESTED ORDERS FROM POTRAN.           00002400
             ERRORS -- THE ERRTRAN BACKLOG WITH REASON CODES AND        00002500
                       DAYS OLD AS ERRAGE COMPUTES THEM.                00002600
           CSVOUT GETS A HEADER ROW, ONE ROW PER RECORD AND A CLOSING   00002700
           CONTROL ROW ("CONTROL",ROW COUNT,DOLLAR TOTAL) SO THE        00002800
           RECEIVING SIDE CAN PROVE IT GOT THE WHOLE FILE. AMOUNTS      00002900
           ARE UNEDITED (SIGN AND DECIMAL POINT ONLY), DATES ARE        00003000
           CCYY-MM-DD AND TEXT FIELDS ARE QUOTED. THE ERRTRAN BACKLOG   00003100
           CARRIES NO MONEY, SO ITS CONTROL TOTAL IS ZERO.              00003200
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
           SELECT CSVPARM  ASSIGN TO UT-S-CSVPARM                       00004400
                           FILE STATUS IS CSVPARM-ERROR-CODE.           00004500
           SELECT INVMAST  ASSIGN TO UT-I-INVMAST                       00004600
                           ORGANIZATION IS INDEXED                      00004700
                           ACCESS IS SEQUENTIAL                         00004800
                           RECORD KEY IS MR-ITEM-NO                     00004900
                           FILE STATUS IS INVMAST-ERROR-CODE.           00005000
           SELECT ARINV    ASSIGN TO UT-I-ARINV                         00005100
                           ORGANIZATION IS INDEXED                      00005200
                           ACCESS IS SEQUENTIAL                         00005300
                           RECORD KEY IS AR-KEY                         00005400
                           FILE STATUS IS ARINV-ERROR-CODE.             00005500
           SELECT CUSTMAST ASSIGN TO UT-I-CUSTMAST                      00005600
                           ORGANIZATION IS INDEXED                      00005700
                           ACCESS IS RANDOM                             00005800
                           RECORD KEY IS CM-CUSTOMER-NUMBER             00005900
                           FILE STATUS IS CUSTMAST-ERROR-CODE.          00006000
           SELECT POTRAN   ASSIGN TO UT-S-POTRAN                        00006100
                           FILE STATUS IS POTRAN-ERROR-CODE.            00006200
           SELECT ERRTRAN  ASSIGN TO UT-S-ERRTRAN                       00006300
                           FILE STATUS IS ERRTRAN-ERROR-CODE.           00006400
           SELECT CSVOUT   ASSIGN TO UT-S-CSVOUT                        00006500
                           FILE STATUS IS CSVOUT-ERROR-CODE.            00006600
           SELECT CYCLDATE ASSIGN TO UT-S-CYCLDATE                      00006700
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00006800
      *>                                                                00006900
       DATA DIVISION.                                                   00007000
      *                                                                 00007100
       FILE SECTION.                                                    00007200
      *                                                                 00007300
       FD  CSVPARM                                                      00007400
           LABEL RECORDS ARE STANDARD                                   00007500
           RECORD CONTAINS 80 CHARACTERS.                               00007600
      *                                                                 00007700
       01  CSV-PARM-AREA                    PIC X(80).                  00007800
      *                                                                 00007900
       FD  INVMAST                                                      00008000
           LABEL RECORDS ARE STANDARD                                   00008100
           RECORD CONTAINS 78 CHARACTERS.                               00008200
      *                                                                 00008300
       01  MASTER-RECORD-AREA.                                          00008400
           05  MR-ITEM-NO                  PIC X(5).                    00008500
           05  FILLER                      PIC X(73).                   00008600
      *                                                                 00008700
       FD  ARINV                                                        00008800
           LABEL RECORDS ARE STANDARD                                   00008900
           RECORD CONTAINS 39 CHARACTERS.                               00009000
      *                                                                 00009100
       01  OPEN-ITEM-RECORD-AREA.                                       00009200
           05  AR-KEY.                                                  00009300
               10  AR-CUSTOMER-NUMBER      PIC 9(9).                    00009400
               10  AR-INVOICE-NO           PIC X(6).                    00009500
           05  AR-DUE-DATE                 PIC 9(6).                    00009600
           05  AR-INVOICE-AMOUNT           PIC 9(7)V99.                 00009700
           05  AR-OPEN-AMOUNT              PIC 9(7)V99.                 00009800
      *                                                                 00009900
       FD  CUSTMAST                                                     00010000
           LABEL RECORDS ARE STANDARD                                   00010100
           RECORD CONTAINS 180 CHARACTERS.                              00010200
      *                                                                 00010300
       01  CUSTOMER-MASTER-RECORD.                                      00010400
           05  CM-CUSTOMER-NUMBER      PIC 9(9).                        00010500
           05  CM-CREDIT-LIMIT         PIC 9(7)V99.                     00010600
           05  CM-OUTSTANDING-BALANCE  PIC 9(7)V99.                     00010700
           05  CM-LAST-PAYMENT-DATE    PIC 9(6).                        00010800
           05  CM-ACCOUNT-STATUS       PIC X(1).                        00010900
           05  FILLER                  PIC X(9).                        00011000
           05  CM-CUSTOMER-NAME        PIC X(30).                       00011100
           05  FILLER                  PIC X(107).                      00011200
      *                                                                 00011300
       FD  POTRAN                                                       00011400
           LABEL RECORDS ARE STANDARD                                   00011500
           RECORD CONTAINS 26 CHARACTERS.                               00011600
      *                                                                 00011700
       01  PURCHASE-ORDER-TRANSACTION-AREA  PIC X(26).                  00011800
      *                                                                 00011900
       FD  ERRTRAN                                                      00012000
           LABEL RECORDS ARE STANDARD                                   00012100
           RECORD CONTAINS 40 CHARACTERS.                               00012200
      *                                                                 00012300
       01  ERROR-TRANSACTION-AREA           PIC X(40).                  00012400
      *                                                                 00012500
       FD  CSVOUT                                                       00012600
           LABEL RECORDS ARE STANDARD                                   00012700
           RECORD CONTAINS 160 CHARACTERS.                              00012800
      *                                                                 00012900
       01  CSV-OUT-LINE                     PIC X(160).                 00013000
      *                                                                 00013100
       FD  CYCLDATE                                                     00013200
           LABEL RECORDS ARE STANDARD                                   00013300
           RECORD CONTAINS 6 CHARACTERS.                                00013400
      *                                                                 00013500
       01  CYCLE-DATE-AREA                  PIC X(6).                   00013600
      *                                                                 00013700
       WORKING-STORAGE SECTION.                                         00013800
      *                                                                 00013900
       01  SWITCHES.                                                    00014000
           05  INPUT-EOF-SWITCH                PIC X   VALUE   'N'.     00014100
               88  INPUT-EOF                           VALUE   'Y'.     00014200
      *                                                                 00014300
       01  FILE-STATUS-FIELD.                                           00014400
           05 CSVPARM-ERROR-CODE           PIC XX.                      00014500
           05 INVMAST-ERROR-CODE           PIC XX.                      00014600
           05 ARINV-ERROR-CODE             PIC XX.                      00014700
           05 CUSTMAST-ERROR-CODE          PIC XX.                      00014800
           05 POTRAN-ERROR-CODE            PIC XX.                      00014900
           05 ERRTRAN-ERROR-CODE           PIC XX.                      00015000
           05 CSVOUT-ERROR-CODE            PIC XX.                      00015100
           05 CYCLDATE-ERROR-CODE          PIC XX.                      00015200
      *                                                                 00015300
       01  WS-EOJ-COUNTERS.                                             00015400
           05  WS-RECORDS-READ-COUNT       PIC 9(7) VALUE ZERO.         00015500
           05  WS-CSV-ROW-COUNT            PIC 9(7) VALUE ZERO.         00015600
      *                                                                 00015700
       01  WS-CSV-DOLLAR-TOTAL             PIC S9(11)V99 VALUE ZERO.    00015800
       01  WS-EXTENDED-VALUE               PIC S9(9)V99.                00015900
      *                                                                 00016000
       01  WS-RUN-DATE                     PIC 9(6) VALUE ZERO.         00016100
       01  WS-RUN-DATE-CCYYMMDD            PIC 9(8).                    00016200
       01  WS-ITEM-DATE-CCYYMMDD           PIC 9(8).                    00016300
       01  WS-RUN-DATE-INTEGER             PIC S9(9) COMP.              00016400
       01  WS-ITEM-DATE-INTEGER            PIC S9(9) COMP.              00016500
       01  WS-DAYS-OLD                     PIC S9(5).                   00016600
      *                                                                 00016700
       01  WS-LAST-CUSTOMER-NO             PIC 9(9) VALUE ZERO.         00016800
       01  WS-CUSTOMER-NAME                PIC X(30) VALUE SPACES.      00016900
      *                                                                 00017000
      *    CSVPARM -- COLS 1-8 NAME THE EXTRACT TO RUN.                 00017100
      *                                                                 00017200
       01  CSV-PARM-RECORD.                                             00017300
           05  CX-EXTRACT-NAME             PIC X(8).                    00017400
               88  EXTRACT-IS-VALUATION            VALUE 'VALUE   '.    00017500
               88  EXTRACT-IS-AGING                VALUE 'AGING   '.    00017600
               88  EXTRACT-IS-ORDERS               VALUE 'ORDERS  '.    00017700
               88  EXTRACT-IS-ERRORS               VALUE 'ERRORS  '.    00017800
               88  EXTRACT-IS-VALID                VALUE 'VALUE   '     00017900
                                                         'AGING   '     00018000
                                                         'ORDERS  '     00018100
                                                         'ERRORS  '.    00018200
           05  FILLER                      PIC X(72).                   00018300
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
                   88  IM-ITEM-DISCONTINUED        VALUE 'D'.           00020000
                   88  IM-ITEM-DELETE-PENDING      VALUE 'X'.           00020100
               10  IM-PRIMARY-VENDOR       PIC X(5).                    00020200
      *                                                                 00020300
       01  PURCHASE-ORDER-TRANSACTION-RECORD.                           00020400
           05  PO-ITEM-NO                  PIC X(5).                    00020500
           05  PO-VENDOR-NO                PIC X(5).                    00020600
           05  PO-ORDER-DATE               PIC 9(6).                    00020700
           05  PO-ORDER-QUANTITY           PIC S9(5).                   00020800
           05  PO-UNIT-COST                PIC S999V99.                 00020900
      *                                                                 00021000
       01  ERROR-TRANSACTION-RECORD.                                    00021100
           05  ET-TRANSACTION-DATA.                                     00021200
               10  IT-ITEM-NO              PIC X(5).                    00021300
               10  IT-VENDOR-NO            PIC X(5).                    00021400
               10  IT-RECEIPT-DATE         PIC X(6).                    00021500
               10  IT-RECEIPT-QUANTITY     PIC S9(5).                   00021600
               10  IT-TRANS-TYPE           PIC X(1).                    00021700
               10  IT-LOCATION-CODE        PIC X(3).                    00021800
               10  IT-UNIT-CODE            PIC X(1).                    00021900
               10  IT-RELEASE-FLAG         PIC X(1).                    00022000
               10  IT-RESUBMIT-COUNT       PIC 9(2).                    00022100
               10  IT-CUSTOMER-NO          PIC 9(9).                    00022200
           05  ET-REASON-CODE              PIC X(2).                    00022300
      *                                                                 00022400
      *    CSV FIELD BUILDING -- EACH 8NN PARAGRAPH APPENDS ONE FIELD   00022500
      *    TO CSV-OUT-LINE AT WS-CSV-POINTER, COMMA FIRST IF NEEDED.    00022600
      *                                                                 00022700
       01  WS-CSV-WORK.                                                 00022800
           05  WS-CSV-POINTER              PIC S9(4) COMP VALUE +1.     00022900
           05  WS-CSV-TEXT                 PIC X(30).                   00023000
           05  WS-CSV-TEXT-LEN             PIC S9(4) COMP VALUE ZERO.   00023100
           05  WS-CSV-LEAD-COUNT           PIC S9(4) COMP VALUE ZERO.   00023200
           05  WS-CSV-AMOUNT               PIC S9(11)V99.               00023300
           05  WS-CSV-AMOUNT-EDIT          PIC -(11)9.99.               00023400
           05  WS-CSV-NUMBER               PIC S9(9).                   00023500
           05  WS-CSV-NUMBER-EDIT          PIC -(9)9.                   00023600
           05  WS-CSV-DATE                 PIC X(6).                    00023700
           05  WS-CSV-DATE-PARTS REDEFINES WS-CSV-DATE.                 00023800
               10  WS-CSV-DATE-YY          PIC X(2).                    00023900
               10  WS-CSV-DATE-MM          PIC X(2).                    00024000
               10  WS-CSV-DATE-DD          PIC X(2).                    00024100
      *>                                                                00024200
       PROCEDURE DIVISION.                                              00024300
      *                                                                 00024400
       000-EXPORT-CSV-EXTRACT.                                          00024500
           PERFORM 002-GET-PROCESS-DATE.                                00024600
           STRING '20' DELIMITED BY SIZE WS-RUN-DATE DELIMITED BY SIZE  00024700
               INTO WS-RUN-DATE-CCYYMMDD.                               00024800
           COMPUTE WS-RUN-DATE-INTEGER =                                00024900
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CCYYMMDD).         00025000
           PERFORM 100-READ-EXTRACT-PARM.                               00025100
           IF NOT EXTRACT-IS-VALID                                      00025200
               DISPLAY 'CSVEXPT   A 1   NO VALID EXTRACT ON CSVPARM - ' 00025300
                   CX-EXTRACT-NAME                                      00025400
               MOVE 16 TO RETURN-CODE                                   00025500
               STOP RUN.                                                00025600
           OPEN    OUTPUT  CSVOUT.                                      00025700
           IF CSVOUT-ERROR-CODE NOT = '00'                              00025800
               DISPLAY 'CSVEXPT   A 1   OPEN ERROR FOR CSVOUT'          00025900
               DISPLAY 'CSVEXPT   A 1   FILE STATUS = '                 00026000
                   CSVOUT-ERROR-CODE                                    00026100
               MOVE 16 TO RETURN-CODE                                   00026200
               STOP RUN.                                                00026300
           EVALUATE TRUE                                                00026400
               WHEN EXTRACT-IS-VALUATION                                00026500
                   PERFORM 300-EXPORT-VALUATION                         00026600
               WHEN EXTRACT-IS-AGING                                    00026700
                   PERFORM 400-EXPORT-AGING                             00026800
               WHEN EXTRACT-IS-ORDERS                                   00026900
                   PERFORM 500-EXPORT-ORDERS                            00027000
               WHEN EXTRACT-IS-ERRORS                                   00027100
                   PERFORM 600-EXPORT-ERRORS                            00027200
           END-EVALUATE.                                                00027300
           PERFORM 700-WRITE-CONTROL-ROW.                               00027400
           CLOSE   CSVOUT.                                              00027500
           DISPLAY 'CSVEXPT ' CX-EXTRACT-NAME                           00027600
               ' READ=' WS-RECORDS-READ-COUNT                           00027700
               ' ROWS=' WS-CSV-ROW-COUNT.                               00027800
           STOP RUN.                                                    00027900
      *                                                                 00028000
       002-GET-PROCESS-DATE.                                            00028100
               MOVE    ZERO TO WS-RUN-DATE.                             00028200
               OPEN    INPUT CYCLDATE.                                  00028300
               IF CYCLDATE-ERROR-CODE = '00'                            00028400
                   PERFORM 003-READ-CYCLE-DATE                          00028500
                   CLOSE CYCLDATE.                                      00028600
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00028700
                   ACCEPT WS-RUN-DATE FROM DATE.                        00028800
      *                                                                 00028900
       003-READ-CYCLE-DATE.                                             00029000
               READ CYCLDATE INTO WS-RUN-DATE                           00029100
                   AT  END                                              00029200
                       MOVE ZERO TO WS-RUN-DATE.                        00029300
      *                                                                 00029400
       100-READ-EXTRACT-PARM.                                           00029500
               MOVE    SPACES TO CSV-PARM-RECORD.                       00029600
               OPEN    INPUT CSVPARM.                                   00029700
               IF CSVPARM-ERROR-CODE = '00'                             00029800
                   PERFORM 110-READ-EXTRACT-CARD                        00029900
                   CLOSE CSVPARM.                                       00030000
      *                                                                 00030100
       110-READ-EXTRACT-CARD.                                           00030200
               READ CSVPARM INTO CSV-PARM-RECORD                        00030300
                   AT  END                                              00030400
                       MOVE SPACES TO CSV-PARM-RECORD.                  00030500
      *                                                                 00030600
      ****************************************************************  00030700
      *  VALUE -- ONE ROW PER INVMAST ITEM, SKIPPING DELETE-PENDING     00030800
      *  ITEMS JUST AS INVLIST DOES. TOTAL IS THE EXTENDED VALUE.       00030900
      ****************************************************************  00031000
       300-EXPORT-VALUATION.                                            00031100
               OPEN    INPUT   INVMAST.                                 00031200
               IF INVMAST-ERROR-CODE NOT = '00'                         00031300
                   DISPLAY 'CSVEXPT   A 1   OPEN ERROR FOR INVMAST'     00031400
                   DISPLAY 'CSVEXPT   A 1   FILE STATUS = '             00031500
                       INVMAST-ERROR-CODE                               00031600
                   MOVE 16 TO RETURN-CODE                               00031700
                   STOP RUN.                                            00031800
               MOVE    SPACES TO CSV-OUT-LINE.                          00031900
               STRING  'ITEM_NO,DESCRIPTION,STATUS,ON_HAND,'            00032000
                           DELIMITED BY SIZE                            00032100
                       'UNIT_COST,EXTENDED_VALUE'                       00032200
                           DELIMITED BY SIZE                            00032300
                   INTO CSV-OUT-LINE.                                   00032400
               WRITE   CSV-OUT-LINE.                                    00032500
               PERFORM 310-EXPORT-INVENTORY-ITEM                        00032600
                   UNTIL INPUT-EOF.                                     00032700
               CLOSE   INVMAST.                                         00032800
      *                                                                 00032900
       310-EXPORT-INVENTORY-ITEM.                                       00033000
               READ INVMAST INTO INVENTORY-MASTER-RECORD                00033100
                   AT  END                                              00033200
                       MOVE 'Y' TO INPUT-EOF-SWITCH.                    00033300
               IF NOT INPUT-EOF                                         00033400
                   ADD 1 TO WS-RECORDS-READ-COUNT                       00033500
                   IF NOT IM-ITEM-DELETE-PENDING                        00033600
                       PERFORM 320-WRITE-VALUATION-ROW.                 00033700
      *                                                                 00033800
       320-WRITE-VALUATION-ROW.                                         00033900
               COMPUTE WS-EXTENDED-VALUE =                              00034000
                   IM-ON-HAND * IM-UNIT-COST.                           00034100
               PERFORM 800-START-CSV-ROW.                               00034200
               MOVE    IM-ITEM-NO          TO WS-CSV-TEXT.              00034300
               PERFORM 810-ADD-TEXT-FIELD.                              00034400
               MOVE    IM-ITEM-DESC        TO WS-CSV-TEXT.              00034500
               PERFORM 810-ADD-TEXT-FIELD.                              00034600
               MOVE    IM-ITEM-STATUS      TO WS-CSV-TEXT.              00034700
               PERFORM 810-ADD-TEXT-FIELD.                              00034800
               MOVE    IM-ON-HAND          TO WS-CSV-NUMBER.            00034900
               PERFORM 830-ADD-NUMBER-FIELD.                            00035000
               MOVE    IM-UNIT-COST        TO WS-CSV-AMOUNT.            00035100
               PERFORM 820-ADD-AMOUNT-FIELD.                            00035200
               MOVE    WS-EXTENDED-VALUE   TO WS-CSV-AMOUNT.            00035300
               PERFORM 820-ADD-AMOUNT-FIELD.                            00035400
               PERFORM 850-WRITE-CSV-ROW.                               00035500
               ADD     WS-EXTENDED-VALUE   TO WS-CSV-DOLLAR-TOTAL.      00035600
      *                                                                 00035700
      ****************************************************************  00035800
      *  AGING -- ONE ROW PER ARINV INVOICE WITH AN OPEN AMOUNT,        00035900
      *  AGED FROM THE DUE DATE INTO SAMPLE'S BUCKETS. TOTAL IS THE     00036000
      *  OPEN AMOUNT.                                                   00036100
      ****************************************************************  00036200
       400-EXPORT-AGING.                                                00036300
               OPEN    INPUT   ARINV, CUSTMAST.                         00036400
               IF ARINV-ERROR-CODE NOT = '00'                           00036500
                   DISPLAY 'CSVEXPT   A 1   OPEN ERROR FOR ARINV'       00036600
                   DISPLAY 'CSVEXPT   A 1   FILE STATUS = '             00036700
                       ARINV-ERROR-CODE                                 00036800
                   MOVE 16 TO RETURN-CODE                               00036900
                   STOP RUN.                                            00037000
               IF CUSTMAST-ERROR-CODE NOT = '00'                        00037100
                   DISPLAY 'CSVEXPT   A 1   OPEN ERROR FOR CUSTMAST'    00037200
                   DISPLAY 'CSVEXPT   A 1   FILE STATUS = '             00037300
                       CUSTMAST-ERROR-CODE                              00037400
                   MOVE 16 TO RETURN-CODE                               00037500
                   STOP RUN.                                            00037600
               MOVE    SPACES TO CSV-OUT-LINE.                          00037700
               STRING  'CUSTOMER_NO,CUSTOMER_NAME,INVOICE_NO,DUE_DATE,' 00037800
                           DELIMITED BY SIZE                            00037900
                       'INVOICE_AMOUNT,OPEN_AMOUNT,DAYS_PAST_DUE,'      00038000
                           DELIMITED BY SIZE                            00038100
                       'AGING_BUCKET'                                   00038200
                           DELIMITED BY SIZE                            00038300
                   INTO CSV-OUT-LINE.                                   00038400
               WRITE   CSV-OUT-LINE.                                    00038500
               PERFORM 410-EXPORT-OPEN-INVOICE                          00038600
                   UNTIL INPUT-EOF.                                     00038700
               CLOSE   ARINV, CUSTMAST.                                 00038800
      *                                                                 00038900
       410-EXPORT-OPEN-INVOICE.                                         00039000
               READ ARINV                                               00039100
                   AT  END                                              00039200
                       MOVE 'Y' TO INPUT-EOF-SWITCH.                    00039300
               IF NOT INPUT-EOF                                         00039400
                   ADD 1 TO WS-RECORDS-READ-COUNT                       00039500
                   IF AR-OPEN-AMOUNT > ZERO                             00039600
                       PERFORM 420-WRITE-AGING-ROW.                     00039700
      *                                                                 00039800
       420-WRITE-AGING-ROW.                                             00039900
               IF AR-CUSTOMER-NUMBER NOT = WS-LAST-CUSTOMER-NO          00040000
                   PERFORM 430-GET-CUSTOMER-NAME.                       00040100
               MOVE    AR-DUE-DATE TO WS-CSV-DATE.                      00040200
               PERFORM 440-COMPUTE-DAYS-OLD.                            00040300
               PERFORM 800-START-CSV-ROW.                               00040400
               MOVE    AR-CUSTOMER-NUMBER  TO WS-CSV-TEXT.              00040500
               PERFORM 810-ADD-TEXT-FIELD.                              00040600
               MOVE    WS-CUSTOMER-NAME    TO WS-CSV-TEXT.              00040700
               PERFORM 810-ADD-TEXT-FIELD.                              00040800
               MOVE    AR-INVOICE-NO       TO WS-CSV-TEXT.              00040900
               PERFORM 810-ADD-TEXT-FIELD.                              00041000
               PERFORM 840-ADD-DATE-FIELD.                              00041100
               MOVE    AR-INVOICE-AMOUNT   TO WS-CSV-AMOUNT.            00041200
               PERFORM 820-ADD-AMOUNT-FIELD.                            00041300
               MOVE    AR-OPEN-AMOUNT      TO WS-CSV-AMOUNT.            00041400
               PERFORM 820-ADD-AMOUNT-FIELD.                            00041500
               MOVE    WS-DAYS-OLD         TO WS-CSV-NUMBER.            00041600
               PERFORM 830-ADD-NUMBER-FIELD.                            00041700
               EVALUATE TRUE                                            00041800
                   WHEN WS-DAYS-OLD NOT > 0                             00041900
                       MOVE 'CURRENT' TO WS-CSV-TEXT                    00042000
                   WHEN WS-DAYS-OLD NOT > 30                            00042100
                       MOVE '1-30'    TO WS-CSV-TEXT                    00042200
                   WHEN WS-DAYS-OLD NOT > 60                            00042300
                       MOVE '31-60'   TO WS-CSV-TEXT                    00042400
                   WHEN WS-DAYS-OLD NOT > 90                            00042500
                       MOVE '61-90'   TO WS-CSV-TEXT                    00042600
                   WHEN OTHER                                           00042700
                       MOVE 'OVER 90' TO WS-CSV-TEXT                    00042800
               END-EVALUATE.                                            00042900
               PERFORM 810-ADD-TEXT-FIELD.                              00043000
               PERFORM 850-WRITE-CSV-ROW.                               00043100
               ADD     AR-OPEN-AMOUNT      TO WS-CSV-DOLLAR-TOTAL.      00043200
      *                                                                 00043300
       430-GET-CUSTOMER-NAME.                                           00043400
               MOVE    AR-CUSTOMER-NUMBER TO WS-LAST-CUSTOMER-NO.       00043500
               MOVE    AR-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.        00043600
               READ    CUSTMAST.                                        00043700
               IF CUSTMAST-ERROR-CODE = '00'                            00043800
                   MOVE CM-CUSTOMER-NAME  TO WS-CUSTOMER-NAME           00043900
               ELSE                                                     00044000
                   MOVE 'NOT ON CUSTMAST' TO WS-CUSTOMER-NAME.          00044100
      *                                                                 00044200
      *    DAYS FROM THE YYMMDD DATE IN WS-CSV-DATE TO THE RUN DATE;    00044300
      *    A MISSING OR UNREADABLE DATE AGES AS ZERO.                   00044400
      *                                                                 00044500
       440-COMPUTE-DAYS-OLD.                                            00044600
               MOVE    ZERO TO WS-DAYS-OLD.                             00044700
               IF WS-CSV-DATE NUMERIC AND WS-CSV-DATE NOT = '000000'    00044800
                   STRING '20' DELIMITED BY SIZE WS-CSV-DATE            00044900
                       DELIMITED BY SIZE INTO WS-ITEM-DATE-CCYYMMDD     00045000
                   COMPUTE WS-ITEM-DATE-INTEGER =                       00045100
                       FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE-CCYYMMDD) 00045200
                   COMPUTE WS-DAYS-OLD =                                00045300
                       WS-RUN-DATE-INTEGER - WS-ITEM-DATE-INTEGER.      00045400
      *                                                                 00045500
      ****************************************************************  00045600
      *  ORDERS -- ONE ROW PER POTRAN SUGGESTED ORDER. TOTAL IS THE     00045700
      *  EXTENDED COST (QUANTITY TIMES UNIT COST).                      00045800
      ****************************************************************  00045900
       500-EXPORT-ORDERS.                                               00046000
               OPEN    INPUT   POTRAN.                                  00046100
               IF POTRAN-ERROR-CODE NOT = '00'                          00046200
                   DISPLAY 'CSVEXPT   A 1   OPEN ERROR FOR POTRAN'      00046300
                   DISPLAY 'CSVEXPT   A 1   FILE STATUS = '             00046400
                       POTRAN-ERROR-CODE                                00046500
                   MOVE 16 TO RETURN-CODE                               00046600
                   STOP RUN.                                            00046700
               MOVE    SPACES TO CSV-OUT-LINE.                          00046800
               STRING  'ITEM_NO,VENDOR_NO,ORDER_DATE,ORDER_QUANTITY,'   00046900
                           DELIMITED BY SIZE                            00047000
                       'UNIT_COST,EXTENDED_COST'                        00047100
                           DELIMITED BY SIZE                            00047200
                   INTO CSV-OUT-LINE.                                   00047300
               WRITE   CSV-OUT-LINE.                                    00047400
               PERFORM 510-EXPORT-SUGGESTED-ORDER                       00047500
                   UNTIL INPUT-EOF.                                     00047600
               CLOSE   POTRAN.                                          00047700
      *                                                                 00047800
       510-EXPORT-SUGGESTED-ORDER.                                      00047900
               READ POTRAN INTO PURCHASE-ORDER-TRANSACTION-RECORD       00048000
                   AT  END                                              00048100
                       MOVE 'Y' TO INPUT-EOF-SWITCH.                    00048200
               IF NOT INPUT-EOF                                         00048300
                   ADD 1 TO WS-RECORDS-READ-COUNT                       00048400
                   PERFORM 520-WRITE-ORDER-ROW.                         00048500
      *                                                                 00048600
       520-WRITE-ORDER-ROW.                                             00048700
               COMPUTE WS-EXTENDED-VALUE =                              00048800
                   PO-ORDER-QUANTITY * PO-UNIT-COST.                    00048900
               PERFORM 800-START-CSV-ROW.                               00049000
               MOVE    PO-ITEM-NO          TO WS-CSV-TEXT.              00049100
               PERFORM 810-ADD-TEXT-FIELD.                              00049200
               MOVE    PO-VENDOR-NO        TO WS-CSV-TEXT.              00049300
               PERFORM 810-ADD-TEXT-FIELD.                              00049400
               MOVE    PO-ORDER-DATE       TO WS-CSV-DATE.              00049500
               PERFORM 840-ADD-DATE-FIELD.                              00049600
               MOVE    PO-ORDER-QUANTITY   TO WS-CSV-NUMBER.            00049700
               PERFORM 830-ADD-NUMBER-FIELD.                            00049800
               MOVE    PO-UNIT-COST        TO WS-CSV-AMOUNT.            00049900
               PERFORM 820-ADD-AMOUNT-FIELD.                            00050000
               MOVE    WS-EXTENDED-VALUE   TO WS-CSV-AMOUNT.            00050100
               PERFORM 820-ADD-AMOUNT-FIELD.                            00050200
               PERFORM 850-WRITE-CSV-ROW.                               00050300
               ADD     WS-EXTENDED-VALUE   TO WS-CSV-DOLLAR-TOTAL.      00050400
      *                                                                 00050500
      ****************************************************************  00050600
      *  ERRORS -- ONE ROW PER ERRTRAN REJECT WITH ITS REASON CODE      00050700
      *  AND DAYS OLD. THE BACKLOG CARRIES NO MONEY; TOTAL STAYS 0.     00050800
      ****************************************************************  00050900
       600-EXPORT-ERRORS.                                               00051000
               OPEN    INPUT   ERRTRAN.                                 00051100
               IF ERRTRAN-ERROR-CODE NOT = '00'                         00051200
                   DISPLAY 'CSVEXPT   A 1   OPEN ERROR FOR ERRTRAN'     00051300
                   DISPLAY 'CSVEXPT   A 1   FILE STATUS = '             00051400
                       ERRTRAN-ERROR-CODE                               00051500
                   MOVE 16 TO RETURN-CODE                               00051600
                   STOP RUN.                                            00051700
               MOVE    SPACES TO CSV-OUT-LINE.                          00051800
               STRING  'ITEM_NO,VENDOR_NO,TRANS_TYPE,RECEIPT_DATE,'     00051900
                           DELIMITED BY SIZE                            00052000
                       'QUANTITY,LOCATION,CUSTOMER_NO,RESUBMIT_COUNT,'  00052100
                           DELIMITED BY SIZE                            00052200
                       'DAYS_OLD,REASON_CODE'                           00052300
                           DELIMITED BY SIZE                            00052400
                   INTO CSV-OUT-LINE.                                   00052500
               WRITE   CSV-OUT-LINE.                                    00052600
               PERFORM 610-EXPORT-ERROR-TRANSACTION                     00052700
                   UNTIL INPUT-EOF.                                     00052800
               CLOSE   ERRTRAN.                                         00052900
      *                                                                 00053000
       610-EXPORT-ERROR-TRANSACTION.                                    00053100
               READ ERRTRAN INTO ERROR-TRANSACTION-RECORD               00053200
                   AT  END                                              00053300
                       MOVE 'Y' TO INPUT-EOF-SWITCH.                    00053400
               IF NOT INPUT-EOF                                         00053500
                   ADD 1 TO WS-RECORDS-READ-COUNT                       00053600
                   PERFORM 620-WRITE-ERROR-ROW.                         00053700
      *                                                                 00053800
       620-WRITE-ERROR-ROW.                                             00053900
               MOVE    IT-RECEIPT-DATE     TO WS-CSV-DATE.              00054000
               PERFORM 440-COMPUTE-DAYS-OLD.                            00054100
               PERFORM 800-START-CSV-ROW.                               00054200
               MOVE    IT-ITEM-NO          TO WS-CSV-TEXT.              00054300
               PERFORM 810-ADD-TEXT-FIELD.                              00054400
               MOVE    IT-VENDOR-NO        TO WS-CSV-TEXT.              00054500
               PERFORM 810-ADD-TEXT-FIELD.                              00054600
               MOVE    IT-TRANS-TYPE       TO WS-CSV-TEXT.              00054700
               PERFORM 810-ADD-TEXT-FIELD.                              00054800
               PERFORM 840-ADD-DATE-FIELD.                              00054900
               MOVE    IT-RECEIPT-QUANTITY TO WS-CSV-NUMBER.            00055000
               PERFORM 830-ADD-NUMBER-FIELD.                            00055100
               MOVE    IT-LOCATION-CODE    TO WS-CSV-TEXT.              00055200
               PERFORM 810-ADD-TEXT-FIELD.                              00055300
               MOVE    IT-CUSTOMER-NO      TO WS-CSV-TEXT.              00055400
               PERFORM 810-ADD-TEXT-FIELD.                              00055500
               MOVE    IT-RESUBMIT-COUNT   TO WS-CSV-NUMBER.            00055600
               PERFORM 830-ADD-NUMBER-FIELD.                            00055700
               MOVE    WS-DAYS-OLD         TO WS-CSV-NUMBER.            00055800
               PERFORM 830-ADD-NUMBER-FIELD.                            00055900
               MOVE    ET-REASON-CODE      TO WS-CSV-TEXT.              00056000
               PERFORM 810-ADD-TEXT-FIELD.                              00056100
               PERFORM 850-WRITE-CSV-ROW.                               00056200
      *                                                                 00056300
      ****************************************************************  00056400
      *  CONTROL ROW -- "CONTROL",DETAIL ROW COUNT,DOLLAR TOTAL.        00056500
      ****************************************************************  00056600
       700-WRITE-CONTROL-ROW.                                           00056700
               PERFORM 800-START-CSV-ROW.                               00056800
               MOVE    'CONTROL'           TO WS-CSV-TEXT.              00056900
               PERFORM 810-ADD-TEXT-FIELD.                              00057000
               MOVE    WS-CSV-ROW-COUNT    TO WS-CSV-NUMBER.            00057100
               PERFORM 830-ADD-NUMBER-FIELD.                            00057200
               MOVE    WS-CSV-DOLLAR-TOTAL TO WS-CSV-AMOUNT.            00057300
               PERFORM 820-ADD-AMOUNT-FIELD.                            00057400
               WRITE   CSV-OUT-LINE.                                    00057500
      *                                                                 00057600
       800-START-CSV-ROW.                                               00057700
               MOVE    SPACES TO CSV-OUT-LINE.                          00057800
               MOVE    1 TO WS-CSV-POINTER.                             00057900
      *                                                                 00058000
       805-ADD-SEPARATOR.                                               00058100
               IF WS-CSV-POINTER > 1                                    00058200
                   STRING ',' DELIMITED BY SIZE                         00058300
                       INTO CSV-OUT-LINE WITH POINTER WS-CSV-POINTER.   00058400
      *                                                                 00058500
      *    TEXT GOES OUT QUOTED WITH TRAILING SPACES DROPPED; A QUOTE   00058600
      *    INSIDE THE TEXT BECOMES AN APOSTROPHE.                       00058700
      *                                                                 00058800
       810-ADD-TEXT-FIELD.                                              00058900
               PERFORM 805-ADD-SEPARATOR.                               00059000
               INSPECT WS-CSV-TEXT REPLACING ALL '"' BY "'".            00059100
               PERFORM 900-FIND-TEXT-LENGTH.                            00059200
               IF WS-CSV-TEXT-LEN = ZERO                                00059300
                   STRING '""' DELIMITED BY SIZE                        00059400
                       INTO CSV-OUT-LINE WITH POINTER WS-CSV-POINTER    00059500
               ELSE                                                     00059600
                   STRING '"' DELIMITED BY SIZE                         00059700
                       WS-CSV-TEXT (1:WS-CSV-TEXT-LEN)                  00059800
                           DELIMITED BY SIZE                            00059900
                       '"' DELIMITED BY SIZE                            00060000
                       INTO CSV-OUT-LINE WITH POINTER WS-CSV-POINTER.   00060100
      *                                                                 00060200
       820-ADD-AMOUNT-FIELD.                                            00060300
               PERFORM 805-ADD-SEPARATOR.                               00060400
               MOVE    WS-CSV-AMOUNT TO WS-CSV-AMOUNT-EDIT.             00060500
               MOVE    ZERO TO WS-CSV-LEAD-COUNT.                       00060600
               INSPECT WS-CSV-AMOUNT-EDIT TALLYING WS-CSV-LEAD-COUNT    00060700
                   FOR LEADING SPACES.                                  00060800
               STRING  WS-CSV-AMOUNT-EDIT (WS-CSV-LEAD-COUNT + 1:)      00060900
                       DELIMITED BY SIZE                                00061000
                   INTO CSV-OUT-LINE WITH POINTER WS-CSV-POINTER.       00061100
      *                                                                 00061200
       830-ADD-NUMBER-FIELD.                                            00061300
               PERFORM 805-ADD-SEPARATOR.                               00061400
               MOVE    WS-CSV-NUMBER TO WS-CSV-NUMBER-EDIT.             00061500
               MOVE    ZERO TO WS-CSV-LEAD-COUNT.                       00061600
               INSPECT WS-CSV-NUMBER-EDIT TALLYING WS-CSV-LEAD-COUNT    00061700
                   FOR LEADING SPACES.                                  00061800
               STRING  WS-CSV-NUMBER-EDIT (WS-CSV-LEAD-COUNT + 1:)      00061900
                       DELIMITED BY SIZE                                00062000
                   INTO CSV-OUT-LINE WITH POINTER WS-CSV-POINTER.       00062100
      *                                                                 00062200
      *    YYMMDD IN WS-CSV-DATE GOES OUT AS CCYY-MM-DD; A MISSING OR   00062300
      *    UNREADABLE DATE LEAVES THE FIELD EMPTY.                      00062400
      *                                                                 00062500
       840-ADD-DATE-FIELD.                                              00062600
               PERFORM 805-ADD-SEPARATOR.                               00062700
               IF WS-CSV-DATE NUMERIC AND WS-CSV-DATE NOT = '000000'    00062800
                   STRING '20'           DELIMITED BY SIZE              00062900
                       WS-CSV-DATE-YY    DELIMITED BY SIZE              00063000
                       '-'               DELIMITED BY SIZE              00063100
                       WS-CSV-DATE-MM    DELIMITED BY SIZE              00063200
                       '-'               DELIMITED BY SIZE              00063300
                       WS-CSV-DATE-DD    DELIMITED BY SIZE              00063400
                       INTO CSV-OUT-LINE WITH POINTER WS-CSV-POINTER.   00063500
      *                                                                 00063600
       850-WRITE-CSV-ROW.                                               00063700
               WRITE   CSV-OUT-LINE.                                    00063800
               ADD     1 TO WS-CSV-ROW-COUNT.                           00063900
      *                                                                 00064000
       900-FIND-TEXT-LENGTH.                                            00064100
               MOVE    30 TO WS-CSV-TEXT-LEN.                           00064200
               PERFORM 910-TRIM-TRAILING-SPACE                          00064300
                   UNTIL WS-CSV-TEXT-LEN = ZERO                         00064400
                       OR WS-CSV-TEXT (WS-CSV-TEXT-LEN:1) NOT = SPACE.  00064500
      *                                                                 00064600
       910-TRIM-TRAILING-SPACE.                                         00064700
               SUBTRACT 1 FROM WS-CSV-TEXT-LEN.                         00064800
      *>                                                                00064900
/*                                                                      00065000
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00065100
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00065200
//*  CSVPARM NAMES THE EXTRACT (VALUE, AGING, ORDERS OR ERRORS).        00065300
//*  RUN ONCE PER EXTRACT, CHANGING THE CSVOUT DSNAME EACH TIME.        00065400
//COB.CSVPARM DD DSNAME=HERC01.SAMPLE.CSVPARM,DISP=SHR                  00065500
//COB.INVMAST DD DSNAME=HERC01.SAMPLE.INVMAST,DISP=SHR                  00065600
//COB.ARINV DD DSNAME=HERC01.SAMPLE.ARINV,DISP=SHR                      00065700
//COB.CUSTMAST DD DSNAME=HERC01.SAMPLE.CUSTMAST,DISP=SHR                00065800
//COB.POTRAN DD DSNAME=HERC01.SAMPLE.POTRAN,DISP=SHR                    00065900
//COB.ERRTRAN DD DSNAME=HERC01.SAMPLE.ERRTRAN,DISP=SHR                  00066000
//COB.CSVOUT DD DSNAME=HERC01.SAMPLE.CSVOUT,DISP=(,CATLG),              00066100
//             DCB=(DSORG=PS,LRECL=160,BLKSIZE=16000,RECFM=FB),         00066200
//             SPACE=(TRK,(5,5),RLSE)                                   00066300
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00066400
//GO.SYSIN DD *                                                         00066500
/*                                                                      00066600
/&                                                                      00066700
