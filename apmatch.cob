//HERC01N  JOB (COBOL),'APMATCH',CLASS=A,MSGCLASS=H,                    00000100
//             REGION=8M,TIME=1440,                                     00000200
//             MSGLEVEL=(1,1)                                           00000300
//APMATCH  EXEC COBUCG,                                                 00000400
//             PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'        00000500
//COB.SYSPUNCH DD DUMMY                                                 00000600
//COB.SYSIN DD *                                                        00000700
      ********************************************************          00000800
      * A COBOL PROGRAM TEMPLATE                                        00000900
      ********************************************************          00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID. APMATCH.                                             00001200
       AUTHOR. KRIS W KEENER.                                           00001300
       INSTALLATION.   THE LAB.                                         00001400
       DATE-WRITTEN.   OCTOBER 15 2026.                                 00001500
       DATE-COMPILED.  OCTOBER 15 2026.                                 00001600
       SECURITY. HOME USE ONLY.                                         00001700
       REMARKS. ACCOUNTS-PAYABLE THREE-WAY MATCH. READS THE VENDOR      00001800
           INVOICE LINES ON VENDINV (VENDOR, INVOICE NUMBER AND DATE,   00001900
           PO NUMBER, ITEM, QUANTITY, UNIT COST) AND CHECKS EACH ONE    00002000
           AGAINST THE OPEN-PO FILE POMAST WRITTEN BY PORDER (SAME      00002100
           VENDOR AND ITEM, UNIT COST WITHIN WS-PRICE-TOLERANCE-PCT     00002200
           OF THE AGREED PO COST) AND AGAINST WHAT INVLOT SAYS THE      00002300
           VENDOR ACTUALLY SHIPPED (LT-RECEIVED-QUANTITY ON THE         00002400
           ITEM'S LOTS FROM THAT VENDOR RECEIVED ON OR AFTER THE PO     00002500
           DATE, NO MORE THAN THE QUANTITY ORDERED). THE QUANTITY       00002600
           ALREADY INVOICED ON THE PO PLUS THIS LINE MAY NOT EXCEED     00002700
           THE QUANTITY RECEIVED BY MORE THAN WS-QTY-TOLERANCE.         00002800
           A MATCHED LINE IS APPENDED TO THE APPROVED VOUCHER FILE      00002900
           FOR PAYMENT AND ADDED TO PM-INVOICED-QUANTITY; THE PO IS     00003000
           CLOSED ONCE THE FULL ORDERED QUANTITY HAS BEEN INVOICED.     00003100
           NO-PO, VENDOR/ITEM MISMATCH, PRICE AND QUANTITY VARIANCES    00003200
           GO TO THE MATCHRPT EXCEPTION REPORT FOR THE BUYER, WHICH     00003300
           ENDS WITH CONTROL TOTALS.                                    00003400
      *>                                                      MODS:     00003410
      *> 2026-10-15 KWK - POMAST IS KEYED ON PO NUMBER, VENDOR AND      00003420
      *>    ITEM NOW THAT PORDER ISSUES ONE PO NUMBER PER VENDOR        00003430
      *>    DOCUMENT. THE INVOICE LINE IS LOOKED UP BY ALL THREE;       00003440
      *>    WHEN THAT MISSES, A BROWSE ON THE PO NUMBER ALONE STILL     00003450
      *>    TELLS 'PO VENDOR/ITEM DIFF' FROM 'NO PO'.                   00003460
      *> 2026-10-15 KWK - THE PO IS REWRITTEN BEFORE THE VOUCHER        00003466
      *>    GOES OUT. A POMAST REWRITE ERROR NOW PUTS THE LINE ON       00003472
      *>    MATCHRPT AS 'PO REWRITE ERROR' WITH RC 16 INSTEAD OF        00003478
      *>    VOUCHERING IT, SO THE QUANTITY IS NOT PAID AGAIN NEXT       00003484
      *>    RUN.                                                        00003490
      *>                                                                00003500
      *>                                                                00003600
       ENVIRONMENT DIVISION.                                            00003700
      **                                                                00003800
       CONFIGURATION SECTION.                                           00003900
       SOURCE-COMPUTER.    IBM-370.                                     00004000
       OBJECT-COMPUTER.    IBM-370.                                     00004100
      **                                                                00004200
       INPUT-OUTPUT SECTION.                                            00004300
      *                                                                 00004400
       FILE-CONTROL.                                                    00004500
           SELECT VENDINV   ASSIGN TO UT-S-VENDINV                      00004600
                           FILE STATUS IS VENDINV-ERROR-CODE.           00004700
           SELECT POMAST    ASSIGN TO UT-I-POMAST                       00004800
                           ORGANIZATION IS INDEXED                      00004900
                           ACCESS IS DYNAMIC                            00005000
                           RECORD KEY IS PK-PO-KEY                      00005100
                           FILE STATUS IS POMAST-ERROR-CODE.            00005200
           SELECT INVLOT    ASSIGN TO UT-I-INVLOT                       00005300
                           ORGANIZATION IS INDEXED                      00005400
                           ACCESS IS DYNAMIC                            00005500
                           RECORD KEY IS LT-KEY                         00005600
                           FILE STATUS IS INVLOT-ERROR-CODE.            00005700
           SELECT VOUCHER   ASSIGN TO UT-S-VOUCHER                      00005800
                           FILE STATUS IS VOUCHER-ERROR-CODE.           00005900
           SELECT MATCHRPT  ASSIGN TO UT-S-MATCHRPT.                    00006000
           SELECT CYCLDATE  ASSIGN TO UT-S-CYCLDATE                     00006100
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00006200
      *>                                                                00006300
       DATA DIVISION.                                                   00006400
      *                                                                 00006500
       FILE SECTION.                                                    00006600
      *                                                                 00006700
       FD  VENDINV                                                      00006800
           LABEL RECORDS ARE STANDARD                                   00006900
           RECORD CONTAINS 40 CHARACTERS.                               00007000
      *                                                                 00007100
       01  VENDOR-INVOICE-AREA             PIC X(40).                   00007200
      *                                                                 00007300
       FD  POMAST                                                       00007400
           LABEL RECORDS ARE STANDARD                                   00007500
           RECORD CONTAINS 50 CHARACTERS.                               00007600
      *                                                                 00007700
       01  PO-MASTER-AREA.                                              00007800
           05  PK-PO-KEY.                                               00007850
               10  PK-PO-NUMBER            PIC 9(6).                    00007900
               10  PK-VENDOR-NO            PIC X(5).                    00007950
               10  PK-ITEM-NO              PIC X(5).                    00008000
           05  FILLER                      PIC X(34).                   00008050
      *                                                                 00008100
       FD  INVLOT                                                       00008200
           LABEL RECORDS ARE STANDARD                                   00008300
           RECORD CONTAINS 26 CHARACTERS.                               00008400
      *                                                                 00008500
       01  LOT-RECORD-AREA.                                             00008600
           05  LT-KEY.                                                  00008700
               10  LT-ITEM-NO              PIC X(5).                    00008800
               10  LT-LOT-NO               PIC X(6).                    00008900
           05  LT-VENDOR-NO                PIC X(5).                    00009000
           05  LT-QUANTITY                 PIC S9(5).                   00009100
           05  LT-RECEIVED-QUANTITY        PIC S9(5).                   00009200
      *                                                                 00009300
       FD  VOUCHER                                                      00009400
           LABEL RECORDS ARE STANDARD                                   00009500
           RECORD CONTAINS 60 CHARACTERS.                               00009600
      *                                                                 00009700
       01  VOUCHER-AREA                    PIC X(60).                   00009800
      *                                                                 00009900
       FD  MATCHRPT                                                     00010000
           LABEL RECORDS ARE STANDARD                                   00010100
           RECORD CONTAINS 80 CHARACTERS.                               00010200
      *                                                                 00010300
       01  MATCHRPT-LINE                   PIC X(80).                   00010400
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
           05  VENDINV-EOF-SWITCH              PIC X   VALUE   'N'.     00011500
               88  VENDINV-EOF                         VALUE   'Y'.     00011600
           05  LOT-SCAN-SWITCH                 PIC X   VALUE   'N'.     00011700
               88  LOT-SCAN-DONE                       VALUE   'Y'.     00011800
      *                                                                 00011900
       01  FILE-STATUS-FIELD.                                           00012000
           05 VENDINV-ERROR-CODE            PIC XX.                     00012100
           05 POMAST-ERROR-CODE             PIC XX.                     00012200
           05 INVLOT-ERROR-CODE             PIC XX.                     00012300
           05 VOUCHER-ERROR-CODE            PIC XX.                     00012400
           05 CYCLDATE-ERROR-CODE           PIC XX.                     00012500
      *                                                                 00012600
      **************************************************************    00012700
      *  MATCH TOLERANCES. A PRICE IS ACCEPTED WITHIN THIS PERCENT      00012800
      *  OF THE PO COST EITHER WAY; THE QUANTITY TOLERANCE IS HOW       00012900
      *  MANY UNITS MAY BE INVOICED BEYOND WHAT HAS BEEN RECEIVED.      00013000
      **************************************************************    00013100
       01  WS-MATCH-TOLERANCES.                                         00013200
           05  WS-PRICE-TOLERANCE-PCT       PIC 9(2)V99  VALUE 2.00.    00013300
           05  WS-QTY-TOLERANCE             PIC 9(5)     VALUE ZERO.    00013400
      *                                                                 00013500
       01  WS-EOJ-COUNTERS.                                             00013600
           05  WS-LINES-READ-COUNT          PIC 9(7) VALUE ZERO.        00013700
           05  WS-LINES-VOUCHERED-COUNT     PIC 9(7) VALUE ZERO.        00013800
           05  WS-NO-PO-COUNT               PIC 9(7) VALUE ZERO.        00013900
           05  WS-MISMATCH-COUNT            PIC 9(7) VALUE ZERO.        00014000
           05  WS-PRICE-VARIANCE-COUNT      PIC 9(7) VALUE ZERO.        00014100
           05  WS-QTY-VARIANCE-COUNT        PIC 9(7) VALUE ZERO.        00014200
           05  WS-OTHER-REJECT-COUNT        PIC 9(7) VALUE ZERO.        00014300
           05  WS-POS-CLOSED-COUNT          PIC 9(7) VALUE ZERO.        00014400
      *                                                                 00014500
       01  WS-CONTROL-TOTALS.                                           00014600
           05  WS-VOUCHERED-AMOUNT          PIC S9(9)V99 VALUE ZERO.    00014700
           05  WS-NO-PO-AMOUNT              PIC S9(9)V99 VALUE ZERO.    00014800
           05  WS-MISMATCH-AMOUNT           PIC S9(9)V99 VALUE ZERO.    00014900
           05  WS-PRICE-VARIANCE-AMOUNT     PIC S9(9)V99 VALUE ZERO.    00015000
           05  WS-QTY-VARIANCE-AMOUNT       PIC S9(9)V99 VALUE ZERO.    00015100
           05  WS-OTHER-REJECT-AMOUNT       PIC S9(9)V99 VALUE ZERO.    00015200
      *                                                                 00015300
       01  WS-RUN-DATE                      PIC 9(6)     VALUE ZERO.    00015400
      *                                                                 00015500
       01  WS-MATCH-WORK.                                               00015600
           05  WS-LINE-STATUS               PIC X(20)    VALUE SPACES.  00015700
           05  WS-LINE-AMOUNT               PIC S9(7)V99 VALUE ZERO.    00015800
           05  WS-RECEIVED-QUANTITY         PIC S9(7)    VALUE ZERO.    00015900
           05  WS-INVOICED-TO-DATE          PIC S9(7)    VALUE ZERO.    00016000
           05  WS-PRICE-VARIANCE            PIC S9(3)V99 VALUE ZERO.    00016100
           05  WS-PRICE-LIMIT               PIC S9(3)V99 VALUE ZERO.    00016200
      *                                                                 00016300
       01  VENDOR-INVOICE-RECORD.                                       00016400
           05  VI-VENDOR-NO                 PIC X(5).                   00016500
           05  VI-INVOICE-NO                PIC X(8).                   00016600
           05  VI-INVOICE-DATE              PIC 9(6).                   00016700
           05  VI-PO-NUMBER                 PIC 9(6).                   00016800
           05  VI-ITEM-NO                   PIC X(5).                   00016900
           05  VI-QUANTITY                  PIC S9(5).                  00017000
           05  VI-UNIT-COST                 PIC S999V99.                00017100
      *                                                                 00017200
       01  PO-MASTER-RECORD.                                            00017300
           05  PM-PO-NUMBER                 PIC 9(6).                   00017400
           05  PM-VENDOR-NO                 PIC X(5).                   00017500
           05  PM-ITEM-NO                   PIC X(5).                   00017600
           05  PM-ORDER-DATE                PIC 9(6).                   00017700
           05  PM-ORDER-DATE-X REDEFINES PM-ORDER-DATE                  00017800
                                            PIC X(6).                   00017900
           05  PM-ORDER-QUANTITY            PIC S9(5).                  00018000
           05  PM-UNIT-COST                 PIC S999V99.                00018100
           05  PM-INVOICED-QUANTITY         PIC S9(5).                  00018200
           05  PM-STATUS                    PIC X(1).                   00018300
               88  PM-OPEN                          VALUE 'O'.          00018400
               88  PM-CLOSED                        VALUE 'C'.          00018500
           05  FILLER                       PIC X(12).                  00018600
      *                                                                 00018700
       01  VOUCHER-RECORD.                                              00018800
           05  VO-VENDOR-NO                 PIC X(5).                   00018900
           05  VO-INVOICE-NO                PIC X(8).                   00019000
           05  VO-INVOICE-DATE              PIC 9(6).                   00019100
           05  VO-PO-NUMBER                 PIC 9(6).                   00019200
           05  VO-ITEM-NO                   PIC X(5).                   00019300
           05  VO-QUANTITY                  PIC S9(5).                  00019400
           05  VO-UNIT-COST                 PIC S999V99.                00019500
           05  VO-EXTENDED-AMOUNT           PIC S9(7)V99.               00019600
           05  VO-VOUCHER-DATE              PIC 9(6).                   00019700
           05  FILLER                       PIC X(5)  VALUE SPACES.     00019800
      *                                                                 00019900
       01  MATCHRPT-HEADING.                                            00020000
           05  FILLER                       PIC X(38) VALUE             00020100
               'AP MATCH EXCEPTION REPORT   DATE = '.                   00020200
           05  MH-RUN-DATE                  PIC 9(6).                   00020300
           05  FILLER                       PIC X(36) VALUE SPACES.     00020400
      *                                                                 00020500
       01  MATCHRPT-COLUMN-HEADING.                                     00020600
           05  FILLER                       PIC X(34) VALUE             00020700
               'VEND  INVOICE  PO NO  ITEM    QTY '.                    00020800
           05  FILLER                       PIC X(46) VALUE             00020900
               ' INV CST PO CST   RCVD EXCEPTION'.                      00021000
      *                                                                 00021100
       01  MATCHRPT-DETAIL.                                             00021200
           05  MD-VENDOR-NO                 PIC X(5).                   00021300
           05  FILLER                       PIC X(1)  VALUE SPACES.     00021400
           05  MD-INVOICE-NO                PIC X(8).                   00021500
           05  FILLER                       PIC X(1)  VALUE SPACES.     00021600
           05  MD-PO-NUMBER                 PIC 9(6)  BLANK WHEN ZERO.  00021700
           05  FILLER                       PIC X(1)  VALUE SPACES.     00021800
           05  MD-ITEM-NO                   PIC X(5).                   00021900
           05  FILLER                       PIC X(2)  VALUE SPACES.     00022000
           05  MD-QUANTITY                  PIC -(4)9.                  00022100
           05  FILLER                       PIC X(1)  VALUE SPACES.     00022200
           05  MD-UNIT-COST                 PIC ZZ9.99-.                00022300
           05  FILLER                       PIC X(1)  VALUE SPACES.     00022400
           05  MD-PO-COST                   PIC ZZ9.99-.                00022500
           05  FILLER                       PIC X(1)  VALUE SPACES.     00022600
           05  MD-RECEIVED-QUANTITY         PIC -(4)9.                  00022700
           05  FILLER                       PIC X(1)  VALUE SPACES.     00022800
           05  MD-STATUS                    PIC X(20).                  00022900
           05  FILLER                       PIC X(3)  VALUE SPACES.     00023000
      *                                                                 00023100
       01  MATCHRPT-TOTAL-LINE.                                         00023200
           05  MC-DESC                      PIC X(24).                  00023300
           05  FILLER                       PIC X(7)  VALUE             00023400
               'COUNT '.                                                00023500
           05  MC-COUNT                     PIC ZZZ,ZZ9.                00023600
           05  FILLER                       PIC X(10) VALUE             00023700
               '   AMOUNT '.                                            00023800
           05  MC-AMOUNT                    PIC $ZZZ,ZZZ,ZZ9.99-.       00023900
           05  FILLER                       PIC X(16) VALUE SPACES.     00024000
      *>                                                                00024100
       PROCEDURE DIVISION.                                              00024200
      *                                                                 00024300
       000-MATCH-VENDOR-INVOICES.                                       00024400
           PERFORM 002-GET-PROCESS-DATE.                                00024500
           OPEN    INPUT   VENDINV, I-O POMAST, INPUT INVLOT,           00024600
                   EXTEND  VOUCHER, OUTPUT MATCHRPT.                    00024700
           IF VENDINV-ERROR-CODE NOT = '00'                             00024800
               DISPLAY 'APMATCH   A 1   OPEN ERROR FOR VENDINV'         00024900
               DISPLAY 'APMATCH   A 1   FILE STATUS = '                 00025000
                   VENDINV-ERROR-CODE                                   00025100
               MOVE 16 TO RETURN-CODE                                   00025200
               STOP RUN.                                                00025300
           IF POMAST-ERROR-CODE NOT = '00'                              00025400
               DISPLAY 'APMATCH   A 1   OPEN ERROR FOR POMAST'          00025500
               DISPLAY 'APMATCH   A 1   FILE STATUS = '                 00025600
                   POMAST-ERROR-CODE                                    00025700
               MOVE 16 TO RETURN-CODE                                   00025800
               STOP RUN.                                                00025900
           IF INVLOT-ERROR-CODE NOT = '00'                              00026000
               DISPLAY 'APMATCH   A 1   OPEN ERROR FOR INVLOT'          00026100
               DISPLAY 'APMATCH   A 1   FILE STATUS = '                 00026200
                   INVLOT-ERROR-CODE                                    00026300
               MOVE 16 TO RETURN-CODE                                   00026400
               STOP RUN.                                                00026500
           IF VOUCHER-ERROR-CODE NOT = '00'                             00026600
               DISPLAY 'APMATCH   A 1   OPEN ERROR FOR VOUCHER'         00026700
               DISPLAY 'APMATCH   A 1   FILE STATUS = '                 00026800
                   VOUCHER-ERROR-CODE                                   00026900
               MOVE 16 TO RETURN-CODE                                   00027000
               STOP RUN.                                                00027100
           MOVE    WS-RUN-DATE TO MH-RUN-DATE.                          00027200
           WRITE   MATCHRPT-LINE FROM MATCHRPT-HEADING.                 00027300
           WRITE   MATCHRPT-LINE FROM MATCHRPT-COLUMN-HEADING.          00027400
           PERFORM 300-PROCESS-INVOICE-LINE                             00027500
               UNTIL VENDINV-EOF.                                       00027600
           PERFORM 400-WRITE-CONTROL-TOTALS.                            00027700
           CLOSE   VENDINV, POMAST, INVLOT, VOUCHER, MATCHRPT.          00027800
           DISPLAY 'APMATCH READ=' WS-LINES-READ-COUNT                  00027900
               ' VOUCHERED=' WS-LINES-VOUCHERED-COUNT                   00028000
               ' PRICE VAR=' WS-PRICE-VARIANCE-COUNT                    00028100
               ' QTY VAR=' WS-QTY-VARIANCE-COUNT                        00028200
               ' NO PO=' WS-NO-PO-COUNT.                                00028300
           STOP RUN.                                                    00028400
      *                                                                 00028500
       002-GET-PROCESS-DATE.                                            00028600
               MOVE    ZERO TO WS-RUN-DATE.                             00028700
               OPEN    INPUT CYCLDATE.                                  00028800
               IF CYCLDATE-ERROR-CODE = '00'                            00028900
                   PERFORM 003-READ-CYCLE-DATE                          00029000
                   CLOSE CYCLDATE.                                      00029100
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00029200
                   ACCEPT WS-RUN-DATE FROM DATE.                        00029300
      *                                                                 00029400
       003-READ-CYCLE-DATE.                                             00029500
               READ CYCLDATE INTO WS-RUN-DATE                           00029600
                   AT  END                                              00029700
                       MOVE ZERO TO WS-RUN-DATE.                        00029800
      *                                                                 00029900
      ****************************************************************  00030000
      *  ONE VENDOR INVOICE LINE. THE EDITS RUN IN ORDER AND THE FIRST  00030100
      *  ONE THAT FAILS NAMES THE EXCEPTION; A LINE THAT PASSES THEM    00030200
      *  ALL IS VOUCHERED.                                              00030300
      ****************************************************************  00030400
       300-PROCESS-INVOICE-LINE.                                        00030500
               PERFORM 310-READ-INVOICE-LINE.                           00030600
               IF NOT VENDINV-EOF                                       00030700
                   PERFORM 320-EDIT-INVOICE-LINE                        00030800
                   IF WS-LINE-STATUS = SPACES                           00030900
                       PERFORM 350-VOUCHER-INVOICE-LINE                 00031000
                   ELSE                                                 00031100
                       PERFORM 360-WRITE-EXCEPTION.                     00031200
      *                                                                 00031300
       310-READ-INVOICE-LINE.                                           00031400
               READ VENDINV INTO VENDOR-INVOICE-RECORD                  00031500
                   AT  END                                              00031600
                       MOVE 'Y' TO VENDINV-EOF-SWITCH.                  00031700
               IF NOT VENDINV-EOF                                       00031800
                   ADD 1 TO WS-LINES-READ-COUNT.                        00031900
      *                                                                 00032000
       320-EDIT-INVOICE-LINE.                                           00032100
               MOVE    SPACES TO WS-LINE-STATUS.                        00032200
               MOVE    ZERO   TO WS-LINE-AMOUNT,                        00032300
                                 WS-RECEIVED-QUANTITY.                  00032400
               MOVE    ZERO   TO PM-UNIT-COST.                          00032500
               IF VI-QUANTITY NOT NUMERIC                               00032600
                   OR VI-UNIT-COST NOT NUMERIC                          00032700
                   MOVE 'BAD TRANSACTION' TO WS-LINE-STATUS             00032800
               ELSE                                                     00032900
                   COMPUTE WS-LINE-AMOUNT ROUNDED =                     00033000
                       VI-QUANTITY * VI-UNIT-COST.                      00033100
               IF WS-LINE-STATUS = SPACES                               00033200
                   IF VI-QUANTITY NOT > ZERO                            00033300
                       OR VI-UNIT-COST NOT > ZERO                       00033400
                       MOVE 'BAD QTY OR COST' TO WS-LINE-STATUS.        00033500
               IF WS-LINE-STATUS = SPACES                               00033600
                   IF VI-PO-NUMBER NOT NUMERIC                          00033700
                       OR VI-PO-NUMBER = ZERO                           00033800
                       MOVE 'NO PO' TO WS-LINE-STATUS                   00033900
                   ELSE                                                 00034000
                       PERFORM 325-READ-PURCHASE-ORDER.                 00034100
               IF WS-LINE-STATUS = SPACES                               00034200
                   IF PM-VENDOR-NO NOT = VI-VENDOR-NO                   00034300
                       OR PM-ITEM-NO NOT = VI-ITEM-NO                   00034400
                       MOVE 'PO VENDOR/ITEM DIFF' TO WS-LINE-STATUS.    00034500
               IF WS-LINE-STATUS = SPACES                               00034600
                   AND PM-CLOSED                                        00034700
                   MOVE 'PO ALREADY CLOSED' TO WS-LINE-STATUS.          00034800
               IF WS-LINE-STATUS = SPACES                               00034900
                   PERFORM 340-EDIT-PRICE.                              00035000
               IF WS-LINE-STATUS = SPACES                               00035100
                   PERFORM 330-SUM-RECEIPTS                             00035200
                   COMPUTE WS-INVOICED-TO-DATE =                        00035300
                       PM-INVOICED-QUANTITY + VI-QUANTITY               00035400
                   IF WS-INVOICED-TO-DATE >                             00035500
                       WS-RECEIVED-QUANTITY + WS-QTY-TOLERANCE          00035600
                       MOVE 'QTY VARIANCE' TO WS-LINE-STATUS.           00035700
      *                                                                 00035800
       325-READ-PURCHASE-ORDER.                                         00035820
               MOVE    VI-PO-NUMBER TO PK-PO-NUMBER.                    00035840
               MOVE    VI-VENDOR-NO TO PK-VENDOR-NO.                    00035860
               MOVE    VI-ITEM-NO   TO PK-ITEM-NO.                      00035880
               READ    POMAST INTO PO-MASTER-RECORD.                    00035900
               IF POMAST-ERROR-CODE NOT = '00'                          00035920
                   PERFORM 327-FIND-PO-NUMBER.                          00035960
      *                                                                 00035980
      *    THE VENDOR/ITEM IS NOT ON THE PO -- TELL A PO NUMBER THAT    00036000
      *    EXISTS FOR SOMEONE ELSE FROM ONE THAT WAS NEVER ISSUED.      00036020
      *                                                                 00036040
       327-FIND-PO-NUMBER.                                              00036060
               MOVE    'NO PO' TO WS-LINE-STATUS.                       00036080
               MOVE    VI-PO-NUMBER TO PK-PO-NUMBER.                    00036100
               MOVE    LOW-VALUES   TO PK-VENDOR-NO, PK-ITEM-NO.        00036120
               START   POMAST KEY NOT LESS THAN PK-PO-KEY.              00036140
               IF POMAST-ERROR-CODE = '00'                              00036160
                   READ POMAST NEXT RECORD INTO PO-MASTER-RECORD        00036180
                   IF POMAST-ERROR-CODE = '00'                          00036200
                       AND PM-PO-NUMBER = VI-PO-NUMBER                  00036220
                       MOVE 'PO VENDOR/ITEM DIFF' TO WS-LINE-STATUS.    00036240
               MOVE    ZERO TO PM-UNIT-COST.                            00036260
      *                                                                 00036500
      ****************************************************************  00036600
      *  RECEIPTS DO NOT CARRY A PO NUMBER, SO WHAT WAS RECEIVED        00036700
      *  AGAINST THIS PO IS TAKEN AS EVERY LOT OF THE ITEM FROM THE     00036800
      *  PO'S VENDOR WHOSE LOT (RECEIPT) DATE IS ON OR AFTER THE PO     00036900
      *  DATE, CAPPED AT THE QUANTITY ORDERED.                          00037000
      ****************************************************************  00037100
       330-SUM-RECEIPTS.                                                00037200
               MOVE    ZERO       TO WS-RECEIVED-QUANTITY.              00037300
               MOVE    PM-ITEM-NO TO LT-ITEM-NO.                        00037400
               MOVE    LOW-VALUES TO LT-LOT-NO.                         00037500
               START   INVLOT KEY NOT < LT-KEY.                         00037600
               IF INVLOT-ERROR-CODE = '00'                              00037700
                   MOVE 'N' TO LOT-SCAN-SWITCH                          00037800
                   PERFORM 335-ADD-LOT-RECEIPT                          00037900
                       UNTIL LOT-SCAN-DONE.                             00038000
               IF WS-RECEIVED-QUANTITY > PM-ORDER-QUANTITY              00038100
                   MOVE PM-ORDER-QUANTITY TO WS-RECEIVED-QUANTITY.      00038200
      *                                                                 00038300
       335-ADD-LOT-RECEIPT.                                             00038400
               READ INVLOT NEXT RECORD.                                 00038500
               IF INVLOT-ERROR-CODE NOT = '00'                          00038600
                   OR LT-ITEM-NO NOT = PM-ITEM-NO                       00038700
                   MOVE 'Y' TO LOT-SCAN-SWITCH                          00038800
               ELSE                                                     00038900
                   IF LT-VENDOR-NO = PM-VENDOR-NO                       00039000
                       AND LT-LOT-NO NOT < PM-ORDER-DATE-X              00039100
                       AND LT-RECEIVED-QUANTITY NUMERIC                 00039200
                       ADD LT-RECEIVED-QUANTITY TO                      00039300
                           WS-RECEIVED-QUANTITY.                        00039400
      *                                                                 00039500
       340-EDIT-PRICE.                                                  00039600
               COMPUTE WS-PRICE-VARIANCE =                              00039700
                   VI-UNIT-COST - PM-UNIT-COST.                         00039800
               IF WS-PRICE-VARIANCE < ZERO                              00039900
                   COMPUTE WS-PRICE-VARIANCE =                          00040000
                       ZERO - WS-PRICE-VARIANCE.                        00040100
               COMPUTE WS-PRICE-LIMIT ROUNDED =                         00040200
                   PM-UNIT-COST * WS-PRICE-TOLERANCE-PCT / 100.         00040300
               IF WS-PRICE-VARIANCE > WS-PRICE-LIMIT                    00040400
                   MOVE 'PRICE VARIANCE' TO WS-LINE-STATUS.             00040500
      *                                                                 00040600
      ****************************************************************  00040700
      *  MATCHED -- CARRY THE INVOICED QUANTITY ONTO THE PO FIRST,      00040772
      *  THEN APPEND THE LINE TO THE APPROVED VOUCHER FILE.  A PO THAT  00040844
      *  CANNOT BE REWRITTEN IS NOT VOUCHERED -- THE LINE GOES ON THE   00040916
      *  EXCEPTION REPORT SO THE SAME QUANTITY IS NOT PAID TWICE.       00040988
      ****************************************************************  00041060
       350-VOUCHER-INVOICE-LINE.                                        00041132
               ADD     VI-QUANTITY TO PM-INVOICED-QUANTITY.             00041204
               IF PM-INVOICED-QUANTITY NOT < PM-ORDER-QUANTITY          00041276
                   MOVE 'C' TO PM-STATUS.                               00041348
               REWRITE PO-MASTER-AREA FROM PO-MASTER-RECORD.            00041420
               IF POMAST-ERROR-CODE NOT = '00'                          00041492
                   DISPLAY 'APMATCH   A 2   POMAST REWRITE ERROR '      00041564
                       POMAST-ERROR-CODE ' FOR PO ' PM-PO-NUMBER        00041636
                   MOVE 'PO REWRITE ERROR' TO WS-LINE-STATUS            00041708
                   PERFORM 360-WRITE-EXCEPTION                          00041780
                   MOVE 16 TO RETURN-CODE                               00041852
               ELSE                                                     00041924
                   IF PM-CLOSED                                         00041996
                       ADD 1 TO WS-POS-CLOSED-COUNT                     00042068
                   END-IF                                               00042140
                   PERFORM 355-WRITE-VOUCHER.                           00042212
      *                                                                 00042284
       355-WRITE-VOUCHER.                                               00042356
               MOVE    VI-VENDOR-NO       TO VO-VENDOR-NO.              00042428
               MOVE    VI-INVOICE-NO      TO VO-INVOICE-NO.             00042500
               MOVE    VI-INVOICE-DATE    TO VO-INVOICE-DATE.           00042572
               MOVE    VI-PO-NUMBER       TO VO-PO-NUMBER.              00042644
               MOVE    VI-ITEM-NO         TO VO-ITEM-NO.                00042716
               MOVE    VI-QUANTITY        TO VO-QUANTITY.               00042788
               MOVE    VI-UNIT-COST       TO VO-UNIT-COST.              00042860
               MOVE    WS-LINE-AMOUNT     TO VO-EXTENDED-AMOUNT.        00042932
               MOVE    WS-RUN-DATE        TO VO-VOUCHER-DATE.           00043004
               WRITE   VOUCHER-AREA FROM VOUCHER-RECORD.                00043076
               ADD     1 TO WS-LINES-VOUCHERED-COUNT.                   00043148
               ADD     WS-LINE-AMOUNT TO WS-VOUCHERED-AMOUNT.           00043220
      *                                                                 00043300
       360-WRITE-EXCEPTION.                                             00043400
               MOVE    VI-VENDOR-NO       TO MD-VENDOR-NO.              00043500
               MOVE    VI-INVOICE-NO      TO MD-INVOICE-NO.             00043600
               MOVE    ZERO               TO MD-PO-NUMBER.              00043700
               IF VI-PO-NUMBER NUMERIC                                  00043800
                   MOVE VI-PO-NUMBER TO MD-PO-NUMBER.                   00043900
               MOVE    VI-ITEM-NO         TO MD-ITEM-NO.                00044000
               MOVE    ZERO               TO MD-QUANTITY,               00044100
                                             MD-UNIT-COST.              00044200
               IF WS-LINE-STATUS NOT = 'BAD TRANSACTION'                00044300
                   MOVE VI-QUANTITY  TO MD-QUANTITY                     00044400
                   MOVE VI-UNIT-COST TO MD-UNIT-COST.                   00044500
               MOVE    PM-UNIT-COST         TO MD-PO-COST.              00044600
               MOVE    WS-RECEIVED-QUANTITY TO MD-RECEIVED-QUANTITY.    00044700
               MOVE    WS-LINE-STATUS       TO MD-STATUS.               00044800
               WRITE   MATCHRPT-LINE FROM MATCHRPT-DETAIL.              00044900
               EVALUATE WS-LINE-STATUS                                  00045000
                   WHEN 'NO PO'                                         00045100
                       ADD 1 TO WS-NO-PO-COUNT                          00045200
                       ADD WS-LINE-AMOUNT TO WS-NO-PO-AMOUNT            00045300
                   WHEN 'PO VENDOR/ITEM DIFF'                           00045400
                       ADD 1 TO WS-MISMATCH-COUNT                       00045500
                       ADD WS-LINE-AMOUNT TO WS-MISMATCH-AMOUNT         00045600
                   WHEN 'PRICE VARIANCE'                                00045700
                       ADD 1 TO WS-PRICE-VARIANCE-COUNT                 00045800
                       ADD WS-LINE-AMOUNT TO WS-PRICE-VARIANCE-AMOUNT   00045900
                   WHEN 'QTY VARIANCE'                                  00046000
                       ADD 1 TO WS-QTY-VARIANCE-COUNT                   00046100
                       ADD WS-LINE-AMOUNT TO WS-QTY-VARIANCE-AMOUNT     00046200
                   WHEN OTHER                                           00046300
                       ADD 1 TO WS-OTHER-REJECT-COUNT                   00046400
                       ADD WS-LINE-AMOUNT TO WS-OTHER-REJECT-AMOUNT     00046500
               END-EVALUATE.                                            00046600
      *                                                                 00046700
       400-WRITE-CONTROL-TOTALS.                                        00046800
               MOVE    SPACES TO MATCHRPT-LINE.                         00046900
               WRITE   MATCHRPT-LINE.                                   00047000
               MOVE    'LINES READ'           TO MC-DESC.               00047100
               MOVE    WS-LINES-READ-COUNT    TO MC-COUNT.              00047200
               MOVE    ZERO                   TO MC-AMOUNT.             00047300
               WRITE   MATCHRPT-LINE FROM MATCHRPT-TOTAL-LINE.          00047400
               MOVE    'VOUCHERED FOR PAYMENT' TO MC-DESC.              00047500
               MOVE    WS-LINES-VOUCHERED-COUNT TO MC-COUNT.            00047600
               MOVE    WS-VOUCHERED-AMOUNT    TO MC-AMOUNT.             00047700
               WRITE   MATCHRPT-LINE FROM MATCHRPT-TOTAL-LINE.          00047800
               MOVE    'PURCHASE ORDERS CLOSED' TO MC-DESC.             00047900
               MOVE    WS-POS-CLOSED-COUNT    TO MC-COUNT.              00048000
               MOVE    ZERO                   TO MC-AMOUNT.             00048100
               WRITE   MATCHRPT-LINE FROM MATCHRPT-TOTAL-LINE.          00048200
               MOVE    'NO PO'                TO MC-DESC.               00048300
               MOVE    WS-NO-PO-COUNT         TO MC-COUNT.              00048400
               MOVE    WS-NO-PO-AMOUNT        TO MC-AMOUNT.             00048500
               WRITE   MATCHRPT-LINE FROM MATCHRPT-TOTAL-LINE.          00048600
               MOVE    'PO VENDOR/ITEM MISMATCH' TO MC-DESC.            00048700
               MOVE    WS-MISMATCH-COUNT      TO MC-COUNT.              00048800
               MOVE    WS-MISMATCH-AMOUNT     TO MC-AMOUNT.             00048900
               WRITE   MATCHRPT-LINE FROM MATCHRPT-TOTAL-LINE.          00049000
               MOVE    'PRICE VARIANCES'      TO MC-DESC.               00049100
               MOVE    WS-PRICE-VARIANCE-COUNT TO MC-COUNT.             00049200
               MOVE    WS-PRICE-VARIANCE-AMOUNT TO MC-AMOUNT.           00049300
               WRITE   MATCHRPT-LINE FROM MATCHRPT-TOTAL-LINE.          00049400
               MOVE    'QUANTITY VARIANCES'   TO MC-DESC.               00049500
               MOVE    WS-QTY-VARIANCE-COUNT  TO MC-COUNT.              00049600
               MOVE    WS-QTY-VARIANCE-AMOUNT TO MC-AMOUNT.             00049700
               WRITE   MATCHRPT-LINE FROM MATCHRPT-TOTAL-LINE.          00049800
               MOVE    'OTHER EXCEPTIONS'     TO MC-DESC.               00049900
               MOVE    WS-OTHER-REJECT-COUNT  TO MC-COUNT.              00050000
               MOVE    WS-OTHER-REJECT-AMOUNT TO MC-AMOUNT.             00050100
               WRITE   MATCHRPT-LINE FROM MATCHRPT-TOTAL-LINE.          00050200
      *>                                                                00050300
/*                                                                      00050400
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00050500
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00050600
//COB.VENDINV DD DSNAME=HERC01.SAMPLE.VENDINV,DISP=SHR                  00050700
//COB.POMAST DD DSNAME=HERC01.SAMPLE.POMAST,DISP=SHR                    00050800
//COB.INVLOT DD DSNAME=HERC01.SAMPLE.INVLOT,DISP=SHR                    00050900
//COB.VOUCHER DD DSNAME=HERC01.SAMPLE.VOUCHER,DISP=(MOD,CATLG),         00051000
//             DCB=(DSORG=PS,LRECL=60,BLKSIZE=6000,RECFM=FB),           00051100
//             SPACE=(TRK,(1,1),RLSE)                                   00051200
//COB.MATCHRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)        00051300
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00051400
//GO.SYSIN DD *                                                         00051500
/*                                                                      00051600
/&                                                                      00051700
