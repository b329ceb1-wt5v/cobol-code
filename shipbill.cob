//HERC01N  JOB (COBOL),'SHIPBILL',CLASS=A,MSGCLASS=H,                   00000100
//             REGION=8M,TIME=1440,                                     00000200
//             MSGLEVEL=(1,1)                                           00000300
//*  SORTSTEP PUTS THE SHIPTRAN BILLING RECORDS VSAMRND/VSAMSEQ WROTE   00000400
//*  FOR EVERY POSTED ISSUE INTO CUSTOMER-NUMBER ORDER SO SHIPBILL CAN  00000500
//*  ROLL EACH CUSTOMER'S SHIPMENTS UP INTO ONE ACCTREC BILLING.        00000600
//SORTSTEP EXEC PGM=SORT                                                00000700
//SYSOUT   DD SYSOUT=*                                                  00000800
//SORTIN   DD DISP=SHR,DSN=HERC01.SAMPLE.SHIPTRAN                       00000900
//SORTOUT  DD DSN=HERC01.SAMPLE.SHIPSORT,DISP=(,CATLG),                 00001000
//             DCB=(DSORG=PS,LRECL=43,BLKSIZE=4300,RECFM=FB),           00001100
//             SPACE=(TRK,(5,5),RLSE)                                   00001200
//SYSIN    DD *                                                         00001300
  SORT FIELDS=(1,9,CH,A)                                                00001400
/*                                                                      00001500
//SHIPBILL EXEC COBUCG,                                                 00001600
//             PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'        00001700
//COB.SYSPUNCH DD DUMMY                                                 00001800
//COB.SYSIN DD *                                                        00001900
      ********************************************************          00002000
      * A COBOL PROGRAM TEMPLATE                                        00002100
      ********************************************************          00002200
       IDENTIFICATION DIVISION.                                         00002300
       PROGRAM-ID. SHIPBILL.                                            00002400
       AUTHOR. KRIS W KEENER.                                           00002500
       INSTALLATION.   THE LAB.                                         00002600
       DATE-WRITTEN.   OCTOBER 15 2026.                                 00002700
       DATE-COMPILED.  OCTOBER 15 2026.                                 00002800
       SECURITY. HOME USE ONLY.                                         00002900
       REMARKS. ORDER-TO-BILL BRIDGE -- READS THE SHIPTRAN RECORDS      00003000
           VSAMRND/VSAMSEQ WRITE FOR EVERY POSTED ISSUE (QUANTITY       00003100
           ACTUALLY SHIPPED AT IM-UNIT-PRICE), SORTED BY CUSTOMER,      00003200
           AND ROLLS THEM UP INTO ONE 43-BYTE ACCTREC BILLING PER       00003300
           CUSTOMER WITH A DUE DATE WS-PAYMENT-TERMS-DAYS OUT FROM      00003400
           THE RUN DATE. THE ACCTFILE IT WRITES REPLACES THE OLD        00003500
           HAND-BUILT EXTRACT, SO BILLPOST, ARINV, AND SAMPLE BILL      00003600
           EXACTLY WHAT LEFT THE WAREHOUSE. A CUSTOMER WHOSE TOTAL      00003700
           WILL NOT FIT AC-BILLING-AMOUNT IS LISTED AS AN EXCEPTION     00003800
           ON SHIPRPT AND THE RUN ENDS WITH RETURN-CODE 16.             00003900
      *>                                                      MODS:     00003910
      *> 2026-10-15 KWK - AC-CUSTOMER-NAME IS NOW FILLED FROM THE       00003920
      *>    CUSTMAST NAME (FIRST 21 CHARACTERS) INSTEAD OF LEFT         00003930
      *>    BLANK. A CUSTOMER WITH NO CUSTMAST RECORD OR NO NAME ON     00003940
      *>    FILE STILL BILLS WITH A BLANK NAME AND IS COUNTED IN        00003950
      *>    THE END-OF-JOB NO NAME COUNT.                               00003960
      *> 2026-10-15 KWK - WRITE BILLDTL, ONE LINE PER CUSTOMER,         00003970
      *>    INVOICE AND ITEM BILLED, SO CUSTOMER RETURNS CAN BE         00003980
      *>    CREDITED AT THE BILLED PRICE.                               00003990
      *> 2026-10-15 KWK - A CUSTOMER WITH MORE THAN 200 DISTINCT        00003991
      *>    ITEMS IS NOW AN 'EXCEPTION - OVER 200 ITEMS' ON SHIPRPT     00003992
      *>    AND IS NOT WRITTEN TO ACCTFILE, THE SAME AS OVER THE        00003993
      *>    ACCTREC MAXIMUM, SO NOTHING IS BILLED THAT BILLDTL          00003994
      *>    CANNOT CARRY FOR A RETURN. A BILLDTL UPDATE ERROR NOW       00003995
      *>    LOGS RUNLOG STATUS 'E' AS WELL AS ENDING RC 16.             00003996
      *>                                                                00004000
      *>                                                                00004100
       ENVIRONMENT DIVISION.                                            00004200
      **                                                                00004300
       CONFIGURATION SECTION.                                           00004400
       SOURCE-COMPUTER.    IBM-370.                                     00004500
       OBJECT-COMPUTER.    IBM-370.                                     00004600
      **                                                                00004700
       INPUT-OUTPUT SECTION.                                            00004800
      *                                                                 00004900
       FILE-CONTROL.                                                    00005000
           SELECT SHIPTRAN ASSIGN TO UT-S-SHIPTRAN                      00005100
                           FILE STATUS IS SHIPTRAN-ERROR-CODE.          00005200
           SELECT ACCTFILE ASSIGN TO UT-S-ACCTFILE                      00005300
                           FILE STATUS IS ACCTFILE-ERROR-CODE.          00005400
           SELECT CUSTMAST ASSIGN TO UT-I-CUSTMAST                      00005410
                           ORGANIZATION IS INDEXED                      00005420
                           ACCESS IS RANDOM                             00005430
                           RECORD KEY IS CM-CUSTOMER-NUMBER             00005440
                           FILE STATUS IS CUSTMAST-ERROR-CODE.          00005450
           SELECT BILLDTL  ASSIGN TO UT-I-BILLDTL                       00005458
                           ORGANIZATION IS INDEXED                      00005466
                           ACCESS IS RANDOM                             00005474
                           RECORD KEY IS DL-KEY                         00005482
                           FILE STATUS IS BILLDTL-ERROR-CODE.           00005490
           SELECT SHIPRPT  ASSIGN TO UT-S-SHIPRPT.                      00005500
           SELECT RUNLOG   ASSIGN TO UT-S-RUNLOG                        00005600
                           FILE STATUS IS RUNLOG-ERROR-CODE.            00005700
           SELECT CYCLDATE ASSIGN TO UT-S-CYCLDATE                      00005800
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00005900
      *>                                                                00006000
       DATA DIVISION.                                                   00006100
      *                                                                 00006200
       FILE SECTION.                                                    00006300
      *                                                                 00006400
       FD  SHIPTRAN                                                     00006500
           LABEL RECORDS ARE STANDARD                                   00006600
           RECORD CONTAINS 43 CHARACTERS.                               00006700
      *                                                                 00006800
       01  SHIPMENT-BILLING-AREA            PIC X(43).                  00006900
      *                                                                 00007000
       FD  ACCTFILE                                                     00007100
           LABEL RECORDS ARE STANDARD                                   00007200
           RECORD CONTAINS 43 CHARACTERS.                               00007300
      *                                                                 00007400
       01  ACCOUNT-RECORD-AREA              PIC X(43).                  00007500
      *                                                                 00007509
       FD  CUSTMAST                                                     00007518
           LABEL RECORDS ARE STANDARD                                   00007527
           RECORD CONTAINS 180 CHARACTERS.                              00007536
      *                                                                 00007545
       01  CUSTOMER-MASTER-RECORD.                                      00007554
           05  CM-CUSTOMER-NUMBER      PIC 9(9).                        00007563
           05  FILLER                  PIC X(34).                       00007572
           05  CM-CUSTOMER-NAME        PIC X(30).                       00007581
           05  FILLER                  PIC X(107).                      00007590
      *                                                                 00007600
       FD  BILLDTL                                                      00007605
           LABEL RECORDS ARE STANDARD                                   00007610
           RECORD CONTAINS 70 CHARACTERS.                               00007615
      *                                                                 00007620
       01  BILLING-DETAIL-AREA.                                         00007625
           05  DL-KEY.                                                  00007630
               10  DL-CUSTOMER-NO          PIC 9(9).                    00007635
               10  DL-INVOICE-NO           PIC X(6).                    00007640
               10  DL-ITEM-NO              PIC X(5).                    00007645
           05  DL-BILLED-QUANTITY          PIC S9(7).                   00007650
           05  DL-BILLED-AMOUNT            PIC S9(9)V99.                00007655
           05  DL-RETURNED-QUANTITY        PIC S9(7).                   00007660
           05  DL-RETURNED-AMOUNT          PIC S9(9)V99.                00007665
           05  DL-BILL-DATE                PIC 9(6).                    00007670
           05  FILLER                      PIC X(8).                    00007675
      *                                                                 00007680
       FD  SHIPRPT                                                      00007700
           LABEL RECORDS ARE STANDARD                                   00007800
           RECORD CONTAINS 80 CHARACTERS.                               00007900
      *                                                                 00008000
       01  SHIPRPT-LINE                     PIC X(80).                  00008100
      *                                                                 00008200
       FD  RUNLOG                                                       00008300
           LABEL RECORDS ARE STANDARD                                   00008400
           RECORD CONTAINS 43 CHARACTERS.                               00008500
      *                                                                 00008600
       01  RUN-LOG-AREA                     PIC X(43).                  00008700
      *                                                                 00008800
       FD  CYCLDATE                                                     00008900
           LABEL RECORDS ARE STANDARD                                   00009000
           RECORD CONTAINS 6 CHARACTERS.                                00009100
      *                                                                 00009200
       01  CYCLE-DATE-AREA                  PIC X(6).                   00009300
      *                                                                 00009400
       WORKING-STORAGE SECTION.                                         00009500
      *                                                                 00009600
       01  SWITCHES.                                                    00009700
           05  SHIPTRAN-EOF-SWITCH             PIC X   VALUE   'N'.     00009800
               88  SHIPTRAN-EOF                        VALUE   'Y'.     00009900
           05  EXCEPTION-SWITCH                PIC X   VALUE   'N'.     00010000
               88  EXCEPTIONS-LISTED                   VALUE   'Y'.     00010100
           05  DETAIL-ERROR-SWITCH             PIC X   VALUE   'N'.     00010130
               88  DETAIL-ERROR-SEEN                   VALUE   'Y'.     00010160
      *                                                                 00010200
       01  FILE-STATUS-FIELD.                                           00010300
           05 SHIPTRAN-ERROR-CODE           PIC XX.                     00010400
           05 ACCTFILE-ERROR-CODE           PIC XX.                     00010500
           05 CUSTMAST-ERROR-CODE           PIC XX.                     00010550
           05 RUNLOG-ERROR-CODE             PIC XX.                     00010600
           05 CYCLDATE-ERROR-CODE           PIC XX.                     00010700
           05 BILLDTL-ERROR-CODE            PIC XX.                     00010750
      *                                                                 00010800
       01  WS-EOJ-COUNTERS.                                             00010900
           05  WS-SHIPMENTS-READ-COUNT      PIC 9(7) VALUE ZERO.        00011000
           05  WS-CUSTOMERS-BILLED-COUNT    PIC 9(7) VALUE ZERO.        00011100
           05  WS-EXCEPTION-COUNT           PIC 9(7) VALUE ZERO.        00011200
           05  WS-NO-CHARGE-COUNT           PIC 9(7) VALUE ZERO.        00011300
           05  WS-NO-NAME-COUNT             PIC 9(7) VALUE ZERO.        00011350
           05  WS-DETAIL-LINE-COUNT         PIC 9(7) VALUE ZERO.        00011370
      *                                                                 00011400
       01  WS-RUN-DATE                      PIC 9(6) VALUE ZERO.        00011500
      *                                                                 00011600
       01  WS-PAYMENT-TERMS-DAYS            PIC 9(3) VALUE 30.          00011700
      *                                                                 00011800
       01  WS-MAXIMUM-BILLING-AMOUNT        PIC 9(5)V99 VALUE 99999.99. 00011900
      *                                                                 00012000
       01  WS-DOLLARS-READ                  PIC S9(9)V99 VALUE ZERO.    00012100
       01  WS-DOLLARS-BILLED                PIC S9(9)V99 VALUE ZERO.    00012200
      *                                                                 00012300
       01  CUSTOMER-ACCUMULATORS.                                       00012400
           05  WS-CURRENT-CUSTOMER-NO       PIC 9(9)     VALUE ZERO.    00012500
           05  WS-CUSTOMER-SHIPMENT-COUNT   PIC 9(5)     VALUE ZERO.    00012600
           05  WS-CUSTOMER-TOTAL            PIC S9(9)V99 VALUE ZERO.    00012700
      *                                                                 00012800
       01  BILL-LINE-CONTROL.                                           00012806
           05  WS-BILL-LINE-COUNT           PIC S9(4) COMP VALUE ZERO.  00012812
           05  WS-BILL-LINE-IX              PIC S9(4) COMP VALUE ZERO.  00012818
           05  BILL-LINE-FOUND-SWITCH       PIC X   VALUE 'N'.          00012824
               88  BILL-LINE-FOUND                  VALUE 'Y'.          00012830
           05  BILL-LINE-OVERFLOW-SWITCH    PIC X   VALUE 'N'.          00012836
               88  BILL-LINE-OVERFLOW               VALUE 'Y'.          00012842
      *                                                                 00012848
       01  BILL-LINE-TABLE.                                             00012854
           05  BL-ENTRY OCCURS 200 TIMES.                               00012860
               10  BL-ITEM-NO               PIC X(5).                   00012866
               10  BL-QUANTITY              PIC S9(7).                  00012872
               10  BL-AMOUNT                PIC S9(9)V99.               00012878
      *                                                                 00012884
       01  DUE-DATE-WORK-AREA.                                          00012900
           05  WS-RUN-DATE-CCYYMMDD         PIC 9(8)  VALUE ZERO.       00013000
           05  WS-DUE-DATE-CCYYMMDD         PIC 9(8)  VALUE ZERO.       00013100
           05  WS-DUE-DATE-INTEGER          PIC S9(9) VALUE ZERO.       00013200
           05  WS-BILLING-DUE-DATE          PIC 9(6)  VALUE ZERO.       00013300
      *                                                                 00013400
       01  RUN-LOG-RECORD.                                              00013500
           05  RL-PROGRAM-ID               PIC X(8).                    00013600
           05  RL-RUN-DATE                 PIC 9(6).                    00013700
           05  RL-STATUS                   PIC X(1).                    00013800
           05  RL-COUNT-1                  PIC 9(7).                    00013900
           05  RL-COUNT-2                  PIC 9(7).                    00014000
           05  RL-COUNT-3                  PIC 9(7).                    00014100
           05  RL-COUNT-4                  PIC 9(7).                    00014200
      *                                                                 00014300
       01  SHIPMENT-BILLING-RECORD.                                     00014400
           05  SB-CUSTOMER-NO              PIC 9(9).                    00014500
           05  SB-ITEM-NO                  PIC X(5).                    00014600
           05  SB-SHIPPED-QUANTITY         PIC S9(7).                   00014700
           05  SB-UNIT-PRICE               PIC S999V99.                 00014800
           05  SB-EXTENDED-PRICE           PIC S9(9)V99.                00014900
           05  SB-RUN-DATE                 PIC 9(6).                    00015000
      *                                                                 00015100
       01  ACCOUNT-RECORD.                                              00015200
           05  AC-CUSTOMER-NUMBER           PIC 9(9).                   00015300
           05  AC-CUSTOMER-NAME             PIC X(21).                  00015400
           05  AC-BILLING-AMOUNT            PIC 9(5)V99.                00015500
           05  AC-DUE-DATE                  PIC 9(6).                   00015600
      *                                                                 00015700
       01  SHIPRPT-HEADING.                                             00015800
           05  FILLER                       PIC X(12) VALUE             00015900
               'CUSTOMER    '.                                          00016000
           05  FILLER                       PIC X(8)  VALUE             00016100
               'SHIPMTS '.                                              00016200
           05  FILLER                       PIC X(17) VALUE             00016300
               'AMOUNT BILLED    '.                                     00016400
           05  FILLER                       PIC X(9)  VALUE             00016500
               'DUE DATE '.                                             00016600
           05  FILLER                       PIC X(34) VALUE             00016700
               'REMARKS'.                                               00016800
      *                                                                 00016900
       01  SHIPRPT-DETAIL.                                              00017000
           05  SD-CUSTOMER-NO               PIC 9(9).                   00017100
           05  FILLER                       PIC X(3)  VALUE SPACES.     00017200
           05  SD-SHIPMENT-COUNT            PIC ZZZZ9.                  00017300
           05  FILLER                       PIC X(3)  VALUE SPACES.     00017400
           05  SD-AMOUNT                    PIC $ZZZ,ZZZ,ZZ9.99.        00017500
           05  FILLER                       PIC X(2)  VALUE SPACES.     00017600
           05  SD-DUE-DATE                  PIC 9(6).                   00017700
           05  FILLER                       PIC X(3)  VALUE SPACES.     00017800
           05  SD-REMARKS                   PIC X(34).                  00017900
      *                                                                 00018000
       01  SHIPRPT-CONTROL-1.                                           00018100
           05  FILLER                       PIC X(16) VALUE             00018200
               'SHIPMENTS READ  '.                                      00018300
           05  SC-READ-COUNT                PIC ZZZZZZ9.                00018400
           05  FILLER                       PIC X(3)  VALUE SPACES.     00018500
           05  FILLER                       PIC X(15) VALUE             00018600
               'DOLLARS READ   '.                                       00018700
           05  SC-DOLLARS-READ              PIC $ZZZ,ZZZ,ZZ9.99.        00018800
           05  FILLER                       PIC X(24) VALUE SPACES.     00018900
      *                                                                 00019000
       01  SHIPRPT-CONTROL-2.                                           00019100
           05  FILLER                       PIC X(16) VALUE             00019200
               'CUSTOMERS BILLED'.                                      00019300
           05  SC-BILLED-COUNT              PIC ZZZZZZ9.                00019400
           05  FILLER                       PIC X(3)  VALUE SPACES.     00019500
           05  FILLER                       PIC X(15) VALUE             00019600
               'DOLLARS BILLED '.                                       00019700
           05  SC-DOLLARS-BILLED            PIC $ZZZ,ZZZ,ZZ9.99.        00019800
           05  FILLER                       PIC X(24) VALUE SPACES.     00019900
      *                                                                 00020000
       01  SHIPRPT-CONTROL-3.                                           00020100
           05  FILLER                       PIC X(16) VALUE             00020200
               'EXCEPTIONS      '.                                      00020300
           05  SC-EXCEPTION-COUNT           PIC ZZZZZZ9.                00020400
           05  FILLER                       PIC X(3)  VALUE SPACES.     00020500
           05  FILLER                       PIC X(15) VALUE             00020600
               'NO CHARGE      '.                                       00020700
           05  SC-NO-CHARGE-COUNT           PIC ZZZZZZ9.                00020800
           05  FILLER                       PIC X(32) VALUE SPACES.     00020900
      *>                                                                00021000
       PROCEDURE DIVISION.                                              00021100
      *                                                                 00021200
       000-BUILD-CUSTOMER-BILLINGS.                                     00021300
           OPEN    INPUT   SHIPTRAN, OUTPUT ACCTFILE, OUTPUT SHIPRPT,   00021360
                   INPUT   CUSTMAST, I-O BILLDTL.                       00021430
           IF SHIPTRAN-ERROR-CODE NOT = '00'                            00021500
               DISPLAY 'SHIPBILL  A 1   OPEN ERROR FOR SHIPTRAN'        00021600
               DISPLAY 'SHIPBILL  A 1   FILE STATUS = '                 00021700
                   SHIPTRAN-ERROR-CODE                                  00021800
               MOVE 16 TO RETURN-CODE                                   00021900
               STOP RUN.                                                00022000
           IF ACCTFILE-ERROR-CODE NOT = '00'                            00022100
               DISPLAY 'SHIPBILL  A 1   OPEN ERROR FOR ACCTFILE'        00022200
               DISPLAY 'SHIPBILL  A 1   FILE STATUS = '                 00022300
                   ACCTFILE-ERROR-CODE                                  00022400
               MOVE 16 TO RETURN-CODE                                   00022410
               STOP RUN.                                                00022420
           IF CUSTMAST-ERROR-CODE NOT = '00'                            00022430
               DISPLAY 'SHIPBILL  A 1   OPEN ERROR FOR CUSTMAST'        00022440
               DISPLAY 'SHIPBILL  A 1   FILE STATUS = '                 00022450
                   CUSTMAST-ERROR-CODE                                  00022460
               MOVE 16 TO RETURN-CODE                                   00022500
               STOP RUN.                                                00022600
           IF BILLDTL-ERROR-CODE NOT = '00'                             00022610
               DISPLAY 'SHIPBILL  A 1   OPEN ERROR FOR BILLDTL'         00022620
               DISPLAY 'SHIPBILL  A 1   FILE STATUS = '                 00022630
                   BILLDTL-ERROR-CODE                                   00022640
               MOVE 16 TO RETURN-CODE                                   00022650
               STOP RUN.                                                00022660
           PERFORM 002-GET-PROCESS-DATE.                                00022700
           PERFORM 005-COMPUTE-DUE-DATE.                                00022800
           WRITE   SHIPRPT-LINE FROM SHIPRPT-HEADING.                   00022900
           PERFORM 310-READ-SHIPMENT.                                   00023000
           PERFORM 300-PROCESS-CUSTOMER                                 00023100
               UNTIL SHIPTRAN-EOF.                                      00023200
           PERFORM 400-WRITE-CONTROL-TOTALS.                            00023300
           CLOSE   SHIPTRAN, ACCTFILE, SHIPRPT, CUSTMAST, BILLDTL.      00023400
           DISPLAY 'SHIPBILL READ=' WS-SHIPMENTS-READ-COUNT             00023500
               ' BILLED=' WS-CUSTOMERS-BILLED-COUNT                     00023600
               ' EXCEPTIONS=' WS-EXCEPTION-COUNT                        00023700
               ' NO CHARGE=' WS-NO-CHARGE-COUNT                         00023760
               ' NO NAME=' WS-NO-NAME-COUNT                             00023800
               ' DETAIL LINES=' WS-DETAIL-LINE-COUNT.                   00023840
           IF EXCEPTIONS-LISTED                                         00023900
               DISPLAY 'SHIPBILL  A 2   BILLING EXCEPTIONS LISTED ON'   00024000
                   ' SHIPRPT - NOT ON ACCTFILE'                         00024100
               MOVE 16 TO RETURN-CODE.                                  00024200
           PERFORM 370-WRITE-RUN-LOG.                                   00024300
           STOP RUN.                                                    00024400
      *                                                                 00024500
       002-GET-PROCESS-DATE.                                            00024600
               MOVE    ZERO TO WS-RUN-DATE.                             00024700
               OPEN    INPUT CYCLDATE.                                  00024800
               IF CYCLDATE-ERROR-CODE = '00'                            00024900
                   PERFORM 003-READ-CYCLE-DATE                          00025000
                   CLOSE CYCLDATE.                                      00025100
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00025200
                   ACCEPT WS-RUN-DATE FROM DATE.                        00025300
      *                                                                 00025400
       003-READ-CYCLE-DATE.                                             00025500
               READ CYCLDATE INTO WS-RUN-DATE                           00025600
                   AT  END                                              00025700
                       MOVE ZERO TO WS-RUN-DATE.                        00025800
      *                                                                 00025900
       005-COMPUTE-DUE-DATE.                                            00026000
               STRING '20' DELIMITED BY SIZE WS-RUN-DATE                00026100
                   DELIMITED BY SIZE INTO WS-RUN-DATE-CCYYMMDD.         00026200
               COMPUTE WS-DUE-DATE-INTEGER =                            00026300
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CCYYMMDD)      00026400
                   + WS-PAYMENT-TERMS-DAYS.                             00026500
               COMPUTE WS-DUE-DATE-CCYYMMDD =                           00026600
                   FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-INTEGER).      00026700
               MOVE    WS-DUE-DATE-CCYYMMDD(3:6) TO WS-BILLING-DUE-DATE.00026800
      *                                                                 00026900
       300-PROCESS-CUSTOMER.                                            00027000
               MOVE    SB-CUSTOMER-NO TO WS-CURRENT-CUSTOMER-NO.        00027100
               MOVE    ZERO TO WS-CUSTOMER-SHIPMENT-COUNT.              00027200
               MOVE    ZERO TO WS-CUSTOMER-TOTAL.                       00027300
               MOVE    ZERO TO WS-BILL-LINE-COUNT.                      00027330
               MOVE    'N' TO BILL-LINE-OVERFLOW-SWITCH.                00027360
               PERFORM 320-ACCUMULATE-SHIPMENT                          00027400
                   UNTIL SHIPTRAN-EOF                                   00027500
                   OR SB-CUSTOMER-NO NOT = WS-CURRENT-CUSTOMER-NO.      00027600
               PERFORM 330-WRITE-CUSTOMER-BILLING.                      00027700
      *                                                                 00027800
       310-READ-SHIPMENT.                                               00027900
               READ SHIPTRAN INTO SHIPMENT-BILLING-RECORD               00028000
                   AT  END                                              00028100
                       MOVE 'Y' TO SHIPTRAN-EOF-SWITCH.                 00028200
               IF NOT SHIPTRAN-EOF                                      00028300
                   ADD 1 TO WS-SHIPMENTS-READ-COUNT.                    00028400
      *                                                                 00028500
       320-ACCUMULATE-SHIPMENT.                                         00028600
               ADD     1 TO WS-CUSTOMER-SHIPMENT-COUNT.                 00028700
               ADD     SB-EXTENDED-PRICE TO WS-CUSTOMER-TOTAL.          00028800
               ADD     SB-EXTENDED-PRICE TO WS-DOLLARS-READ.            00028900
               PERFORM 325-ACCUMULATE-BILL-LINE.                        00028950
               PERFORM 310-READ-SHIPMENT.                               00029000
      *                                                                 00029003
       325-ACCUMULATE-BILL-LINE.                                        00029006
               MOVE    'N' TO BILL-LINE-FOUND-SWITCH.                   00029009
               PERFORM 326-FIND-BILL-LINE                               00029012
                   VARYING WS-BILL-LINE-IX FROM 1 BY 1                  00029015
                   UNTIL WS-BILL-LINE-IX > WS-BILL-LINE-COUNT.          00029018
               IF NOT BILL-LINE-FOUND                                   00029021
                   IF WS-BILL-LINE-COUNT < 200                          00029024
                       ADD  1 TO WS-BILL-LINE-COUNT                     00029027
                       MOVE SB-ITEM-NO                                  00029030
                           TO BL-ITEM-NO (WS-BILL-LINE-COUNT)           00029033
                       MOVE SB-SHIPPED-QUANTITY                         00029036
                           TO BL-QUANTITY (WS-BILL-LINE-COUNT)          00029039
                       MOVE SB-EXTENDED-PRICE                           00029042
                           TO BL-AMOUNT (WS-BILL-LINE-COUNT)            00029045
                   ELSE                                                 00029048
                       MOVE 'Y' TO BILL-LINE-OVERFLOW-SWITCH.           00029051
      *                                                                 00029054
       326-FIND-BILL-LINE.                                              00029057
               IF BL-ITEM-NO (WS-BILL-LINE-IX) = SB-ITEM-NO             00029060
                   ADD SB-SHIPPED-QUANTITY                              00029063
                       TO BL-QUANTITY (WS-BILL-LINE-IX)                 00029066
                   ADD SB-EXTENDED-PRICE                                00029069
                       TO BL-AMOUNT (WS-BILL-LINE-IX)                   00029072
                   MOVE 'Y' TO BILL-LINE-FOUND-SWITCH.                  00029075
      *                                                                 00029100
       330-WRITE-CUSTOMER-BILLING.                                      00029200
               MOVE    WS-CURRENT-CUSTOMER-NO TO SD-CUSTOMER-NO.        00029300
               MOVE    WS-CUSTOMER-SHIPMENT-COUNT TO SD-SHIPMENT-COUNT. 00029400
               MOVE    WS-CUSTOMER-TOTAL TO SD-AMOUNT.                  00029500
               IF WS-CUSTOMER-TOTAL NOT > ZERO                          00029600
                   MOVE ZERO TO SD-DUE-DATE                             00029700
                   MOVE 'NO CHARGE - NOT BILLED' TO SD-REMARKS          00029800
                   ADD 1 TO WS-NO-CHARGE-COUNT                          00029900
               ELSE                                                     00030000
               IF BILL-LINE-OVERFLOW                                    00030010
                   MOVE ZERO TO SD-DUE-DATE                             00030020
                   MOVE 'EXCEPTION - OVER 200 ITEMS' TO SD-REMARKS      00030030
                   MOVE 'Y' TO EXCEPTION-SWITCH                         00030040
                   ADD 1 TO WS-EXCEPTION-COUNT                          00030050
               ELSE                                                     00030060
               IF WS-CUSTOMER-TOTAL > WS-MAXIMUM-BILLING-AMOUNT         00030100
                   MOVE ZERO TO SD-DUE-DATE                             00030200
                   MOVE 'EXCEPTION - OVER ACCTREC MAXIMUM'              00030300
                       TO SD-REMARKS                                    00030400
                   MOVE 'Y' TO EXCEPTION-SWITCH                         00030500
                   ADD 1 TO WS-EXCEPTION-COUNT                          00030600
               ELSE                                                     00030700
                   PERFORM 340-WRITE-ACCOUNT-RECORD                     00030800
                   MOVE WS-BILLING-DUE-DATE TO SD-DUE-DATE              00030900
                   MOVE 'BILLED' TO SD-REMARKS.                         00031000
               WRITE   SHIPRPT-LINE FROM SHIPRPT-DETAIL.                00031100
      *                                                                 00031200
       340-WRITE-ACCOUNT-RECORD.                                        00031300
               MOVE    WS-CURRENT-CUSTOMER-NO TO AC-CUSTOMER-NUMBER.    00031400
               PERFORM 345-GET-CUSTOMER-NAME.                           00031500
               MOVE    WS-CUSTOMER-TOTAL      TO AC-BILLING-AMOUNT.     00031600
               MOVE    WS-BILLING-DUE-DATE    TO AC-DUE-DATE.           00031700
               WRITE   ACCOUNT-RECORD-AREA FROM ACCOUNT-RECORD.         00031800
               ADD     1 TO WS-CUSTOMERS-BILLED-COUNT.                  00031900
               ADD     WS-CUSTOMER-TOTAL TO WS-DOLLARS-BILLED.          00032000
               PERFORM 350-WRITE-BILLING-DETAIL                         00032010
                   VARYING WS-BILL-LINE-IX FROM 1 BY 1                  00032020
                   UNTIL WS-BILL-LINE-IX > WS-BILL-LINE-COUNT.          00032030
      *                                                                 00032100
       345-GET-CUSTOMER-NAME.                                           00032109
               MOVE    WS-CURRENT-CUSTOMER-NO TO CM-CUSTOMER-NUMBER.    00032118
               READ    CUSTMAST.                                        00032127
               IF CUSTMAST-ERROR-CODE = '00'                            00032136
                   MOVE CM-CUSTOMER-NAME TO AC-CUSTOMER-NAME            00032145
               ELSE                                                     00032154
                   MOVE SPACES TO AC-CUSTOMER-NAME.                     00032163
               IF AC-CUSTOMER-NAME = SPACES                             00032172
                   ADD 1 TO WS-NO-NAME-COUNT.                           00032181
      *                                                                 00032182
      *    ONE BILLDTL LINE PER CUSTOMER, INVOICE AND ITEM SO A         00032183
      *    RETURN CAN BE CREDITED AT THE PRICE ACTUALLY BILLED.         00032184
       350-WRITE-BILLING-DETAIL.                                        00032185
               MOVE    WS-CURRENT-CUSTOMER-NO TO DL-CUSTOMER-NO.        00032186
               MOVE    WS-BILLING-DUE-DATE TO DL-INVOICE-NO.            00032187
               MOVE    BL-ITEM-NO (WS-BILL-LINE-IX) TO DL-ITEM-NO.      00032188
               READ    BILLDTL.                                         00032189
               IF BILLDTL-ERROR-CODE = '00'                             00032190
                   ADD  BL-QUANTITY (WS-BILL-LINE-IX)                   00032191
                       TO DL-BILLED-QUANTITY                            00032192
                   ADD  BL-AMOUNT (WS-BILL-LINE-IX) TO DL-BILLED-AMOUNT 00032193
                   REWRITE BILLING-DETAIL-AREA                          00032194
               ELSE                                                     00032195
                   MOVE BL-QUANTITY (WS-BILL-LINE-IX)                   00032196
                       TO DL-BILLED-QUANTITY                            00032197
                   MOVE BL-AMOUNT (WS-BILL-LINE-IX) TO DL-BILLED-AMOUNT 00032198
                   MOVE ZERO TO DL-RETURNED-QUANTITY                    00032199
                   MOVE ZERO TO DL-RETURNED-AMOUNT                      00032200
                   MOVE WS-RUN-DATE TO DL-BILL-DATE                     00032201
                   WRITE BILLING-DETAIL-AREA.                           00032202
               IF BILLDTL-ERROR-CODE NOT = '00'                         00032203
                   DISPLAY 'SHIPBILL  A 4   BILLDTL UPDATE ERROR FOR '  00032204
                       DL-KEY                                           00032205
                   DISPLAY 'SHIPBILL  A 4   FILE STATUS = '             00032206
                       BILLDTL-ERROR-CODE                               00032207
                   MOVE 'Y' TO DETAIL-ERROR-SWITCH                      00032208
                   MOVE 16 TO RETURN-CODE                               00032218
               ELSE                                                     00032228
                   ADD  1 TO WS-DETAIL-LINE-COUNT.                      00032238
      *                                                                 00032248
       370-WRITE-RUN-LOG.                                               00032258
               OPEN    EXTEND  RUNLOG.                                  00032300
               IF RUNLOG-ERROR-CODE NOT = '00'                          00032400
                   DISPLAY 'SHIPBILL  A 1   OPEN ERROR FOR RUNLOG'      00032500
                   DISPLAY 'SHIPBILL  A 1   FILE STATUS = '             00032600
                       RUNLOG-ERROR-CODE                                00032700
               ELSE                                                     00032800
                   MOVE    'SHIPBILL' TO RL-PROGRAM-ID                  00032900
                   MOVE    WS-RUN-DATE TO RL-RUN-DATE                   00033000
                   IF EXCEPTIONS-LISTED OR DETAIL-ERROR-SEEN            00033100
                       MOVE 'E' TO RL-STATUS                            00033200
                   ELSE                                                 00033300
                       MOVE 'N' TO RL-STATUS                            00033400
                   END-IF                                               00033500
                   MOVE    WS-SHIPMENTS-READ-COUNT   TO RL-COUNT-1      00033600
                   MOVE    WS-CUSTOMERS-BILLED-COUNT TO RL-COUNT-2      00033700
                   MOVE    WS-EXCEPTION-COUNT        TO RL-COUNT-3      00033800
                   MOVE    WS-NO-CHARGE-COUNT        TO RL-COUNT-4      00033900
                   WRITE   RUN-LOG-AREA FROM RUN-LOG-RECORD             00034000
                   CLOSE   RUNLOG.                                      00034100
      *                                                                 00034200
       400-WRITE-CONTROL-TOTALS.                                        00034300
               MOVE    WS-SHIPMENTS-READ-COUNT   TO SC-READ-COUNT       00034400
               MOVE    WS-DOLLARS-READ           TO SC-DOLLARS-READ     00034500
               WRITE   SHIPRPT-LINE FROM SHIPRPT-CONTROL-1.             00034600
               MOVE    WS-CUSTOMERS-BILLED-COUNT TO SC-BILLED-COUNT     00034700
               MOVE    WS-DOLLARS-BILLED         TO SC-DOLLARS-BILLED   00034800
               WRITE   SHIPRPT-LINE FROM SHIPRPT-CONTROL-2.             00034900
               MOVE    WS-EXCEPTION-COUNT        TO SC-EXCEPTION-COUNT  00035000
               MOVE    WS-NO-CHARGE-COUNT        TO SC-NO-CHARGE-COUNT  00035100
               WRITE   SHIPRPT-LINE FROM SHIPRPT-CONTROL-3.             00035200
      *>                                                                00035300
/*                                                                      00035400
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00035500
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00035600
//COB.SHIPTRAN DD DSNAME=HERC01.SAMPLE.SHIPSORT,DISP=SHR                00035700
//COB.CUSTMAST DD DSNAME=HERC01.SAMPLE.CUSTMAST,DISP=SHR                00035750
//COB.BILLDTL DD DSNAME=HERC01.SAMPLE.BILLDTL,DISP=SHR                  00035770
//COB.ACCTFILE DD DSNAME=HERC01.SOURCE.SAMPDATA,DISP=(,CATLG),          00035800
//             DCB=(DSORG=PS,LRECL=43,BLKSIZE=4300,RECFM=FB),           00035900
//             SPACE=(TRK,(5,5),RLSE)                                   00036000
//COB.SHIPRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)         00036100
//COB.RUNLOG DD DSNAME=HERC01.SAMPLE.RUNLOG,DISP=(MOD,CATLG),           00036200
//             DCB=(DSORG=PS,LRECL=43,BLKSIZE=4300,RECFM=FB),           00036300
//             SPACE=(TRK,(1,1),RLSE)                                   00036400
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00036500
//GO.SYSIN DD *                                                         00036600
/*                                                                      00036700
/&                                                                      00036800
