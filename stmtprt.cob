//SYSOUT   DD SYSOUT=*                                                  00001800
//SORTIN   DD DISP=SHR,DSN=HERC01.SAMPLE.ARPAY                          00001900
//SORTOUT  DD DSN=HERC01.SAMPLE.STMTPAY,DISP=(,CATLG),                  00002000
//             DCB=(DSORG=PS,LRECL=31,BLKSIZE=3100,RECFM=FB),           00002100
//             SPACE=(TRK,(5,5),RLSE)                                   00002200
//SYSIN    DD *                                                         00002300
  SORT FIELDS=(1,9,CH,A)                                                00002400
      *>    SECOND OCCURRENCE IS SKIPPED AND COUNTED, THE SAME SCREEN   00004973
      *>    SAMPLE'S DUPLST APPLIES, SO STATEMENTS TIE TO THE BILLING   00004974
      *>    REPORT.                                                     00004975
      *> 2026-10-15 KWK - CUSTMAST IS 180 BYTES NOW -- CUSTOMER NAME,   00004980
      *>    THREE ADDRESS LINES, AND THE LAST DUNNING LETTER TIER AND   00004985
      *>    DATE WERE ADDED FOR CUSTMNT AND DUNNING. LAYOUT WIDENED     00004990
      *>    ONLY.                                                       00004991
      *> 2026-10-15 KWK - ARPAY (AND SO STMTPAY) IS 31 BYTES. A         00004992
      *>    RETURNED CHECK OR RETURNED CHECK FEE THAT NSFREV WROTE      00004993
      *>    PRINTS UNDER ITS OWN DESCRIPTION, IS TOTALED SEPARATELY     00004994
      *>    FROM PAYMENTS, AND IS TAKEN OUT OF THE OPENING BALANCE      00004995
      *>    SO THE STATEMENT STILL FOOTS.                               00004996
      *>                                                                00005000
      *>                                                                00005100
       ENVIRONMENT DIVISION.                                            00005200
      *                                                                 00007500
       FD  CUSTMAST                                                     00007600
           LABEL RECORDS ARE STANDARD                                   00007700
           RECORD CONTAINS 180 CHARACTERS.                              00007800
      *                                                                 00007900
       01  CUSTOMER-MASTER-RECORD.                                      00008000
           05  CM-CUSTOMER-NUMBER      PIC 9(9).                        00008100
           05  CM-CREDIT-LIMIT         PIC 9(7)V99.                     00008200
           05  CM-OUTSTANDING-BALANCE  PIC 9(7)V99.                     00008300
           05  CM-LAST-PAYMENT-DATE    PIC 9(6).                        00008400
           05  FILLER                  PIC X(147).                      00008500
      *                                                                 00008600
       FD  STMTBILL                                                     00008700
           LABEL RECORDS ARE STANDARD                                   00008800
      *                                                                 00009200
       FD  STMTPAY                                                      00009300
           LABEL RECORDS ARE STANDARD                                   00009400
           RECORD CONTAINS 31 CHARACTERS.                               00009500
      *                                                                 00009600
       01  PAYMENT-RECORD-AREA              PIC X(31).                  00009700
      *                                                                 00009800
       FD  STMTOUT                                                      00009900
           LABEL RECORDS ARE STANDARD                                   00010000
       01  WS-STATEMENT-TOTALS.                                         00012100
           05  WS-BILLED-TOTAL              PIC S9(9)V99 VALUE ZERO.    00012200
           05  WS-PAID-TOTAL                PIC S9(9)V99 VALUE ZERO.    00012300
           05  WS-RETURNED-TOTAL            PIC S9(9)V99 VALUE ZERO.    00012350
           05  WS-OPENING-BALANCE           PIC S9(9)V99 VALUE ZERO.    00012400
      *                                                                 00012500
       01  BILLING-RECORD.                                              00012600
           05  PY-CUSTOMER-NUMBER           PIC X(9).                   00013300
           05  PY-PAYMENT-AMOUNT            PIC 9(7)V99.                00013400
           05  PY-PAYMENT-DATE              PIC 9(6).                   00013500
           05  PY-ENTRY-TYPE                PIC X(1).                   00013520
               88  PY-RETURNED-CHECK                VALUE 'R'.          00013540
               88  PY-RETURNED-CHECK-FEE            VALUE 'F'.          00013560
           05  PY-ORIGINAL-DATE             PIC X(6).                   00013580
      *                                                                 00013600
       01  STMT-HEADING-1.                                              00013700
           05  FILLER                       PIC X(20) VALUE             00013800
                       MOVE 'Y' TO CUSTMAST-EOF-SWITCH.                 00021500
      *                                                                 00021600
       320-PRINT-STATEMENT.                                             00021700
               MOVE    ZERO TO WS-BILLED-TOTAL, WS-PAID-TOTAL,          00021800
                               WS-RETURNED-TOTAL.                       00021850
               PERFORM 330-SKIP-ORPHAN-BILLING                          00021900
                   UNTIL BL-CUSTOMER-NUMBER NOT < CM-CUSTOMER-NUMBER.   00022000
               PERFORM 340-SKIP-ORPHAN-PAYMENT                          00022100
                   PERFORM 220-READ-PAYMENT                             00025430
               ELSE                                                     00025440
                   MOVE PY-PAYMENT-DATE    TO SD-DATE                   00025500
                   MOVE PY-PAYMENT-AMOUNT  TO SD-AMOUNT                 00025540
                   PERFORM 365-ACCUMULATE-PAYMENT                       00025680
                   WRITE STMTOUT-LINE FROM STMT-DETAIL                  00025820
                   ADD  1 TO WS-PAYMENTS-LISTED-COUNT                   00025960
                   PERFORM 220-READ-PAYMENT.                            00026100
      *                                                                 00026200
       365-ACCUMULATE-PAYMENT.                                          00026207
               IF PY-RETURNED-CHECK                                     00026214
                   MOVE 'RETURNED CHECK'      TO SD-DESCRIPTION         00026221
                   ADD  PY-PAYMENT-AMOUNT     TO WS-RETURNED-TOTAL      00026228
               ELSE                                                     00026235
                   IF PY-RETURNED-CHECK-FEE                             00026242
                       MOVE 'RETURNED CHECK FEE'  TO SD-DESCRIPTION     00026249
                       ADD  PY-PAYMENT-AMOUNT     TO WS-RETURNED-TOTAL  00026256
                   ELSE                                                 00026263
                       MOVE 'PAYMENT - THANK YOU' TO SD-DESCRIPTION     00026270
                       ADD  PY-PAYMENT-AMOUNT     TO WS-PAID-TOTAL.     00026277
      *                                                                 00026284
       370-PRINT-BALANCE-SUMMARY.                                       00026300
               COMPUTE WS-OPENING-BALANCE =                             00026400
                   CM-OUTSTANDING-BALANCE - WS-BILLED-TOTAL             00026500
                   + WS-PAID-TOTAL - WS-RETURNED-TOTAL.                 00026600
               MOVE    'OPENING BALANCE'  TO SB-LABEL.                  00026700
               MOVE    WS-OPENING-BALANCE TO SB-AMOUNT.                 00026800
               WRITE   STMTOUT-LINE FROM STMT-BALANCE-LINE              00026900
               MOVE    'TOTAL PAYMENTS'   TO SB-LABEL.                  00027400
               MOVE    WS-PAID-TOTAL      TO SB-AMOUNT.                 00027500
               WRITE   STMTOUT-LINE FROM STMT-BALANCE-LINE.             00027600
               IF WS-RETURNED-TOTAL NOT = ZERO                          00027620
                   MOVE 'RETURNED CHECKS / FEES' TO SB-LABEL            00027640
                   MOVE WS-RETURNED-TOTAL     TO SB-AMOUNT              00027660
                   WRITE STMTOUT-LINE FROM STMT-BALANCE-LINE.           00027680
               MOVE    'CLOSING BALANCE'  TO SB-LABEL.                  00027700
               MOVE    CM-OUTSTANDING-BALANCE TO SB-AMOUNT.             00027800
               WRITE   STMTOUT-LINE FROM STMT-BALANCE-LINE.             00027900
