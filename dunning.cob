//HERC01N  JOB (COBOL),'DUNNING',CLASS=A,MSGCLASS=H,                    00000100
//             REGION=8M,TIME=1440,                                     00000200
//             MSGLEVEL=(1,1)                                           00000300
//DUNNING  EXEC COBUCG,                                                 00000400
//             PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'        00000500
//COB.SYSPUNCH DD DUMMY                                                 00000600
//COB.SYSIN DD *                                                        00000700
      ********************************************************          00000800
      * A COBOL PROGRAM TEMPLATE                                        00000900
      ********************************************************          00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID. DUNNING.                                             00001200
       AUTHOR. KRIS W KEENER.                                           00001300
       INSTALLATION.   THE LAB.                                         00001400
       DATE-WRITTEN.   OCTOBER 15 2026.                                 00001500
       DATE-COMPILED.  OCTOBER 15 2026.                                 00001600
       SECURITY. HOME USE ONLY.                                         00001700
       REMARKS. PAST-DUE COLLECTION LETTERS -- WALKS ARINV IN KEY       00001800
           ORDER (CUSTOMER, THEN INVOICE) AND, FOR EACH CUSTOMER        00001900
           WITH OPEN ITEMS PAST THEIR DUE DATE, PRINTS ONE LETTER ON    00002000
           DUNLTR AT THE TIER THE OLDEST PAST-DUE INVOICE HAS           00002100
           REACHED: A FRIENDLY REMINDER AT WS-REMINDER-DAYS, A FIRM     00002200
           NOTICE AT WS-NOTICE-DAYS, AND A FINAL DEMAND AT              00002300
           WS-DEMAND-DAYS. THE LETTER IS ADDRESSED FROM THE CUSTMAST    00002400
           NAME AND ADDRESS LINES AND LISTS EVERY PAST-DUE INVOICE      00002500
           WITH ITS DUE DATE AND OPEN AMOUNT. THE TIER AND RUN DATE     00002600
           ARE RECORDED ON CUSTMAST; THE SAME OR A LOWER TIER IS NOT    00002700
           SENT AGAIN UNTIL WS-DUNNING-CYCLE-DAYS HAVE PASSED SINCE     00002800
           THE LAST LETTER, SO A RERUN OR THE NEXT NIGHT'S RUN DOES     00002900
           NOT REPEAT A LETTER BUT A CUSTOMER WHO SLIPS A TIER STILL    00003000
           GETS THE HARDER LETTER AT ONCE. A CUSTOMER WITH NO NAME ON   00003100
           CUSTMAST IS HELD (LISTED, NOT LETTERED) UNTIL CUSTMNT        00003200
           SUPPLIES ONE. DUNRPT REGISTERS EVERY CUSTOMER AT A TIER      00003300
           AND WHAT WAS DONE ABOUT IT.                                  00003400
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
           SELECT ARINV     ASSIGN TO UT-I-ARINV                        00004600
                           ORGANIZATION IS INDEXED                      00004700
                           ACCESS IS SEQUENTIAL                         00004800
                           RECORD KEY IS AR-KEY                         00004900
                           FILE STATUS IS ARINV-ERROR-CODE.             00005000
           SELECT CUSTMAST  ASSIGN TO UT-I-CUSTMAST                     00005100
                           ORGANIZATION IS INDEXED                      00005200
                           ACCESS IS RANDOM                             00005300
                           RECORD KEY IS CM-CUSTOMER-NUMBER             00005400
                           FILE STATUS IS CUSTMAST-ERROR-CODE.          00005500
           SELECT DUNLTR    ASSIGN TO UT-S-DUNLTR.                      00005600
           SELECT DUNRPT    ASSIGN TO UT-S-DUNRPT.                      00005700
           SELECT CYCLDATE  ASSIGN TO UT-S-CYCLDATE                     00005800
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00005900
      *>                                                                00006000
       DATA DIVISION.                                                   00006100
      *                                                                 00006200
       FILE SECTION.                                                    00006300
      *                                                                 00006400
       FD  ARINV                                                        00006500
           LABEL RECORDS ARE STANDARD                                   00006600
           RECORD CONTAINS 39 CHARACTERS.                               00006700
      *                                                                 00006800
       01  OPEN-ITEM-RECORD-AREA.                                       00006900
           05  AR-KEY.                                                  00007000
               10  AR-CUSTOMER-NUMBER      PIC 9(9).                    00007100
               10  AR-INVOICE-NO           PIC X(6).                    00007200
           05  AR-DUE-DATE                 PIC 9(6).                    00007300
           05  AR-INVOICE-AMOUNT           PIC 9(7)V99.                 00007400
           05  AR-OPEN-AMOUNT              PIC 9(7)V99.                 00007500
      *                                                                 00007600
       FD  CUSTMAST                                                     00007700
           LABEL RECORDS ARE STANDARD                                   00007800
           RECORD CONTAINS 180 CHARACTERS.                              00007900
      *                                                                 00008000
       01  CUSTOMER-MASTER-RECORD.                                      00008100
           05  CM-CUSTOMER-NUMBER      PIC 9(9).                        00008200
           05  CM-CREDIT-LIMIT         PIC 9(7)V99.                     00008300
           05  CM-OUTSTANDING-BALANCE  PIC 9(7)V99.                     00008400
           05  CM-LAST-PAYMENT-DATE    PIC 9(6).                        00008500
           05  CM-ACCOUNT-STATUS       PIC X(1).                        00008600
           05  FILLER                  PIC X(9).                        00008700
           05  CM-CUSTOMER-NAME        PIC X(30).                       00008800
           05  CM-ADDRESS-LINE-1       PIC X(30).                       00008900
           05  CM-ADDRESS-LINE-2       PIC X(30).                       00009000
           05  CM-ADDRESS-LINE-3       PIC X(30).                       00009100
           05  CM-LAST-DUNNING-TIER    PIC X(1).                        00009200
           05  CM-LAST-DUNNING-DATE    PIC 9(6).                        00009300
           05  FILLER                  PIC X(10).                       00009400
      *                                                                 00009500
       FD  DUNLTR                                                       00009600
           LABEL RECORDS ARE STANDARD                                   00009700
           RECORD CONTAINS 80 CHARACTERS.                               00009800
      *                                                                 00009900
       01  DUNLTR-LINE                      PIC X(80).                  00010000
      *                                                                 00010100
       FD  DUNRPT                                                       00010200
           LABEL RECORDS ARE STANDARD                                   00010300
           RECORD CONTAINS 80 CHARACTERS.                               00010400
      *                                                                 00010500
       01  DUNRPT-LINE                      PIC X(80).                  00010600
      *                                                                 00010700
       FD  CYCLDATE                                                     00010800
           LABEL RECORDS ARE STANDARD                                   00010900
           RECORD CONTAINS 6 CHARACTERS.                                00011000
      *                                                                 00011100
       01  CYCLE-DATE-AREA                 PIC X(6).                    00011200
      *                                                                 00011300
       WORKING-STORAGE SECTION.                                         00011400
      *                                                                 00011500
       01  SWITCHES.                                                    00011600
           05  ARINV-EOF-SWITCH                PIC X   VALUE   'N'.     00011700
               88  ARINV-EOF                           VALUE   'Y'.     00011800
           05  LETTER-DUE-SWITCH               PIC X   VALUE   'N'.     00011900
               88  LETTER-DUE                          VALUE   'Y'.     00012000
      *                                                                 00012100
       01  FILE-STATUS-FIELD.                                           00012200
           05 ARINV-ERROR-CODE              PIC XX.                     00012300
           05 CUSTMAST-ERROR-CODE           PIC XX.                     00012400
           05 CYCLDATE-ERROR-CODE           PIC XX.                     00012500
      *                                                                 00012600
       01  WS-EOJ-COUNTERS.                                             00012700
           05  WS-INVOICES-READ-COUNT       PIC 9(7) VALUE ZERO.        00012800
           05  WS-CUSTOMERS-READ-COUNT      PIC 9(7) VALUE ZERO.        00012900
           05  WS-REMINDER-COUNT            PIC 9(7) VALUE ZERO.        00013000
           05  WS-NOTICE-COUNT              PIC 9(7) VALUE ZERO.        00013100
           05  WS-DEMAND-COUNT              PIC 9(7) VALUE ZERO.        00013200
           05  WS-SUPPRESSED-COUNT          PIC 9(7) VALUE ZERO.        00013300
           05  WS-HELD-COUNT                PIC 9(7) VALUE ZERO.        00013400
           05  WS-NOT-ON-FILE-COUNT         PIC 9(7) VALUE ZERO.        00013500
           05  WS-LETTERS-SENT-COUNT        PIC 9(7) VALUE ZERO.        00013600
           05  WS-LETTERED-AMOUNT           PIC S9(9)V99 VALUE ZERO.    00013700
      *                                                                 00013800
       01  WS-RUN-DATE                      PIC 9(6) VALUE ZERO.        00013900
      *                                                                 00014000
       01  DUNNING-THRESHOLDS.                                          00014100
           05  WS-REMINDER-DAYS             PIC 9(3) VALUE 30.          00014200
           05  WS-NOTICE-DAYS               PIC 9(3) VALUE 60.          00014300
           05  WS-DEMAND-DAYS               PIC 9(3) VALUE 90.          00014400
           05  WS-DUNNING-CYCLE-DAYS        PIC 9(3) VALUE 30.          00014500
      *                                                                 00014600
       01  DUNNING-DATE-WORK-AREA.                                      00014700
           05  WS-RUN-DATE-CCYYMMDD         PIC 9(8)  VALUE ZERO.       00014800
           05  WS-DUE-DATE-CCYYMMDD         PIC 9(8)  VALUE ZERO.       00014900
           05  WS-LETTER-DATE-CCYYMMDD      PIC 9(8)  VALUE ZERO.       00015000
           05  WS-RUN-DATE-INTEGER          PIC S9(9) COMP VALUE ZERO.  00015100
           05  WS-DUE-DATE-INTEGER          PIC S9(9) COMP VALUE ZERO.  00015200
           05  WS-LETTER-DATE-INTEGER       PIC S9(9) COMP VALUE ZERO.  00015300
           05  WS-DAYS-PAST-DUE             PIC S9(5) VALUE ZERO.       00015400
           05  WS-DAYS-SINCE-LETTER         PIC S9(5) VALUE ZERO.       00015500
      *                                                                 00015600
       01  WS-PRINT-DATE                    PIC 9(6) VALUE ZERO.        00015700
       01  WS-PRINT-DATE-PARTS REDEFINES WS-PRINT-DATE.                 00015800
           05  WS-PRINT-YY                  PIC 9(2).                   00015900
           05  WS-PRINT-MM                  PIC 9(2).                   00016000
           05  WS-PRINT-DD                  PIC 9(2).                   00016100
      *                                                                 00016200
       01  CUSTOMER-ACCUMULATORS.                                       00016300
           05  WS-CURRENT-CUSTOMER-NO       PIC 9(9)     VALUE ZERO.    00016400
           05  WS-OLDEST-DAYS-PAST-DUE      PIC S9(5)    VALUE ZERO.    00016500
           05  WS-PAST-DUE-TOTAL            PIC S9(9)V99 VALUE ZERO.    00016600
           05  WS-DUNNING-TIER              PIC X(1)     VALUE SPACE.   00016700
               88  NO-DUNNING-TIER                  VALUE   SPACE.      00016800
               88  TIER-IS-REMINDER                 VALUE   '1'.        00016900
               88  TIER-IS-NOTICE                   VALUE   '2'.        00017000
               88  TIER-IS-DEMAND                   VALUE   '3'.        00017100
           05  WS-TIER-SUB                  PIC 9(1)     VALUE ZERO.    00017200
           05  WS-LINE-SUB                  PIC 9(1)     VALUE ZERO.    00017300
      *                                                                 00017400
       01  PAST-DUE-INVOICE-TABLE.                                      00017500
           05  WS-PAST-DUE-COUNT            PIC 9(3)     VALUE ZERO.    00017600
           05  WS-PAST-DUE-MAX              PIC 9(3)     VALUE 50.      00017700
           05  WS-PAST-DUE-OVERFLOW         PIC 9(5)     VALUE ZERO.    00017800
           05  WS-PAST-DUE-ENTRY            OCCURS 50 TIMES             00017900
                                            INDEXED BY WS-PD-IX.        00018000
               10  PD-INVOICE-NO            PIC X(6).                   00018100
               10  PD-DUE-DATE              PIC 9(6).                   00018200
               10  PD-DAYS-PAST-DUE         PIC S9(5).                  00018300
               10  PD-OPEN-AMOUNT           PIC 9(7)V99.                00018400
      *                                                                 00018500
      **************************************************************    00018600
      *  LETTER WORDING, ONE ENTRY PER TIER -- THE TITLE, TWO           00018700
      *  OPENING LINES AHEAD OF THE INVOICE LIST AND ONE CLOSING        00018800
      *  LINE AFTER THE TOTAL.                                          00018900
      **************************************************************    00019000
       01  DUNNING-TEXT-VALUES.                                         00019100
           05  FILLER                       PIC X(20) VALUE             00019200
               'FRIENDLY REMINDER'.                                     00019300
           05  FILLER                       PIC X(55) VALUE             00019400
               'OUR RECORDS SHOW THE INVOICES BELOW ARE PAST DUE.'.     00019500
           05  FILLER                       PIC X(55) VALUE             00019600
               'IF PAYMENT IS ALREADY ON ITS WAY, THANK YOU.'.          00019700
           05  FILLER                       PIC X(55) VALUE             00019800
               'PLEASE REMIT THE TOTAL PAST DUE AT YOUR CONVENIENCE.'.  00019900
           05  FILLER                       PIC X(20) VALUE             00020000
               'PAST DUE NOTICE'.                                       00020100
           05  FILLER                       PIC X(55) VALUE             00020200
               'THE INVOICES BELOW ARE MORE THAN 60 DAYS PAST DUE'.     00020300
           05  FILLER                       PIC X(55) VALUE             00020400
               'AND REMAIN UNPAID AFTER OUR EARLIER REMINDER.'.         00020500
           05  FILLER                       PIC X(55) VALUE             00020600
               'PAYMENT IN FULL IS REQUIRED WITHIN 10 DAYS.'.           00020700
           05  FILLER                       PIC X(20) VALUE             00020800
               'FINAL DEMAND'.                                          00020900
           05  FILLER                       PIC X(55) VALUE             00021000
               'THE INVOICES BELOW ARE MORE THAN 90 DAYS PAST DUE.'.    00021100
           05  FILLER                       PIC X(55) VALUE             00021200
               'YOUR ACCOUNT IS NOW SUBJECT TO CREDIT HOLD.'.           00021300
           05  FILLER                       PIC X(55) VALUE             00021400
               'REMIT IN FULL WITHIN 10 DAYS TO AVOID COLLECTION.'.     00021500
       01  DUNNING-TEXT-TABLE REDEFINES DUNNING-TEXT-VALUES.            00021600
           05  DT-TIER-ENTRY                OCCURS 3 TIMES.             00021700
               10  DT-TITLE                 PIC X(20).                  00021800
               10  DT-TEXT-LINE             PIC X(55)                   00021900
                                            OCCURS 3 TIMES.             00022000
      *                                                                 00022100
       01  LETTER-DATE-LINE.                                            00022200
           05  FILLER                       PIC X(55) VALUE SPACES.     00022300
           05  LD-MONTH                     PIC 9(2).                   00022400
           05  FILLER                       PIC X(1)  VALUE '/'.        00022500
           05  LD-DAY                       PIC 9(2).                   00022600
           05  FILLER                       PIC X(1)  VALUE '/'.        00022700
           05  LD-YEAR                      PIC 9(2).                   00022800
           05  FILLER                       PIC X(17) VALUE SPACES.     00022900
      *                                                                 00023000
       01  LETTER-TEXT-LINE.                                            00023100
           05  FILLER                       PIC X(5)  VALUE SPACES.     00023200
           05  LX-TEXT                      PIC X(55).                  00023300
           05  FILLER                       PIC X(20) VALUE SPACES.     00023400
      *                                                                 00023500
       01  LETTER-ACCOUNT-LINE.                                         00023600
           05  FILLER                       PIC X(5)  VALUE SPACES.     00023700
           05  FILLER                       PIC X(16) VALUE             00023800
               'ACCOUNT NUMBER  '.                                      00023900
           05  LA-CUSTOMER-NO               PIC 9(9).                   00024000
           05  FILLER                       PIC X(50) VALUE SPACES.     00024100
      *                                                                 00024200
       01  LETTER-COLUMN-HEADING.                                       00024300
           05  FILLER                       PIC X(5)  VALUE SPACES.     00024400
           05  FILLER                       PIC X(10) VALUE             00024500
               'INVOICE'.                                               00024600
           05  FILLER                       PIC X(12) VALUE             00024700
               'DUE DATE'.                                              00024800
           05  FILLER                       PIC X(15) VALUE             00024900
               'DAYS PAST DUE'.                                         00025000
           05  FILLER                       PIC X(15) VALUE             00025100
               '    OPEN AMOUNT'.                                       00025200
           05  FILLER                       PIC X(23) VALUE SPACES.     00025300
      *                                                                 00025400
       01  LETTER-INVOICE-LINE.                                         00025500
           05  FILLER                       PIC X(5)  VALUE SPACES.     00025600
           05  LI-INVOICE-NO                PIC X(6).                   00025700
           05  FILLER                       PIC X(4)  VALUE SPACES.     00025800
           05  LI-DUE-MONTH                 PIC 9(2).                   00025900
           05  FILLER                       PIC X(1)  VALUE '/'.        00026000
           05  LI-DUE-DAY                   PIC 9(2).                   00026100
           05  FILLER                       PIC X(1)  VALUE '/'.        00026200
           05  LI-DUE-YEAR                  PIC 9(2).                   00026300
           05  FILLER                       PIC X(8)  VALUE SPACES.     00026400
           05  LI-DAYS-PAST-DUE             PIC ZZZZ9.                  00026500
           05  FILLER                       PIC X(2)  VALUE SPACES.     00026600
           05  LI-OPEN-AMOUNT               PIC $Z,ZZZ,ZZ9.99.          00026700
           05  FILLER                       PIC X(29) VALUE SPACES.     00026800
      *                                                                 00026900
       01  LETTER-OVERFLOW-LINE.                                        00027000
           05  FILLER                       PIC X(5)  VALUE SPACES.     00027100
           05  FILLER                       PIC X(5)  VALUE 'PLUS '.    00027200
           05  LO-OVERFLOW-COUNT            PIC ZZZZ9.                  00027300
           05  FILLER                       PIC X(45) VALUE             00027400
               ' FURTHER PAST-DUE INVOICES INCLUDED BELOW'.             00027500
           05  FILLER                       PIC X(20) VALUE SPACES.     00027600
      *                                                                 00027700
       01  LETTER-TOTAL-LINE.                                           00027800
           05  FILLER                       PIC X(5)  VALUE SPACES.     00027900
           05  FILLER                       PIC X(37) VALUE             00028000
               'TOTAL PAST DUE'.                                        00028100
           05  LT-PAST-DUE-TOTAL            PIC $ZZZ,ZZZ,ZZ9.99.        00028200
           05  FILLER                       PIC X(23) VALUE SPACES.     00028300
      *                                                                 00028400
       01  LETTER-SIGNATURE-LINE.                                       00028500
           05  FILLER                       PIC X(5)  VALUE SPACES.     00028600
           05  FILLER                       PIC X(20) VALUE             00028700
               'CREDIT DEPARTMENT'.                                     00028800
           05  FILLER                       PIC X(55) VALUE SPACES.     00028900
      *                                                                 00029000
       01  DUNRPT-HEADING.                                              00029100
           05  FILLER                       PIC X(30) VALUE             00029200
               'DUNNING LETTER REGISTER'.                               00029300
           05  FILLER                       PIC X(10) VALUE             00029400
               'RUN DATE: '.                                            00029500
           05  DH-RUN-DATE                  PIC 9(6).                   00029600
           05  FILLER                       PIC X(34) VALUE SPACES.     00029700
      *                                                                 00029800
       01  DUNRPT-COLUMN-HEADING.                                       00029900
           05  FILLER                       PIC X(12) VALUE             00030000
               'CUSTOMER'.                                              00030100
           05  FILLER                       PIC X(20) VALUE             00030200
               'TIER'.                                                  00030300
           05  FILLER                       PIC X(7)  VALUE             00030400
               'OLDEST'.                                                00030500
           05  FILLER                       PIC X(17) VALUE             00030600
               'PAST DUE AMOUNT'.                                       00030700
           05  FILLER                       PIC X(24) VALUE             00030800
               'ACTION'.                                                00030900
      *                                                                 00031000
       01  DUNRPT-DETAIL.                                               00031100
           05  DR-CUSTOMER-NO               PIC 9(9).                   00031200
           05  FILLER                       PIC X(3)  VALUE SPACES.     00031300
           05  DR-TIER-TITLE                PIC X(20).                  00031400
           05  DR-OLDEST-DAYS               PIC ZZZZ9.                  00031500
           05  FILLER                       PIC X(2)  VALUE SPACES.     00031600
           05  DR-PAST-DUE-TOTAL            PIC $ZZZ,ZZZ,ZZ9.99.        00031700
           05  FILLER                       PIC X(2)  VALUE SPACES.     00031800
           05  DR-ACTION                    PIC X(24).                  00031900
      *                                                                 00032000
       01  DUNRPT-TOTAL-LINE.                                           00032100
           05  FILLER                       PIC X(5)  VALUE SPACES.     00032200
           05  DT-TOTAL-LABEL               PIC X(30).                  00032300
           05  DT-TOTAL-COUNT               PIC ZZZZZZ9.                00032400
           05  FILLER                       PIC X(3)  VALUE SPACES.     00032500
           05  DT-TOTAL-AMOUNT              PIC $ZZZ,ZZZ,ZZ9.99         00032600
                                            BLANK WHEN ZERO.            00032700
           05  FILLER                       PIC X(20) VALUE SPACES.     00032800
      *>                                                                00032900
       PROCEDURE DIVISION.                                              00033000
      *                                                                 00033100
       000-PRODUCE-DUNNING-LETTERS.                                     00033200
           PERFORM 002-GET-PROCESS-DATE.                                00033300
           PERFORM 005-CONVERT-RUN-DATE.                                00033400
           OPEN    INPUT   ARINV, I-O CUSTMAST,                         00033500
                   OUTPUT  DUNLTR, OUTPUT DUNRPT.                       00033600
           IF ARINV-ERROR-CODE NOT = '00'                               00033700
               DISPLAY 'DUNNING   A 1   OPEN ERROR FOR ARINV'           00033800
               DISPLAY 'DUNNING   A 1   FILE STATUS = '                 00033900
                   ARINV-ERROR-CODE                                     00034000
               MOVE 16 TO RETURN-CODE                                   00034100
               STOP RUN.                                                00034200
           IF CUSTMAST-ERROR-CODE NOT = '00'                            00034300
               DISPLAY 'DUNNING   A 1   OPEN ERROR FOR CUSTMAST'        00034400
               DISPLAY 'DUNNING   A 1   FILE STATUS = '                 00034500
                   CUSTMAST-ERROR-CODE                                  00034600
               MOVE 16 TO RETURN-CODE                                   00034700
               STOP RUN.                                                00034800
           MOVE    WS-RUN-DATE TO DH-RUN-DATE.                          00034900
           WRITE   DUNRPT-LINE FROM DUNRPT-HEADING.                     00035000
           WRITE   DUNRPT-LINE FROM DUNRPT-COLUMN-HEADING.              00035100
           PERFORM 310-READ-INVOICE.                                    00035200
           PERFORM 300-PROCESS-CUSTOMER                                 00035300
               UNTIL ARINV-EOF.                                         00035400
           PERFORM 500-WRITE-REGISTER-TOTALS.                           00035500
           CLOSE   ARINV, CUSTMAST, DUNLTR, DUNRPT.                     00035600
           DISPLAY 'DUNNING INVOICES=' WS-INVOICES-READ-COUNT           00035700
               ' REMINDERS=' WS-REMINDER-COUNT                          00035800
               ' NOTICES=' WS-NOTICE-COUNT                              00035900
               ' DEMANDS=' WS-DEMAND-COUNT                              00036000
               ' HELD=' WS-HELD-COUNT.                                  00036100
           STOP RUN.                                                    00036200
      *                                                                 00036300
       002-GET-PROCESS-DATE.                                            00036400
               MOVE    ZERO TO WS-RUN-DATE.                             00036500
               OPEN    INPUT CYCLDATE.                                  00036600
               IF CYCLDATE-ERROR-CODE = '00'                            00036700
                   PERFORM 003-READ-CYCLE-DATE                          00036800
                   CLOSE CYCLDATE.                                      00036900
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00037000
                   ACCEPT WS-RUN-DATE FROM DATE.                        00037100
      *                                                                 00037200
       003-READ-CYCLE-DATE.                                             00037300
               READ CYCLDATE INTO WS-RUN-DATE                           00037400
                   AT  END                                              00037500
                       MOVE ZERO TO WS-RUN-DATE.                        00037600
      *                                                                 00037700
       005-CONVERT-RUN-DATE.                                            00037800
               STRING '20' DELIMITED BY SIZE WS-RUN-DATE                00037900
                   DELIMITED BY SIZE INTO WS-RUN-DATE-CCYYMMDD.         00038000
               COMPUTE WS-RUN-DATE-INTEGER =                            00038100
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CCYYMMDD).     00038200
      *                                                                 00038300
      **************************************************************    00038400
      *  ONE PASS PER CUSTOMER -- ARINV IS IN CUSTOMER/INVOICE KEY      00038500
      *  ORDER, SO EACH CUSTOMER'S OPEN ITEMS ARRIVE TOGETHER. THE      00038600
      *  PAST-DUE ONES ARE HELD IN THE TABLE FOR THE LETTER AND THE     00038700
      *  OLDEST ONE SETS THE TIER.                                      00038800
      **************************************************************    00038900
       300-PROCESS-CUSTOMER.                                            00039000
               MOVE    AR-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER-NO.    00039100
               MOVE    ZERO TO WS-OLDEST-DAYS-PAST-DUE,                 00039200
                               WS-PAST-DUE-TOTAL,                       00039300
                               WS-PAST-DUE-COUNT,                       00039400
                               WS-PAST-DUE-OVERFLOW.                    00039500
               ADD     1 TO WS-CUSTOMERS-READ-COUNT.                    00039600
               PERFORM 320-EXAMINE-INVOICE                              00039700
                   UNTIL ARINV-EOF                                      00039800
                   OR AR-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER-NO.  00039900
               PERFORM 330-SET-DUNNING-TIER.                            00040000
               IF NOT NO-DUNNING-TIER                                   00040100
                   PERFORM 400-DUN-CUSTOMER.                            00040200
      *                                                                 00040300
       310-READ-INVOICE.                                                00040400
               READ ARINV                                               00040500
                   AT  END                                              00040600
                       MOVE 'Y' TO ARINV-EOF-SWITCH.                    00040700
               IF NOT ARINV-EOF                                         00040800
                   ADD 1 TO WS-INVOICES-READ-COUNT.                     00040900
      *                                                                 00041000
       320-EXAMINE-INVOICE.                                             00041100
               IF AR-OPEN-AMOUNT > ZERO                                 00041200
                   PERFORM 325-COMPUTE-DAYS-PAST-DUE                    00041300
                   IF WS-DAYS-PAST-DUE > ZERO                           00041400
                       PERFORM 340-ADD-PAST-DUE-INVOICE.                00041500
               PERFORM 310-READ-INVOICE.                                00041600
      *                                                                 00041700
       325-COMPUTE-DAYS-PAST-DUE.                                       00041800
               IF AR-DUE-DATE NUMERIC AND AR-DUE-DATE NOT = ZERO        00041900
                   STRING '20' DELIMITED BY SIZE AR-DUE-DATE            00042000
                       DELIMITED BY SIZE INTO WS-DUE-DATE-CCYYMMDD      00042100
                   COMPUTE WS-DUE-DATE-INTEGER =                        00042200
                       FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-CCYYMMDD)  00042300
                   COMPUTE WS-DAYS-PAST-DUE =                           00042400
                       WS-RUN-DATE-INTEGER - WS-DUE-DATE-INTEGER        00042500
               ELSE                                                     00042600
                   MOVE ZERO TO WS-DAYS-PAST-DUE.                       00042700
      *                                                                 00042800
       330-SET-DUNNING-TIER.                                            00042900
               EVALUATE TRUE                                            00043000
                   WHEN WS-OLDEST-DAYS-PAST-DUE NOT < WS-DEMAND-DAYS    00043100
                       MOVE '3' TO WS-DUNNING-TIER                      00043200
                   WHEN WS-OLDEST-DAYS-PAST-DUE NOT < WS-NOTICE-DAYS    00043300
                       MOVE '2' TO WS-DUNNING-TIER                      00043400
                   WHEN WS-OLDEST-DAYS-PAST-DUE NOT < WS-REMINDER-DAYS  00043500
                       MOVE '1' TO WS-DUNNING-TIER                      00043600
                   WHEN OTHER                                           00043700
                       MOVE SPACE TO WS-DUNNING-TIER                    00043800
               END-EVALUATE.                                            00043900
      *                                                                 00044000
       340-ADD-PAST-DUE-INVOICE.                                        00044100
               ADD     AR-OPEN-AMOUNT TO WS-PAST-DUE-TOTAL.             00044200
               IF WS-DAYS-PAST-DUE > WS-OLDEST-DAYS-PAST-DUE            00044300
                   MOVE WS-DAYS-PAST-DUE TO WS-OLDEST-DAYS-PAST-DUE.    00044400
               IF WS-PAST-DUE-COUNT NOT < WS-PAST-DUE-MAX               00044500
                   ADD 1 TO WS-PAST-DUE-OVERFLOW                        00044600
               ELSE                                                     00044700
                   ADD 1 TO WS-PAST-DUE-COUNT                           00044800
                   SET WS-PD-IX TO WS-PAST-DUE-COUNT                    00044900
                   MOVE AR-INVOICE-NO    TO PD-INVOICE-NO (WS-PD-IX)    00045000
                   MOVE AR-DUE-DATE      TO PD-DUE-DATE (WS-PD-IX)      00045100
                   MOVE WS-DAYS-PAST-DUE TO PD-DAYS-PAST-DUE (WS-PD-IX) 00045200
                   MOVE AR-OPEN-AMOUNT   TO PD-OPEN-AMOUNT (WS-PD-IX).  00045300
      *                                                                 00045400
      **************************************************************    00045500
      *  A CUSTOMER AT A TIER GETS A LETTER UNLESS THE SAME OR A        00045600
      *  HIGHER TIER WENT OUT INSIDE THE CURRENT DUNNING CYCLE, OR      00045700
      *  THERE IS NO NAME TO ADDRESS IT TO. EVERY CUSTOMER AT A         00045800
      *  TIER IS REGISTERED EITHER WAY.                                 00045900
      **************************************************************    00046000
       400-DUN-CUSTOMER.                                                00046100
               MOVE    WS-DUNNING-TIER TO WS-TIER-SUB.                  00046200
               MOVE    WS-CURRENT-CUSTOMER-NO TO DR-CUSTOMER-NO.        00046300
               MOVE    DT-TITLE (WS-TIER-SUB) TO DR-TIER-TITLE.         00046400
               MOVE    WS-OLDEST-DAYS-PAST-DUE TO DR-OLDEST-DAYS.       00046500
               MOVE    WS-PAST-DUE-TOTAL TO DR-PAST-DUE-TOTAL.          00046600
               MOVE    WS-CURRENT-CUSTOMER-NO TO CM-CUSTOMER-NUMBER.    00046700
               READ    CUSTMAST.                                        00046800
               IF CUSTMAST-ERROR-CODE NOT = '00'                        00046900
                   MOVE 'NOT ON CUSTMAST' TO DR-ACTION                  00047000
                   ADD 1 TO WS-NOT-ON-FILE-COUNT                        00047100
               ELSE                                                     00047200
               IF CM-CUSTOMER-NAME = SPACES                             00047300
                   MOVE 'HELD - NO NAME/ADDRESS' TO DR-ACTION           00047400
                   ADD 1 TO WS-HELD-COUNT                               00047500
               ELSE                                                     00047600
                   PERFORM 410-CHECK-LETTER-DUE                         00047700
                   IF LETTER-DUE                                        00047800
                       PERFORM 420-PRINT-LETTER                         00047900
                       PERFORM 430-RECORD-LETTER-SENT                   00048000
                   ELSE                                                 00048100
                       MOVE 'ALREADY SENT THIS CYCLE' TO DR-ACTION      00048200
                       ADD 1 TO WS-SUPPRESSED-COUNT.                    00048300
               WRITE   DUNRPT-LINE FROM DUNRPT-DETAIL.                  00048400
      *                                                                 00048500
       410-CHECK-LETTER-DUE.                                            00048600
               MOVE    'Y' TO LETTER-DUE-SWITCH.                        00048700
               IF CM-LAST-DUNNING-TIER NOT < WS-DUNNING-TIER            00048800
                   AND CM-LAST-DUNNING-DATE NUMERIC                     00048900
                   AND CM-LAST-DUNNING-DATE NOT = ZERO                  00049000
                   STRING '20' DELIMITED BY SIZE CM-LAST-DUNNING-DATE   00049100
                       DELIMITED BY SIZE INTO WS-LETTER-DATE-CCYYMMDD   00049200
                   COMPUTE WS-LETTER-DATE-INTEGER =                     00049300
                       FUNCTION INTEGER-OF-DATE                         00049400
                           (WS-LETTER-DATE-CCYYMMDD)                    00049500
                   COMPUTE WS-DAYS-SINCE-LETTER =                       00049600
                       WS-RUN-DATE-INTEGER - WS-LETTER-DATE-INTEGER     00049700
                   IF WS-DAYS-SINCE-LETTER < WS-DUNNING-CYCLE-DAYS      00049800
                       MOVE 'N' TO LETTER-DUE-SWITCH.                   00049900
      *                                                                 00050000
       420-PRINT-LETTER.                                                00050100
               MOVE    WS-RUN-DATE TO WS-PRINT-DATE.                    00050200
               MOVE    WS-PRINT-MM TO LD-MONTH.                         00050300
               MOVE    WS-PRINT-DD TO LD-DAY.                           00050400
               MOVE    WS-PRINT-YY TO LD-YEAR.                          00050500
               WRITE   DUNLTR-LINE FROM LETTER-DATE-LINE                00050600
                   AFTER ADVANCING PAGE.                                00050700
               MOVE    CM-CUSTOMER-NAME TO LX-TEXT.                     00050800
               WRITE   DUNLTR-LINE FROM LETTER-TEXT-LINE                00050900
                   AFTER ADVANCING 3 LINES.                             00051000
               IF CM-ADDRESS-LINE-1 NOT = SPACES                        00051100
                   MOVE CM-ADDRESS-LINE-1 TO LX-TEXT                    00051200
                   WRITE DUNLTR-LINE FROM LETTER-TEXT-LINE.             00051300
               IF CM-ADDRESS-LINE-2 NOT = SPACES                        00051400
                   MOVE CM-ADDRESS-LINE-2 TO LX-TEXT                    00051500
                   WRITE DUNLTR-LINE FROM LETTER-TEXT-LINE.             00051600
               IF CM-ADDRESS-LINE-3 NOT = SPACES                        00051700
                   MOVE CM-ADDRESS-LINE-3 TO LX-TEXT                    00051800
                   WRITE DUNLTR-LINE FROM LETTER-TEXT-LINE.             00051900
               MOVE    WS-CURRENT-CUSTOMER-NO TO LA-CUSTOMER-NO.        00052000
               WRITE   DUNLTR-LINE FROM LETTER-ACCOUNT-LINE             00052100
                   AFTER ADVANCING 2 LINES.                             00052200
               MOVE    DT-TITLE (WS-TIER-SUB) TO LX-TEXT.               00052300
               WRITE   DUNLTR-LINE FROM LETTER-TEXT-LINE                00052400
                   AFTER ADVANCING 2 LINES.                             00052500
               MOVE    DT-TEXT-LINE (WS-TIER-SUB, 1) TO LX-TEXT.        00052600
               WRITE   DUNLTR-LINE FROM LETTER-TEXT-LINE                00052700
                   AFTER ADVANCING 2 LINES.                             00052800
               MOVE    DT-TEXT-LINE (WS-TIER-SUB, 2) TO LX-TEXT.        00052900
               WRITE   DUNLTR-LINE FROM LETTER-TEXT-LINE.               00053000
               WRITE   DUNLTR-LINE FROM LETTER-COLUMN-HEADING           00053100
                   AFTER ADVANCING 2 LINES.                             00053200
               PERFORM 425-PRINT-INVOICE-LINE                           00053300
                   VARYING WS-PD-IX FROM 1 BY 1                         00053400
                   UNTIL WS-PD-IX > WS-PAST-DUE-COUNT.                  00053500
               IF WS-PAST-DUE-OVERFLOW > ZERO                           00053600
                   MOVE WS-PAST-DUE-OVERFLOW TO LO-OVERFLOW-COUNT       00053700
                   WRITE DUNLTR-LINE FROM LETTER-OVERFLOW-LINE.         00053800
               MOVE    WS-PAST-DUE-TOTAL TO LT-PAST-DUE-TOTAL.          00053900
               WRITE   DUNLTR-LINE FROM LETTER-TOTAL-LINE               00054000
                   AFTER ADVANCING 2 LINES.                             00054100
               MOVE    DT-TEXT-LINE (WS-TIER-SUB, 3) TO LX-TEXT.        00054200
               WRITE   DUNLTR-LINE FROM LETTER-TEXT-LINE                00054300
                   AFTER ADVANCING 2 LINES.                             00054400
               WRITE   DUNLTR-LINE FROM LETTER-SIGNATURE-LINE           00054500
                   AFTER ADVANCING 3 LINES.                             00054600
      *                                                                 00054700
       425-PRINT-INVOICE-LINE.                                          00054800
               MOVE    PD-INVOICE-NO (WS-PD-IX) TO LI-INVOICE-NO.       00054900
               MOVE    PD-DUE-DATE (WS-PD-IX) TO WS-PRINT-DATE.         00055000
               MOVE    WS-PRINT-MM TO LI-DUE-MONTH.                     00055100
               MOVE    WS-PRINT-DD TO LI-DUE-DAY.                       00055200
               MOVE    WS-PRINT-YY TO LI-DUE-YEAR.                      00055300
               MOVE    PD-DAYS-PAST-DUE (WS-PD-IX) TO LI-DAYS-PAST-DUE. 00055400
               MOVE    PD-OPEN-AMOUNT (WS-PD-IX) TO LI-OPEN-AMOUNT.     00055500
               WRITE   DUNLTR-LINE FROM LETTER-INVOICE-LINE.            00055600
      *                                                                 00055700
       430-RECORD-LETTER-SENT.                                          00055800
               MOVE    WS-DUNNING-TIER TO CM-LAST-DUNNING-TIER.         00055900
               MOVE    WS-RUN-DATE     TO CM-LAST-DUNNING-DATE.         00056000
               REWRITE CUSTOMER-MASTER-RECORD.                          00056100
               IF CUSTMAST-ERROR-CODE NOT = '00'                        00056200
                   DISPLAY 'DUNNING   A 2   CUSTMAST REWRITE ERROR'     00056300
                       ' CUSTOMER = ' CM-CUSTOMER-NUMBER                00056400
                       ' FILE STATUS = ' CUSTMAST-ERROR-CODE            00056500
                   MOVE 16 TO RETURN-CODE.                              00056600
               ADD     1 TO WS-LETTERS-SENT-COUNT.                      00056700
               ADD     WS-PAST-DUE-TOTAL TO WS-LETTERED-AMOUNT.         00056800
               MOVE    'LETTER SENT' TO DR-ACTION.                      00056900
               EVALUATE TRUE                                            00057000
                   WHEN TIER-IS-REMINDER                                00057100
                       ADD 1 TO WS-REMINDER-COUNT                       00057200
                   WHEN TIER-IS-NOTICE                                  00057300
                       ADD 1 TO WS-NOTICE-COUNT                         00057400
                   WHEN TIER-IS-DEMAND                                  00057500
                       ADD 1 TO WS-DEMAND-COUNT                         00057600
               END-EVALUATE.                                            00057700
      *                                                                 00057800
       500-WRITE-REGISTER-TOTALS.                                       00057900
               MOVE    ZERO TO DT-TOTAL-AMOUNT.                         00058000
               MOVE    'CUSTOMERS WITH OPEN ITEMS' TO DT-TOTAL-LABEL.   00058100
               MOVE    WS-CUSTOMERS-READ-COUNT TO DT-TOTAL-COUNT.       00058200
               WRITE   DUNRPT-LINE FROM DUNRPT-TOTAL-LINE               00058300
                   AFTER ADVANCING 2 LINES.                             00058400
               MOVE    'FRIENDLY REMINDERS SENT' TO DT-TOTAL-LABEL.     00058500
               MOVE    WS-REMINDER-COUNT TO DT-TOTAL-COUNT.             00058600
               WRITE   DUNRPT-LINE FROM DUNRPT-TOTAL-LINE.              00058700
               MOVE    'PAST DUE NOTICES SENT' TO DT-TOTAL-LABEL.       00058800
               MOVE    WS-NOTICE-COUNT TO DT-TOTAL-COUNT.               00058900
               WRITE   DUNRPT-LINE FROM DUNRPT-TOTAL-LINE.              00059000
               MOVE    'FINAL DEMANDS SENT' TO DT-TOTAL-LABEL.          00059100
               MOVE    WS-DEMAND-COUNT TO DT-TOTAL-COUNT.               00059200
               WRITE   DUNRPT-LINE FROM DUNRPT-TOTAL-LINE.              00059300
               MOVE    'ALREADY SENT THIS CYCLE' TO DT-TOTAL-LABEL.     00059400
               MOVE    WS-SUPPRESSED-COUNT TO DT-TOTAL-COUNT.           00059500
               WRITE   DUNRPT-LINE FROM DUNRPT-TOTAL-LINE.              00059600
               MOVE    'HELD - NO NAME/ADDRESS' TO DT-TOTAL-LABEL.      00059700
               MOVE    WS-HELD-COUNT TO DT-TOTAL-COUNT.                 00059800
               WRITE   DUNRPT-LINE FROM DUNRPT-TOTAL-LINE.              00059900
               MOVE    'NOT ON CUSTMAST' TO DT-TOTAL-LABEL.             00060000
               MOVE    WS-NOT-ON-FILE-COUNT TO DT-TOTAL-COUNT.          00060100
               WRITE   DUNRPT-LINE FROM DUNRPT-TOTAL-LINE.              00060200
               MOVE    'LETTERS SENT / PAST DUE' TO DT-TOTAL-LABEL.     00060300
               MOVE    WS-LETTERS-SENT-COUNT TO DT-TOTAL-COUNT.         00060400
               MOVE    WS-LETTERED-AMOUNT TO DT-TOTAL-AMOUNT.           00060500
               WRITE   DUNRPT-LINE FROM DUNRPT-TOTAL-LINE.              00060600
      *>                                                                00060700
/*                                                                      00060800
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00060900
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00061000
//COB.ARINV DD DSNAME=HERC01.SAMPLE.ARINV,DISP=SHR                      00061100
//COB.CUSTMAST DD DSNAME=HERC01.SAMPLE.CUSTMAST,DISP=SHR                00061200
//COB.DUNLTR DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)          00061300
//COB.DUNRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)          00061400
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00061500
//GO.SYSIN DD *                                                         00061600
/*                                                                      00061700
/&                                                                      00061800
