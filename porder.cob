//HERC01N  JOB (COBOL),'PORDER',CLASS=A,MSGCLASS=H,                     00000100
//             REGION=8M,TIME=1440,                                     00000200
//             MSGLEVEL=(1,1)                                           00000300
//*  SORTSTEP PUTS POTRAN INTO VENDOR AND ITEM ORDER SO EACH            00000308
//*  VENDOR'S ORDERS COME TOGETHER ON ONE PURCHASE ORDER DOCUMENT.      00000316
//SORTSTEP EXEC PGM=SORT                                                00000324
//SYSOUT   DD SYSOUT=*                                                  00000332
//SORTIN   DD DISP=SHR,DSN=HERC01.SAMPLE.POTRAN                         00000340
//SORTOUT  DD DSN=HERC01.SAMPLE.POSORT,DISP=(,CATLG),                   00000348
//             DCB=(DSORG=PS,LRECL=26,BLKSIZE=2600,RECFM=FB),           00000356
//             SPACE=(TRK,(1,1),RLSE)                                   00000364
//SYSIN    DD *                                                         00000372
  SORT FIELDS=(6,5,CH,A,1,5,CH,A)                                       00000380
/*                                                                      00000388
//PORDER   EXEC COBUCG,                                                 00000400
//             PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'        00000500
//COB.SYSPUNCH DD DUMMY                                                 00000600
           THE REORDER REPORT REFLECTS WHAT'S GENUINELY STILL           00002000
           OUTSTANDING. VSAMRND/VSAMSEQ RELIEVE IM-ON-ORDER BY THE      00002100
           RECEIVED QUANTITY WHEN THE PO IS EVENTUALLY RECEIVED.        00002200
           POTRAN ARRIVES SORTED BY VENDOR AND ITEM, AND EACH           00002210
           VENDOR'S ORDERS GO OUT AS ONE PURCHASE ORDER DOCUMENT ON     00002220
           PODOC UNDER ONE PO NUMBER -- VENDMAST NAME, ORDER DATE,      00002230
           ONE LINE PER ITEM AND A PO TOTAL. ORDERS FOR A VENDOR THAT   00002240
           IS INACTIVE OR NOT ON VENDMAST ARE HELD: NOTHING IS          00002250
           APPLIED AND THEY LIST ON PORPT AS EXCEPTIONS.                00002260
      *>                                                      MODS:     00002300
      *> 2026-10-15 KWK - POTRAN IS 26 BYTES                            00002320
      *>    (PO-UNIT-COST, ZERO = CURRENT IM-UNIT-COST). EACH PO        00002340
      *>    ISSUED IS NUMBERED FROM THE PONEXT CONTROL RECORD AND       00002360
      *>    KEPT ON THE OPEN-PO FILE POMAST FOR APMATCH.                00002380
      *> 2026-10-15 KWK - EACH VENDOR'S ORDERS NOW PRINT AS ONE         00002382
      *>    PURCHASE ORDER DOCUMENT ON PODOC UNDER A SINGLE PO          00002384
      *>    NUMBER (VENDMAST NAME, ORDER DATE, ITEM LINES WITH THE      00002386
      *>    PO UNIT COST AND EXTENDED COST, PO TOTAL), WITH A           00002388
      *>    RECORD-TYPE AND PO TAG IN COLUMNS 73-80 SO THE FILE CAN     00002389
      *>    ALSO BE TRANSMITTED. A SORT STEP PUTS POTRAN IN VENDOR      00002390
      *>    ORDER. ORDERS FOR AN INACTIVE OR UNKNOWN VENDOR ARE         00002391
      *>    HELD AND LISTED ON PORPT. POMAST IS KEYED ON PO NUMBER,     00002392
      *>    VENDOR AND ITEM.                                            00002393
      *> 2026-10-15 KWK - A POMAST WRITE ERROR NOW ENDS THE RUN RC      00002394
      *>    16: THE LINE IS LEFT OFF THE PO DOCUMENT, ITS ON-ORDER      00002395
      *>    QUANTITY IS TAKEN BACK OFF INVMAST, AND THE TRANSACTION     00002396
      *>    IS LISTED ON PORPT AS A 'PO WRITE ERROR' REJECT. THE        00002397
      *>    PONEXT REWRITE AT EOJ IS CHECKED (RC 16) SO A LOST          00002398
      *>    LAST-PO NUMBER CANNOT GO UNNOTICED AND BE ISSUED AGAIN.     00002399
      *>                                                                00002400
      *>                                                                00002500
       ENVIRONMENT DIVISION.                                            00002600
                           ACCESS IS RANDOM                             00003900
                           RECORD KEY IS MR-ITEM-NO                     00004000
                           FILE STATUS IS INVMAST-ERROR-CODE.           00004100
           SELECT POMAST   ASSIGN TO UT-I-POMAST                        00004110
                           ORGANIZATION IS INDEXED                      00004120
                           ACCESS IS RANDOM                             00004130
                           RECORD KEY IS PK-PO-KEY                      00004140
                           FILE STATUS IS POMAST-ERROR-CODE.            00004150
           SELECT PONEXT   ASSIGN TO UT-S-PONEXT                        00004160
                           FILE STATUS IS PONEXT-ERROR-CODE.            00004170
           SELECT VENDMAST ASSIGN TO UT-I-VENDMAST                      00004174
                           ORGANIZATION IS INDEXED                      00004178
                           ACCESS IS RANDOM                             00004182
                           RECORD KEY IS VM-VENDOR-NO                   00004186
                           FILE STATUS IS VENDMAST-ERROR-CODE.          00004190
           SELECT PODOC    ASSIGN TO UT-S-PODOC.                        00004194
           SELECT PORPT    ASSIGN TO UT-S-PORPT.                        00004200
      *>                                                                00004300
       DATA DIVISION.                                                   00004400
      *                                                                 00004700
       FD  POTRAN                                                       00004800
           LABEL RECORDS ARE STANDARD                                   00004900
           RECORD CONTAINS 26 CHARACTERS.                               00005000
      *                                                                 00005100
       01  PURCHASE-ORDER-TRANSACTION-AREA  PIC X(26).                  00005200
      *                                                                 00005300
       FD  INVMAST                                                      00005400
           LABEL RECORDS ARE STANDARD                                   00005500
           05  MR-ITEM-NO                  PIC X(5).                    00005900
           05  FILLER                      PIC X(73).                   00006000
      *                                                                 00006100
       FD  POMAST                                                       00006106
           LABEL RECORDS ARE STANDARD                                   00006112
           RECORD CONTAINS 50 CHARACTERS.                               00006118
      *                                                                 00006124
       01  PO-MASTER-AREA.                                              00006130
           05  PK-PO-KEY.                                               00006133
               10  PK-PO-NUMBER            PIC 9(6).                    00006136
               10  PK-VENDOR-NO            PIC X(5).                    00006139
               10  PK-ITEM-NO              PIC X(5).                    00006142
           05  FILLER                      PIC X(34).                   00006145
      *                                                                 00006148
       FD  PONEXT                                                       00006154
           LABEL RECORDS ARE STANDARD                                   00006160
           RECORD CONTAINS 20 CHARACTERS.                               00006166
      *                                                                 00006172
       01  PO-NEXT-AREA                     PIC X(20).                  00006178
      *                                                                 00006184
       FD  VENDMAST                                                     00006185
           LABEL RECORDS ARE STANDARD                                   00006186
           RECORD CONTAINS 26 CHARACTERS.                               00006187
      *                                                                 00006188
       01  VENDOR-RECORD-AREA.                                          00006189
           05  VM-VENDOR-NO                PIC X(5).                    00006190
           05  FILLER                      PIC X(21).                   00006191
      *                                                                 00006192
       FD  PODOC                                                        00006193
           LABEL RECORDS ARE STANDARD                                   00006194
           RECORD CONTAINS 80 CHARACTERS.                               00006195
      *                                                                 00006196
       01  PODOC-LINE                       PIC X(80).                  00006197
      *                                                                 00006198
       FD  PORPT                                                        00006200
           LABEL RECORDS ARE STANDARD                                   00006300
           RECORD CONTAINS 80 CHARACTERS.                               00006400
       01  SWITCHES.                                                    00007000
           05  POTRAN-EOF-SWITCH               PIC X   VALUE   'N'.     00007100
               88  POTRAN-EOF                          VALUE   'Y'.     00007200
           05  VENDOR-HELD-SWITCH              PIC X   VALUE   'N'.     00007220
               88  VENDOR-HELD                         VALUE   'Y'.     00007240
           05  DOCUMENT-OPEN-SWITCH            PIC X   VALUE   'N'.     00007260
               88  DOCUMENT-OPEN                       VALUE   'Y'.     00007280
      *                                                                 00007300
       01  FILE-STATUS-FIELD.                                           00007400
           05 POTRAN-ERROR-CODE             PIC XX.                     00007500
           05 INVMAST-ERROR-CODE            PIC XX.                     00007600
           05 POMAST-ERROR-CODE             PIC XX.                     00007630
           05 PONEXT-ERROR-CODE             PIC XX.                     00007660
           05 VENDMAST-ERROR-CODE           PIC XX.                     00007680
      *                                                                 00007700
       01  WS-EOJ-COUNTERS.                                             00007800
           05  WS-TRANS-READ-COUNT          PIC 9(7) VALUE ZERO.        00007900
           05  WS-TRANS-APPLIED-COUNT       PIC 9(7) VALUE ZERO.        00008000
           05  WS-TRANS-REJECTED-COUNT      PIC 9(7) VALUE ZERO.        00008100
           05  WS-TRANS-HELD-COUNT          PIC 9(7) VALUE ZERO.        00008106
           05  WS-DOCUMENTS-COUNT           PIC 9(7) VALUE ZERO.        00008112
      *                                                                 00008118
       01  WS-CURRENT-VENDOR-NO             PIC X(5) VALUE LOW-VALUES.  00008124
       01  WS-HELD-REASON                   PIC X(30) VALUE SPACES.     00008130
       01  WS-DOCUMENT-PO-NUMBER            PIC 9(6) VALUE ZERO.        00008136
       01  WS-DOCUMENT-TOTAL                PIC S9(7)V99 VALUE ZERO.    00008142
       01  WS-LINE-EXTENDED-COST            PIC S9(7)V99 VALUE ZERO.    00008148
      *                                                                 00008154
       01  WS-PRINT-DATE                    PIC 9(6) VALUE ZERO.        00008160
       01  WS-PRINT-DATE-PARTS REDEFINES WS-PRINT-DATE.                 00008166
           05  WS-PRINT-YY                  PIC 9(2).                   00008172
           05  WS-PRINT-MM                  PIC 9(2).                   00008178
           05  WS-PRINT-DD                  PIC 9(2).                   00008184
      *                                                                 00008200
       01  PURCHASE-ORDER-TRANSACTION-RECORD.                           00008300
           05  PO-ITEM-NO                  PIC X(5).                    00008400
           05  PO-VENDOR-NO                PIC X(5).                    00008500
           05  PO-ORDER-DATE               PIC 9(6).                    00008600
           05  PO-ORDER-QUANTITY           PIC S9(5).                   00008700
           05  PO-UNIT-COST                PIC S999V99.                 00008704
      *                                                                 00008708
      *    ONE RECORD PER PURCHASE ORDER LINE ISSUED. APMATCH PRICES    00008712
      *    THE VENDOR'S INVOICE AGAINST PM-UNIT-COST AND CARRIES        00008716
      *    PM-INVOICED-QUANTITY FORWARD; PM-STATUS GOES TO 'C' ONCE     00008720
      *    THE FULL ORDERED QUANTITY HAS BEEN INVOICED.                 00008724
       01  PO-MASTER-RECORD.                                            00008728
           05  PM-PO-NUMBER                PIC 9(6).                    00008732
           05  PM-VENDOR-NO                PIC X(5).                    00008736
           05  PM-ITEM-NO                  PIC X(5).                    00008740
           05  PM-ORDER-DATE               PIC 9(6).                    00008744
           05  PM-ORDER-QUANTITY           PIC S9(5).                   00008748
           05  PM-UNIT-COST                PIC S999V99.                 00008752
           05  PM-INVOICED-QUANTITY        PIC S9(5).                   00008756
           05  PM-STATUS                   PIC X(1).                    00008760
               88  PM-OPEN                         VALUE 'O'.           00008764
               88  PM-CLOSED                       VALUE 'C'.           00008768
           05  FILLER                      PIC X(12).                   00008772
      *                                                                 00008776
       01  PO-NEXT-RECORD.                                              00008780
           05  PN-LAST-PO-NUMBER           PIC 9(6).                    00008784
           05  FILLER                      PIC X(14).                   00008788
      *                                                                 00008800
       01  INVENTORY-MASTER-RECORD.                                     00008900
           05  IM-DESCRIPTIVE-DATA.                                     00009000
               10  IM-ITEM-STATUS          PIC X(1).                    00010010
               10  IM-PRIMARY-VENDOR       PIC X(5).                    00010020
      *                                                                 00010100
       01  VENDOR-RECORD.                                               00010101
           05  VN-VENDOR-NO                PIC X(5).                    00010102
           05  VN-VENDOR-NAME              PIC X(20).                   00010103
           05  VN-ACTIVE-STATUS            PIC X(1).                    00010104
               88  VN-VENDOR-ACTIVE                VALUE   'A'.         00010105
      *                                                                 00010106
      *    PODOC -- COLUMNS 1-72 ARE THE PRINTED DOCUMENT. COLUMNS      00010107
      *    73-80 TAG EVERY LINE WITH ITS RECORD TYPE (HD HEADING,       00010108
      *    VN VENDOR, LN ITEM LINE, TL PO TOTAL) AND THE PO NUMBER SO   00010109
      *    THE SAME FILE CAN BE TRANSMITTED TO VENDORS THAT TAKE IT.    00010110
      *                                                                 00010111
       01  PODOC-TITLE-LINE.                                            00010112
           05  FILLER                      PIC X(30) VALUE              00010113
               'PURCHASE ORDER'.                                        00010114
           05  FILLER                      PIC X(10) VALUE              00010115
               'PO NUMBER '.                                            00010116
           05  DT-PO-NUMBER                PIC 9(6).                    00010117
           05  FILLER                      PIC X(26) VALUE SPACES.      00010118
           05  FILLER                      PIC X(2)  VALUE 'HD'.        00010119
           05  DT-TAG-PO-NUMBER            PIC 9(6).                    00010120
      *                                                                 00010121
       01  PODOC-DATE-LINE.                                             00010122
           05  FILLER                      PIC X(11) VALUE              00010123
               'ORDER DATE '.                                           00010124
           05  DD-MONTH                    PIC 9(2).                    00010125
           05  FILLER                      PIC X(1)  VALUE '/'.         00010126
           05  DD-DAY                      PIC 9(2).                    00010127
           05  FILLER                      PIC X(1)  VALUE '/'.         00010128
           05  DD-YEAR                     PIC 9(2).                    00010129
           05  FILLER                      PIC X(53) VALUE SPACES.      00010130
           05  FILLER                      PIC X(2)  VALUE 'HD'.        00010131
           05  DD-TAG-PO-NUMBER            PIC 9(6).                    00010132
      *                                                                 00010133
       01  PODOC-VENDOR-LINE.                                           00010134
           05  FILLER                      PIC X(7)  VALUE 'VENDOR '.   00010135
           05  DV-VENDOR-NO                PIC X(5).                    00010136
           05  FILLER                      PIC X(2)  VALUE SPACES.      00010137
           05  DV-VENDOR-NAME              PIC X(20).                   00010138
           05  FILLER                      PIC X(38) VALUE SPACES.      00010139
           05  FILLER                      PIC X(2)  VALUE 'VN'.        00010140
           05  DV-TAG-PO-NUMBER            PIC 9(6).                    00010141
      *                                                                 00010142
       01  PODOC-COLUMN-HEADING.                                        00010143
           05  FILLER                      PIC X(36) VALUE              00010144
               'ITEM   DESCRIPTION          QUANTITY'.                  00010145
           05  FILLER                      PIC X(36) VALUE              00010146
               ' UNIT COST   EXTENDED COST'.                            00010147
           05  FILLER                      PIC X(2)  VALUE 'HD'.        00010148
           05  DH-TAG-PO-NUMBER            PIC 9(6).                    00010149
      *                                                                 00010150
       01  PODOC-ITEM-LINE.                                             00010151
           05  DL-ITEM-NO                  PIC X(5).                    00010152
           05  FILLER                      PIC X(2)  VALUE SPACES.      00010153
           05  DL-ITEM-DESC                PIC X(20).                   00010154
           05  FILLER                      PIC X(3)  VALUE SPACES.      00010155
           05  DL-ORDER-QUANTITY           PIC -(5)9.                   00010156
           05  FILLER                      PIC X(4)  VALUE SPACES.      00010157
           05  DL-UNIT-COST                PIC ZZ9.99.                  00010158
           05  FILLER                      PIC X(4)  VALUE SPACES.      00010159
           05  DL-EXTENDED-COST            PIC Z,ZZZ,ZZ9.99-.           00010160
           05  FILLER                      PIC X(9)  VALUE SPACES.      00010161
           05  FILLER                      PIC X(2)  VALUE 'LN'.        00010162
           05  DL-TAG-PO-NUMBER            PIC 9(6).                    00010163
      *                                                                 00010164
       01  PODOC-TOTAL-LINE.                                            00010165
           05  FILLER                      PIC X(37) VALUE SPACES.      00010166
           05  FILLER                      PIC X(13) VALUE              00010167
               'PO TOTAL'.                                              00010168
           05  DT-PO-TOTAL                 PIC Z,ZZZ,ZZ9.99-.           00010169
           05  FILLER                      PIC X(9)  VALUE SPACES.      00010170
           05  FILLER                      PIC X(2)  VALUE 'TL'.        00010171
           05  DT-TOTAL-TAG-PO-NUMBER      PIC 9(6).                    00010172
      *                                                                 00010173
       01  PORPT-DETAIL.                                                00010200
           05  PD-ITEM-NO                  PIC X(5).                    00010300
           05  FILLER                      PIC X(3)  VALUE SPACES.      00010400
           05  PD-ON-ORDER-NOW             PIC -(4)9.                   00010900
           05  FILLER                      PIC X(3)  VALUE SPACES.      00011000
           05  PD-REASON                   PIC X(30).                   00011100
           05  FILLER                      PIC X(1)  VALUE SPACES.      00011150
           05  PD-PO-NUMBER                PIC 9(6)  BLANK WHEN ZERO.   00011200
           05  FILLER                      PIC X(14) VALUE SPACES.      00011250
      *>                                                                00011300
       PROCEDURE DIVISION.                                              00011400
      *                                                                 00011500
       000-ISSUE-PURCHASE-ORDER.                                        00011600
           OPEN    INPUT   POTRAN, I-O INVMAST, OUTPUT  PORPT,          00011660
                   I-O     POMAST, I-O PONEXT, INPUT VENDMAST,          00011700
                   OUTPUT  PODOC.                                       00011740
           IF POTRAN-ERROR-CODE NOT = '00'                              00011800
               DISPLAY 'PORDER    A 1   OPEN ERROR FOR POTRAN'          00011900
               DISPLAY 'PORDER    A 1   FILE STATUS = '                 00012000
               DISPLAY 'PORDER    A 1   FILE STATUS = '                 00012500
                   INVMAST-ERROR-CODE                                   00012600
               STOP RUN.                                                00012700
           IF POMAST-ERROR-CODE NOT = '00'                              00012720
               DISPLAY 'PORDER    A 1   OPEN ERROR FOR POMAST'          00012740
               DISPLAY 'PORDER    A 1   FILE STATUS = '                 00012760
                   POMAST-ERROR-CODE                                    00012780
               STOP RUN.                                                00012800
           IF PONEXT-ERROR-CODE NOT = '00'                              00012820
               DISPLAY 'PORDER    A 1   OPEN ERROR FOR PONEXT'          00012840
               DISPLAY 'PORDER    A 1   FILE STATUS = '                 00012860
                   PONEXT-ERROR-CODE                                    00012880
               STOP RUN.                                                00012900
           IF VENDMAST-ERROR-CODE NOT = '00'                            00012903
               DISPLAY 'PORDER    A 1   OPEN ERROR FOR VENDMAST'        00012906
               DISPLAY 'PORDER    A 1   FILE STATUS = '                 00012909
                   VENDMAST-ERROR-CODE                                  00012912
               STOP RUN.                                                00012915
           PERFORM 005-READ-PO-NUMBER-CONTROL.                          00012920
           PERFORM 300-PROCESS-PURCHASE-ORDER-TRAN                      00012940
               UNTIL POTRAN-EOF                                         00012960
           PERFORM 340-CLOSE-PO-DOCUMENT.                               00012970
           REWRITE PO-NEXT-AREA FROM PO-NEXT-RECORD.                    00012980
           IF PONEXT-ERROR-CODE NOT = '00'                              00012985
               DISPLAY 'PORDER    A 2   PONEXT REWRITE ERROR - LAST PO '00012990
                   PN-LAST-PO-NUMBER ' NOT SAVED'                       00012995
               DISPLAY 'PORDER    A 2   FILE STATUS = '                 00013000
                   PONEXT-ERROR-CODE                                    00013005
               MOVE 16 TO RETURN-CODE.                                  00013010
           CLOSE   POTRAN, INVMAST, PORPT, POMAST, PONEXT,              00013020
                   VENDMAST, PODOC.                                     00013060
           DISPLAY 'PORDER READ=' WS-TRANS-READ-COUNT                   00013100
               ' APPLIED=' WS-TRANS-APPLIED-COUNT                       00013200
               ' REJECTED=' WS-TRANS-REJECTED-COUNT                     00013250
               ' HELD=' WS-TRANS-HELD-COUNT                             00013300
               ' DOCUMENTS=' WS-DOCUMENTS-COUNT.                        00013350
           STOP RUN.                                                    00013400
      *                                                                 00013500
       005-READ-PO-NUMBER-CONTROL.                                      00013510
               READ PONEXT INTO PO-NEXT-RECORD                          00013520
                   AT  END                                              00013530
                       DISPLAY 'PORDER    A 1   PONEXT CONTROL'         00013540
                           ' RECORD MISSING'                            00013550
                       STOP RUN.                                        00013560
               IF PN-LAST-PO-NUMBER NOT NUMERIC                         00013570
                   MOVE ZERO TO PN-LAST-PO-NUMBER.                      00013580
      *                                                                 00013590
       300-PROCESS-PURCHASE-ORDER-TRAN.                                 00013600
               PERFORM 310-READ-PURCHASE-ORDER-TRAN.                    00013700
               IF NOT POTRAN-EOF                                        00013710
                   IF PO-VENDOR-NO NOT = WS-CURRENT-VENDOR-NO           00013720
                       PERFORM 305-START-VENDOR.                        00013730
               IF NOT POTRAN-EOF                                        00013740
                   IF VENDOR-HELD                                       00013750
                       PERFORM 355-WRITE-HELD-LISTING                   00013760
                   ELSE                                                 00013770
                       PERFORM 320-ADD-TO-ON-ORDER.                     00013780
      *                                                                 00013790
      ****************************************************************  00013800
      *  VENDOR BREAK -- FINISH THE LAST VENDOR'S DOCUMENT AND DECIDE   00013810
      *  WHETHER THIS VENDOR'S ORDERS GO OUT OR ARE HELD.               00013820
      ****************************************************************  00013830
       305-START-VENDOR.                                                00013840
               PERFORM 340-CLOSE-PO-DOCUMENT.                           00013850
               MOVE    PO-VENDOR-NO TO WS-CURRENT-VENDOR-NO.            00013860
               MOVE    PO-VENDOR-NO TO VM-VENDOR-NO.                    00013870
               MOVE    'N' TO VENDOR-HELD-SWITCH.                       00013880
               READ    VENDMAST INTO VENDOR-RECORD.                     00013890
               IF VENDMAST-ERROR-CODE NOT = '00'                        00013900
                   MOVE 'Y' TO VENDOR-HELD-SWITCH                       00013910
                   MOVE 'HELD - VENDOR NOT ON FILE' TO WS-HELD-REASON   00013920
               ELSE                                                     00013930
               IF NOT VN-VENDOR-ACTIVE                                  00013940
                   MOVE 'Y' TO VENDOR-HELD-SWITCH                       00013950
                   MOVE 'HELD - VENDOR INACTIVE' TO WS-HELD-REASON.     00013960
      *                                                                 00014000
       310-READ-PURCHASE-ORDER-TRAN.                                    00014100
               READ POTRAN INTO PURCHASE-ORDER-TRANSACTION-RECORD       00014200
                   REWRITE MASTER-RECORD-AREA FROM                      00015300
                       INVENTORY-MASTER-RECORD                          00015400
                   IF INVMAST-ERROR-CODE = '00'                         00015500
                       PERFORM 330-WRITE-PURCHASE-ORDER                 00015760
                       IF POMAST-ERROR-CODE = '00'                      00015761
                           ADD 1 TO WS-TRANS-APPLIED-COUNT              00015771
                           MOVE 'PURCHASE ORDER ISSUED' TO PD-REASON    00015781
                           PERFORM 360-WRITE-APPLIED-LISTING            00015820
                       ELSE                                             00015830
                           PERFORM 338-BACK-OUT-ON-ORDER                00015840
                           MOVE 'PO WRITE ERROR' TO PD-REASON           00015850
                           PERFORM 350-WRITE-REJECT-LISTING             00015860
                   ELSE                                                 00015900
                       MOVE 'REWRITE ERROR' TO PD-REASON                00016000
                       PERFORM 350-WRITE-REJECT-LISTING                 00016100
                   MOVE 'ITEM NOT FOUND' TO PD-REASON                   00016300
                   PERFORM 350-WRITE-REJECT-LISTING.                    00016400
      *                                                                 00016500
       330-WRITE-PURCHASE-ORDER.                                        00016504
               IF NOT DOCUMENT-OPEN                                     00016505
                   PERFORM 332-OPEN-PO-DOCUMENT.                        00016506
               MOVE    WS-DOCUMENT-PO-NUMBER TO PM-PO-NUMBER.           00016507
               MOVE    PO-VENDOR-NO       TO PM-VENDOR-NO.              00016508
               MOVE    PO-ITEM-NO         TO PM-ITEM-NO.                00016509
               MOVE    PO-ORDER-DATE      TO PM-ORDER-DATE.             00016510
               MOVE    PO-ORDER-QUANTITY  TO PM-ORDER-QUANTITY.         00016511
               IF PO-UNIT-COST NOT NUMERIC OR PO-UNIT-COST = ZERO       00016512
                   MOVE IM-UNIT-COST TO PM-UNIT-COST                    00016513
               ELSE                                                     00016514
                   MOVE PO-UNIT-COST TO PM-UNIT-COST.                   00016515
               MOVE    ZERO               TO PM-INVOICED-QUANTITY.      00016516
               MOVE    'O'                TO PM-STATUS.                 00016517
               WRITE   PO-MASTER-AREA FROM PO-MASTER-RECORD.            00016518
               IF POMAST-ERROR-CODE = '22'                              00016519
                   PERFORM 334-ADD-TO-PO-LINE.                          00016520
               IF POMAST-ERROR-CODE = '00'                              00016521
                   MOVE PM-PO-NUMBER TO PD-PO-NUMBER                    00016522
                   PERFORM 336-WRITE-DOCUMENT-LINE                      00016523
               ELSE                                                     00016524
                   DISPLAY 'PORDER    A 2   POMAST WRITE ERROR '        00016525
                       POMAST-ERROR-CODE ' FOR PO ' PM-PO-NUMBER        00016526
                   MOVE 16 TO RETURN-CODE.                              00016527
      *                                                                 00016528
       332-OPEN-PO-DOCUMENT.                                            00016529
               ADD     1 TO PN-LAST-PO-NUMBER.                          00016530
               MOVE    PN-LAST-PO-NUMBER  TO WS-DOCUMENT-PO-NUMBER.     00016531
               MOVE    ZERO               TO WS-DOCUMENT-TOTAL.         00016532
               MOVE    'Y'                TO DOCUMENT-OPEN-SWITCH.      00016533
               ADD     1 TO WS-DOCUMENTS-COUNT.                         00016534
               MOVE    WS-DOCUMENT-PO-NUMBER TO DT-PO-NUMBER,           00016535
                       DT-TAG-PO-NUMBER, DD-TAG-PO-NUMBER,              00016536
                       DV-TAG-PO-NUMBER, DH-TAG-PO-NUMBER,              00016537
                       DL-TAG-PO-NUMBER, DT-TOTAL-TAG-PO-NUMBER.        00016538
               MOVE    PO-ORDER-DATE      TO WS-PRINT-DATE.             00016539
               MOVE    WS-PRINT-MM        TO DD-MONTH.                  00016540
               MOVE    WS-PRINT-DD        TO DD-DAY.                    00016541
               MOVE    WS-PRINT-YY        TO DD-YEAR.                   00016542
               MOVE    VN-VENDOR-NO       TO DV-VENDOR-NO.              00016543
               MOVE    VN-VENDOR-NAME     TO DV-VENDOR-NAME.            00016544
               WRITE   PODOC-LINE FROM PODOC-TITLE-LINE                 00016545
                   AFTER ADVANCING PAGE.                                00016546
               WRITE   PODOC-LINE FROM PODOC-DATE-LINE                  00016547
                   AFTER ADVANCING 2 LINES.                             00016548
               WRITE   PODOC-LINE FROM PODOC-VENDOR-LINE                00016549
                   AFTER ADVANCING 2 LINES.                             00016550
               WRITE   PODOC-LINE FROM PODOC-COLUMN-HEADING             00016551
                   AFTER ADVANCING 3 LINES.                             00016552
      *                                                                 00016553
      *    THE SAME ITEM TWICE FOR ONE VENDOR IN A RUN -- ONE PO LINE   00016554
      *    CARRIES THE COMBINED QUANTITY.                               00016555
      *                                                                 00016556
       334-ADD-TO-PO-LINE.                                              00016557
               READ    POMAST INTO PO-MASTER-RECORD.                    00016558
               IF POMAST-ERROR-CODE = '00'                              00016559
                   ADD  PO-ORDER-QUANTITY TO PM-ORDER-QUANTITY          00016560
                   REWRITE PO-MASTER-AREA FROM PO-MASTER-RECORD.        00016561
      *                                                                 00016562
      *    NO PO LINE WAS WRITTEN, SO THE ON-ORDER QUANTITY 320 ADDED   00016563
      *    COMES BACK OFF INVMAST -- NOTHING WOULD EVER RECEIVE IT.     00016564
       338-BACK-OUT-ON-ORDER.                                           00016565
               SUBTRACT PO-ORDER-QUANTITY FROM IM-ON-ORDER.             00016566
               REWRITE MASTER-RECORD-AREA FROM INVENTORY-MASTER-RECORD. 00016567
               IF INVMAST-ERROR-CODE NOT = '00'                         00016568
                   DISPLAY 'PORDER    A 2   INVMAST BACK-OUT ERROR '    00016569
                       INVMAST-ERROR-CODE ' FOR ITEM ' IM-ITEM-NO.      00016570
      *                                                                 00016571
       336-WRITE-DOCUMENT-LINE.                                         00016572
               COMPUTE WS-LINE-EXTENDED-COST =                          00016573
                   PO-ORDER-QUANTITY * PM-UNIT-COST.                    00016574
               ADD     WS-LINE-EXTENDED-COST TO WS-DOCUMENT-TOTAL.      00016575
               MOVE    IM-ITEM-NO         TO DL-ITEM-NO.                00016576
               MOVE    IM-ITEM-DESC       TO DL-ITEM-DESC.              00016577
               MOVE    PO-ORDER-QUANTITY  TO DL-ORDER-QUANTITY.         00016578
               MOVE    PM-UNIT-COST       TO DL-UNIT-COST.              00016579
               MOVE    WS-LINE-EXTENDED-COST TO DL-EXTENDED-COST.       00016580
               WRITE   PODOC-LINE FROM PODOC-ITEM-LINE                  00016581
                   AFTER ADVANCING 1 LINE.                              00016582
      *                                                                 00016583
       340-CLOSE-PO-DOCUMENT.                                           00016584
               IF DOCUMENT-OPEN                                         00016585
                   MOVE WS-DOCUMENT-TOTAL TO DT-PO-TOTAL                00016586
                   WRITE PODOC-LINE FROM PODOC-TOTAL-LINE               00016587
                       AFTER ADVANCING 2 LINES                          00016588
                   MOVE 'N' TO DOCUMENT-OPEN-SWITCH.                    00016589
      *                                                                 00016590
       350-WRITE-REJECT-LISTING.                                        00016600
               MOVE    PO-ITEM-NO         TO PD-ITEM-NO                 00016700
               MOVE    PO-VENDOR-NO       TO PD-VENDOR-NO               00016800
               MOVE    PO-ORDER-QUANTITY  TO PD-ORDER-QUANTITY          00016900
               MOVE    ZERO               TO PD-PO-NUMBER               00016950
               MOVE    ZERO               TO PD-ON-ORDER-NOW            00017000
               WRITE   PORPT-LINE FROM PORPT-DETAIL.                    00017100
               ADD     1 TO WS-TRANS-REJECTED-COUNT.                    00017200
      *                                                                 00017300
       355-WRITE-HELD-LISTING.                                          00017309
               MOVE    PO-ITEM-NO         TO PD-ITEM-NO                 00017318
               MOVE    PO-VENDOR-NO       TO PD-VENDOR-NO               00017327
               MOVE    PO-ORDER-QUANTITY  TO PD-ORDER-QUANTITY          00017336
               MOVE    WS-HELD-REASON     TO PD-REASON                  00017345
               MOVE    ZERO               TO PD-PO-NUMBER               00017354
               MOVE    ZERO               TO PD-ON-ORDER-NOW            00017363
               WRITE   PORPT-LINE FROM PORPT-DETAIL.                    00017372
               ADD     1 TO WS-TRANS-HELD-COUNT.                        00017381
      *                                                                 00017390
       360-WRITE-APPLIED-LISTING.                                       00017400
               MOVE    IM-ITEM-NO         TO PD-ITEM-NO                 00017500
               MOVE    PO-VENDOR-NO       TO PD-VENDOR-NO               00017600
      *>                                                                00018000
/*                                                                      00018100
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00018200
//COB.POTRAN DD DSNAME=HERC01.SAMPLE.POSORT,DISP=SHR                    00018300
//COB.INVMAST DD DSNAME=HERC01.SAMPLE.INVMAST,DISP=SHR                  00018400
//COB.POMAST DD DSNAME=HERC01.SAMPLE.POMAST,DISP=SHR                    00018430
//COB.PONEXT DD DSNAME=HERC01.SAMPLE.PONEXT,DISP=SHR                    00018460
//COB.VENDMAST DD DSNAME=HERC01.SAMPLE.VENDMAST,DISP=SHR                00018465
//*  PODOC IS KEPT AS A DATASET SO IT CAN BE BOTH PRINTED AND SENT      00018470
//*  TO THE VENDORS THAT TAKE THE PURCHASE ORDER AS A FILE.             00018475
//COB.PODOC DD DSNAME=HERC01.SAMPLE.PODOC,DISP=(,CATLG),                00018480
//             DCB=(DSORG=PS,LRECL=81,BLKSIZE=8100,RECFM=FBA),          00018485
//             SPACE=(TRK,(5,5),RLSE)                                   00018490
//COB.PORPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)           00018500
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00018600
//GO.SYSIN DD *                                                         00018700
