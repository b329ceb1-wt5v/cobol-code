//HERC01N  JOB (COBOL),'INVRECON',CLASS=A,MSGCLASS=H,                   00000100
//             REGION=8M,TIME=1440,                                     00000200
//             MSGLEVEL=(1,1)                                           00000300
//INVRECON EXEC COBUCG,                                                 00000400
//             PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'        00000500
//COB.SYSPUNCH DD DUMMY                                                 00000600
//COB.SYSIN DD *                                                        00000700
      ********************************************************          00000800
      * A COBOL PROGRAM TEMPLATE                                        00000900
      ********************************************************          00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID. INVRECON.                                            00001200
       AUTHOR. KRIS W KEENER.                                           00001300
       INSTALLATION.   THE LAB.                                         00001400
       DATE-WRITTEN.   OCTOBER 15 2026.                                 00001500
       DATE-COMPILED.  OCTOBER 15 2026.                                 00001600
       SECURITY. HOME USE ONLY.                                         00001700
       REMARKS. MONTH-END INVENTORY ROLL-FORWARD RECONCILIATION --      00001800
           PROVES THE PERPETUAL (INVMAST) AGREES WITH WHAT THE GL       00001900
           WAS TOLD. STARTS FROM THE PRIOR MONTH-END MSTRSNAP           00002000
           VALUATION, ADDS THE MONTH'S GLEXTRCT RECEIPTS, SUBTRACTS     00002100
           ITS ISSUES, THEN SHOWS AS SEPARATE RECONCILING LINES THE     00002200
           COUNT ADJUSTMENTS (AUDTTRAN AT-COUNT-QUANTITY AT THE         00002300
           AT-UNIT-COST IT POSTED AT -- A COUNT NEVER REACHES THE       00002400
           GL) AND THE COST CHANGES (PRICEHST NEW LESS OLD COST         00002500
           TIMES PH-ON-HAND). THE RESULT IS COMPARED TO THE CURRENT     00002600
           VALUATION ON THE SAME BASIS AS INVLIST (ON-HAND TIMES        00002700
           IM-UNIT-COST, DELETE-PENDING ITEMS LEFT OFF) AND EVERY       00002800
           ITEM THAT STILL DOES NOT TIE IS LISTED WITH ITS              00002900
           UNEXPLAINED DIFFERENCE. GLEXTRCT AND AUDTTRAN ARE NEW        00003000
           EACH NIGHT, SO THE MONTH COMES FROM THE GLEXTMTD AND         00003100
           AUDTMTD COPIES VSAMSEQ/VSAMRND APPEND TO; ONLY RECORDS       00003200
           DATED AFTER THE SNAPSHOT AND NOT AFTER THE RUN DATE          00003300
           COUNT. SNAPOLD AND INVMAST ARE BOTH IN ITEM ORDER AND        00003400
           ARE KEY-MATCHED INTO A WORKING-STORAGE TABLE; THE            00003500
           MOVEMENT FILES ARE IN POSTING ORDER AND ARE LOOKED UP        00003600
           AGAINST IT. RETURN-CODE 4 WHEN ANYTHING IS UNEXPLAINED.      00003700
      *>                                                      MODS:     00003720
      *> 2026-10-15 KWK - A KIT ASSEMBLY POSTS THE PARENT AS GL         00003740
      *>    TYPE 'K' AND EACH COMPONENT AS 'C'; THEY ROLL FORWARD       00003760
      *>    WITH RECEIPTS AND ISSUES RESPECTIVELY.                      00003780
      *> 2026-10-15 KWK - A CUSTOMER RETURN POSTS ITS COST BACK         00003785
      *>    INTO INVENTORY AS GL TYPE 'G', SO 'G' COUNTS WITH THE       00003790
      *>    RECEIPT SIDE OF THE ROLL-FORWARD.                           00003795
      *> 2026-10-15 KWK - SNAPOLD IS NOW THE MSTRSNPM MONTH-END         00003796
      *>    GENERATION GLCLOSE COPIES AT THE CLOSE, NOT                 00003797
      *>    MSTRSNAP(0), WHICH IS ONLY LAST NIGHT'S SNAPSHOT.           00003798
      *> 2026-10-15 KWK - WHEN THE ITEM TABLE IS FULL THE               00003799
      *>    DESCRIPTION IS NO LONGER MOVED OVER THE LAST ENTRY          00003819
      *>    FOUND, AND ANY DROPPED MOVEMENT OR ITEM ENDS THE RUN RC     00003839
      *>    16 SINCE THE ROLL-FORWARD IS INCOMPLETE.                    00003859
      *>                                                                00003879
      *>                                                                00003900
       ENVIRONMENT DIVISION.                                            00004000
      **                                                                00004100
       CONFIGURATION SECTION.                                           00004200
       SOURCE-COMPUTER.    IBM-370.                                     00004300
       OBJECT-COMPUTER.    IBM-370.                                     00004400
      **                                                                00004500
       INPUT-OUTPUT SECTION.                                            00004600
      *                                                                 00004700
       FILE-CONTROL.                                                    00004800
           SELECT SNAPOLD  ASSIGN TO UT-S-SNAPOLD                       00004900
                           FILE STATUS IS SNAPOLD-ERROR-CODE.           00005000
           SELECT INVMAST  ASSIGN TO UT-I-INVMAST                       00005100
                           ORGANIZATION IS INDEXED                      00005200
                           ACCESS IS SEQUENTIAL                         00005300
                           RECORD KEY IS MR-ITEM-NO                     00005400
                           FILE STATUS IS INVMAST-ERROR-CODE.           00005500
           SELECT GLEXTMTD ASSIGN TO UT-S-GLEXTMTD                      00005600
                           FILE STATUS IS GLEXTMTD-ERROR-CODE.          00005700
           SELECT AUDTMTD  ASSIGN TO UT-S-AUDTMTD                       00005800
                           FILE STATUS IS AUDTMTD-ERROR-CODE.           00005900
           SELECT PRICEHST ASSIGN TO UT-S-PRICEHST                      00006000
                           FILE STATUS IS PRICEHST-ERROR-CODE.          00006100
           SELECT INVRECON ASSIGN TO UT-S-INVRECON.                     00006200
           SELECT CYCLDATE ASSIGN TO UT-S-CYCLDATE                      00006300
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00006400
      *>                                                                00006500
       DATA DIVISION.                                                   00006600
      *                                                                 00006700
       FILE SECTION.                                                    00006800
      *                                                                 00006900
       FD  SNAPOLD                                                      00007000
           LABEL RECORDS ARE STANDARD                                   00007100
           RECORD CONTAINS 84 CHARACTERS.                               00007200
      *                                                                 00007300
       01  SNAPOLD-RECORD-AREA              PIC X(84).                  00007400
      *                                                                 00007500
       FD  INVMAST                                                      00007600
           LABEL RECORDS ARE STANDARD                                   00007700
           RECORD CONTAINS 78 CHARACTERS.                               00007800
      *                                                                 00007900
       01  MASTER-RECORD-AREA.                                          00008000
           05  MR-ITEM-NO                  PIC X(5).                    00008100
           05  FILLER                      PIC X(73).                   00008200
      *                                                                 00008300
       FD  GLEXTMTD                                                     00008400
           LABEL RECORDS ARE STANDARD                                   00008500
           RECORD CONTAINS 31 CHARACTERS.                               00008600
      *                                                                 00008700
       01  GL-TRANSACTION-AREA              PIC X(31).                  00008800
      *                                                                 00008900
       FD  AUDTMTD                                                      00009000
           LABEL RECORDS ARE STANDARD                                   00009100
           RECORD CONTAINS 36 CHARACTERS.                               00009200
      *                                                                 00009300
       01  AUDIT-TRANSACTION-AREA           PIC X(36).                  00009400
      *                                                                 00009500
       FD  PRICEHST                                                     00009600
           LABEL RECORDS ARE STANDARD                                   00009700
           RECORD CONTAINS 36 CHARACTERS.                               00009800
      *                                                                 00009900
       01  PRICE-HISTORY-AREA               PIC X(36).                  00010000
      *                                                                 00010100
       FD  INVRECON                                                     00010200
           LABEL RECORDS ARE STANDARD                                   00010300
           RECORD CONTAINS 80 CHARACTERS.                               00010400
      *                                                                 00010500
       01  INVRECON-LINE                    PIC X(80).                  00010600
      *                                                                 00010700
       FD  CYCLDATE                                                     00010800
           LABEL RECORDS ARE STANDARD                                   00010900
           RECORD CONTAINS 6 CHARACTERS.                                00011000
      *                                                                 00011100
       01  CYCLE-DATE-AREA                  PIC X(6).                   00011200
      *                                                                 00011300
       WORKING-STORAGE SECTION.                                         00011400
      *                                                                 00011500
       01  SWITCHES.                                                    00011600
           05  SNAPOLD-EOF-SWITCH              PIC X   VALUE   'N'.     00011700
               88  SNAPOLD-EOF                          VALUE   'Y'.    00011800
           05  INVMAST-EOF-SWITCH              PIC X   VALUE   'N'.     00011900
               88  INVMAST-EOF                          VALUE   'Y'.    00012000
           05  GLEXTMTD-EOF-SWITCH             PIC X   VALUE   'N'.     00012100
               88  GLEXTMTD-EOF                         VALUE   'Y'.    00012200
           05  AUDTMTD-EOF-SWITCH              PIC X   VALUE   'N'.     00012300
               88  AUDTMTD-EOF                          VALUE   'Y'.    00012400
           05  PRICEHST-EOF-SWITCH             PIC X   VALUE   'N'.     00012500
               88  PRICEHST-EOF                         VALUE   'Y'.    00012600
           05  ITEM-FOUND-SWITCH               PIC X   VALUE   'N'.     00012700
               88  ITEM-FOUND                           VALUE   'Y'.    00012800
      *                                                                 00012900
       01  FILE-STATUS-FIELD.                                           00013000
           05 SNAPOLD-ERROR-CODE           PIC XX.                      00013100
           05 INVMAST-ERROR-CODE           PIC XX.                      00013200
           05 GLEXTMTD-ERROR-CODE          PIC XX.                      00013300
           05 AUDTMTD-ERROR-CODE           PIC XX.                      00013400
           05 PRICEHST-ERROR-CODE          PIC XX.                      00013500
           05 CYCLDATE-ERROR-CODE          PIC XX.                      00013600
      *                                                                 00013700
       01  WS-EOJ-COUNTERS.                                             00013800
           05  WS-ITEM-COUNT                PIC S9(4) COMP VALUE ZERO.  00013900
           05  WS-FOUND-IX                  PIC S9(4) COMP VALUE ZERO.  00014000
           05  WS-MOVEMENTS-APPLIED-COUNT   PIC 9(7) VALUE ZERO.        00014100
           05  WS-MOVEMENTS-DROPPED-COUNT   PIC 9(7) VALUE ZERO.        00014200
           05  WS-DIFFERENCE-COUNT          PIC 9(7) VALUE ZERO.        00014300
      *                                                                 00014400
       01  WS-RUN-DATE                      PIC 9(6) VALUE ZERO.        00014500
       01  WS-SNAPSHOT-DATE                 PIC 9(6) VALUE ZERO.        00014600
       01  WS-SEARCH-ITEM-NO                PIC X(5).                   00014700
      *                                                                 00014800
       01  WS-ITEM-VALUES.                                              00014900
           05  WS-EXPECTED-VALUE            PIC S9(9)V99.               00015000
           05  WS-UNEXPLAINED-VALUE         PIC S9(9)V99.               00015100
      *                                                                 00015200
       01  WS-ROLL-FORWARD-TOTALS.                                      00015300
           05  WS-OPENING-TOTAL             PIC S9(11)V99 VALUE ZERO.   00015400
           05  WS-RECEIPT-TOTAL             PIC S9(11)V99 VALUE ZERO.   00015500
           05  WS-ISSUE-TOTAL               PIC S9(11)V99 VALUE ZERO.   00015600
           05  WS-COUNT-TOTAL               PIC S9(11)V99 VALUE ZERO.   00015700
           05  WS-COST-CHANGE-TOTAL         PIC S9(11)V99 VALUE ZERO.   00015800
           05  WS-EXPECTED-TOTAL            PIC S9(11)V99 VALUE ZERO.   00015900
           05  WS-CLOSING-TOTAL             PIC S9(11)V99 VALUE ZERO.   00016000
           05  WS-UNEXPLAINED-TOTAL         PIC S9(11)V99 VALUE ZERO.   00016100
      *                                                                 00016200
       01  WS-RECON-TABLE.                                              00016300
           05  WS-RECON-ENTRY OCCURS 2000 TIMES                         00016400
                       INDEXED BY WS-RC-IX.                             00016500
               10  RC-ITEM-NO              PIC X(5).                    00016600
               10  RC-ITEM-DESC            PIC X(20).                   00016700
               10  RC-OPENING-VALUE        PIC S9(9)V99.                00016800
               10  RC-RECEIPT-VALUE        PIC S9(9)V99.                00016900
               10  RC-ISSUE-VALUE          PIC S9(9)V99.                00017000
               10  RC-COUNT-VALUE          PIC S9(9)V99.                00017100
               10  RC-COST-CHANGE-VALUE    PIC S9(9)V99.                00017200
               10  RC-CLOSING-VALUE        PIC S9(9)V99.                00017300
      *                                                                 00017400
       01  SNAPSHOT-RECORD.                                             00017500
           05  SS-SNAPSHOT-DATE             PIC 9(6).                   00017600
           05  SS-DESCRIPTIVE-DATA.                                     00017700
               10  SS-ITEM-NO               PIC X(5).                   00017800
               10  SS-ITEM-DESC             PIC X(20).                  00017900
               10  SS-UNIT-COST             PIC S999V99.                00018000
               10  SS-UNIT-PRICE            PIC S999V99.                00018100
           05  SS-INVENTORY-DATA.                                       00018200
               10  SS-REORDER-POINT         PIC S9(5).                  00018300
               10  SS-ON-HAND               PIC S9(5).                  00018400
               10  SS-ON-ORDER              PIC S9(5).                  00018500
               10  SS-CASE-QUANTITY         PIC 9(4).                   00018600
               10  SS-PALLET-QUANTITY       PIC 9(4).                   00018700
               10  SS-YTD-RECEIVED          PIC S9(7).                  00018800
               10  SS-YTD-ISSUED            PIC S9(7).                  00018900
               10  SS-ITEM-STATUS           PIC X(1).                   00019000
                   88  SS-ITEM-DELETE-PENDING      VALUE 'X'.           00019100
               10  SS-PRIMARY-VENDOR        PIC X(5).                   00019200
      *                                                                 00019300
       01  INVENTORY-MASTER-RECORD.                                     00019400
           05  IM-DESCRIPTIVE-DATA.                                     00019500
               10  IM-ITEM-NO              PIC X(5).                    00019600
               10  IM-ITEM-DESC            PIC X(20).                   00019700
               10  IM-UNIT-COST            PIC S999V99.                 00019800
               10  IM-UNIT-PRICE           PIC S999V99.                 00019900
           05  IM-INVENTORY-DATA.                                       00020000
               10  IM-REORDER-POINT        PIC S9(5).                   00020100
               10  IM-ON-HAND              PIC S9(5).                   00020200
               10  IM-ON-ORDER             PIC S9(5).                   00020300
               10  IM-CASE-QUANTITY        PIC 9(4).                    00020400
               10  IM-PALLET-QUANTITY      PIC 9(4).                    00020500
               10  IM-YTD-RECEIVED         PIC S9(7).                   00020600
               10  IM-YTD-ISSUED           PIC S9(7).                   00020700
               10  IM-ITEM-STATUS          PIC X(1).                    00020800
                   88  IM-ITEM-DELETE-PENDING      VALUE 'X'.           00020900
               10  IM-PRIMARY-VENDOR       PIC X(5).                    00021000
      *                                                                 00021100
       01  GL-TRANSACTION-RECORD.                                       00021200
           05  GL-ITEM-NO                  PIC X(5).                    00021300
           05  GL-EXTENDED-COST            PIC S9(9)V99.                00021400
           05  GL-RUN-DATE                 PIC 9(6).                    00021500
           05  GL-TRANS-TYPE               PIC X(1).                    00021600
               88  GL-TRANS-IS-RECEIPT             VALUE 'R' 'K' 'G'.   00021700
               88  GL-TRANS-IS-ISSUE               VALUE 'I' 'C'.       00021800
           05  GL-SOURCE-PROGRAM           PIC X(8).                    00021900
      *                                                                 00022000
       01  AUDIT-TRANSACTION-RECORD.                                    00022100
           05  AT-ITEM-NO                  PIC X(5).                    00022200
           05  AT-ON-HAND-BEFORE           PIC S9(5).                   00022300
           05  AT-ON-HAND-AFTER            PIC S9(5).                   00022400
           05  AT-VENDOR-NO                PIC X(5).                    00022500
           05  AT-RUN-DATE                 PIC 9(6).                    00022600
           05  AT-COUNT-QUANTITY           PIC S9(5).                   00022700
           05  AT-UNIT-COST                PIC S999V99.                 00022800
      *                                                                 00022900
       01  PRICE-HISTORY-RECORD.                                        00023000
           05  PH-ITEM-NO                  PIC X(5).                    00023100
           05  PH-CHANGE-DATE              PIC 9(6).                    00023200
           05  PH-OLD-UNIT-COST            PIC S999V99.                 00023300
           05  PH-NEW-UNIT-COST            PIC S999V99.                 00023400
           05  PH-OLD-UNIT-PRICE           PIC S999V99.                 00023500
           05  PH-NEW-UNIT-PRICE           PIC S999V99.                 00023600
           05  PH-ON-HAND                  PIC S9(5).                   00023700
      *                                                                 00023800
       01  INVRECON-HEADING.                                            00023900
           05  FILLER                      PIC X(38) VALUE              00024000
               'INVENTORY ROLL-FORWARD    SNAPSHOT = '.                 00024100
           05  RH-SNAPSHOT-DATE            PIC 9(6).                    00024200
           05  FILLER                      PIC X(15) VALUE              00024300
               '   THROUGH    '.                                        00024400
           05  RH-RUN-DATE                 PIC 9(6).                    00024500
           05  FILLER                      PIC X(15) VALUE SPACES.      00024600
      *                                                                 00024700
       01  INVRECON-ROLL-FORWARD-LINE.                                  00024800
           05  RF-DESCRIPTION              PIC X(40).                   00024900
           05  RF-AMOUNT                   PIC -(10)9.99.               00025000
           05  FILLER                      PIC X(26) VALUE SPACES.      00025100
      *                                                                 00025200
       01  INVRECON-COLUMN-HEADING.                                     00025300
           05  FILLER                      PIC X(28) VALUE              00025400
               'ITEM   DESCRIPTION'.                                    00025500
           05  FILLER                      PIC X(12) VALUE              00025600
               '     OPENING'.                                          00025700
           05  FILLER                      PIC X(12) VALUE              00025800
               '    EXPECTED'.                                          00025900
           05  FILLER                      PIC X(12) VALUE              00026000
               '     CURRENT'.                                          00026100
           05  FILLER                      PIC X(12) VALUE              00026200
               ' UNEXPLAINED'.                                          00026300
           05  FILLER                      PIC X(4)  VALUE SPACES.      00026400
      *                                                                 00026500
       01  INVRECON-DETAIL-LINE.                                        00026600
           05  RD-ITEM-NO                  PIC X(5).                    00026700
           05  FILLER                      PIC X(2)  VALUE SPACES.      00026800
           05  RD-ITEM-DESC                PIC X(20).                   00026900
           05  FILLER                      PIC X(1)  VALUE SPACES.      00027000
           05  RD-OPENING-VALUE            PIC -(8)9.99.                00027100
           05  RD-EXPECTED-VALUE           PIC -(8)9.99.                00027200
           05  RD-CLOSING-VALUE            PIC -(8)9.99.                00027300
           05  RD-UNEXPLAINED-VALUE        PIC -(8)9.99.                00027400
           05  FILLER                      PIC X(4)  VALUE SPACES.      00027500
      *                                                                 00027600
       01  INVRECON-COUNT-LINE.                                         00027700
           05  FILLER                      PIC X(17) VALUE              00027800
               'ITEMS RECONCILED '.                                     00027900
           05  RN-ITEMS-RECONCILED         PIC ZZZ,ZZ9.                 00028000
           05  FILLER                      PIC X(20) VALUE              00028100
               '   NOT EXPLAINED   '.                                   00028200
           05  RN-ITEMS-DIFFERENT          PIC ZZZ,ZZ9.                 00028300
           05  FILLER                      PIC X(29) VALUE SPACES.      00028400
      *>                                                                00028500
       PROCEDURE DIVISION.                                              00028600
      *                                                                 00028700
       000-RECONCILE-INVENTORY.                                         00028800
           PERFORM 002-GET-PROCESS-DATE.                                00028900
           OPEN    INPUT    SNAPOLD, INVMAST, GLEXTMTD, AUDTMTD,        00029000
                            PRICEHST, OUTPUT INVRECON.                  00029100
           IF SNAPOLD-ERROR-CODE NOT = '00'                             00029200
               DISPLAY 'INVRECON  A 1   OPEN ERROR FOR SNAPOLD'         00029300
               DISPLAY 'INVRECON  A 1   FILE STATUS = '                 00029400
                   SNAPOLD-ERROR-CODE                                   00029500
               MOVE 16 TO RETURN-CODE                                   00029600
               STOP RUN.                                                00029700
           IF INVMAST-ERROR-CODE NOT = '00'                             00029800
               DISPLAY 'INVRECON  A 1   OPEN ERROR FOR INVMAST'         00029900
               DISPLAY 'INVRECON  A 1   FILE STATUS = '                 00030000
                   INVMAST-ERROR-CODE                                   00030100
               MOVE 16 TO RETURN-CODE                                   00030200
               STOP RUN.                                                00030300
           IF GLEXTMTD-ERROR-CODE NOT = '00'                            00030400
               DISPLAY 'INVRECON  A 1   OPEN ERROR FOR GLEXTMTD'        00030500
               DISPLAY 'INVRECON  A 1   FILE STATUS = '                 00030600
                   GLEXTMTD-ERROR-CODE                                  00030700
               MOVE 16 TO RETURN-CODE                                   00030800
               STOP RUN.                                                00030900
           IF AUDTMTD-ERROR-CODE NOT = '00'                             00031000
               DISPLAY 'INVRECON  A 1   OPEN ERROR FOR AUDTMTD'         00031100
               DISPLAY 'INVRECON  A 1   FILE STATUS = '                 00031200
                   AUDTMTD-ERROR-CODE                                   00031300
               MOVE 16 TO RETURN-CODE                                   00031400
               STOP RUN.                                                00031500
           IF PRICEHST-ERROR-CODE NOT = '00'                            00031600
               DISPLAY 'INVRECON  A 1   OPEN ERROR FOR PRICEHST'        00031700
               DISPLAY 'INVRECON  A 1   FILE STATUS = '                 00031800
                   PRICEHST-ERROR-CODE                                  00031900
               MOVE 16 TO RETURN-CODE                                   00032000
               STOP RUN.                                                00032100
           PERFORM 310-READ-SNAPOLD.                                    00032200
           IF SNAPOLD-EOF                                               00032300
               DISPLAY 'INVRECON  A 2   SNAPOLD IS EMPTY - NO OPENING'  00032400
                   ' VALUATION TO ROLL FORWARD FROM'                    00032500
               CLOSE   SNAPOLD, INVMAST, GLEXTMTD, AUDTMTD,             00032600
                       PRICEHST, INVRECON                               00032700
               MOVE 16 TO RETURN-CODE                                   00032800
               STOP RUN.                                                00032900
           MOVE    SS-SNAPSHOT-DATE TO WS-SNAPSHOT-DATE.                00033000
           PERFORM 320-READ-INVENTORY-MASTER.                           00033100
           PERFORM 300-MATCH-VALUATIONS                                 00033200
               UNTIL SNAPOLD-EOF AND INVMAST-EOF.                       00033300
           PERFORM 400-APPLY-GL-EXTRACT                                 00033400
               UNTIL GLEXTMTD-EOF.                                      00033500
           PERFORM 500-APPLY-AUDIT-TRAN                                 00033600
               UNTIL AUDTMTD-EOF.                                       00033700
           PERFORM 600-APPLY-PRICE-HISTORY                              00033800
               UNTIL PRICEHST-EOF.                                      00033900
           PERFORM 700-TOTAL-ONE-ITEM                                   00034000
               VARYING WS-RC-IX FROM 1 BY 1                             00034100
               UNTIL WS-RC-IX > WS-ITEM-COUNT.                          00034200
           PERFORM 800-WRITE-ROLL-FORWARD.                              00034300
           CLOSE   SNAPOLD, INVMAST, GLEXTMTD, AUDTMTD, PRICEHST,       00034400
                   INVRECON.                                            00034500
           DISPLAY 'INVRECON ITEMS=' WS-ITEM-COUNT                      00034600
               ' MOVEMENTS=' WS-MOVEMENTS-APPLIED-COUNT                 00034700
               ' NOT-EXPLAINED=' WS-DIFFERENCE-COUNT.                   00034800
           IF WS-DIFFERENCE-COUNT > ZERO                                00035200
               DISPLAY 'INVRECON  A 3   INVENTORY DOES NOT ROLL FORWARD'00035300
                   ' - SEE UNEXPLAINED ITEMS'                           00035400
               MOVE 4 TO RETURN-CODE.                                   00035500
           IF WS-MOVEMENTS-DROPPED-COUNT > ZERO                         00035510
               DISPLAY 'INVRECON  A 3   MOVEMENTS DROPPED - TABLE FULL='00035520
                   WS-MOVEMENTS-DROPPED-COUNT                           00035530
                   ' - RECONCILIATION IS INCOMPLETE'                    00035540
               MOVE 16 TO RETURN-CODE.                                  00035550
           STOP RUN.                                                    00035600
      *                                                                 00035700
       002-GET-PROCESS-DATE.                                            00035800
               MOVE    ZERO TO WS-RUN-DATE.                             00035900
               OPEN    INPUT CYCLDATE.                                  00036000
               IF CYCLDATE-ERROR-CODE = '00'                            00036100
                   PERFORM 003-READ-CYCLE-DATE                          00036200
                   CLOSE CYCLDATE.                                      00036300
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00036400
                   ACCEPT WS-RUN-DATE FROM DATE.                        00036500
      *                                                                 00036600
       003-READ-CYCLE-DATE.                                             00036700
               READ CYCLDATE INTO WS-RUN-DATE                           00036800
                   AT  END                                              00036900
                       MOVE ZERO TO WS-RUN-DATE.                        00037000
      *                                                                 00037100
      ****************************************************************  00037200
      *  OPENING AND CLOSING VALUATION -- SNAPOLD AND INVMAST ARE       00037300
      *  BOTH IN ITEM ORDER, SO EACH ITEM IS ONE TABLE ENTRY CARRYING   00037400
      *  ITS SNAPSHOT VALUE AND ITS CURRENT (INVLIST) VALUE.            00037500
      ****************************************************************  00037600
       300-MATCH-VALUATIONS.                                            00037700
               EVALUATE TRUE                                            00037800
                   WHEN SS-ITEM-NO < IM-ITEM-NO                         00037900
                       MOVE SS-ITEM-NO TO WS-SEARCH-ITEM-NO             00038000
                       PERFORM 920-ADD-ITEM-ENTRY                       00038100
                       PERFORM 330-SET-OPENING-VALUE                    00038200
                       PERFORM 310-READ-SNAPOLD                         00038300
                   WHEN SS-ITEM-NO > IM-ITEM-NO                         00038400
                       MOVE IM-ITEM-NO TO WS-SEARCH-ITEM-NO             00038500
                       PERFORM 920-ADD-ITEM-ENTRY                       00038600
                       PERFORM 340-SET-CLOSING-VALUE                    00038700
                       PERFORM 320-READ-INVENTORY-MASTER                00038800
                   WHEN OTHER                                           00038900
                       MOVE IM-ITEM-NO TO WS-SEARCH-ITEM-NO             00039000
                       PERFORM 920-ADD-ITEM-ENTRY                       00039100
                       PERFORM 330-SET-OPENING-VALUE                    00039200
                       PERFORM 340-SET-CLOSING-VALUE                    00039300
                       PERFORM 310-READ-SNAPOLD                         00039400
                       PERFORM 320-READ-INVENTORY-MASTER                00039500
               END-EVALUATE.                                            00039600
      *                                                                 00039700
       310-READ-SNAPOLD.                                                00039800
               READ SNAPOLD INTO SNAPSHOT-RECORD                        00039900
                   AT  END                                              00040000
                       MOVE 'Y' TO SNAPOLD-EOF-SWITCH                   00040100
                       MOVE HIGH-VALUES TO SS-ITEM-NO.                  00040200
      *                                                                 00040300
       320-READ-INVENTORY-MASTER.                                       00040400
               READ INVMAST INTO INVENTORY-MASTER-RECORD                00040500
                   AT  END                                              00040600
                       MOVE 'Y' TO INVMAST-EOF-SWITCH                   00040700
                       MOVE HIGH-VALUES TO IM-ITEM-NO.                  00040800
      *                                                                 00040900
       330-SET-OPENING-VALUE.                                           00041000
               IF ITEM-FOUND                                            00041100
                   MOVE SS-ITEM-DESC TO RC-ITEM-DESC (WS-FOUND-IX)      00041200
                   IF NOT SS-ITEM-DELETE-PENDING                        00041300
                       COMPUTE RC-OPENING-VALUE (WS-FOUND-IX) =         00041400
                           SS-ON-HAND * SS-UNIT-COST.                   00041500
      *                                                                 00041600
       340-SET-CLOSING-VALUE.                                           00041700
               IF ITEM-FOUND                                            00041800
                   MOVE IM-ITEM-DESC TO RC-ITEM-DESC (WS-FOUND-IX)      00041900
                   IF NOT IM-ITEM-DELETE-PENDING                        00042000
                       COMPUTE RC-CLOSING-VALUE (WS-FOUND-IX) =         00042100
                           IM-ON-HAND * IM-UNIT-COST.                   00042200
      *                                                                 00042300
      ****************************************************************  00042400
      *  MONTH-TO-DATE MOVEMENT -- ONLY RECORDS DATED AFTER THE         00042500
      *  OPENING SNAPSHOT AND NOT AFTER THE RUN DATE BELONG TO THIS     00042600
      *  ROLL-FORWARD.                                                  00042700
      ****************************************************************  00042800
       400-APPLY-GL-EXTRACT.                                            00042900
               READ GLEXTMTD INTO GL-TRANSACTION-RECORD                 00043000
                   AT  END                                              00043100
                       MOVE 'Y' TO GLEXTMTD-EOF-SWITCH.                 00043200
               IF NOT GLEXTMTD-EOF                                      00043300
                   AND GL-RUN-DATE > WS-SNAPSHOT-DATE                   00043400
                   AND GL-RUN-DATE NOT > WS-RUN-DATE                    00043500
                   AND (GL-TRANS-IS-RECEIPT OR GL-TRANS-IS-ISSUE)       00043600
                   MOVE GL-ITEM-NO TO WS-SEARCH-ITEM-NO                 00043700
                   PERFORM 900-FIND-ITEM-ENTRY                          00043800
                   IF ITEM-FOUND                                        00043900
                       PERFORM 410-POST-GL-MOVEMENT.                    00044000
      *                                                                 00044100
       410-POST-GL-MOVEMENT.                                            00044200
               IF GL-TRANS-IS-RECEIPT                                   00044300
                   ADD GL-EXTENDED-COST TO                              00044400
                       RC-RECEIPT-VALUE (WS-FOUND-IX)                   00044500
               ELSE                                                     00044600
                   ADD GL-EXTENDED-COST TO                              00044700
                       RC-ISSUE-VALUE (WS-FOUND-IX).                    00044800
               ADD     1 TO WS-MOVEMENTS-APPLIED-COUNT.                 00044900
      *                                                                 00045000
       500-APPLY-AUDIT-TRAN.                                            00045100
               READ AUDTMTD INTO AUDIT-TRANSACTION-RECORD               00045200
                   AT  END                                              00045300
                       MOVE 'Y' TO AUDTMTD-EOF-SWITCH.                  00045400
               IF NOT AUDTMTD-EOF                                       00045500
                   AND AT-RUN-DATE > WS-SNAPSHOT-DATE                   00045600
                   AND AT-RUN-DATE NOT > WS-RUN-DATE                    00045700
                   AND AT-COUNT-QUANTITY NOT = ZERO                     00045800
                   MOVE AT-ITEM-NO TO WS-SEARCH-ITEM-NO                 00045900
                   PERFORM 900-FIND-ITEM-ENTRY                          00046000
                   IF ITEM-FOUND                                        00046100
                       COMPUTE RC-COUNT-VALUE (WS-FOUND-IX) =           00046200
                           RC-COUNT-VALUE (WS-FOUND-IX) +               00046300
                           (AT-COUNT-QUANTITY * AT-UNIT-COST)           00046400
                       ADD 1 TO WS-MOVEMENTS-APPLIED-COUNT.             00046500
      *                                                                 00046600
       600-APPLY-PRICE-HISTORY.                                         00046700
               READ PRICEHST INTO PRICE-HISTORY-RECORD                  00046800
                   AT  END                                              00046900
                       MOVE 'Y' TO PRICEHST-EOF-SWITCH.                 00047000
               IF NOT PRICEHST-EOF                                      00047100
                   AND PH-CHANGE-DATE > WS-SNAPSHOT-DATE                00047200
                   AND PH-CHANGE-DATE NOT > WS-RUN-DATE                 00047300
                   AND PH-NEW-UNIT-COST NOT = PH-OLD-UNIT-COST          00047400
                   MOVE PH-ITEM-NO TO WS-SEARCH-ITEM-NO                 00047500
                   PERFORM 900-FIND-ITEM-ENTRY                          00047600
                   IF ITEM-FOUND                                        00047700
                       COMPUTE RC-COST-CHANGE-VALUE (WS-FOUND-IX) =     00047800
                           RC-COST-CHANGE-VALUE (WS-FOUND-IX) +         00047900
                           ((PH-NEW-UNIT-COST - PH-OLD-UNIT-COST)       00048000
                               * PH-ON-HAND)                            00048100
                       ADD 1 TO WS-MOVEMENTS-APPLIED-COUNT.             00048200
      *                                                                 00048300
       700-TOTAL-ONE-ITEM.                                              00048400
               ADD     RC-OPENING-VALUE (WS-RC-IX)  TO WS-OPENING-TOTAL.00048500
               ADD     RC-RECEIPT-VALUE (WS-RC-IX)  TO WS-RECEIPT-TOTAL.00048600
               ADD     RC-ISSUE-VALUE (WS-RC-IX)    TO WS-ISSUE-TOTAL.  00048700
               ADD     RC-COUNT-VALUE (WS-RC-IX)    TO WS-COUNT-TOTAL.  00048800
               ADD     RC-COST-CHANGE-VALUE (WS-RC-IX) TO               00048900
                           WS-COST-CHANGE-TOTAL.                        00049000
               ADD     RC-CLOSING-VALUE (WS-RC-IX)  TO WS-CLOSING-TOTAL.00049100
      *                                                                 00049200
      ****************************************************************  00049300
      *  THE REPORT -- THE ROLL-FORWARD IN TOTAL, THEN EVERY ITEM       00049400
      *  WHOSE CURRENT VALUE IS NOT EXPLAINED BY ITS OWN ROLL-FORWARD.  00049500
      ****************************************************************  00049600
       800-WRITE-ROLL-FORWARD.                                          00049700
               MOVE    WS-SNAPSHOT-DATE TO RH-SNAPSHOT-DATE             00049800
               MOVE    WS-RUN-DATE      TO RH-RUN-DATE                  00049900
               WRITE   INVRECON-LINE FROM INVRECON-HEADING.             00050000
               COMPUTE WS-EXPECTED-TOTAL =                              00050100
                   WS-OPENING-TOTAL + WS-RECEIPT-TOTAL                  00050200
                   - WS-ISSUE-TOTAL + WS-COUNT-TOTAL                    00050300
                   + WS-COST-CHANGE-TOTAL.                              00050400
               COMPUTE WS-UNEXPLAINED-TOTAL =                           00050500
                   WS-CLOSING-TOTAL - WS-EXPECTED-TOTAL.                00050600
               MOVE    'OPENING VALUATION (MSTRSNAP)'                   00050700
                   TO RF-DESCRIPTION                                    00050800
               MOVE    WS-OPENING-TOTAL TO RF-AMOUNT                    00050900
               WRITE   INVRECON-LINE FROM INVRECON-ROLL-FORWARD-LINE.   00051000
               MOVE    '  PLUS RECEIPTS (GLEXTRCT)' TO RF-DESCRIPTION   00051100
               MOVE    WS-RECEIPT-TOTAL TO RF-AMOUNT                    00051200
               WRITE   INVRECON-LINE FROM INVRECON-ROLL-FORWARD-LINE.   00051300
               MOVE    '  LESS ISSUES (GLEXTRCT)' TO RF-DESCRIPTION     00051400
               COMPUTE RF-AMOUNT = ZERO - WS-ISSUE-TOTAL                00051500
               WRITE   INVRECON-LINE FROM INVRECON-ROLL-FORWARD-LINE.   00051600
               MOVE    '  COUNT ADJUSTMENTS (AUDTTRAN)'                 00051700
                   TO RF-DESCRIPTION                                    00051800
               MOVE    WS-COUNT-TOTAL TO RF-AMOUNT                      00051900
               WRITE   INVRECON-LINE FROM INVRECON-ROLL-FORWARD-LINE.   00052000
               MOVE    '  COST CHANGES (PRICEHST)' TO RF-DESCRIPTION    00052100
               MOVE    WS-COST-CHANGE-TOTAL TO RF-AMOUNT                00052200
               WRITE   INVRECON-LINE FROM INVRECON-ROLL-FORWARD-LINE.   00052300
               MOVE    'EXPECTED CLOSING VALUATION' TO RF-DESCRIPTION   00052400
               MOVE    WS-EXPECTED-TOTAL TO RF-AMOUNT                   00052500
               WRITE   INVRECON-LINE FROM INVRECON-ROLL-FORWARD-LINE.   00052600
               MOVE    'CURRENT VALUATION (INVLIST)' TO RF-DESCRIPTION  00052700
               MOVE    WS-CLOSING-TOTAL TO RF-AMOUNT                    00052800
               WRITE   INVRECON-LINE FROM INVRECON-ROLL-FORWARD-LINE.   00052900
               MOVE    'UNEXPLAINED DIFFERENCE' TO RF-DESCRIPTION       00053000
               MOVE    WS-UNEXPLAINED-TOTAL TO RF-AMOUNT                00053100
               WRITE   INVRECON-LINE FROM INVRECON-ROLL-FORWARD-LINE.   00053200
               WRITE   INVRECON-LINE FROM INVRECON-COLUMN-HEADING.      00053300
               PERFORM 810-WRITE-ITEM-DIFFERENCE                        00053400
                   VARYING WS-RC-IX FROM 1 BY 1                         00053500
                   UNTIL WS-RC-IX > WS-ITEM-COUNT.                      00053600
               MOVE    WS-ITEM-COUNT       TO RN-ITEMS-RECONCILED       00053700
               MOVE    WS-DIFFERENCE-COUNT TO RN-ITEMS-DIFFERENT        00053800
               WRITE   INVRECON-LINE FROM INVRECON-COUNT-LINE.          00053900
      *                                                                 00054000
       810-WRITE-ITEM-DIFFERENCE.                                       00054100
               COMPUTE WS-EXPECTED-VALUE =                              00054200
                   RC-OPENING-VALUE (WS-RC-IX)                          00054300
                   + RC-RECEIPT-VALUE (WS-RC-IX)                        00054400
                   - RC-ISSUE-VALUE (WS-RC-IX)                          00054500
                   + RC-COUNT-VALUE (WS-RC-IX)                          00054600
                   + RC-COST-CHANGE-VALUE (WS-RC-IX).                   00054700
               COMPUTE WS-UNEXPLAINED-VALUE =                           00054800
                   RC-CLOSING-VALUE (WS-RC-IX) - WS-EXPECTED-VALUE.     00054900
               IF WS-UNEXPLAINED-VALUE NOT = ZERO                       00055000
                   MOVE RC-ITEM-NO (WS-RC-IX)   TO RD-ITEM-NO           00055100
                   MOVE RC-ITEM-DESC (WS-RC-IX) TO RD-ITEM-DESC         00055200
                   MOVE RC-OPENING-VALUE (WS-RC-IX) TO                  00055300
                       RD-OPENING-VALUE                                 00055400
                   MOVE WS-EXPECTED-VALUE TO RD-EXPECTED-VALUE          00055500
                   MOVE RC-CLOSING-VALUE (WS-RC-IX) TO                  00055600
                       RD-CLOSING-VALUE                                 00055700
                   MOVE WS-UNEXPLAINED-VALUE TO RD-UNEXPLAINED-VALUE    00055800
                   WRITE INVRECON-LINE FROM INVRECON-DETAIL-LINE        00055900
                   ADD  1 TO WS-DIFFERENCE-COUNT.                       00056000
      *                                                                 00056100
      ****************************************************************  00056200
      *  ITEM TABLE LOOKUP -- A MOVEMENT FOR AN ITEM ON NEITHER THE     00056300
      *  SNAPSHOT NOR INVMAST GETS AN ENTRY OF ITS OWN SO IT STILL      00056400
      *  SHOWS UP AS UNEXPLAINED.                                       00056500
      ****************************************************************  00056600
       900-FIND-ITEM-ENTRY.                                             00056700
               MOVE    'N' TO ITEM-FOUND-SWITCH.                        00056800
               PERFORM 910-MATCH-ITEM-ENTRY                             00056900
                   VARYING WS-RC-IX FROM 1 BY 1                         00057000
                   UNTIL WS-RC-IX > WS-ITEM-COUNT                       00057100
                       OR ITEM-FOUND.                                   00057200
               IF NOT ITEM-FOUND                                        00057300
                   PERFORM 920-ADD-ITEM-ENTRY                           00057400
                   IF ITEM-FOUND                                        00057470
                       MOVE 'NOT ON SNAPSHOT/MASTER' TO                 00057540
                           RC-ITEM-DESC (WS-FOUND-IX).                  00057610
      *                                                                 00057700
       910-MATCH-ITEM-ENTRY.                                            00057800
               IF RC-ITEM-NO (WS-RC-IX) = WS-SEARCH-ITEM-NO             00057900
                   SET  WS-FOUND-IX TO WS-RC-IX                         00058000
                   MOVE 'Y' TO ITEM-FOUND-SWITCH.                       00058100
      *                                                                 00058200
       920-ADD-ITEM-ENTRY.                                              00058300
               IF WS-ITEM-COUNT NOT < 2000                              00058400
                   DISPLAY 'INVRECON  A 2   ITEM TABLE FULL -- ITEM '   00058500
                       WS-SEARCH-ITEM-NO ' NOT RECONCILED'              00058600
                   MOVE 'N' TO ITEM-FOUND-SWITCH                        00058700
                   ADD  1 TO WS-MOVEMENTS-DROPPED-COUNT                 00058800
               ELSE                                                     00058900
                   ADD  1 TO WS-ITEM-COUNT                              00059000
                   MOVE WS-ITEM-COUNT     TO WS-FOUND-IX                00059100
                   MOVE WS-SEARCH-ITEM-NO TO RC-ITEM-NO (WS-FOUND-IX)   00059200
                   MOVE SPACES            TO RC-ITEM-DESC (WS-FOUND-IX) 00059300
                   MOVE ZERO TO RC-OPENING-VALUE (WS-FOUND-IX)          00059400
                                RC-RECEIPT-VALUE (WS-FOUND-IX)          00059500
                                RC-ISSUE-VALUE (WS-FOUND-IX)            00059600
                                RC-COUNT-VALUE (WS-FOUND-IX)            00059700
                                RC-COST-CHANGE-VALUE (WS-FOUND-IX)      00059800
                                RC-CLOSING-VALUE (WS-FOUND-IX)          00059900
                   MOVE 'Y' TO ITEM-FOUND-SWITCH.                       00060000
      *>                                                                00060100
/*                                                                      00060200
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00060300
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00060400
//*  SNAPOLD IS THE PRIOR MONTH-END SNAPSHOT -- THE MSTRSNPM            00060500
//*  GENERATION GLCLOSE'S SNAPMEND STEP COPIES FROM MSTRSNAP WHEN THE   00060600
//*  MONTH CLOSES. THE NIGHTLY MSTRSNAP GENERATIONS ARE NOT USED HERE.  00060700
//COB.SNAPOLD DD DSNAME=HERC01.SAMPLE.MSTRSNPM(0),DISP=SHR              00060800
//COB.INVMAST DD DSNAME=HERC01.SAMPLE.INVMAST,DISP=SHR                  00060900
//COB.GLEXTMTD DD DSNAME=HERC01.SAMPLE.GLEXTMTD,DISP=SHR                00061000
//COB.AUDTMTD DD DSNAME=HERC01.SAMPLE.AUDTMTD,DISP=SHR                  00061100
//COB.PRICEHST DD DSNAME=HERC01.SAMPLE.PRICEHST,DISP=SHR                00061200
//COB.INVRECON DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)        00061300
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00061400
//GO.SYSIN DD *                                                         00061500
/*                                                                      00061600
/&                                                                      00061700
