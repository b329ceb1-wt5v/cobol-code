//HERC01N  JOB (COBOL),'ITMPURG',CLASS=A,MSGCLASS=H,                    00000100
//             REGION=8M,TIME=1440,                                     00000200
//             MSGLEVEL=(1,1)                                           00000300
//ITMPURG  EXEC COBUCG,                                                 00000400
//             PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'        00000500
//COB.SYSPUNCH DD DUMMY                                                 00000600
//COB.SYSIN DD *                                                        00000700
      ********************************************************          00000800
      * A COBOL PROGRAM TEMPLATE                                        00000900
      ********************************************************          00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID. ITMPURG.                                             00001200
       AUTHOR. KRIS W KEENER.                                           00001300
       INSTALLATION.   THE LAB.                                         00001400
       DATE-WRITTEN.   OCTOBER 15 2026.                                 00001500
       DATE-COMPILED.  OCTOBER 15 2026.                                 00001600
       SECURITY. HOME USE ONLY.                                         00001700
       REMARKS. DELETE-PENDING ITEM PURGE -- PASSES INVMAST AND, FOR    00001800
           EVERY ITEM ITMSTAT HAS MARKED DELETE-PENDING ('X'), REMOVES  00001900
           THE ITEM AND EVERYTHING HANGING OFF IT: ITS INVLOC LOCATION  00002000
           ROWS, ITS INVLOT LOTS, ITS BACKORD ENTRY AND ANY BOMMAST     00002100
           ROWS DEFINING IT AS A KIT. AN ITEM IS ONLY PURGED WHEN       00002200
           ON-HAND, ON-ORDER, EVERY LOCATION BALANCE, EVERY LOT AND     00002300
           THE BACKORDER ARE ALL ZERO AND NO OTHER KIT STILL USES IT    00002400
           AS A COMPONENT; OTHERWISE IT IS REFUSED AND EACH REASON IS   00002500
           LISTED. THE FULL IMAGE OF EVERY RECORD DELETED IS WRITTEN    00002600
           TO THE PURGARC ARCHIVE BEFORE THE DELETE, AND PURGRPT IS     00002700
           THE PURGE REGISTER FOR THE AUDITORS. MOVEHIST, ROPHIST AND   00002800
           THE AUDIT FILES ARE HISTORY AND ARE LEFT ALONE.              00002900
      *>                                                      MODS:     00002910
      *> 2026-10-15 KWK - INVLOC IS 23 BYTES NOW -- IL-MIN-STOCK        00002920
      *>    AND IL-MAX-STOCK, THE STOCKING LEVELS LOCMNT MAINTAINS      00002930
      *>    FOR EACH ITEM AT EACH LOCATION AND REPLEN WORKS FROM,       00002940
      *>    FOLLOW IL-ON-HAND. LAYOUT WIDENED ONLY.                     00002950
      *>                                                                00003000
      *>                                                                00003100
       ENVIRONMENT DIVISION.                                            00003200
      **                                                                00003300
       CONFIGURATION SECTION.                                           00003400
       SOURCE-COMPUTER.    IBM-370.                                     00003500
       OBJECT-COMPUTER.    IBM-370.                                     00003600
      **                                                                00003700
       INPUT-OUTPUT SECTION.                                            00003800
      *                                                                 00003900
       FILE-CONTROL.                                                    00004000
           SELECT INVMAST  ASSIGN TO UT-I-INVMAST                       00004100
                           ORGANIZATION IS INDEXED                      00004200
                           ACCESS IS DYNAMIC                            00004300
                           RECORD KEY IS MR-ITEM-NO                     00004400
                           FILE STATUS IS INVMAST-ERROR-CODE.           00004500
           SELECT INVLOC   ASSIGN TO UT-I-INVLOC                        00004600
                           ORGANIZATION IS INDEXED                      00004700
                           ACCESS IS DYNAMIC                            00004800
                           RECORD KEY IS IL-KEY                         00004900
                           FILE STATUS IS INVLOC-ERROR-CODE.            00005000
           SELECT INVLOT   ASSIGN TO UT-I-INVLOT                        00005100
                           ORGANIZATION IS INDEXED                      00005200
                           ACCESS IS DYNAMIC                            00005300
                           RECORD KEY IS LT-KEY                         00005400
                           FILE STATUS IS INVLOT-ERROR-CODE.            00005500
           SELECT BACKORD  ASSIGN TO UT-I-BACKORD                       00005600
                           ORGANIZATION IS INDEXED                      00005700
                           ACCESS IS RANDOM                             00005800
                           RECORD KEY IS BO-ITEM-NO                     00005900
                           FILE STATUS IS BACKORD-ERROR-CODE.           00006000
           SELECT BOMMAST  ASSIGN TO UT-I-BOMMAST                       00006100
                           ORGANIZATION IS INDEXED                      00006200
                           ACCESS IS DYNAMIC                            00006300
                           RECORD KEY IS BM-KEY                         00006400
                           FILE STATUS IS BOMMAST-ERROR-CODE.           00006500
           SELECT PURGARC  ASSIGN TO UT-S-PURGARC                       00006600
                           FILE STATUS IS PURGARC-ERROR-CODE.           00006700
           SELECT PURGRPT  ASSIGN TO UT-S-PURGRPT.                      00006800
           SELECT CYCLDATE ASSIGN TO UT-S-CYCLDATE                      00006900
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00007000
      *>                                                                00007100
       DATA DIVISION.                                                   00007200
      *                                                                 00007300
       FILE SECTION.                                                    00007400
      *                                                                 00007500
       FD  INVMAST                                                      00007600
           LABEL RECORDS ARE STANDARD                                   00007700
           RECORD CONTAINS 78 CHARACTERS.                               00007800
      *                                                                 00007900
       01  MASTER-RECORD-AREA.                                          00008000
           05  MR-ITEM-NO                  PIC X(5).                    00008100
           05  FILLER                      PIC X(73).                   00008200
      *                                                                 00008300
       FD  INVLOC                                                       00008400
           LABEL RECORDS ARE STANDARD                                   00008500
           RECORD CONTAINS 23 CHARACTERS.                               00008600
      *                                                                 00008700
       01  LOCATION-RECORD-AREA.                                        00008800
           05  IL-KEY.                                                  00008900
               10  IL-ITEM-NO              PIC X(5).                    00009000
               10  IL-LOCATION-CODE        PIC X(3).                    00009100
           05  IL-ON-HAND                  PIC S9(5).                   00009200
           05  IL-MIN-STOCK                PIC 9(5).                    00009230
           05  IL-MAX-STOCK                PIC 9(5).                    00009260
      *                                                                 00009300
       FD  INVLOT                                                       00009400
           LABEL RECORDS ARE STANDARD                                   00009500
           RECORD CONTAINS 26 CHARACTERS.                               00009600
      *                                                                 00009700
       01  LOT-RECORD-AREA.                                             00009800
           05  LT-KEY.                                                  00009900
               10  LT-ITEM-NO              PIC X(5).                    00010000
               10  LT-LOT-NO               PIC X(6).                    00010100
           05  LT-VENDOR-NO                PIC X(5).                    00010200
           05  LT-QUANTITY                 PIC S9(5).                   00010300
           05  LT-RECEIVED-QUANTITY        PIC S9(5).                   00010400
      *                                                                 00010500
       FD  BACKORD                                                      00010600
           LABEL RECORDS ARE STANDARD                                   00010700
           RECORD CONTAINS 15 CHARACTERS.                               00010800
      *                                                                 00010900
       01  BACKORDER-RECORD-AREA.                                       00011000
           05  BO-ITEM-NO                  PIC X(5).                    00011100
           05  BO-VENDOR-NO                PIC X(5).                    00011200
           05  BO-QUANTITY                 PIC S9(5).                   00011300
      *                                                                 00011400
       FD  BOMMAST                                                      00011500
           LABEL RECORDS ARE STANDARD                                   00011600
           RECORD CONTAINS 20 CHARACTERS.                               00011700
      *                                                                 00011800
       01  BOM-MASTER-AREA.                                             00011900
           05  BM-KEY.                                                  00012000
               10  BM-PARENT-ITEM-NO       PIC X(5).                    00012100
               10  BM-COMPONENT-ITEM-NO    PIC X(5).                    00012200
           05  BM-QUANTITY-PER             PIC 9(5).                    00012300
           05  FILLER                      PIC X(5).                    00012400
      *                                                                 00012500
       FD  PURGARC                                                      00012600
           LABEL RECORDS ARE STANDARD                                   00012700
           RECORD CONTAINS 92 CHARACTERS.                               00012800
      *                                                                 00012900
       01  PURGE-ARCHIVE-AREA               PIC X(92).                  00013000
      *                                                                 00013100
       FD  PURGRPT                                                      00013200
           LABEL RECORDS ARE STANDARD                                   00013300
           RECORD CONTAINS 80 CHARACTERS.                               00013400
      *                                                                 00013500
       01  PURGRPT-LINE                     PIC X(80).                  00013600
      *                                                                 00013700
       FD  CYCLDATE                                                     00013800
           LABEL RECORDS ARE STANDARD                                   00013900
           RECORD CONTAINS 6 CHARACTERS.                                00014000
      *                                                                 00014100
       01  CYCLE-DATE-AREA                  PIC X(6).                   00014200
      *                                                                 00014300
       WORKING-STORAGE SECTION.                                         00014400
      *                                                                 00014500
       01  SWITCHES.                                                    00014600
           05  INVMAST-EOF-SWITCH              PIC X   VALUE   'N'.     00014700
               88  INVMAST-EOF                         VALUE   'Y'.     00014800
           05  BROWSE-DONE-SWITCH              PIC X   VALUE   'N'.     00014900
               88  BROWSE-DONE                         VALUE   'Y'.     00015000
           05  REFUSED-SWITCH                  PIC X   VALUE   'N'.     00015100
               88  ITEM-REFUSED                        VALUE   'Y'.     00015200
           05  PURGE-ERROR-SWITCH              PIC X   VALUE   'N'.     00015300
               88  PURGE-ERROR                         VALUE   'Y'.     00015400
      *                                                                 00015500
       01  FILE-STATUS-FIELD.                                           00015600
           05 INVMAST-ERROR-CODE           PIC XX.                      00015700
           05 INVLOC-ERROR-CODE            PIC XX.                      00015800
           05 INVLOT-ERROR-CODE            PIC XX.                      00015900
           05 BACKORD-ERROR-CODE           PIC XX.                      00016000
           05 BOMMAST-ERROR-CODE           PIC XX.                      00016100
           05 PURGARC-ERROR-CODE           PIC XX.                      00016200
           05 CYCLDATE-ERROR-CODE          PIC XX.                      00016300
      *                                                                 00016400
       01  WS-EOJ-COUNTERS.                                             00016500
           05  WS-ITEMS-READ-COUNT         PIC 9(7) VALUE ZERO.         00016600
           05  WS-CANDIDATE-COUNT          PIC 9(7) VALUE ZERO.         00016700
           05  WS-ITEMS-PURGED-COUNT       PIC 9(7) VALUE ZERO.         00016800
           05  WS-ITEMS-REFUSED-COUNT      PIC 9(7) VALUE ZERO.         00016900
           05  WS-LOCATIONS-PURGED-COUNT   PIC 9(7) VALUE ZERO.         00017000
           05  WS-LOTS-PURGED-COUNT        PIC 9(7) VALUE ZERO.         00017100
           05  WS-BACKORDERS-PURGED-COUNT  PIC 9(7) VALUE ZERO.         00017200
           05  WS-BOM-ROWS-PURGED-COUNT    PIC 9(7) VALUE ZERO.         00017300
           05  WS-ARCHIVED-COUNT           PIC 9(7) VALUE ZERO.         00017400
           05  WS-DELETE-ERROR-COUNT       PIC 9(7) VALUE ZERO.         00017500
      *                                                                 00017600
       01  WS-RUN-DATE                     PIC 9(6) VALUE ZERO.         00017700
       01  WS-PURGE-ITEM-NO                PIC X(5) VALUE SPACES.       00017800
       01  WS-DELETE-STATUS                PIC XX   VALUE SPACES.       00017900
      *                                                                 00018000
       01  INVENTORY-MASTER-RECORD.                                     00018100
           05  IM-DESCRIPTIVE-DATA.                                     00018200
               10  IM-ITEM-NO              PIC X(5).                    00018300
               10  IM-ITEM-DESC            PIC X(20).                   00018400
               10  IM-UNIT-COST            PIC S999V99.                 00018500
               10  IM-UNIT-PRICE           PIC S999V99.                 00018600
           05  IM-INVENTORY-DATA.                                       00018700
               10  IM-REORDER-POINT        PIC S9(5).                   00018800
               10  IM-ON-HAND              PIC S9(5).                   00018900
               10  IM-ON-ORDER             PIC S9(5).                   00019000
               10  IM-CASE-QUANTITY        PIC 9(4).                    00019100
               10  IM-PALLET-QUANTITY      PIC 9(4).                    00019200
               10  IM-YTD-RECEIVED         PIC S9(7).                   00019300
               10  IM-YTD-ISSUED           PIC S9(7).                   00019400
               10  IM-ITEM-STATUS          PIC X(1).                    00019500
                   88  IM-ITEM-DELETE-PENDING      VALUE 'X'.           00019600
               10  IM-PRIMARY-VENDOR       PIC X(5).                    00019700
      *                                                                 00019800
      *    ONE ARCHIVE RECORD PER RECORD PURGED -- THE FILE IT CAME     00019900
      *    FROM AND ITS FULL IMAGE, LEFT-JUSTIFIED IN PA-RECORD-IMAGE.  00020000
      *                                                                 00020100
       01  PURGE-ARCHIVE-RECORD.                                        00020200
           05  PA-PURGE-DATE               PIC 9(6).                    00020300
           05  PA-FILE-ID                  PIC X(8).                    00020400
           05  PA-RECORD-IMAGE             PIC X(78).                   00020500
      *                                                                 00020600
       01  PURGRPT-HEADING.                                             00020700
           05  FILLER                      PIC X(40) VALUE              00020800
               'DELETE-PENDING ITEM PURGE REGISTER'.                    00020900
           05  FILLER                      PIC X(11) VALUE              00021000
               'RUN DATE = '.                                           00021100
           05  PH-RUN-DATE                 PIC 9(6).                    00021200
           05  FILLER                      PIC X(23) VALUE SPACES.      00021300
      *                                                                 00021400
       01  PURGRPT-COLUMN-HEADING.                                      00021500
           05  FILLER                      PIC X(40) VALUE              00021600
               'ITEM   FILE      KEY         QUANTITY  '.               00021700
           05  FILLER                      PIC X(40) VALUE              00021800
               'ACTION    REASON'.                                      00021900
      *                                                                 00022000
       01  PURGRPT-DETAIL.                                              00022100
           05  PD-ITEM-NO                  PIC X(5).                    00022200
           05  FILLER                      PIC X(2)  VALUE SPACES.      00022300
           05  PD-FILE-ID                  PIC X(8).                    00022400
           05  FILLER                      PIC X(2)  VALUE SPACES.      00022500
           05  PD-KEY-DATA                 PIC X(10).                   00022600
           05  FILLER                      PIC X(2)  VALUE SPACES.      00022700
           05  PD-QUANTITY                 PIC -(6)9.                   00022800
           05  FILLER                      PIC X(2)  VALUE SPACES.      00022900
           05  PD-ACTION                   PIC X(8).                    00023000
           05  FILLER                      PIC X(2)  VALUE SPACES.      00023100
           05  PD-REASON                   PIC X(32).                   00023200
      *                                                                 00023300
       01  PURGRPT-TOTAL-LINE.                                          00023400
           05  PT-LABEL                    PIC X(30).                   00023500
           05  PT-COUNT                    PIC ZZZZZZ9.                 00023600
           05  FILLER                      PIC X(43) VALUE SPACES.      00023700
      *>                                                                00023800
       PROCEDURE DIVISION.                                              00023900
      *                                                                 00024000
       000-PURGE-DELETE-PENDING.                                        00024100
           PERFORM 002-GET-PROCESS-DATE.                                00024200
           OPEN    I-O     INVMAST, INVLOC, INVLOT, BACKORD, BOMMAST,   00024300
                   EXTEND  PURGARC, OUTPUT PURGRPT.                     00024400
           IF INVMAST-ERROR-CODE NOT = '00'                             00024500
               DISPLAY 'ITMPURG   A 1   OPEN ERROR FOR INVMAST'         00024600
               DISPLAY 'ITMPURG   A 1   FILE STATUS = '                 00024700
                   INVMAST-ERROR-CODE                                   00024800
               MOVE 16 TO RETURN-CODE                                   00024900
               STOP RUN.                                                00025000
           IF INVLOC-ERROR-CODE NOT = '00'                              00025100
               DISPLAY 'ITMPURG   A 1   OPEN ERROR FOR INVLOC'          00025200
               DISPLAY 'ITMPURG   A 1   FILE STATUS = '                 00025300
                   INVLOC-ERROR-CODE                                    00025400
               MOVE 16 TO RETURN-CODE                                   00025500
               STOP RUN.                                                00025600
           IF INVLOT-ERROR-CODE NOT = '00'                              00025700
               DISPLAY 'ITMPURG   A 1   OPEN ERROR FOR INVLOT'          00025800
               DISPLAY 'ITMPURG   A 1   FILE STATUS = '                 00025900
                   INVLOT-ERROR-CODE                                    00026000
               MOVE 16 TO RETURN-CODE                                   00026100
               STOP RUN.                                                00026200
           IF BACKORD-ERROR-CODE NOT = '00'                             00026300
               DISPLAY 'ITMPURG   A 1   OPEN ERROR FOR BACKORD'         00026400
               DISPLAY 'ITMPURG   A 1   FILE STATUS = '                 00026500
                   BACKORD-ERROR-CODE                                   00026600
               MOVE 16 TO RETURN-CODE                                   00026700
               STOP RUN.                                                00026800
           IF BOMMAST-ERROR-CODE NOT = '00'                             00026900
               DISPLAY 'ITMPURG   A 1   OPEN ERROR FOR BOMMAST'         00027000
               DISPLAY 'ITMPURG   A 1   FILE STATUS = '                 00027100
                   BOMMAST-ERROR-CODE                                   00027200
               MOVE 16 TO RETURN-CODE                                   00027300
               STOP RUN.                                                00027400
           IF PURGARC-ERROR-CODE NOT = '00'                             00027500
               DISPLAY 'ITMPURG   A 1   OPEN ERROR FOR PURGARC'         00027600
               DISPLAY 'ITMPURG   A 1   FILE STATUS = '                 00027700
                   PURGARC-ERROR-CODE                                   00027800
               MOVE 16 TO RETURN-CODE                                   00027900
               STOP RUN.                                                00028000
           MOVE    WS-RUN-DATE TO PH-RUN-DATE.                          00028100
           WRITE   PURGRPT-LINE FROM PURGRPT-HEADING.                   00028200
           WRITE   PURGRPT-LINE FROM PURGRPT-COLUMN-HEADING.            00028300
           MOVE    LOW-VALUES TO MR-ITEM-NO.                            00028400
           START   INVMAST KEY NOT < MR-ITEM-NO.                        00028500
           IF INVMAST-ERROR-CODE NOT = '00'                             00028600
               MOVE 'Y' TO INVMAST-EOF-SWITCH.                          00028700
           PERFORM 100-PROCESS-MASTER-RECORD                            00028800
               UNTIL INVMAST-EOF.                                       00028900
           PERFORM 500-WRITE-TOTALS.                                    00029000
           CLOSE   INVMAST, INVLOC, INVLOT, BACKORD, BOMMAST,           00029100
                   PURGARC, PURGRPT.                                    00029200
           DISPLAY 'ITMPURG READ=' WS-ITEMS-READ-COUNT                  00029300
               ' PENDING=' WS-CANDIDATE-COUNT                           00029400
               ' PURGED=' WS-ITEMS-PURGED-COUNT                         00029500
               ' REFUSED=' WS-ITEMS-REFUSED-COUNT.                      00029600
           IF WS-DELETE-ERROR-COUNT > ZERO                              00029700
               DISPLAY 'ITMPURG   A 3   DELETE ERRORS - SEE PURGRPT'    00029800
               MOVE 16 TO RETURN-CODE.                                  00029900
           STOP RUN.                                                    00030000
      *                                                                 00030100
       002-GET-PROCESS-DATE.                                            00030200
               MOVE    ZERO TO WS-RUN-DATE.                             00030300
               OPEN    INPUT CYCLDATE.                                  00030400
               IF CYCLDATE-ERROR-CODE = '00'                            00030500
                   PERFORM 003-READ-CYCLE-DATE                          00030600
                   CLOSE CYCLDATE.                                      00030700
               IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO         00030800
                   ACCEPT WS-RUN-DATE FROM DATE.                        00030900
      *                                                                 00031000
       003-READ-CYCLE-DATE.                                             00031100
               READ CYCLDATE INTO WS-RUN-DATE                           00031200
                   AT  END                                              00031300
                       MOVE ZERO TO WS-RUN-DATE.                        00031400
      *                                                                 00031500
       100-PROCESS-MASTER-RECORD.                                       00031600
               READ INVMAST NEXT RECORD INTO INVENTORY-MASTER-RECORD    00031700
                   AT  END                                              00031800
                       MOVE 'Y' TO INVMAST-EOF-SWITCH.                  00031900
               IF NOT INVMAST-EOF                                       00032000
                   ADD 1 TO WS-ITEMS-READ-COUNT                         00032100
                   IF IM-ITEM-DELETE-PENDING                            00032200
                       ADD  1 TO WS-CANDIDATE-COUNT                     00032300
                       MOVE IM-ITEM-NO TO WS-PURGE-ITEM-NO              00032400
                       PERFORM 200-CHECK-PURGE-ELIGIBLE                 00032500
                       IF ITEM-REFUSED                                  00032600
                           ADD 1 TO WS-ITEMS-REFUSED-COUNT              00032700
                       ELSE                                             00032800
                           PERFORM 300-PURGE-ITEM.                      00032900
      *                                                                 00033000
      ****************************************************************  00033100
      *  ELIGIBILITY -- EVERY BALANCE THE ITEM STILL CARRIES IS         00033200
      *  LISTED AS A REASON, SO ONE RUN SHOWS ALL THAT HAS TO BE        00033300
      *  CLEARED BEFORE IT CAN GO.                                      00033400
      ****************************************************************  00033500
       200-CHECK-PURGE-ELIGIBLE.                                        00033600
               MOVE    'N' TO REFUSED-SWITCH.                           00033700
               IF IM-ON-HAND NOT = ZERO                                 00033800
                   MOVE 'INVMAST ' TO PD-FILE-ID                        00033900
                   MOVE SPACES TO PD-KEY-DATA                           00034000
                   MOVE IM-ON-HAND TO PD-QUANTITY                       00034100
                   MOVE 'ON-HAND NOT ZERO' TO PD-REASON                 00034200
                   PERFORM 420-WRITE-REFUSAL-LINE.                      00034300
               IF IM-ON-ORDER NOT = ZERO                                00034400
                   MOVE 'INVMAST ' TO PD-FILE-ID                        00034500
                   MOVE SPACES TO PD-KEY-DATA                           00034600
                   MOVE IM-ON-ORDER TO PD-QUANTITY                      00034700
                   MOVE 'ON-ORDER NOT ZERO' TO PD-REASON                00034800
                   PERFORM 420-WRITE-REFUSAL-LINE.                      00034900
               PERFORM 210-CHECK-LOCATIONS.                             00035000
               PERFORM 220-CHECK-LOTS.                                  00035100
               PERFORM 230-CHECK-BACKORDER.                             00035200
               PERFORM 240-CHECK-KIT-COMPONENT.                         00035300
      *                                                                 00035400
       210-CHECK-LOCATIONS.                                             00035500
               MOVE    WS-PURGE-ITEM-NO TO IL-ITEM-NO.                  00035600
               MOVE    LOW-VALUES       TO IL-LOCATION-CODE.            00035700
               START   INVLOC KEY NOT < IL-KEY.                         00035800
               IF INVLOC-ERROR-CODE = '00'                              00035900
                   MOVE 'N' TO BROWSE-DONE-SWITCH                       00036000
                   PERFORM 215-CHECK-ONE-LOCATION                       00036100
                       UNTIL BROWSE-DONE.                               00036200
      *                                                                 00036300
       215-CHECK-ONE-LOCATION.                                          00036400
               READ INVLOC NEXT RECORD.                                 00036500
               IF INVLOC-ERROR-CODE NOT = '00'                          00036600
                   OR IL-ITEM-NO NOT = WS-PURGE-ITEM-NO                 00036700
                   MOVE 'Y' TO BROWSE-DONE-SWITCH                       00036800
               ELSE                                                     00036900
                   IF IL-ON-HAND NOT = ZERO                             00037000
                       MOVE 'INVLOC  ' TO PD-FILE-ID                    00037100
                       MOVE IL-LOCATION-CODE TO PD-KEY-DATA             00037200
                       MOVE IL-ON-HAND TO PD-QUANTITY                   00037300
                       MOVE 'LOCATION BALANCE NOT ZERO' TO PD-REASON    00037400
                       PERFORM 420-WRITE-REFUSAL-LINE.                  00037500
      *                                                                 00037600
       220-CHECK-LOTS.                                                  00037700
               MOVE    WS-PURGE-ITEM-NO TO LT-ITEM-NO.                  00037800
               MOVE    LOW-VALUES       TO LT-LOT-NO.                   00037900
               START   INVLOT KEY NOT < LT-KEY.                         00038000
               IF INVLOT-ERROR-CODE = '00'                              00038100
                   MOVE 'N' TO BROWSE-DONE-SWITCH                       00038200
                   PERFORM 225-CHECK-ONE-LOT                            00038300
                       UNTIL BROWSE-DONE.                               00038400
      *                                                                 00038500
       225-CHECK-ONE-LOT.                                               00038600
               READ INVLOT NEXT RECORD.                                 00038700
               IF INVLOT-ERROR-CODE NOT = '00'                          00038800
                   OR LT-ITEM-NO NOT = WS-PURGE-ITEM-NO                 00038900
                   MOVE 'Y' TO BROWSE-DONE-SWITCH                       00039000
               ELSE                                                     00039100
                   IF LT-QUANTITY NOT = ZERO                            00039200
                       MOVE 'INVLOT  ' TO PD-FILE-ID                    00039300
                       MOVE LT-LOT-NO TO PD-KEY-DATA                    00039400
                       MOVE LT-QUANTITY TO PD-QUANTITY                  00039500
                       MOVE 'LOT BALANCE NOT ZERO' TO PD-REASON         00039600
                       PERFORM 420-WRITE-REFUSAL-LINE.                  00039700
      *                                                                 00039800
       230-CHECK-BACKORDER.                                             00039900
               MOVE    WS-PURGE-ITEM-NO TO BO-ITEM-NO.                  00040000
               READ    BACKORD.                                         00040100
               IF      BACKORD-ERROR-CODE = '00'                        00040200
                   AND BO-QUANTITY NOT = ZERO                           00040300
                   MOVE 'BACKORD ' TO PD-FILE-ID                        00040400
                   MOVE BO-VENDOR-NO TO PD-KEY-DATA                     00040500
                   MOVE BO-QUANTITY TO PD-QUANTITY                      00040600
                   MOVE 'OPEN BACKORDER' TO PD-REASON                   00040700
                   PERFORM 420-WRITE-REFUSAL-LINE.                      00040800
      *                                                                 00040900
      *    BOMMAST IS KEYED PARENT FIRST, SO FINDING THE ITEM AS A      00041000
      *    COMPONENT OF SOMEONE ELSE'S KIT TAKES THE WHOLE FILE.        00041100
      *                                                                 00041200
       240-CHECK-KIT-COMPONENT.                                         00041300
               MOVE    LOW-VALUES TO BM-KEY.                            00041400
               START   BOMMAST KEY NOT < BM-KEY.                        00041500
               IF BOMMAST-ERROR-CODE = '00'                             00041600
                   MOVE 'N' TO BROWSE-DONE-SWITCH                       00041700
                   PERFORM 245-CHECK-ONE-BOM-ROW                        00041800
                       UNTIL BROWSE-DONE.                               00041900
      *                                                                 00042000
       245-CHECK-ONE-BOM-ROW.                                           00042100
               READ BOMMAST NEXT RECORD.                                00042200
               IF BOMMAST-ERROR-CODE NOT = '00'                         00042300
                   MOVE 'Y' TO BROWSE-DONE-SWITCH                       00042400
               ELSE                                                     00042500
                   IF BM-COMPONENT-ITEM-NO = WS-PURGE-ITEM-NO           00042600
                       MOVE 'BOMMAST ' TO PD-FILE-ID                    00042700
                       MOVE BM-PARENT-ITEM-NO TO PD-KEY-DATA            00042800
                       MOVE BM-QUANTITY-PER TO PD-QUANTITY              00042900
                       MOVE 'COMPONENT OF KIT' TO PD-REASON             00043000
                       PERFORM 420-WRITE-REFUSAL-LINE.                  00043100
      *                                                                 00043200
      ****************************************************************  00043300
      *  PURGE -- DEPENDENT RECORDS FIRST, THE MASTER LAST, EACH ONE    00043400
      *  ARCHIVED BEFORE IT IS DELETED. ANY ROWS LEFT ON INVLOC,        00043500
      *  INVLOT AND BACKORD ARE ALL ZERO BY NOW.                        00043600
      ****************************************************************  00043700
       300-PURGE-ITEM.                                                  00043800
               MOVE    'N' TO PURGE-ERROR-SWITCH.                       00043900
               PERFORM 310-PURGE-LOCATIONS.                             00044000
               PERFORM 320-PURGE-LOTS.                                  00044100
               PERFORM 330-PURGE-BACKORDER.                             00044200
               PERFORM 340-PURGE-KIT-DEFINITION.                        00044300
               PERFORM 350-PURGE-MASTER.                                00044400
      *                                                                 00044500
       310-PURGE-LOCATIONS.                                             00044600
               MOVE    WS-PURGE-ITEM-NO TO IL-ITEM-NO.                  00044700
               MOVE    LOW-VALUES       TO IL-LOCATION-CODE.            00044800
               START   INVLOC KEY NOT < IL-KEY.                         00044900
               IF INVLOC-ERROR-CODE = '00'                              00045000
                   MOVE 'N' TO BROWSE-DONE-SWITCH                       00045100
                   PERFORM 315-PURGE-ONE-LOCATION                       00045200
                       UNTIL BROWSE-DONE.                               00045300
      *                                                                 00045400
       315-PURGE-ONE-LOCATION.                                          00045500
               READ INVLOC NEXT RECORD.                                 00045600
               IF INVLOC-ERROR-CODE NOT = '00'                          00045700
                   OR IL-ITEM-NO NOT = WS-PURGE-ITEM-NO                 00045800
                   MOVE 'Y' TO BROWSE-DONE-SWITCH                       00045900
               ELSE                                                     00046000
                   MOVE 'INVLOC  ' TO PA-FILE-ID, PD-FILE-ID            00046100
                   MOVE LOCATION-RECORD-AREA TO PA-RECORD-IMAGE         00046200
                   MOVE IL-LOCATION-CODE TO PD-KEY-DATA                 00046300
                   MOVE IL-ON-HAND TO PD-QUANTITY                       00046400
                   DELETE INVLOC RECORD                                 00046500
                   MOVE INVLOC-ERROR-CODE TO WS-DELETE-STATUS           00046600
                   PERFORM 400-RECORD-DELETION                          00046700
                   IF INVLOC-ERROR-CODE = '00'                          00046800
                       ADD 1 TO WS-LOCATIONS-PURGED-COUNT.              00046900
      *                                                                 00047000
       320-PURGE-LOTS.                                                  00047100
               MOVE    WS-PURGE-ITEM-NO TO LT-ITEM-NO.                  00047200
               MOVE    LOW-VALUES       TO LT-LOT-NO.                   00047300
               START   INVLOT KEY NOT < LT-KEY.                         00047400
               IF INVLOT-ERROR-CODE = '00'                              00047500
                   MOVE 'N' TO BROWSE-DONE-SWITCH                       00047600
                   PERFORM 325-PURGE-ONE-LOT                            00047700
                       UNTIL BROWSE-DONE.                               00047800
      *                                                                 00047900
       325-PURGE-ONE-LOT.                                               00048000
               READ INVLOT NEXT RECORD.                                 00048100
               IF INVLOT-ERROR-CODE NOT = '00'                          00048200
                   OR LT-ITEM-NO NOT = WS-PURGE-ITEM-NO                 00048300
                   MOVE 'Y' TO BROWSE-DONE-SWITCH                       00048400
               ELSE                                                     00048500
                   MOVE 'INVLOT  ' TO PA-FILE-ID, PD-FILE-ID            00048600
                   MOVE LOT-RECORD-AREA TO PA-RECORD-IMAGE              00048700
                   MOVE LT-LOT-NO TO PD-KEY-DATA                        00048800
                   MOVE LT-QUANTITY TO PD-QUANTITY                      00048900
                   DELETE INVLOT RECORD                                 00049000
                   MOVE INVLOT-ERROR-CODE TO WS-DELETE-STATUS           00049100
                   PERFORM 400-RECORD-DELETION                          00049200
                   IF INVLOT-ERROR-CODE = '00'                          00049300
                       ADD 1 TO WS-LOTS-PURGED-COUNT.                   00049400
      *                                                                 00049500
       330-PURGE-BACKORDER.                                             00049600
               MOVE    WS-PURGE-ITEM-NO TO BO-ITEM-NO.                  00049700
               READ    BACKORD.                                         00049800
               IF BACKORD-ERROR-CODE = '00'                             00049900
                   MOVE 'BACKORD ' TO PA-FILE-ID, PD-FILE-ID            00050000
                   MOVE BACKORDER-RECORD-AREA TO PA-RECORD-IMAGE        00050100
                   MOVE BO-VENDOR-NO TO PD-KEY-DATA                     00050200
                   MOVE BO-QUANTITY TO PD-QUANTITY                      00050300
                   DELETE BACKORD RECORD                                00050400
                   MOVE BACKORD-ERROR-CODE TO WS-DELETE-STATUS          00050500
                   PERFORM 400-RECORD-DELETION                          00050600
                   IF BACKORD-ERROR-CODE = '00'                         00050700
                       ADD 1 TO WS-BACKORDERS-PURGED-COUNT.             00050800
      *                                                                 00050900
       340-PURGE-KIT-DEFINITION.                                        00051000
               MOVE    WS-PURGE-ITEM-NO TO BM-PARENT-ITEM-NO.           00051100
               MOVE    LOW-VALUES       TO BM-COMPONENT-ITEM-NO.        00051200
               START   BOMMAST KEY NOT < BM-KEY.                        00051300
               IF BOMMAST-ERROR-CODE = '00'                             00051400
                   MOVE 'N' TO BROWSE-DONE-SWITCH                       00051500
                   PERFORM 345-PURGE-ONE-BOM-ROW                        00051600
                       UNTIL BROWSE-DONE.                               00051700
      *                                                                 00051800
       345-PURGE-ONE-BOM-ROW.                                           00051900
               READ BOMMAST NEXT RECORD.                                00052000
               IF BOMMAST-ERROR-CODE NOT = '00'                         00052100
                   OR BM-PARENT-ITEM-NO NOT = WS-PURGE-ITEM-NO          00052200
                   MOVE 'Y' TO BROWSE-DONE-SWITCH                       00052300
               ELSE                                                     00052400
                   MOVE 'BOMMAST ' TO PA-FILE-ID, PD-FILE-ID            00052500
                   MOVE BOM-MASTER-AREA TO PA-RECORD-IMAGE              00052600
                   MOVE BM-COMPONENT-ITEM-NO TO PD-KEY-DATA             00052700
                   MOVE BM-QUANTITY-PER TO PD-QUANTITY                  00052800
                   DELETE BOMMAST RECORD                                00052900
                   MOVE BOMMAST-ERROR-CODE TO WS-DELETE-STATUS          00053000
                   PERFORM 400-RECORD-DELETION                          00053100
                   IF BOMMAST-ERROR-CODE = '00'                         00053200
                       ADD 1 TO WS-BOM-ROWS-PURGED-COUNT.               00053300
      *                                                                 00053400
      *    THE MASTER GOES ONLY IF EVERY DEPENDENT DELETE WORKED, SO    00053500
      *    A FAILED RUN NEVER LEAVES ORPHANS BEHIND A MISSING ITEM.     00053600
      *                                                                 00053700
       350-PURGE-MASTER.                                                00053800
               MOVE    'INVMAST ' TO PA-FILE-ID, PD-FILE-ID.            00053900
               MOVE    SPACES     TO PD-KEY-DATA.                       00054000
               MOVE    IM-ON-HAND TO PD-QUANTITY.                       00054100
               IF PURGE-ERROR                                           00054200
                   MOVE 'DEPENDENT DELETE FAILED' TO PD-REASON          00054300
                   PERFORM 420-WRITE-REFUSAL-LINE                       00054400
                   ADD  1 TO WS-ITEMS-REFUSED-COUNT                     00054500
               ELSE                                                     00054600
                   MOVE INVENTORY-MASTER-RECORD TO PA-RECORD-IMAGE      00054700
                   MOVE WS-PURGE-ITEM-NO TO MR-ITEM-NO                  00054800
                   DELETE INVMAST RECORD                                00054900
                   MOVE INVMAST-ERROR-CODE TO WS-DELETE-STATUS          00055000
                   PERFORM 400-RECORD-DELETION                          00055100
                   IF INVMAST-ERROR-CODE = '00'                         00055200
                       ADD 1 TO WS-ITEMS-PURGED-COUNT.                  00055300
      *                                                                 00055400
      *    WS-DELETE-STATUS CARRIES THE DELETE STATUS IN. THE IMAGE IS  00055500
      *    ARCHIVED ONLY WHEN THE RECORD REALLY WENT.                   00055600
      *                                                                 00055700
       400-RECORD-DELETION.                                             00055800
               MOVE    WS-PURGE-ITEM-NO TO PD-ITEM-NO.                  00055900
               IF WS-DELETE-STATUS = '00'                               00056000
                   MOVE WS-RUN-DATE TO PA-PURGE-DATE                    00056100
                   WRITE PURGE-ARCHIVE-AREA FROM PURGE-ARCHIVE-RECORD   00056200
                   ADD  1 TO WS-ARCHIVED-COUNT                          00056300
                   MOVE 'PURGED  ' TO PD-ACTION                         00056400
                   MOVE 'ARCHIVED TO PURGARC' TO PD-REASON              00056500
               ELSE                                                     00056600
                   MOVE 'ERROR   ' TO PD-ACTION                         00056700
                   MOVE SPACES TO PD-REASON                             00056800
                   STRING 'DELETE FAILED - STATUS '                     00056900
                       WS-DELETE-STATUS DELIMITED BY SIZE               00057000
                       INTO PD-REASON                                   00057100
                   MOVE 'Y' TO PURGE-ERROR-SWITCH                       00057200
                   ADD  1 TO WS-DELETE-ERROR-COUNT.                     00057300
               WRITE   PURGRPT-LINE FROM PURGRPT-DETAIL.                00057400
      *                                                                 00057500
       420-WRITE-REFUSAL-LINE.                                          00057600
               MOVE    WS-PURGE-ITEM-NO TO PD-ITEM-NO.                  00057700
               MOVE    'REFUSED ' TO PD-ACTION.                         00057800
               WRITE   PURGRPT-LINE FROM PURGRPT-DETAIL.                00057900
               MOVE    'Y' TO REFUSED-SWITCH.                           00058000
      *                                                                 00058100
       500-WRITE-TOTALS.                                                00058200
               MOVE    SPACES TO PURGRPT-LINE.                          00058300
               WRITE   PURGRPT-LINE.                                    00058400
               MOVE    'ITEMS READ                    ' TO PT-LABEL     00058500
               MOVE    WS-ITEMS-READ-COUNT         TO PT-COUNT          00058600
               WRITE   PURGRPT-LINE FROM PURGRPT-TOTAL-LINE.            00058700
               MOVE    'DELETE-PENDING ITEMS          ' TO PT-LABEL     00058800
               MOVE    WS-CANDIDATE-COUNT          TO PT-COUNT          00058900
               WRITE   PURGRPT-LINE FROM PURGRPT-TOTAL-LINE.            00059000
               MOVE    'ITEMS PURGED                  ' TO PT-LABEL     00059100
               MOVE    WS-ITEMS-PURGED-COUNT       TO PT-COUNT          00059200
               WRITE   PURGRPT-LINE FROM PURGRPT-TOTAL-LINE.            00059300
               MOVE    'ITEMS REFUSED                 ' TO PT-LABEL     00059400
               MOVE    WS-ITEMS-REFUSED-COUNT      TO PT-COUNT          00059500
               WRITE   PURGRPT-LINE FROM PURGRPT-TOTAL-LINE.            00059600
               MOVE    'LOCATION ROWS PURGED          ' TO PT-LABEL     00059700
               MOVE    WS-LOCATIONS-PURGED-COUNT   TO PT-COUNT          00059800
               WRITE   PURGRPT-LINE FROM PURGRPT-TOTAL-LINE.            00059900
               MOVE    'LOTS PURGED                   ' TO PT-LABEL     00060000
               MOVE    WS-LOTS-PURGED-COUNT        TO PT-COUNT          00060100
               WRITE   PURGRPT-LINE FROM PURGRPT-TOTAL-LINE.            00060200
               MOVE    'BACKORDERS PURGED             ' TO PT-LABEL     00060300
               MOVE    WS-BACKORDERS-PURGED-COUNT  TO PT-COUNT          00060400
               WRITE   PURGRPT-LINE FROM PURGRPT-TOTAL-LINE.            00060500
               MOVE    'KIT ROWS PURGED               ' TO PT-LABEL     00060600
               MOVE    WS-BOM-ROWS-PURGED-COUNT    TO PT-COUNT          00060700
               WRITE   PURGRPT-LINE FROM PURGRPT-TOTAL-LINE.            00060800
               MOVE    'RECORDS ARCHIVED              ' TO PT-LABEL     00060900
               MOVE    WS-ARCHIVED-COUNT           TO PT-COUNT          00061000
               WRITE   PURGRPT-LINE FROM PURGRPT-TOTAL-LINE.            00061100
               MOVE    'DELETE ERRORS                 ' TO PT-LABEL     00061200
               MOVE    WS-DELETE-ERROR-COUNT       TO PT-COUNT          00061300
               WRITE   PURGRPT-LINE FROM PURGRPT-TOTAL-LINE.            00061400
      *>                                                                00061500
/*                                                                      00061600
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00061700
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00061800
//COB.INVMAST DD DSNAME=HERC01.SAMPLE.INVMAST,DISP=SHR                  00061900
//COB.INVLOC DD DSNAME=HERC01.SAMPLE.INVLOC,DISP=SHR                    00062000
//COB.INVLOT DD DSNAME=HERC01.SAMPLE.INVLOT,DISP=SHR                    00062100
//COB.BACKORD DD DSNAME=HERC01.SAMPLE.BACKORD,DISP=SHR                  00062200
//COB.BOMMAST DD DSNAME=HERC01.SAMPLE.BOMMAST,DISP=SHR                  00062300
//COB.PURGARC DD DSNAME=HERC01.SAMPLE.PURGARC,DISP=(MOD,CATLG),         00062400
//             DCB=(DSORG=PS,LRECL=92,BLKSIZE=9200,RECFM=FB),           00062500
//             SPACE=(TRK,(1,1),RLSE)                                   00062600
//COB.PURGRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)         00062700
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00062800
//GO.SYSIN DD *                                                         00062900
/*                                                                      00063000
/&                                                                      00063100
