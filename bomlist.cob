//HERC01N  JOB (COBOL),'BOMLIST',CLASS=A,MSGCLASS=H,                    00000100
//             REGION=8M,TIME=1440,                                     00000200
//             MSGLEVEL=(1,1)                                           00000300
//BOMLIST  EXEC COBUCG,                                                 00000400
//             PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'        00000500
//COB.SYSPUNCH DD DUMMY                                                 00000600
//COB.SYSIN DD *                                                        00000700
      ********************************************************          00000800
      * A COBOL PROGRAM TEMPLATE                                        00000900
      ********************************************************          00001000
       IDENTIFICATION DIVISION.                                         00001100
       PROGRAM-ID. BOMLIST.                                             00001200
       AUTHOR. KRIS W KEENER.                                           00001300
       INSTALLATION.   THE LAB.                                         00001400
       DATE-WRITTEN.   OCTOBER 15 2026.                                 00001500
       DATE-COMPILED.  OCTOBER 15 2026.                                 00001600
       SECURITY. HOME USE ONLY.                                         00001700
       REMARKS. READ-ONLY KIT STRUCTURE LISTING -- A SEQUENTIAL PASS    00001800
           OF BOMMAST GROUPED BY PARENT ITEM. EACH COMPONENT PRINTS     00001900
           WITH ITS QUANTITY PER PARENT, ITS INVMAST UNIT COST AND      00002000
           THE EXTENDED COST; EACH KIT CLOSES WITH THE ROLLED-UP        00002100
           COMPONENT COST AGAINST THE PARENT'S OWN IM-UNIT-COST AND     00002200
           THE VARIANCE, FLAGGED '*' WHEN THEY DISAGREE. THE PARENT     00002300
           IS RECEIVED AT ITS IM-UNIT-COST WHEN A KIT IS ASSEMBLED,     00002400
           SO A FLAGGED KIT IS ONE WHOSE STANDARD COST NEEDS A LOOK.    00002500
      *>                                                                00002600
      *>                                                                00002700
       ENVIRONMENT DIVISION.                                            00002800
      **                                                                00002900
       CONFIGURATION SECTION.                                           00003000
       SOURCE-COMPUTER.    IBM-370.                                     00003100
       OBJECT-COMPUTER.    IBM-370.                                     00003200
      **                                                                00003300
       INPUT-OUTPUT SECTION.                                            00003400
      *                                                                 00003500
       FILE-CONTROL.                                                    00003600
           SELECT BOMMAST  ASSIGN TO UT-I-BOMMAST                       00003700
                           ORGANIZATION IS INDEXED                      00003800
                           ACCESS IS SEQUENTIAL                         00003900
                           RECORD KEY IS BM-KEY                         00004000
                           FILE STATUS IS BOMMAST-ERROR-CODE.           00004100
           SELECT INVMAST  ASSIGN TO UT-I-INVMAST                       00004200
                           ORGANIZATION IS INDEXED                      00004300
                           ACCESS IS RANDOM                             00004400
                           RECORD KEY IS MR-ITEM-NO                     00004500
                           FILE STATUS IS INVMAST-ERROR-CODE.           00004600
           SELECT BOMLRPT  ASSIGN TO UT-S-BOMLRPT.                      00004700
      *>                                                                00004800
       DATA DIVISION.                                                   00004900
      *                                                                 00005000
       FILE SECTION.                                                    00005100
      *                                                                 00005200
       FD  BOMMAST                                                      00005300
           LABEL RECORDS ARE STANDARD                                   00005400
           RECORD CONTAINS 20 CHARACTERS.                               00005500
      *                                                                 00005600
       01  BOM-MASTER-AREA.                                             00005700
           05  BM-KEY.                                                  00005800
               10  BM-PARENT-ITEM-NO       PIC X(5).                    00005900
               10  BM-COMPONENT-ITEM-NO    PIC X(5).                    00006000
           05  BM-QUANTITY-PER             PIC 9(5).                    00006100
           05  FILLER                      PIC X(5).                    00006200
      *                                                                 00006300
       FD  INVMAST                                                      00006400
           LABEL RECORDS ARE STANDARD                                   00006500
           RECORD CONTAINS 78 CHARACTERS.                               00006600
      *                                                                 00006700
       01  MASTER-RECORD-AREA.                                          00006800
           05  MR-ITEM-NO                  PIC X(5).                    00006900
           05  FILLER                      PIC X(73).                   00007000
      *                                                                 00007100
       FD  BOMLRPT                                                      00007200
           LABEL RECORDS ARE STANDARD                                   00007300
           RECORD CONTAINS 80 CHARACTERS.                               00007400
      *                                                                 00007500
       01  BOMLRPT-LINE                     PIC X(80).                  00007600
      *                                                                 00007700
       WORKING-STORAGE SECTION.                                         00007800
      *                                                                 00007900
       01  SWITCHES.                                                    00008000
           05  BOMMAST-EOF-SWITCH              PIC X   VALUE   'N'.     00008100
               88  BOMMAST-EOF                         VALUE   'Y'.     00008200
      *                                                                 00008300
       01  FILE-STATUS-FIELD.                                           00008400
           05 BOMMAST-ERROR-CODE            PIC XX.                     00008500
           05 INVMAST-ERROR-CODE            PIC XX.                     00008600
      *                                                                 00008700
       01  WS-EOJ-COUNTERS.                                             00008800
           05  WS-KITS-LISTED-COUNT         PIC 9(7) VALUE ZERO.        00008900
           05  WS-COMPONENTS-LISTED-COUNT   PIC 9(7) VALUE ZERO.        00009000
           05  WS-KITS-VARIANCE-COUNT       PIC 9(7) VALUE ZERO.        00009100
      *                                                                 00009200
       01  WS-KIT-CONTROL.                                              00009300
           05  WS-PARENT-ITEM-HOLD          PIC X(5)  VALUE SPACES.     00009400
           05  WS-KIT-STANDARD-COST         PIC S9(5)V99 VALUE ZERO.    00009500
           05  WS-KIT-ROLLED-COST           PIC S9(7)V99 VALUE ZERO.    00009600
           05  WS-KIT-VARIANCE              PIC S9(7)V99 VALUE ZERO.    00009700
           05  WS-COMPONENT-EXTENDED-COST   PIC S9(7)V99 VALUE ZERO.    00009800
      *                                                                 00009900
       01  INVENTORY-MASTER-RECORD.                                     00010000
           05  IM-DESCRIPTIVE-DATA.                                     00010100
               10  IM-ITEM-NO              PIC X(5).                    00010200
               10  IM-ITEM-DESC            PIC X(20).                   00010300
               10  IM-UNIT-COST            PIC S999V99.                 00010400
               10  IM-UNIT-PRICE           PIC S999V99.                 00010500
           05  IM-INVENTORY-DATA.                                       00010600
               10  IM-REORDER-POINT        PIC S9(5).                   00010700
               10  IM-ON-HAND              PIC S9(5).                   00010800
               10  IM-ON-ORDER             PIC S9(5).                   00010900
               10  IM-CASE-QUANTITY        PIC 9(4).                    00011000
               10  IM-PALLET-QUANTITY      PIC 9(4).                    00011100
               10  IM-YTD-RECEIVED         PIC S9(7).                   00011200
               10  IM-YTD-ISSUED            PIC S9(7).                  00011300
               10  IM-ITEM-STATUS          PIC X(1).                    00011400
                   88  IM-ITEM-DISCONTINUED        VALUE 'D'.           00011500
                   88  IM-ITEM-DELETE-PENDING      VALUE 'X'.           00011600
               10  IM-PRIMARY-VENDOR       PIC X(5).                    00011700
      *                                                                 00011800
       01  BOMLRPT-PARENT.                                              00011900
           05  FILLER                      PIC X(5)  VALUE 'KIT  '.     00012000
           05  BP-PARENT-ITEM-NO           PIC X(5).                    00012100
           05  FILLER                      PIC X(3)  VALUE SPACES.      00012200
           05  BP-PARENT-ITEM-DESC         PIC X(20).                   00012300
           05  FILLER                      PIC X(3)  VALUE SPACES.      00012400
           05  BP-PARENT-ITEM-STATUS       PIC X(1).                    00012500
           05  FILLER                      PIC X(43) VALUE SPACES.      00012600
      *                                                                 00012700
       01  BOMLRPT-DETAIL.                                              00012800
           05  FILLER                      PIC X(5)  VALUE SPACES.      00012900
           05  BD-COMPONENT-ITEM-NO        PIC X(5).                    00013000
           05  FILLER                      PIC X(3)  VALUE SPACES.      00013100
           05  BD-COMPONENT-ITEM-DESC      PIC X(20).                   00013200
           05  FILLER                      PIC X(2)  VALUE SPACES.      00013300
           05  BD-QUANTITY-PER             PIC Z(4)9.                   00013400
           05  FILLER                      PIC X(3)  VALUE SPACES.      00013500
           05  BD-UNIT-COST                PIC -(3)9.99.                00013600
           05  FILLER                      PIC X(3)  VALUE SPACES.      00013700
           05  BD-EXTENDED-COST            PIC -(6)9.99.                00013800
           05  FILLER                      PIC X(3)  VALUE SPACES.      00013900
           05  BD-NOTE                     PIC X(11) VALUE SPACES.      00014000
      *                                                                 00014100
       01  BOMLRPT-KIT-TOTAL.                                           00014200
           05  FILLER                      PIC X(5)  VALUE SPACES.      00014300
           05  FILLER                      PIC X(9)  VALUE 'ROLLED-UP'. 00014400
           05  BK-ROLLED-COST              PIC -(6)9.99.                00014500
           05  FILLER                      PIC X(11) VALUE              00014600
               '  STANDARD'.                                            00014700
           05  BK-STANDARD-COST            PIC -(6)9.99.                00014800
           05  FILLER                      PIC X(11) VALUE              00014900
               '  VARIANCE'.                                            00015000
           05  BK-VARIANCE                 PIC -(6)9.99.                00015100
           05  FILLER                      PIC X(2)  VALUE SPACES.      00015200
           05  BK-VARIANCE-FLAG            PIC X(1).                    00015300
           05  FILLER                      PIC X(11) VALUE SPACES.      00015400
      *                                                                 00015500
       01  BOMLRPT-GRAND-TOTAL.                                         00015600
           05  FILLER                      PIC X(12) VALUE              00015700
               'KITS LISTED '.                                          00015800
           05  BG-KITS-LISTED              PIC Z(6)9.                   00015900
           05  FILLER                      PIC X(13) VALUE              00016000
               '  COMPONENTS '.                                         00016100
           05  BG-COMPONENTS-LISTED        PIC Z(6)9.                   00016200
           05  FILLER                      PIC X(17) VALUE              00016300
               '  WITH VARIANCE '.                                      00016400
           05  BG-KITS-VARIANCE            PIC Z(6)9.                   00016500
           05  FILLER                      PIC X(17) VALUE SPACES.      00016600
      *                                                                 00016700
       01  BOMLRPT-BLANK                   PIC X(80) VALUE SPACES.      00016800
      *>                                                                00016900
       PROCEDURE DIVISION.                                              00017000
      *                                                                 00017100
       000-LIST-KIT-STRUCTURE.                                          00017200
           OPEN    INPUT   BOMMAST, INVMAST, OUTPUT  BOMLRPT.           00017300
           IF BOMMAST-ERROR-CODE NOT = '00'                             00017400
               DISPLAY 'BOMLIST   A 1   OPEN ERROR FOR BOMMAST'         00017500
               DISPLAY 'BOMLIST   A 1   FILE STATUS = '                 00017600
                   BOMMAST-ERROR-CODE                                   00017700
               MOVE 16 TO RETURN-CODE                                   00017800
               STOP RUN.                                                00017900
           IF INVMAST-ERROR-CODE NOT = '00'                             00018000
               DISPLAY 'BOMLIST   A 1   OPEN ERROR FOR INVMAST'         00018100
               DISPLAY 'BOMLIST   A 1   FILE STATUS = '                 00018200
                   INVMAST-ERROR-CODE                                   00018300
               MOVE 16 TO RETURN-CODE                                   00018400
               STOP RUN.                                                00018500
           PERFORM 300-PROCESS-BOM-RECORD                               00018600
               UNTIL BOMMAST-EOF                                        00018700
           PERFORM 400-WRITE-GRAND-TOTAL.                               00018800
           CLOSE   BOMMAST, INVMAST, BOMLRPT.                           00018900
           DISPLAY 'BOMLIST KITS=' WS-KITS-LISTED-COUNT                 00019000
               ' COMPONENTS=' WS-COMPONENTS-LISTED-COUNT                00019100
               ' VARIANCE=' WS-KITS-VARIANCE-COUNT.                     00019200
           STOP RUN.                                                    00019300
      *                                                                 00019400
      ****************************************************************  00019500
      *  BOMMAST IS KEYED PARENT + COMPONENT, SO A CHANGE OF PARENT     00019600
      *  ON THE SEQUENTIAL PASS CLOSES ONE KIT AND OPENS THE NEXT.      00019700
      ****************************************************************  00019800
       300-PROCESS-BOM-RECORD.                                          00019900
               PERFORM 310-READ-BOM-RECORD.                             00020000
               IF BOMMAST-EOF                                           00020100
                   IF WS-PARENT-ITEM-HOLD NOT = SPACES                  00020200
                       PERFORM 330-WRITE-KIT-TOTAL                      00020300
                   ELSE                                                 00020400
                       NEXT SENTENCE                                    00020500
               ELSE                                                     00020600
                   IF BM-PARENT-ITEM-NO NOT = WS-PARENT-ITEM-HOLD       00020700
                       IF WS-PARENT-ITEM-HOLD NOT = SPACES              00020800
                           PERFORM 330-WRITE-KIT-TOTAL                  00020900
                           PERFORM 320-START-KIT                        00021000
                       ELSE                                             00021100
                           PERFORM 320-START-KIT.                       00021200
               IF NOT BOMMAST-EOF                                       00021300
                   PERFORM 340-WRITE-COMPONENT-DETAIL.                  00021400
      *                                                                 00021500
       310-READ-BOM-RECORD.                                             00021600
               READ BOMMAST                                             00021700
                   AT  END                                              00021800
                       MOVE 'Y' TO BOMMAST-EOF-SWITCH.                  00021900
      *                                                                 00022000
       320-START-KIT.                                                   00022100
               MOVE    BM-PARENT-ITEM-NO TO WS-PARENT-ITEM-HOLD         00022200
               MOVE    ZERO              TO WS-KIT-ROLLED-COST          00022300
               MOVE    BM-PARENT-ITEM-NO TO MR-ITEM-NO                  00022400
               READ    INVMAST INTO INVENTORY-MASTER-RECORD.            00022500
               MOVE    BM-PARENT-ITEM-NO TO BP-PARENT-ITEM-NO.          00022600
               IF INVMAST-ERROR-CODE = '00'                             00022700
                   MOVE IM-UNIT-COST   TO WS-KIT-STANDARD-COST          00022800
                   MOVE IM-ITEM-DESC   TO BP-PARENT-ITEM-DESC           00022900
                   MOVE IM-ITEM-STATUS TO BP-PARENT-ITEM-STATUS         00023000
               ELSE                                                     00023100
                   MOVE ZERO           TO WS-KIT-STANDARD-COST          00023200
                   MOVE '** NOT ON INVMAST **' TO BP-PARENT-ITEM-DESC   00023300
                   MOVE SPACE          TO BP-PARENT-ITEM-STATUS.        00023400
               WRITE   BOMLRPT-LINE FROM BOMLRPT-PARENT.                00023500
               ADD     1 TO WS-KITS-LISTED-COUNT.                       00023600
      *                                                                 00023700
       330-WRITE-KIT-TOTAL.                                             00023800
               COMPUTE WS-KIT-VARIANCE =                                00023900
                   WS-KIT-STANDARD-COST - WS-KIT-ROLLED-COST.           00024000
               MOVE    WS-KIT-ROLLED-COST   TO BK-ROLLED-COST           00024100
               MOVE    WS-KIT-STANDARD-COST TO BK-STANDARD-COST         00024200
               MOVE    WS-KIT-VARIANCE      TO BK-VARIANCE              00024300
               MOVE    SPACE                TO BK-VARIANCE-FLAG         00024400
               IF WS-KIT-VARIANCE NOT = ZERO                            00024500
                   MOVE '*' TO BK-VARIANCE-FLAG                         00024600
                   ADD 1 TO WS-KITS-VARIANCE-COUNT.                     00024700
               WRITE   BOMLRPT-LINE FROM BOMLRPT-KIT-TOTAL.             00024800
               WRITE   BOMLRPT-LINE FROM BOMLRPT-BLANK.                 00024900
      *                                                                 00025000
       340-WRITE-COMPONENT-DETAIL.                                      00025100
               MOVE    BM-COMPONENT-ITEM-NO TO BD-COMPONENT-ITEM-NO     00025200
               MOVE    BM-QUANTITY-PER      TO BD-QUANTITY-PER          00025300
               MOVE    SPACES               TO BD-NOTE                  00025400
               MOVE    BM-COMPONENT-ITEM-NO TO MR-ITEM-NO               00025500
               READ    INVMAST INTO INVENTORY-MASTER-RECORD.            00025600
               IF INVMAST-ERROR-CODE = '00'                             00025700
                   COMPUTE WS-COMPONENT-EXTENDED-COST =                 00025800
                       BM-QUANTITY-PER * IM-UNIT-COST                   00025900
                   MOVE IM-ITEM-DESC TO BD-COMPONENT-ITEM-DESC          00026000
                   MOVE IM-UNIT-COST TO BD-UNIT-COST                    00026100
                   IF IM-ITEM-DISCONTINUED OR IM-ITEM-DELETE-PENDING    00026200
                       MOVE 'INACTIVE' TO BD-NOTE                       00026300
                   ELSE                                                 00026400
                       NEXT SENTENCE                                    00026500
               ELSE                                                     00026600
                   MOVE ZERO TO WS-COMPONENT-EXTENDED-COST              00026700
                   MOVE ZERO TO BD-UNIT-COST                            00026800
                   MOVE SPACES TO BD-COMPONENT-ITEM-DESC                00026900
                   MOVE 'NOT ON FILE' TO BD-NOTE.                       00027000
               MOVE    WS-COMPONENT-EXTENDED-COST TO BD-EXTENDED-COST   00027100
               ADD     WS-COMPONENT-EXTENDED-COST TO WS-KIT-ROLLED-COST 00027200
               WRITE   BOMLRPT-LINE FROM BOMLRPT-DETAIL.                00027300
               ADD     1 TO WS-COMPONENTS-LISTED-COUNT.                 00027400
      *                                                                 00027500
       400-WRITE-GRAND-TOTAL.                                           00027600
               MOVE WS-KITS-LISTED-COUNT       TO BG-KITS-LISTED        00027700
               MOVE WS-COMPONENTS-LISTED-COUNT TO BG-COMPONENTS-LISTED  00027800
               MOVE WS-KITS-VARIANCE-COUNT     TO BG-KITS-VARIANCE      00027900
               WRITE   BOMLRPT-LINE FROM BOMLRPT-GRAND-TOTAL.           00028000
      *>                                                                00028100
/*                                                                      00028200
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00028300
//COB.BOMMAST DD DSNAME=HERC01.SAMPLE.BOMMAST,DISP=SHR                  00028400
//COB.INVMAST DD DSNAME=HERC01.SAMPLE.INVMAST,DISP=SHR                  00028500
//COB.BOMLRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)         00028600
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00028700
//GO.SYSIN DD *                                                         00028800
/*                                                                      00028900
/&                                                                      00029000
