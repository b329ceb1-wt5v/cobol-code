//STEP010  EXEC PGM=VALEDIT                                             00000700
//VALTRANI DD DSNAME=HERC01.SAMPLE.VALTRANI,DISP=SHR                    00000800
//INVMAST  DD DSNAME=HERC01.SAMPLE.INVMAST,DISP=SHR                     00000810
//CUSTMAST DD DSNAME=HERC01.SAMPLE.CUSTMAST,DISP=SHR                    00000812
//CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                    00000815
//VALTRAN  DD DSNAME=HERC01.SAMPLE.VALTRAN,DISP=(,CATLG),               00000900
//             DCB=(DSORG=PS,LRECL=38,BLKSIZE=3800,RECFM=FB),           00001000
//             SPACE=(TRK,(1,1),RLSE)                                   00001100
//ERRTRAN  DD DSNAME=HERC01.SAMPLE.ERRTRAN,DISP=(,CATLG),               00001200
//             DCB=(DSORG=PS,LRECL=40,BLKSIZE=4000,RECFM=FB),           00001300
//             SPACE=(TRK,(1,1),RLSE)                                   00001400
//RUNLOG   DD DSNAME=HERC01.SAMPLE.RUNLOG,DISP=(MOD,CATLG),             00001450
//             DCB=(DSORG=PS,LRECL=43,BLKSIZE=4300,RECFM=FB),           00001460
      *>    IS MISSING OR BLANK) SO A STREAM THAT CROSSES MIDNIGHT      00004855
      *>    CARRIES ONE PROCESSING DATE AND A PRIOR DATE CAN BE         00004856
      *>    RERUN CLEANLY UNDER ITS OWN DATE.                           00004857
      *> 2026-10-15 KWK - THE SHARED TRANSACTION LAYOUT IS 38 BYTES     00004858
      *>    NOW -- IT-CUSTOMER-NO CARRIES THE SHIP-TO CUSTOMER ON AN    00004859
      *>    ISSUE (VALEDIT REJECTS A MISSING OR CLOSED CUSTOMER).       00004860
      *>    EVERY POSTED ISSUE WRITES A SHIPTRAN BILLING RECORD FOR     00004861
      *>    THE QUANTITY ACTUALLY SHIPPED (NOT THE BACKORDERED          00004862
      *>    SHORTFALL) AT IM-UNIT-PRICE; SHIPBILL ROLLS THEM UP PER     00004863
      *>    CUSTOMER INTO THE ACCTREC FILE BILLPOST BILLS FROM.         00004864
      *>    ERRTRAN IS 40 AND INVSUSP 38 (SU-CUSTOMER-NO).              00004865
      *> 2026-10-15 KWK - GLEXTRCT IS 31 BYTES NOW -- GL-SOURCE-PROGRAM 00004866
      *>    TAGS EVERY POSTING WITH THE PROGRAM THAT WROTE IT SO        00004867
      *>    GLPOST CAN SUBTOTAL THE JOURNAL BY SOURCE ALONGSIDE         00004868
      *>    THE BILLPOST, CASHAPP AND CASHREAP EXTRACTS.                00004869
      *> 2026-10-15 KWK - AUDTTRAN IS 36 BYTES NOW -- AT-COUNT-QUANTITY 00004870
      *>    CARRIES THE COUNT-ADJUSTMENT PART OF THE BEFORE/AFTER       00004871
      *>    SWING AND AT-UNIT-COST THE COST IT WAS POSTED AT. EVERY     00004872
      *>    AUDTTRAN AND GLEXTRCT RECORD IS ALSO APPENDED TO THE        00004873
      *>    MONTH-TO-DATE AUDTMTD AND GLEXTMTD FILES FOR INVRECON.      00004874
      *> 2026-10-15 KWK - INVLOT IS 26 BYTES. A RECEIPT ADDS TO         00004875
      *>    LT-RECEIVED-QUANTITY AS WELL AS LT-QUANTITY, AND ISSUES     00004876
      *>    RELIEVE ONLY LT-QUANTITY, SO THE LOT KEEPS WHAT THE         00004877
      *>    VENDOR ACTUALLY SHIPPED FOR APMATCH'S QUANTITY CHECK.       00004878
      *> 2026-10-15 KWK - NEW TRANSACTION TYPE 'A' ASSEMBLES            00004879
      *>    IT-RECEIPT-QUANTITY OF A KIT. THE COMPONENTS COME FROM      00004880
      *>    BOMMAST (BOMMNT MAINTAINS IT) AND EVERY ONE IS CHECKED      00004881
      *>    BEFORE ANYTHING MOVES -- NO STRUCTURE OR OVER 20            00004882
      *>    COMPONENTS REJECTS 'KB', A COMPONENT NOT ON INVMAST         00004883
      *>    'KM', ONE SHORT ON HAND 'KS'. THE PARENT IS RECEIVED AT     00004884
      *>    ITS IM-UNIT-COST (GL TYPE 'K') AND ONLY AFTER ITS           00004885
      *>    REWRITE ARE THE COMPONENTS RELIEVED AT THEIR OWN COST       00004886
      *>    (GL TYPE 'C', AUDIT VENDOR = THE PARENT) FROM THEIR         00004887
      *>    LOCATION AND OLDEST LOTS.                                   00004888
      *> 2026-10-15 KWK - NEW TRANSACTION TYPE 'M' IS A CUSTOMER        00004889
      *>    RETURN (IT-CUSTOMER-NO, ORIGINAL INVOICE NUMBER IN THE      00004890
      *>    RECEIPT-DATE FIELD AS IT-RETURN-INVOICE-NO). IT MUST        00004891
      *>    MATCH A SHIPBILL LINE ON BILLDTL ('RI' IF NOT) AND          00004892
      *>    CANNOT EXCEED THE QUANTITY BILLED LESS ANY EARLIER          00004893
      *>    RETURNS ('RQ'). THE QUANTITY GOES BACK TO                   00004894
      *>    IT-LOCATION-CODE AND IM-ON-HAND, IM-YTD-ISSUED IS           00004895
      *>    REDUCED, AND THE COST IS TAKEN BACK OUT OF COGS (GL         00004896
      *>    TYPE 'G'). ON-ORDER, YTD RECEIVED, BACKORD AND INVLOT       00004897
      *>    ARE NOT TOUCHED. A RETTRAN CREDIT RECORD AT THE BILLED      00004898
      *>    PRICE GOES TO RMACRED FOR THE ARINV CREDIT.                 00004899
      *> 2026-10-15 KWK - INVLOC IS 23 BYTES NOW -- IL-MIN-STOCK        00004900
      *>    AND IL-MAX-STOCK, THE STOCKING LEVELS LOCMNT MAINTAINS      00004901
      *>    FOR EACH ITEM AT EACH LOCATION AND REPLEN WORKS FROM,       00004902
      *>    FOLLOW IL-ON-HAND. A LOCATION RECORD CREATED HERE           00004903
      *>    STARTS WITH BOTH LEVELS ZERO.                               00004904
      *> 2026-10-15 KWK - KIT COMPONENTS ARE NOW RELIEVED BEFORE        00004905
      *>    THE PARENT IS RECEIVED, AS VSAMSEQ DOES. A COMPONENT        00004906
      *>    THAT CANNOT BE READ OR REWRITTEN STOPS THE RELIEF AND       00004907
      *>    THE ASSEMBLY GOES TO ERRTRAN 'RW' WITH THE PARENT NOT       00004908
      *>    RECEIVED. A RETURN'S BILLDTL REWRITE AND RETTRAN CREDIT     00004909
      *>    NOW COME BEFORE ANY STOCK MOVES; IF BILLDTL CANNOT BE       00004910
      *>    REWRITTEN NO CREDIT IS WRITTEN AND THE RETURN GOES TO       00004911
      *>    ERRTRAN 'RW'.                                               00004912
      *> 2026-10-15 KWK - A RETURN'S RETTRAN CREDIT IS NOW WRITTEN      00004913
      *>    ONLY AFTER THE INVMAST REWRITE SUCCEEDS; IF THAT            00004914
      *>    REWRITE FAILS THE BILLDTL RETURNED QUANTITY AND AMOUNT      00004915
      *>    ARE BACKED OUT (394) AND THE TRANSACTION GOES TO            00004916
      *>    ERRTRAN.                                                    00004917
      *> 2026-10-15 KWK - WHEN A KIT COMPONENT FAILS ON READ OR         00004918
      *>    REWRITE THE COMPONENTS ALREADY RELIEVED ARE PUT BACK ON     00004919
      *>    INVMAST AND INVLOC (396-398) WITH A NEGATIVE GL 'C'         00004920
      *>    ROW, SO THE REJECTED ASSEMBLY LEAVES NO STOCK MOVED.        00004921
      *>    LOTS ARE LEFT AS FOR A CUSTOMER RETURN.                     00004922
      *>                                                                00004800
      *>                                                                00004900
       ENVIRONMENT DIVISION.                                            00005000
                           FILE STATUS IS VENDMAST-ERROR-CODE.          00007500
           SELECT AUDTTRAN ASSIGN TO UT-S-AUDTTRAN.                     00007600
           SELECT GLEXTRCT ASSIGN TO UT-S-GLEXTRCT.                     00007700
           SELECT AUDTMTD  ASSIGN TO UT-S-AUDTMTD.                      00007710
           SELECT GLEXTMTD ASSIGN TO UT-S-GLEXTMTD.                     00007720
           SELECT SHIPTRAN ASSIGN TO UT-S-SHIPTRAN.                     00007750
           SELECT INVLOC   ASSIGN TO UT-I-INVLOC                        00007800
                           ORGANIZATION IS INDEXED                      00007900
                           ACCESS IS RANDOM                             00008000
                           FILE STATUS IS INVSUSP-ERROR-CODE.           00008760
           SELECT CYCLDATE ASSIGN TO UT-S-CYCLDATE                      00008773
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00008786
           SELECT BOMMAST  ASSIGN TO UT-I-BOMMAST                       00008788
                           ORGANIZATION IS INDEXED                      00008790
                           ACCESS IS DYNAMIC                            00008791
                           RECORD KEY IS BM-KEY                         00008792
                           FILE STATUS IS BOMMAST-ERROR-CODE.           00008793
           SELECT BILLDTL  ASSIGN TO UT-I-BILLDTL                       00008794
                           ORGANIZATION IS INDEXED                      00008795
                           ACCESS IS RANDOM                             00008796
                           RECORD KEY IS DL-KEY                         00008797
                           FILE STATUS IS BILLDTL-ERROR-CODE.           00008798
           SELECT RETTRAN  ASSIGN TO UT-S-RETTRAN.                      00008799
      *>                                                                00008800
       DATA DIVISION.                                                   00008900
      *                                                                 00009000
      *                                                                 00009200
       FD  VALTRAN                                                      00009300
           LABEL RECORDS ARE STANDARD                                   00009400
           RECORD CONTAINS 38 CHARACTERS.                               00009500
      *                                                                 00009600
       01  VALID-TRANSACTION-AREA           PIC X(38).                  00009700
      *                                                                 00009800
       FD  INVMAST                                                      00009900
           LABEL RECORDS ARE STANDARD                                   00010000
      *                                                                 00010600
       FD  ERRTRAN                                                      00010700
           LABEL RECORDS ARE STANDARD                                   00010800
           RECORD CONTAINS 40 CHARACTERS.                               00010900
      *                                                                 00011000
       01  ERROR-TRANSACTION               PIC X(40).                   00011100
      *                                                                 00011200
       FD  CHKPOINT                                                     00011300
           LABEL RECORDS ARE STANDARD                                   00011400
      *                                                                 00013200
       FD  AUDTTRAN                                                     00013300
           LABEL RECORDS ARE STANDARD                                   00013400
           RECORD CONTAINS 36 CHARACTERS.                               00013500
      *                                                                 00013600
       01  AUDIT-TRANSACTION-AREA           PIC X(36).                  00013700
      *                                                                 00013800
       FD  GLEXTRCT                                                     00013900
           LABEL RECORDS ARE STANDARD                                   00014000
           RECORD CONTAINS 31 CHARACTERS.                               00014100
      *                                                                 00014200
       01  GL-TRANSACTION-AREA               PIC X(31).                 00014300
      *                                                                 00014307
       FD  AUDTMTD                                                      00014314
           LABEL RECORDS ARE STANDARD                                   00014321
           RECORD CONTAINS 36 CHARACTERS.                               00014328
      *                                                                 00014335
       01  AUDIT-MONTH-TO-DATE-AREA         PIC X(36).                  00014342
      *                                                                 00014349
       FD  GLEXTMTD                                                     00014356
           LABEL RECORDS ARE STANDARD                                   00014363
           RECORD CONTAINS 31 CHARACTERS.                               00014370
      *                                                                 00014377
       01  GL-MONTH-TO-DATE-AREA             PIC X(31).                 00014384
      *                                                                 00014400
       FD  SHIPTRAN                                                     00014410
           LABEL RECORDS ARE STANDARD                                   00014420
           RECORD CONTAINS 43 CHARACTERS.                               00014430
      *                                                                 00014440
       01  SHIPMENT-BILLING-AREA           PIC X(43).                   00014450
      *                                                                 00014460
       FD  INVLOC                                                       00014500
           LABEL RECORDS ARE STANDARD                                   00014600
           RECORD CONTAINS 23 CHARACTERS.                               00014700
      *                                                                 00014800
       01  LOCATION-RECORD-AREA.                                        00014900
           05  IL-KEY.                                                  00015000
               10  IL-ITEM-NO              PIC X(5).                    00015100
               10  IL-LOCATION-CODE        PIC X(3).                    00015200
           05  IL-ON-HAND                  PIC S9(5).                   00015300
           05  IL-MIN-STOCK                PIC 9(5).                    00015330
           05  IL-MAX-STOCK                PIC 9(5).                    00015360
      *                                                                 00015400
       FD  INVLOT                                                       00015500
           LABEL RECORDS ARE STANDARD                                   00015600
           RECORD CONTAINS 26 CHARACTERS.                               00015700
      *                                                                 00015800
       01  LOT-RECORD-AREA.                                             00015900
           05  LT-KEY.                                                  00016000
               10  LT-LOT-NO               PIC X(6).                    00016200
           05  LT-VENDOR-NO                PIC X(5).                    00016300
           05  LT-QUANTITY                 PIC S9(5).                   00016400
           05  LT-RECEIVED-QUANTITY        PIC S9(5).                   00016450
      *                                                                 00016500
       FD  BACKORD                                                      00016501
           LABEL RECORDS ARE STANDARD                                   00016502
      *                                                                 00016620
       FD  INVSUSP                                                      00016630
           LABEL RECORDS ARE STANDARD                                   00016640
           RECORD CONTAINS 38 CHARACTERS.                               00016650
      *                                                                 00016660
       01  SUSPENSE-RECORD-AREA            PIC X(38).                   00016670
      *                                                                 00016680
       FD  CYCLDATE                                                     00016682
           LABEL RECORDS ARE STANDARD                                   00016684
           RECORD CONTAINS 6 CHARACTERS.                                00016686
      *                                                                 00016688
       01  CYCLE-DATE-AREA                     PIC X(6).                00016690
      *                                                                 00016691
       FD  BOMMAST                                                      00016692
           LABEL RECORDS ARE STANDARD                                   00016693
           RECORD CONTAINS 20 CHARACTERS.                               00016694
      *                                                                 00016695
       01  BOM-MASTER-AREA.                                             00016696
           05  BM-KEY.                                                  00016697
               10  BM-PARENT-ITEM-NO       PIC X(5).                    00016698
               10  BM-COMPONENT-ITEM-NO    PIC X(5).                    00016699
           05  BM-QUANTITY-PER             PIC 9(5).                    00016700
           05  FILLER                      PIC X(5).                    00016701
      *                                                                 00016704
       FD  BILLDTL                                                      00016707
           LABEL RECORDS ARE STANDARD                                   00016710
           RECORD CONTAINS 70 CHARACTERS.                               00016713
      *                                                                 00016716
       01  BILLING-DETAIL-AREA.                                         00016719
           05  DL-KEY.                                                  00016722
               10  DL-CUSTOMER-NO          PIC 9(9).                    00016725
               10  DL-INVOICE-NO           PIC X(6).                    00016728
               10  DL-ITEM-NO              PIC X(5).                    00016731
           05  DL-BILLED-QUANTITY          PIC S9(7).                   00016734
           05  DL-BILLED-AMOUNT            PIC S9(9)V99.                00016737
           05  DL-RETURNED-QUANTITY        PIC S9(7).                   00016740
           05  DL-RETURNED-AMOUNT          PIC S9(9)V99.                00016743
           05  DL-BILL-DATE                PIC 9(6).                    00016746
           05  FILLER                      PIC X(8).                    00016749
      *                                                                 00016752
       FD  RETTRAN                                                      00016755
           LABEL RECORDS ARE STANDARD                                   00016758
           RECORD CONTAINS 52 CHARACTERS.                               00016761
      *                                                                 00016764
       01  RETURN-CREDIT-AREA              PIC X(52).                   00016767
      *                                                                 00016770
       WORKING-STORAGE SECTION.                                         00016773
      *                                                                 00016776
       01  SWITCHES.                                                    00016800
           05  VALTRAN-EOF-SWITCH              PIC X   VALUE   'N'.     00016900
               88  VALTRAN-EOF                         VALUE   'Y'.     00017000
               88  BACKORD-FOUND                        VALUE  'Y'.     00018671
           05  LOT-RELIEF-SWITCH               PIC X   VALUE   'N'.     00018672
               88  LOT-RELIEF-DONE                      VALUE  'Y'.     00018673
           05  KIT-SCAN-SWITCH                 PIC X   VALUE   'N'.     00018682
               88  KIT-SCAN-DONE                        VALUE  'Y'.     00018691
           05  KIT-REVERSAL-SWITCH             PIC X   VALUE   'N'.     00018694
               88  KIT-REVERSING                        VALUE  'Y'.     00018697
      *                                                                 00018700
       01  FILE-STATUS-FIELD.                                           00018800
           05 CYCLDATE-ERROR-CODE           PIC XX.                     00018850
           05 INVSUSP-ERROR-CODE           PIC XX.                      00019530
           05 BACKORD-ERROR-CODE          PIC XX.                       00019540
           05 BATCHREG-ERROR-CODE          PIC XX.                      00019550
           05 BOMMAST-ERROR-CODE           PIC XX.                      00019570
           05 BILLDTL-ERROR-CODE           PIC XX.                      00019580
      *                                                                 00019600
       01  WS-EOJ-COUNTERS.                                             00019700
           05  WS-TRAN-READ-COUNT          PIC 9(7) VALUE ZERO.         00019800
           05  WS-ERROR-COUNT              PIC 9(7) VALUE ZERO.         00020000
           05  WS-HOLD-COUNT                PIC 9(7) VALUE ZERO.        00020050
           05  WS-BACKORDER-COUNT           PIC 9(7) VALUE ZERO.        00020060
           05  WS-SHIPMENT-COUNT            PIC 9(7) VALUE ZERO.        00020080
           05  WS-ASSEMBLY-COUNT            PIC 9(7) VALUE ZERO.        00020090
           05  WS-RETURN-COUNT              PIC 9(7) VALUE ZERO.        00020095
      *                                                                 00020100
       01  WS-CHECKPOINT-CONTROL.                                       00020200
           05  WS-CHECKPOINT-INTERVAL      PIC 9(3) VALUE 100.          00020300
           05  RL-COUNT-2                  PIC 9(7).                    00020960
           05  RL-COUNT-3                  PIC 9(7).                    00020970
           05  RL-COUNT-4                  PIC 9(7).                    00020980
      *                                                                 00020981
       01  WS-EXTENDED-COST                PIC S9(9)V99 VALUE ZERO.     00020982
      *                                                                 00020983
       01  SUSPENSE-TRANSACTION-RECORD.                                 00020984
           05  SU-ITEM-NO                  PIC X(5).                    00020985
           05  SU-VENDOR-NO                PIC X(5).                    00020986
           05  SU-RECEIPT-DATE             PIC X(6).                    00020987
           05  SU-RECEIPT-QUANTITY         PIC S9(5).                   00020988
           05  SU-TRANS-TYPE               PIC X(1).                    00020989
           05  SU-LOCATION-CODE            PIC X(3).                    00020990
           05  SU-UNIT-CODE                PIC X(1).                    00020991
           05  SU-DISPOSITION              PIC X(1) VALUE SPACE.        00020992
               88  SU-APPROVED                     VALUE   'A'.         00020993
               88  SU-REJECTED                     VALUE   'R'.         00020994
               88  SU-PENDING                      VALUE   SPACE.       00020995
           05  SU-RESUBMIT-COUNT           PIC 9(2) VALUE ZERO.         00020996
           05  SU-CUSTOMER-NO              PIC 9(9) VALUE ZERO.         00020997
      *                                                                 00020998
       01  WS-ON-HAND-BEFORE               PIC S9(5).                   00020999
       01  WS-COUNT-QUANTITY-HOLD          PIC S9(5) VALUE ZERO.        00021000
       01  WS-BACKORDER-QUANTITY           PIC S9(5) VALUE ZERO.        00021001
       01  WS-RECEIPT-NET-QUANTITY         PIC S9(5) VALUE ZERO.        00021002
       01  WS-CONVERTED-QUANTITY           PIC S9(7) VALUE ZERO.        00021003
       01  WS-LOT-RELIEF-QUANTITY          PIC S9(7) VALUE ZERO.        00021004
       01  WS-ISSUE-SHIPPED-QUANTITY       PIC S9(7) VALUE ZERO.        00021005
       01  WS-REJECT-REASON-CODE           PIC X(2) VALUE SPACES.       00021006
      *                                                                 00021007
       01  WS-KIT-CONTROL.                                              00021008
           05  WS-KIT-COMPONENT-COUNT      PIC S9(4) COMP VALUE ZERO.   00021009
           05  WS-KIT-RELIEVED-COUNT       PIC S9(4) COMP VALUE ZERO.   00021010
           05  WS-KIT-REJECT-CODE          PIC X(2)  VALUE SPACES.      00021015
           05  WS-KIT-COMPONENT-COST       PIC S9(9)V99 VALUE ZERO.     00021016
           05  WS-KIT-ON-HAND-BEFORE       PIC S9(5) VALUE ZERO.        00021017
      *                                                                 00021018
       01  KIT-COMPONENT-TABLE.                                         00021019
           05  KT-ENTRY                    OCCURS 20 TIMES              00021020
                                           INDEXED BY KT-IX.            00021021
               10  KT-COMPONENT-ITEM-NO    PIC X(5).                    00021022
               10  KT-REQUIRED-QUANTITY    PIC S9(7).                   00021023
      *                                                                 00021026
       01  WS-RETURN-CONTROL.                                           00021029
           05  WS-RETURN-REJECT-CODE       PIC X(2)  VALUE SPACES.      00021032
           05  WS-RETURN-CREDIT            PIC S9(9)V99 VALUE ZERO.     00021035
      *                                                                 00021038
       01  BATCH-CONTROL.                                               00021041
           05  WS-BATCH-NUMBER             PIC 9(6) VALUE ZERO.         00021044
           05  BATCHREG-EOF-SWITCH         PIC X    VALUE 'N'.          00021047
               88  BATCHREG-EOF                     VALUE 'Y'.          00021050
           05  BATCH-POSTED-SWITCH         PIC X    VALUE 'N'.          00021053
               88  BATCH-ALREADY-POSTED             VALUE 'Y'.          00021056
      *                                                                 00021059
       01  BATCH-HEADER-RECORD.                                         00021062
           05  BH-RECORD-ID                PIC X(5).                    00021065
               88  BH-IS-BATCH-HEADER          VALUE '*HDR*'.           00021068
           05  BH-BATCH-NUMBER             PIC 9(6).                    00021071
           05  FILLER                      PIC X(27).                   00021074
      *                                                                 00021077
       01  BATCH-REGISTER-RECORD           PIC 9(6).                    00021080
      *                                                                 00021083
       01  ERROR-TRANSACTION-RECORD.                                    00021086
           05  ET-TRANSACTION-DATA         PIC X(38).                   00021089
           05  ET-REASON-CODE              PIC X(2).                    00021092
       01  INVENTORY-TRANSACTION-RECORD.                                00021100
           05  IT-ITEM-NO                  PIC X(5).                    00021200
           05  IT-VENDOR-NO                PIC X(5).                    00021300
               10  IT-TO-LOCATION-CODE     PIC X(3).                    00021320
               10  FILLER                  PIC X(2).                    00021330
           05  IT-RECEIPT-DATE             PIC X(6).                    00021400
           05  IT-RETURN-INVOICE-NO REDEFINES IT-RECEIPT-DATE           00021430
                                           PIC X(6).                    00021460
           05  IT-RECEIPT-QUANTITY         PIC S9(5).                   00021500
           05  IT-TRANS-TYPE               PIC X(1).                    00021600
               88  IT-TRANS-IS-RECEIPT             VALUE   'R'.         00021700
               88  IT-TRANS-IS-NEWITEM             VALUE   'N'.         00021900
               88  IT-TRANS-IS-COUNT               VALUE   'C'.         00022000
               88  IT-TRANS-IS-TRANSFER            VALUE   'T'.         00022010
               88  IT-TRANS-IS-ASSEMBLY            VALUE   'A'.         00022050
               88  IT-TRANS-IS-RETURN              VALUE   'M'.         00022070
           05  IT-LOCATION-CODE            PIC X(3).                    00022100
           05  IT-UNIT-CODE                PIC X(1).                    00022110
               88  IT-UNIT-IS-EACH                 VALUE   'E'.         00022120
           05  IT-RELEASE-FLAG             PIC X(1).                    00022150
               88  IT-RELEASE-APPROVED             VALUE   'A'.         00022160
           05  IT-RESUBMIT-COUNT           PIC 9(2).                    00022170
           05  IT-CUSTOMER-NO              PIC 9(9).                    00022180
      *                                                                 00022200
       01  INVENTORY-MASTER-RECORD.                                     00022300
           05  IM-DESCRIPTIVE-DATA.                                     00022400
                   88  IM-ITEM-DISCONTINUED        VALUE 'D'.           00023411
                   88  IM-ITEM-DELETE-PENDING      VALUE 'X'.           00023412
               10  IM-PRIMARY-VENDOR       PIC X(5).                    00023420
      *                                                                 00023424
       01  KIT-COMPONENT-RECORD.                                        00023428
           05  KC-DESCRIPTIVE-DATA.                                     00023432
               10  KC-ITEM-NO              PIC X(5).                    00023436
               10  KC-ITEM-DESC            PIC X(20).                   00023440
               10  KC-UNIT-COST            PIC S999V99.                 00023444
               10  KC-UNIT-PRICE           PIC S999V99.                 00023448
           05  KC-INVENTORY-DATA.                                       00023452
               10  KC-REORDER-POINT        PIC S9(5).                   00023456
               10  KC-ON-HAND              PIC S9(5).                   00023460
               10  KC-ON-ORDER             PIC S9(5).                   00023464
               10  KC-CASE-QUANTITY        PIC 9(4).                    00023468
               10  KC-PALLET-QUANTITY      PIC 9(4).                    00023472
               10  KC-YTD-RECEIVED         PIC S9(7).                   00023476
               10  KC-YTD-ISSUED           PIC S9(7).                   00023480
               10  KC-ITEM-STATUS          PIC X(1).                    00023484
                   88  KC-ITEM-DISCONTINUED        VALUE 'D'.           00023488
                   88  KC-ITEM-DELETE-PENDING      VALUE 'X'.           00023492
               10  KC-PRIMARY-VENDOR       PIC X(5).                    00023496
      *                                                                 00023500
       01  REORDRPT-DETAIL.                                             00023600
           05  RD-ITEM-NO                  PIC X(5).                    00023700
           05  AT-ON-HAND-AFTER            PIC S9(5).                   00025500
           05  AT-VENDOR-NO                PIC X(5).                    00025600
           05  AT-RUN-DATE                 PIC 9(6).                    00025700
           05  AT-COUNT-QUANTITY           PIC S9(5).                   00025730
           05  AT-UNIT-COST                PIC S999V99.                 00025760
      *                                                                 00025800
       01  GL-TRANSACTION-RECORD.                                       00025900
           05  GL-ITEM-NO                  PIC X(5).                    00026000
           05  GL-EXTENDED-COST            PIC S9(9)V99.                00026100
           05  GL-RUN-DATE                 PIC 9(6).                    00026200
           05  GL-TRANS-TYPE               PIC X(1).                    00026210
           05  GL-SOURCE-PROGRAM           PIC X(8)  VALUE              00026213
               'VSAMRND '.                                              00026216
      *                                                                 00026220
       01  SHIPMENT-BILLING-RECORD.                                     00026230
           05  SB-CUSTOMER-NO              PIC 9(9).                    00026240
           05  SB-ITEM-NO                  PIC X(5).                    00026250
           05  SB-SHIPPED-QUANTITY         PIC S9(7).                   00026260
           05  SB-UNIT-PRICE               PIC S999V99.                 00026270
           05  SB-EXTENDED-PRICE           PIC S9(9)V99.                00026280
           05  SB-RUN-DATE                 PIC 9(6).                    00026281
      *                                                                 00026282
       01  RETURN-CREDIT-RECORD.                                        00026283
           05  RT-CUSTOMER-NO              PIC 9(9).                    00026284
           05  RT-INVOICE-NO               PIC X(6).                    00026285
           05  RT-ITEM-NO                  PIC X(5).                    00026286
           05  RT-RETURN-QUANTITY          PIC S9(7).                   00026287
           05  RT-UNIT-PRICE               PIC S999V99.                 00026288
           05  RT-CREDIT-AMOUNT            PIC S9(9)V99.                00026289
           05  RT-LOCATION-CODE            PIC X(3).                    00026290
           05  RT-RUN-DATE                 PIC 9(6).                    00026291
      *>                                                                00026300
       PROCEDURE DIVISION.                                              00026400
      *                                                                 00026500
                   OUTPUT  REORDRPT, INPUT VENDMAST,                    00026800
                   OUTPUT  AUDTTRAN, OUTPUT GLEXTRCT,                   00026900
                   I-O     INVLOC, I-O INVLOT, INPUT HOLDPARM,          00026950
                   EXTEND  INVSUSP, I-O BACKORD, OUTPUT SHIPTRAN,       00026960
                   EXTEND  AUDTMTD, EXTEND GLEXTMTD, INPUT BOMMAST,     00026980
                   I-O     BILLDTL, OUTPUT RETTRAN.                     00026990
           IF VALTRAN-ERROR-CODE NOT = '00'                             00027000
               DISPLAY 'VSAMRND   A 1   OPEN ERROR FOR VALTRAN'         00027200
               DISPLAY 'VSAMRND   A 1   FILE STATUS = '                 00027300
               UNTIL VALTRAN-EOF                                        00028400
           CLOSE   VALTRAN, INVMAST, ERRTRAN, CHKPOINT, REORDRPT,       00028500
                   VENDMAST, AUDTTRAN, GLEXTRCT, INVLOC, INVLOT,        00028600
                   HOLDPARM, INVSUSP, BACKORD, SHIPTRAN, AUDTMTD,       00028630
                   GLEXTMTD, BOMMAST, BILLDTL, RETTRAN.                 00028660
           DISPLAY 'VSAMRND READ=' WS-TRAN-READ-COUNT                   00028700
               ' UPDATED=' WS-MASTER-UPDATE-COUNT                       00028800
               ' ERRORS=' WS-ERROR-COUNT                                00028850
               ' HELD=' WS-HOLD-COUNT                                   00028870
               ' BACKORDERED=' WS-BACKORDER-COUNT                       00028890
               ' BILLED=' WS-SHIPMENT-COUNT                             00028920
               ' ASSEMBLED=' WS-ASSEMBLY-COUNT                          00028950
               ' RETURNED=' WS-RETURN-COUNT.                            00028970
           IF RESTART-SKIP-ACTIVE                                       00029000
               DISPLAY 'VSAMRND   A 4   RESTART ITEM = '                00029100
                   WS-LAST-CHECKPOINT-ITEM                              00029200
                           WS-CONVERTED-QUANTITY.                       00035860
      *                                                                 00035900
       325-VALIDATE-VENDOR.                                             00036000
               IF      IT-TRANS-IS-COUNT OR IT-TRANS-IS-TRANSFER        00036006
                       OR IT-TRANS-IS-ASSEMBLY OR IT-TRANS-IS-RETURN    00036012
                   MOVE 'Y' TO VENDOR-VALID-SWITCH                      00036020
               ELSE                                                     00036030
                   MOVE    IT-VENDOR-NO TO VM-VENDOR-NO                 00036100
               MOVE    IT-UNIT-CODE       TO SU-UNIT-CODE.              00036955
               MOVE    SPACE              TO SU-DISPOSITION.            00036960
               MOVE    IT-RESUBMIT-COUNT  TO SU-RESUBMIT-COUNT.         00036965
               MOVE    IT-CUSTOMER-NO     TO SU-CUSTOMER-NO.            00036967
               WRITE   SUSPENSE-RECORD-AREA FROM                        00036970
                   SUSPENSE-TRANSACTION-RECORD.                         00036980
               ADD 1 TO WS-HOLD-COUNT.                                  00036990
      *                                                                 00036995
       330-UPDATE-INVENTORY-MASTER.                                     00036900
               MOVE IM-ON-HAND TO WS-ON-HAND-BEFORE.                    00037000
               MOVE ZERO TO WS-COUNT-QUANTITY-HOLD.                     00037050
               MOVE 'N' TO MASTER-UPDATED-SWITCH.                       00037100
               MOVE 'N' TO GL-SHOULD-POST-SWITCH.                       00037200
               IF IT-TRANS-IS-RETURN                                    00037201
                   PERFORM 390-RECEIVE-CUSTOMER-RETURN                  00037202
               ELSE                                                     00037203
               IF IT-TRANS-IS-ASSEMBLY                                  00037204
                   PERFORM 380-ASSEMBLE-KIT                             00037205
               ELSE                                                     00037206
               IF IT-TRANS-IS-TRANSFER                                  00037210
                   MOVE 'Y' TO MASTER-UPDATED-SWITCH                    00037220
               ELSE                                                     00037230
               ELSE                                                     00038000
                   IF IT-TRANS-IS-COUNT                                 00038100
                       ADD WS-CONVERTED-QUANTITY TO IM-ON-HAND          00038200
                       MOVE WS-CONVERTED-QUANTITY TO                    00038230
                           WS-COUNT-QUANTITY-HOLD                       00038260
                       MOVE 'Y' TO MASTER-UPDATED-SWITCH                00038300
                   ELSE                                                 00038400
                       PERFORM 349-CHECK-BACKORDER                      00038420
                  DISPLAY 'VSAMRND   A 2   FILE STATUS = '              00039700
                       INVMAST-ERROR-CODE                               00039800
                  MOVE 'RW' TO WS-REJECT-REASON-CODE                    00039850
                  IF IT-TRANS-IS-RETURN                                 00039860
                      PERFORM 394-BACK-OUT-RETURN-CREDIT                00039870
                  END-IF                                                00039880
                  PERFORM 350-WRITE-ERROR-TRAN                          00039900
               ELSE                                                     00040000
                  ADD 1 TO WS-MASTER-UPDATE-COUNT                       00040100
                  PERFORM 341-WRITE-AUDIT-TRAN                          00040200
                  IF GL-SHOULD-POST                                     00040300
                      PERFORM 343-WRITE-GL-EXTRACT                      00040400
                  END-IF                                                00040410
                  IF IT-TRANS-IS-ISSUE                                  00040420
                      PERFORM 355-WRITE-SHIPMENT-BILLING                00040430
                  END-IF                                                00040450
                  IF IT-TRANS-IS-ASSEMBLY                               00040451
                      ADD 1 TO WS-ASSEMBLY-COUNT                        00040455
                  END-IF                                                00040456
                  IF IT-TRANS-IS-RETURN                                 00040457
                      PERFORM 393-WRITE-RETURN-CREDIT-TRAN              00040458
                  END-IF                                                00040459
                  IF IT-TRANS-IS-TRANSFER                               00040460
                      PERFORM 351-TRANSFER-LOCATION-ON-HAND             00040470
                  ELSE                                                  00040480
               MOVE    WS-ON-HAND-BEFORE   TO AT-ON-HAND-BEFORE         00041300
               MOVE    IM-ON-HAND          TO AT-ON-HAND-AFTER          00041400
               MOVE    IT-VENDOR-NO        TO AT-VENDOR-NO              00041500
               MOVE    WS-RUN-DATE         TO AT-RUN-DATE               00041550
               MOVE    WS-COUNT-QUANTITY-HOLD TO AT-COUNT-QUANTITY      00041600
               MOVE    IM-UNIT-COST        TO AT-UNIT-COST              00041650
               WRITE   AUDIT-TRANSACTION-AREA FROM                      00041700
                   AUDIT-TRANSACTION-RECORD.                            00041750
               WRITE   AUDIT-MONTH-TO-DATE-AREA FROM                    00041800
                   AUDIT-TRANSACTION-RECORD.                            00041850
      *                                                                 00041900
       343-WRITE-GL-EXTRACT.                                            00042000
               IF IT-TRANS-IS-ISSUE                                     00042050
                   COMPUTE GL-EXTENDED-COST =                           00042100
                       WS-ISSUE-SHIPPED-QUANTITY * IM-UNIT-COST         00042150
               ELSE                                                     00042170
               IF IT-TRANS-IS-RETURN                                    00042171
                   MOVE 'G' TO GL-TRANS-TYPE                            00042172
                   COMPUTE GL-EXTENDED-COST =                           00042173
                       WS-CONVERTED-QUANTITY * IM-UNIT-COST             00042174
               ELSE                                                     00042175
               IF IT-TRANS-IS-ASSEMBLY                                  00042180
                   MOVE 'K' TO GL-TRANS-TYPE                            00042190
                   COMPUTE GL-EXTENDED-COST =                           00042200
                       WS-CONVERTED-QUANTITY * IM-UNIT-COST             00042210
               ELSE                                                     00042220
                   MOVE 'R' TO GL-TRANS-TYPE                            00042230
                   COMPUTE GL-EXTENDED-COST =                           00042240
                       WS-CONVERTED-QUANTITY * IM-UNIT-COST.            00042250
               MOVE    IM-ITEM-NO   TO GL-ITEM-NO                       00042300
               MOVE    WS-RUN-DATE  TO GL-RUN-DATE                      00042400
               WRITE   GL-TRANSACTION-AREA FROM                         00042460
                   GL-TRANSACTION-RECORD.                               00042520
               WRITE   GL-MONTH-TO-DATE-AREA FROM                       00042580
                   GL-TRANSACTION-RECORD.                               00042640
      *                                                                 00042700
       344-UPDATE-LOCATION-ON-HAND.                                     00042800
               MOVE    IT-ITEM-NO       TO IL-ITEM-NO.                  00042900
               IF      INVLOC-ERROR-CODE = '00'                         00043200
                   MOVE 'Y' TO LOCATION-FOUND-SWITCH                    00043300
               ELSE                                                     00043400
                   MOVE 'N' TO LOCATION-FOUND-SWITCH                    00043460
                   MOVE ZERO TO IL-MIN-STOCK, IL-MAX-STOCK.             00043520
               IF IT-TRANS-IS-ISSUE                                     00043600
                   IF LOCATION-FOUND                                    00043700
                       SUBTRACT WS-CONVERTED-QUANTITY FROM IL-ON-HAND   00043800
               IF      INVLOC-ERROR-CODE = '00'                         00045050
                   MOVE 'Y' TO LOCATION-FOUND-SWITCH                    00045051
               ELSE                                                     00045052
                   MOVE 'N' TO LOCATION-FOUND-SWITCH                    00045053
                   MOVE ZERO TO IL-MIN-STOCK, IL-MAX-STOCK.             00045054
               IF LOCATION-FOUND                                        00045055
                   SUBTRACT WS-CONVERTED-QUANTITY FROM IL-ON-HAND       00045056
                   REWRITE LOCATION-RECORD-AREA                         00045057
               ELSE                                                     00045058
                   COMPUTE IL-ON-HAND = ZERO - WS-CONVERTED-QUANTITY    00045059
                   WRITE LOCATION-RECORD-AREA.                          00045060
               MOVE    IT-ITEM-NO       TO IL-ITEM-NO.                  00045061
               MOVE    IT-TO-LOCATION-CODE TO IL-LOCATION-CODE.         00045062
               READ    INVLOC.                                          00045063
               IF      INVLOC-ERROR-CODE = '00'                         00045064
                   MOVE 'Y' TO LOCATION-FOUND-SWITCH                    00045065
               ELSE                                                     00045066
                   MOVE 'N' TO LOCATION-FOUND-SWITCH                    00045067
                   MOVE ZERO TO IL-MIN-STOCK, IL-MAX-STOCK.             00045068
               IF LOCATION-FOUND                                        00045069
                   ADD WS-CONVERTED-QUANTITY TO IL-ON-HAND              00045070
                   REWRITE LOCATION-RECORD-AREA                         00045071
               ELSE                                                     00045072
                   MOVE WS-CONVERTED-QUANTITY TO IL-ON-HAND             00045073
                   MOVE 'N' TO LOT-FOUND-SWITCH.                        00045800
               MOVE    IT-VENDOR-NO TO LT-VENDOR-NO.                    00045900
               IF LOT-FOUND                                             00046000
                   ADD WS-CONVERTED-QUANTITY TO LT-QUANTITY,            00046100
                                                 LT-RECEIVED-QUANTITY   00046150
                   REWRITE LOT-RECORD-AREA                              00046200
               ELSE                                                     00046300
                   MOVE WS-CONVERTED-QUANTITY TO LT-QUANTITY,           00046400
                                                  LT-RECEIVED-QUANTITY  00046450
                   WRITE LOT-RECORD-AREA.                               00046500
      *                                                                 00046600
       347-RELIEVE-ON-ORDER.                                            00046650
               WRITE   ERROR-TRANSACTION FROM                           00048330
                   ERROR-TRANSACTION-RECORD.                            00048400
               ADD 1 TO WS-ERROR-COUNT.                                 00048500
      *                                                                 00048507
       355-WRITE-SHIPMENT-BILLING.                                      00048514
               IF WS-ISSUE-SHIPPED-QUANTITY > ZERO                      00048521
                   MOVE IT-CUSTOMER-NO         TO SB-CUSTOMER-NO        00048528
                   MOVE IT-ITEM-NO             TO SB-ITEM-NO            00048535
                   MOVE WS-ISSUE-SHIPPED-QUANTITY TO                    00048536
                       SB-SHIPPED-QUANTITY                              00048537
                   MOVE IM-UNIT-PRICE          TO SB-UNIT-PRICE         00048538
                   COMPUTE SB-EXTENDED-PRICE =                          00048539
                       WS-ISSUE-SHIPPED-QUANTITY * IM-UNIT-PRICE        00048540
                   MOVE WS-RUN-DATE            TO SB-RUN-DATE           00048541
                   WRITE SHIPMENT-BILLING-AREA FROM                     00048542
                       SHIPMENT-BILLING-RECORD                          00048543
                   ADD 1 TO WS-SHIPMENT-COUNT.                          00048544
      *                                                                 00048545
      ****************************************************************  00048546
      *  ASSEMBLY - EXPLODE THE KIT FROM BOMMAST AND CHECK EVERY        00048547
      *  COMPONENT BEFORE ANYTHING MOVES.  ONE SHORT OR MISSING         00048548
      *  COMPONENT REJECTS THE WHOLE ASSEMBLY.  THE COMPONENTS ARE      00048549
      *  RELIEVED FIRST AND THE PARENT IS RECEIVED ONLY WHEN ALL OF     00048550
      *  THEM WERE; A COMPONENT THAT CANNOT BE READ OR REWRITTEN        00048551
      *  STOPS THE RELIEF, THE COMPONENTS ALREADY RELIEVED ARE PUT      00048552
      *  BACK (396), AND THE ASSEMBLY GOES TO ERRTRAN ('RW') SO IT      00048553
      *  CAN BE RESUBMITTED WHOLE.                                      00048554
      ****************************************************************  00048555
       380-ASSEMBLE-KIT.                                                00048556
               PERFORM 381-LOAD-KIT-COMPONENTS.                         00048557
               IF WS-KIT-REJECT-CODE = SPACES                           00048558
                   PERFORM 383-CHECK-KIT-COMPONENT                      00048559
                       VARYING KT-IX FROM 1 BY 1                        00048560
                       UNTIL KT-IX > WS-KIT-COMPONENT-COUNT             00048561
                          OR WS-KIT-REJECT-CODE NOT = SPACES.           00048562
               IF WS-KIT-REJECT-CODE = SPACES                           00048563
                   PERFORM 384-RELIEVE-KIT-COMPONENT                    00048564
                       VARYING KT-IX FROM 1 BY 1                        00048565
                       UNTIL KT-IX > WS-KIT-COMPONENT-COUNT             00048566
                          OR WS-KIT-REJECT-CODE NOT = SPACES.           00048567
               IF WS-KIT-REJECT-CODE = 'RW'                             00048568
                   AND WS-KIT-RELIEVED-COUNT > ZERO                     00048569
                   MOVE 'Y' TO KIT-REVERSAL-SWITCH                      00048570
                   PERFORM 396-REVERSE-KIT-COMPONENT                    00048571
                       VARYING KT-IX FROM 1 BY 1                        00048572
                       UNTIL KT-IX > WS-KIT-RELIEVED-COUNT              00048573
                   MOVE 'N' TO KIT-REVERSAL-SWITCH.                     00048574
               IF WS-KIT-REJECT-CODE NOT = SPACES                       00048575
                   MOVE WS-KIT-REJECT-CODE TO WS-REJECT-REASON-CODE     00048576
                   PERFORM 350-WRITE-ERROR-TRAN                         00048577
               ELSE                                                     00048578
                   PERFORM 387-RECEIVE-KIT-PARENT.                      00048579
      *                                                                 00048580
       381-LOAD-KIT-COMPONENTS.                                         00048581
               MOVE    ZERO   TO WS-KIT-COMPONENT-COUNT.                00048582
               MOVE    ZERO   TO WS-KIT-RELIEVED-COUNT.                 00048583
               MOVE    SPACES TO WS-KIT-REJECT-CODE.                    00048584
               MOVE    'N'    TO KIT-SCAN-SWITCH.                       00048585
               IF WS-CONVERTED-QUANTITY NOT > ZERO                      00048586
                   MOVE 'QT' TO WS-KIT-REJECT-CODE                      00048587
               ELSE                                                     00048588
                   MOVE IT-ITEM-NO TO BM-PARENT-ITEM-NO                 00048589
                   MOVE LOW-VALUES TO BM-COMPONENT-ITEM-NO              00048590
                   START BOMMAST KEY NOT < BM-KEY                       00048591
                   IF BOMMAST-ERROR-CODE = '00'                         00048592
                       PERFORM 382-READ-KIT-COMPONENT                   00048593
                           UNTIL KIT-SCAN-DONE.                         00048594
               IF WS-KIT-REJECT-CODE = SPACES                           00048595
                   AND WS-KIT-COMPONENT-COUNT = ZERO                    00048596
                   MOVE 'KB' TO WS-KIT-REJECT-CODE.                     00048597
      *                                                                 00048598
       382-READ-KIT-COMPONENT.                                          00048599
               READ BOMMAST NEXT RECORD.                                00048600
               IF BOMMAST-ERROR-CODE NOT = '00'                         00048601
                   OR BM-PARENT-ITEM-NO NOT = IT-ITEM-NO                00048602
                   MOVE 'Y' TO KIT-SCAN-SWITCH                          00048603
               ELSE                                                     00048604
                   IF WS-KIT-COMPONENT-COUNT NOT < 20                   00048605
                       MOVE 'KB' TO WS-KIT-REJECT-CODE                  00048606
                       MOVE 'Y'  TO KIT-SCAN-SWITCH                     00048607
                   ELSE                                                 00048608
                       ADD 1 TO WS-KIT-COMPONENT-COUNT                  00048609
                       SET KT-IX TO WS-KIT-COMPONENT-COUNT              00048610
                       MOVE BM-COMPONENT-ITEM-NO TO                     00048611
                           KT-COMPONENT-ITEM-NO (KT-IX)                 00048612
                       COMPUTE KT-REQUIRED-QUANTITY (KT-IX) =           00048613
                           BM-QUANTITY-PER * WS-CONVERTED-QUANTITY.     00048614
      *                                                                 00048615
       383-CHECK-KIT-COMPONENT.                                         00048616
               MOVE    KT-COMPONENT-ITEM-NO (KT-IX) TO MR-ITEM-NO.      00048617
               READ    INVMAST INTO KIT-COMPONENT-RECORD.               00048618
               IF INVMAST-ERROR-CODE NOT = '00'                         00048619
                   MOVE 'KM' TO WS-KIT-REJECT-CODE                      00048620
               ELSE                                                     00048621
                   IF KC-ON-HAND < KT-REQUIRED-QUANTITY (KT-IX)         00048622
                       MOVE 'KS' TO WS-KIT-REJECT-CODE.                 00048623
      *                                                                 00048624
       384-RELIEVE-KIT-COMPONENT.                                       00048625
               MOVE    KT-COMPONENT-ITEM-NO (KT-IX) TO MR-ITEM-NO.      00048626
               READ    INVMAST INTO KIT-COMPONENT-RECORD.               00048627
               IF INVMAST-ERROR-CODE   NOT =   '00'                     00048628
                  DISPLAY 'VSAMRND   A 6   READ ERROR FOR INVMAST'      00048629
                  DISPLAY 'VSAMRND   A 6   KIT COMPONENT = '            00048630
                      KT-COMPONENT-ITEM-NO (KT-IX)                      00048631
                      ' PARENT = ' IT-ITEM-NO                           00048632
                  DISPLAY 'VSAMRND   A 6   FILE STATUS = '              00048633
                       INVMAST-ERROR-CODE                               00048634
                  MOVE 'RW' TO WS-KIT-REJECT-CODE                       00048635
               ELSE                                                     00048636
                  PERFORM 389-REWRITE-KIT-COMPONENT.                    00048637
      *                                                                 00048638
       389-REWRITE-KIT-COMPONENT.                                       00048639
               MOVE    KC-ON-HAND TO WS-KIT-ON-HAND-BEFORE.             00048640
               SUBTRACT KT-REQUIRED-QUANTITY (KT-IX) FROM KC-ON-HAND.   00048641
               ADD     KT-REQUIRED-QUANTITY (KT-IX) TO KC-YTD-ISSUED.   00048642
               REWRITE MASTER-RECORD-AREA FROM KIT-COMPONENT-RECORD.    00048643
               IF INVMAST-ERROR-CODE   NOT =   '00'                     00048644
                  DISPLAY 'VSAMRND   A 6   REWRITE ERROR FOR INVMAST'   00048645
                  DISPLAY 'VSAMRND   A 6   KIT COMPONENT = ' KC-ITEM-NO 00048646
                      ' PARENT = ' IT-ITEM-NO                           00048647
                  DISPLAY 'VSAMRND   A 6   FILE STATUS = '              00048648
                       INVMAST-ERROR-CODE                               00048649
                  MOVE 'RW' TO WS-KIT-REJECT-CODE                       00048650
               ELSE                                                     00048651
                  ADD  1 TO WS-MASTER-UPDATE-COUNT                      00048652
                  ADD  1 TO WS-KIT-RELIEVED-COUNT                       00048653
                  PERFORM 385-WRITE-KIT-COMPONENT-AUDIT                 00048654
                  PERFORM 386-RELIEVE-KIT-COMPONENT-STOCK               00048655
                  IF KC-ON-HAND NOT > KC-REORDER-POINT                  00048656
                      AND NOT KC-ITEM-DISCONTINUED                      00048657
                      AND NOT KC-ITEM-DELETE-PENDING                    00048658
                      MOVE KC-ITEM-NO   TO RD-ITEM-NO                   00048659
                      MOVE KC-ITEM-DESC TO RD-ITEM-DESC                 00048660
                      MOVE KC-ON-HAND   TO RD-ON-HAND                   00048661
                      MOVE KC-ON-ORDER  TO RD-ON-ORDER                  00048662
                      WRITE REORDRPT-LINE FROM REORDRPT-DETAIL.         00048663
      *                                                                 00048664
      ****************************************************************  00048665
      *  THE COMPONENT AUDIT RECORD CARRIES THE PARENT ITEM IN THE      00048666
      *  VENDOR FIELD SO THE AUDIT REPORT SHOWS WHAT IT WENT INTO.      00048667
      *  A REVERSAL POSTS THE SAME COST BACK AS A NEGATIVE 'C'.         00048668
      ****************************************************************  00048669
       385-WRITE-KIT-COMPONENT-AUDIT.                                   00048670
               MOVE    KC-ITEM-NO            TO AT-ITEM-NO              00048671
               MOVE    WS-KIT-ON-HAND-BEFORE TO AT-ON-HAND-BEFORE       00048672
               MOVE    KC-ON-HAND            TO AT-ON-HAND-AFTER        00048673
               MOVE    IT-ITEM-NO            TO AT-VENDOR-NO            00048674
               MOVE    WS-RUN-DATE           TO AT-RUN-DATE             00048675
               MOVE    ZERO                  TO AT-COUNT-QUANTITY       00048676
               MOVE    KC-UNIT-COST          TO AT-UNIT-COST            00048677
               WRITE   AUDIT-TRANSACTION-AREA FROM                      00048678
                   AUDIT-TRANSACTION-RECORD.                            00048679
               WRITE   AUDIT-MONTH-TO-DATE-AREA FROM                    00048680
                   AUDIT-TRANSACTION-RECORD.                            00048681
               COMPUTE WS-KIT-COMPONENT-COST =                          00048682
                   KT-REQUIRED-QUANTITY (KT-IX) * KC-UNIT-COST.         00048683
               IF KIT-REVERSING                                         00048684
                   COMPUTE WS-KIT-COMPONENT-COST =                      00048685
                       ZERO - WS-KIT-COMPONENT-COST.                    00048686
               IF WS-KIT-COMPONENT-COST NOT = ZERO                      00048690
                   MOVE KC-ITEM-NO            TO GL-ITEM-NO             00048691
                   MOVE WS-KIT-COMPONENT-COST TO GL-EXTENDED-COST       00048692
                   MOVE WS-RUN-DATE           TO GL-RUN-DATE            00048693
                   MOVE 'C'                   TO GL-TRANS-TYPE          00048694
                   WRITE GL-TRANSACTION-AREA FROM                       00048695
                       GL-TRANSACTION-RECORD                            00048696
                   WRITE GL-MONTH-TO-DATE-AREA FROM                     00048697
                       GL-TRANSACTION-RECORD.                           00048698
      *                                                                 00048699
       386-RELIEVE-KIT-COMPONENT-STOCK.                                 00048700
               IF IT-LOCATION-CODE NOT = SPACES                         00048701
                   MOVE KC-ITEM-NO       TO IL-ITEM-NO                  00048702
                   MOVE IT-LOCATION-CODE TO IL-LOCATION-CODE            00048703
                   READ INVLOC                                          00048704
                   IF INVLOC-ERROR-CODE = '00'                          00048705
                       SUBTRACT KT-REQUIRED-QUANTITY (KT-IX)            00048706
                           FROM IL-ON-HAND                              00048707
                       REWRITE LOCATION-RECORD-AREA                     00048708
                   ELSE                                                 00048709
                       MOVE ZERO TO IL-MIN-STOCK, IL-MAX-STOCK          00048710
                       COMPUTE IL-ON-HAND =                             00048711
                           ZERO - KT-REQUIRED-QUANTITY (KT-IX)          00048712
                       WRITE LOCATION-RECORD-AREA.                      00048713
               MOVE    KT-REQUIRED-QUANTITY (KT-IX)                     00048714
                   TO WS-LOT-RELIEF-QUANTITY.                           00048715
               MOVE    KC-ITEM-NO TO LT-ITEM-NO.                        00048716
               MOVE    LOW-VALUES TO LT-LOT-NO.                         00048717
               START   INVLOT KEY NOT < LT-KEY.                         00048718
               IF INVLOT-ERROR-CODE = '00'                              00048719
                   MOVE 'N' TO LOT-RELIEF-SWITCH                        00048720
                   PERFORM 388-CONSUME-KIT-COMPONENT-LOT                00048721
                       UNTIL LOT-RELIEF-DONE.                           00048722
      *                                                                 00048723
       387-RECEIVE-KIT-PARENT.                                          00048724
               PERFORM 349-CHECK-BACKORDER.                             00048725
               ADD     WS-RECEIPT-NET-QUANTITY TO IM-ON-HAND.           00048726
               ADD     WS-CONVERTED-QUANTITY TO IM-YTD-RECEIVED.        00048727
               MOVE    'Y' TO MASTER-UPDATED-SWITCH.                    00048728
               MOVE    'Y' TO GL-SHOULD-POST-SWITCH.                    00048729
               PERFORM 346-UPDATE-INVENTORY-LOT.                        00048730
      *                                                                 00048731
       388-CONSUME-KIT-COMPONENT-LOT.                                   00048732
               IF WS-LOT-RELIEF-QUANTITY NOT > ZERO                     00048733
                   MOVE 'Y' TO LOT-RELIEF-SWITCH                        00048734
               ELSE                                                     00048735
                   READ INVLOT NEXT RECORD                              00048736
                   IF INVLOT-ERROR-CODE NOT = '00'                      00048737
                       OR LT-ITEM-NO NOT = KC-ITEM-NO                   00048738
                       MOVE 'Y' TO LOT-RELIEF-SWITCH                    00048739
                   ELSE                                                 00048740
                       IF LT-QUANTITY > WS-LOT-RELIEF-QUANTITY          00048741
                           SUBTRACT WS-LOT-RELIEF-QUANTITY              00048742
                               FROM LT-QUANTITY                         00048743
                           MOVE ZERO TO WS-LOT-RELIEF-QUANTITY          00048744
                           REWRITE LOT-RECORD-AREA                      00048745
                       ELSE                                             00048746
                           SUBTRACT LT-QUANTITY FROM                    00048747
                               WS-LOT-RELIEF-QUANTITY                   00048748
                           DELETE INVLOT RECORD.                        00048749
      *                                                                 00048750
      ****************************************************************  00048751
      *  KIT REVERSAL - A LATER COMPONENT COULD NOT BE RELIEVED, SO     00048752
      *  EACH ONE ALREADY RELIEVED GETS ITS QUANTITY BACK ON INVMAST    00048753
      *  AND AT THE LOCATION, WITH AN AUDIT RECORD AND AN OFFSETTING    00048754
      *  GL 'C'.  THE LOTS IT CONSUMED ARE LEFT AS THEY ARE, AS ON A    00048755
      *  CUSTOMER RETURN.  A REVERSAL THAT FAILS TOO ENDS THE RUN       00048756
      *  WITH RETURN-CODE 16 - THAT COMPONENT MUST BE PUT RIGHT BY      00048757
      *  HAND BEFORE THE ASSEMBLY IS RESUBMITTED.                       00048758
      ****************************************************************  00048759
       396-REVERSE-KIT-COMPONENT.                                       00048760
               MOVE    KT-COMPONENT-ITEM-NO (KT-IX) TO MR-ITEM-NO.      00048761
               READ    INVMAST INTO KIT-COMPONENT-RECORD.               00048762
               IF INVMAST-ERROR-CODE   NOT =   '00'                     00048763
                  DISPLAY 'VSAMRND   A 6   REVERSAL READ ERROR FOR'     00048764
                      ' INVMAST'                                        00048765
                  DISPLAY 'VSAMRND   A 6   KIT COMPONENT = '            00048766
                      KT-COMPONENT-ITEM-NO (KT-IX)                      00048767
                      ' PARENT = ' IT-ITEM-NO                           00048768
                  DISPLAY 'VSAMRND   A 6   FILE STATUS = '              00048769
                       INVMAST-ERROR-CODE                               00048770
                  MOVE 16 TO RETURN-CODE                                00048771
               ELSE                                                     00048772
                  PERFORM 397-REWRITE-REVERSED-COMPONENT.               00048773
      *                                                                 00048774
       397-REWRITE-REVERSED-COMPONENT.                                  00048775
               MOVE    KC-ON-HAND TO WS-KIT-ON-HAND-BEFORE.             00048776
               ADD     KT-REQUIRED-QUANTITY (KT-IX) TO KC-ON-HAND.      00048777
               SUBTRACT KT-REQUIRED-QUANTITY (KT-IX) FROM KC-YTD-ISSUED.00048778
               REWRITE MASTER-RECORD-AREA FROM KIT-COMPONENT-RECORD.    00048779
               IF INVMAST-ERROR-CODE   NOT =   '00'                     00048780
                  DISPLAY 'VSAMRND   A 6   REVERSAL REWRITE ERROR FOR'  00048781
                      ' INVMAST'                                        00048782
                  DISPLAY 'VSAMRND   A 6   KIT COMPONENT = ' KC-ITEM-NO 00048783
                      ' PARENT = ' IT-ITEM-NO                           00048784
                  DISPLAY 'VSAMRND   A 6   FILE STATUS = '              00048785
                       INVMAST-ERROR-CODE                               00048786
                  MOVE 16 TO RETURN-CODE                                00048787
               ELSE                                                     00048788
                  SUBTRACT 1 FROM WS-MASTER-UPDATE-COUNT                00048789
                  PERFORM 385-WRITE-KIT-COMPONENT-AUDIT                 00048790
                  PERFORM 398-RESTORE-KIT-COMPONENT-STOCK.              00048791
      *                                                                 00048792
       398-RESTORE-KIT-COMPONENT-STOCK.                                 00048793
               IF IT-LOCATION-CODE NOT = SPACES                         00048794
                   MOVE KC-ITEM-NO       TO IL-ITEM-NO                  00048795
                   MOVE IT-LOCATION-CODE TO IL-LOCATION-CODE            00048796
                   READ INVLOC                                          00048797
                   IF INVLOC-ERROR-CODE = '00'                          00048798
                       ADD KT-REQUIRED-QUANTITY (KT-IX) TO IL-ON-HAND   00048799
                       REWRITE LOCATION-RECORD-AREA.                    00048800
      *                                                                 00048801
      ****************************************************************  00048802
      *  CUSTOMER RETURN - THE QUANTITY GOES BACK ON HAND AT THE        00048803
      *  TRANSACTION'S LOCATION AND THE ISSUE COST COMES BACK OUT OF    00048804
      *  COGS (GL TYPE 'G').  ON-ORDER, YTD RECEIPTS, BACKORDERS AND    00048805
      *  THE VENDOR LOT TRAIL ARE LEFT ALONE.  THE RETURN MUST MATCH    00048806
      *  A BILLED LINE ON BILLDTL (CUSTOMER, INVOICE, ITEM) AND CANNOT  00048807
      *  TAKE BACK MORE THAN WAS BILLED ON IT.                          00048808
      ****************************************************************  00048809
       390-RECEIVE-CUSTOMER-RETURN.                                     00048810
               PERFORM 391-CHECK-BILLING-LINE.                          00048811
               IF WS-RETURN-REJECT-CODE = SPACES                        00048812
                   PERFORM 392-WRITE-RETURN-CREDIT.                     00048813
               IF WS-RETURN-REJECT-CODE NOT = SPACES                    00048814
                   MOVE WS-RETURN-REJECT-CODE TO WS-REJECT-REASON-CODE  00048815
                   PERFORM 350-WRITE-ERROR-TRAN                         00048816
               ELSE                                                     00048817
                   ADD WS-CONVERTED-QUANTITY TO IM-ON-HAND              00048818
                   IF IM-YTD-ISSUED < WS-CONVERTED-QUANTITY             00048819
                       MOVE ZERO TO IM-YTD-ISSUED                       00048820
                   ELSE                                                 00048821
                       SUBTRACT WS-CONVERTED-QUANTITY FROM IM-YTD-ISSUED00048822
                   END-IF                                               00048823
                   MOVE 'Y' TO MASTER-UPDATED-SWITCH                    00048824
                   MOVE 'Y' TO GL-SHOULD-POST-SWITCH.                   00048825
      *                                                                 00048826
       391-CHECK-BILLING-LINE.                                          00048827
               MOVE    SPACES TO WS-RETURN-REJECT-CODE.                 00048828
               IF WS-CONVERTED-QUANTITY NOT > ZERO                      00048829
                   MOVE 'QT' TO WS-RETURN-REJECT-CODE                   00048830
               ELSE                                                     00048831
                   MOVE IT-CUSTOMER-NO       TO DL-CUSTOMER-NO          00048832
                   MOVE IT-RETURN-INVOICE-NO TO DL-INVOICE-NO           00048833
                   MOVE IT-ITEM-NO           TO DL-ITEM-NO              00048834
                   READ BILLDTL                                         00048835
                   IF BILLDTL-ERROR-CODE NOT = '00'                     00048836
                       MOVE 'RI' TO WS-RETURN-REJECT-CODE               00048837
                   ELSE                                                 00048838
                       IF DL-RETURNED-QUANTITY + WS-CONVERTED-QUANTITY  00048839
                           > DL-BILLED-QUANTITY                         00048840
                           MOVE 'RQ' TO WS-RETURN-REJECT-CODE.          00048841
      *                                                                 00048842
      ****************************************************************  00048843
      *  THE CREDIT IS AT THE PRICE BILLED - THE LINE'S BILLED AMOUNT   00048844
      *  PRORATED BY QUANTITY, WITH THE LAST RETURN ON THE LINE TAKING  00048845
      *  WHATEVER IS LEFT SO ROUNDING NEVER CREDITS MORE THAN WAS       00048846
      *  BILLED.  RMACRED APPLIES THE RETTRAN RECORD TO ARINV.          00048847
      *  BILLDTL TAKES THE RETURN BEFORE ANY STOCK MOVES -- A BILLDTL   00048848
      *  REWRITE ERROR REJECTS THE RETURN TO ERRTRAN ('RW') WITH        00048849
      *  NOTHING POSTED.  THE RETTRAN CREDIT (393) IS WRITTEN ONLY      00048850
      *  FROM 340 ONCE INVMAST HAS TAKEN THE STOCK BACK; IF THAT        00048851
      *  REWRITE FAILS, 394 TAKES THE RETURN BACK OFF BILLDTL BEFORE    00048852
      *  THE RETURN GOES TO ERRTRAN, SO IT CAN BE RESUBMITTED CLEANLY.  00048853
      ****************************************************************  00048854
       392-WRITE-RETURN-CREDIT.                                         00048855
               ADD     WS-CONVERTED-QUANTITY TO DL-RETURNED-QUANTITY.   00048856
               IF DL-RETURNED-QUANTITY = DL-BILLED-QUANTITY             00048857
                   COMPUTE WS-RETURN-CREDIT =                           00048858
                       DL-BILLED-AMOUNT - DL-RETURNED-AMOUNT            00048859
               ELSE                                                     00048860
                   COMPUTE WS-RETURN-CREDIT ROUNDED =                   00048861
                       DL-BILLED-AMOUNT * WS-CONVERTED-QUANTITY         00048862
                           / DL-BILLED-QUANTITY.                        00048863
               ADD     WS-RETURN-CREDIT TO DL-RETURNED-AMOUNT.          00048864
               REWRITE BILLING-DETAIL-AREA.                             00048865
               IF BILLDTL-ERROR-CODE NOT = '00'                         00048866
                   DISPLAY 'VSAMRND   A 7   REWRITE ERROR FOR BILLDTL'  00048867
                   DISPLAY 'VSAMRND   A 7   CUSTOMER = ' DL-CUSTOMER-NO 00048868
                       ' INVOICE = ' DL-INVOICE-NO ' ITEM = ' DL-ITEM-NO00048869
                   DISPLAY 'VSAMRND   A 7   FILE STATUS = '             00048870
                       BILLDTL-ERROR-CODE                               00048871
                   MOVE 'RW' TO WS-RETURN-REJECT-CODE.                  00048872
      *                                                                 00048873
       393-WRITE-RETURN-CREDIT-TRAN.                                    00048874
               MOVE    IT-CUSTOMER-NO        TO RT-CUSTOMER-NO.         00048875
               MOVE    IT-RETURN-INVOICE-NO  TO RT-INVOICE-NO.          00048876
               MOVE    IT-ITEM-NO            TO RT-ITEM-NO.             00048877
               MOVE    WS-CONVERTED-QUANTITY TO RT-RETURN-QUANTITY.     00048878
               COMPUTE RT-UNIT-PRICE ROUNDED =                          00048879
                   DL-BILLED-AMOUNT / DL-BILLED-QUANTITY.               00048880
               MOVE    WS-RETURN-CREDIT      TO RT-CREDIT-AMOUNT.       00048881
               MOVE    IT-LOCATION-CODE      TO RT-LOCATION-CODE.       00048882
               MOVE    WS-RUN-DATE           TO RT-RUN-DATE.            00048883
               WRITE   RETURN-CREDIT-AREA FROM RETURN-CREDIT-RECORD.    00048884
               ADD     1 TO WS-RETURN-COUNT.                            00048885
      *                                                                 00048886
       394-BACK-OUT-RETURN-CREDIT.                                      00048887
               SUBTRACT WS-CONVERTED-QUANTITY FROM DL-RETURNED-QUANTITY.00048888
               SUBTRACT WS-RETURN-CREDIT      FROM DL-RETURNED-AMOUNT.  00048889
               REWRITE BILLING-DETAIL-AREA.                             00048890
               IF BILLDTL-ERROR-CODE NOT = '00'                         00048891
                   DISPLAY 'VSAMRND   A 7   BACK-OUT ERROR FOR BILLDTL' 00048892
                   DISPLAY 'VSAMRND   A 7   CUSTOMER = ' DL-CUSTOMER-NO 00048893
                       ' INVOICE = ' DL-INVOICE-NO ' ITEM = ' DL-ITEM-NO00048894
                   DISPLAY 'VSAMRND   A 7   FILE STATUS = '             00048895
                       BILLDTL-ERROR-CODE                               00048896
                   MOVE 16 TO RETURN-CODE.                              00048897
      *                                                                 00048898
       370-WRITE-RUN-LOG.                                               00048899
               OPEN    EXTEND  RUNLOG.                                  00048900
               MOVE    'VSAMRND ' TO RL-PROGRAM-ID                      00048901
               MOVE    WS-RUN-DATE TO RL-RUN-DATE                       00048902
               IF RESTART-SKIP-ACTIVE                                   00048903
                   MOVE 'E'  TO RL-STATUS                               00048904
               ELSE                                                     00048905
                   MOVE 'N'  TO RL-STATUS.                              00048906
               MOVE    WS-TRAN-READ-COUNT     TO RL-COUNT-1             00048907
               MOVE    WS-MASTER-UPDATE-COUNT TO RL-COUNT-2             00048908
               MOVE    WS-ERROR-COUNT         TO RL-COUNT-3             00048909
               MOVE    WS-HOLD-COUNT          TO RL-COUNT-4             00048910
               WRITE   RUN-LOG-AREA FROM RUN-LOG-RECORD.                00048911
               CLOSE   RUNLOG.                                          00048912
      *>                                                                00048913
/*                                                                      00048914
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00048915
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00048916
//COB.VALTRAN DD DSNAME=HERC01.SAMPLE.VALTRAN,DISP=SHR                  00048917
//COB.BATCHREG DD DSNAME=HERC01.SAMPLE.BATCHREG,DISP=(MOD,CATLG),       00048918
//             DCB=(DSORG=PS,LRECL=6,BLKSIZE=600,RECFM=FB),             00048920
//             SPACE=(TRK,(1,1),RLSE)                                   00048930
//COB.INVMAST DD DSNAME=HERC01.SAMPLE.INVMAST,DISP=SHR                  00049000
//COB.REORDRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)        00049500
//COB.VENDMAST DD DSNAME=HERC01.SAMPLE.VENDMAST,DISP=SHR                00049600
//COB.AUDTTRAN DD DSNAME=HERC01.SAMPLE.AUDTTRAN,DISP=(,CATLG),          00049700
//             DCB=(DSORG=PS,LRECL=36,BLKSIZE=3600,RECFM=FB),           00049800
//             SPACE=(TRK,(1,1),RLSE)                                   00049900
//COB.GLEXTRCT DD DSNAME=HERC01.SAMPLE.GLEXTRCT,DISP=(,CATLG),          00050000
//             DCB=(DSORG=PS,LRECL=31,BLKSIZE=3100,RECFM=FB),           00050100
//             SPACE=(TRK,(1,1),RLSE)                                   00050200
//COB.AUDTMTD DD DSNAME=HERC01.SAMPLE.AUDTMTD,DISP=(MOD,CATLG),         00050202
//             DCB=(DSORG=PS,LRECL=36,BLKSIZE=3600,RECFM=FB),           00050204
//             SPACE=(TRK,(1,1),RLSE)                                   00050206
//COB.GLEXTMTD DD DSNAME=HERC01.SAMPLE.GLEXTMTD,DISP=(MOD,CATLG),       00050208
//             DCB=(DSORG=PS,LRECL=31,BLKSIZE=3100,RECFM=FB),           00050210
//             SPACE=(TRK,(1,1),RLSE)                                   00050212
//COB.SHIPTRAN DD DSNAME=HERC01.SAMPLE.SHIPTRAN,DISP=(,CATLG),          00050220
//             DCB=(DSORG=PS,LRECL=43,BLKSIZE=4300,RECFM=FB),           00050240
//             SPACE=(TRK,(1,1),RLSE)                                   00050260
//COB.INVLOC DD DSNAME=HERC01.SAMPLE.INVLOC,DISP=SHR                    00050300
//COB.INVLOT DD DSNAME=HERC01.SAMPLE.INVLOT,DISP=SHR                    00050400
//COB.RUNLOG DD DSNAME=HERC01.SAMPLE.RUNLOG,DISP=(MOD,CATLG),           00050410
//             SPACE=(TRK,(1,1),RLSE)                                   00050430
//COB.HOLDPARM DD DSNAME=HERC01.SAMPLE.HOLDPARM,DISP=SHR                00050440
//COB.INVSUSP DD DSNAME=HERC01.SAMPLE.INVSUSP,DISP=(MOD,CATLG),         00050450
//             DCB=(DSORG=PS,LRECL=38,BLKSIZE=3800,RECFM=FB),           00050460
//             SPACE=(TRK,(1,1),RLSE)                                   00050470
//COB.BACKORD DD DSNAME=HERC01.SAMPLE.BACKORD,DISP=SHR                  00050480
//COB.BOMMAST DD DSNAME=HERC01.SAMPLE.BOMMAST,DISP=SHR                  00050490
//COB.BILLDTL DD DSNAME=HERC01.SAMPLE.BILLDTL,DISP=SHR                  00050492
//COB.RETTRAN DD DSNAME=HERC01.SAMPLE.RETTRAN,DISP=(,CATLG),            00050494
//             DCB=(DSORG=PS,LRECL=52,BLKSIZE=5200,RECFM=FB),           00050496
//             SPACE=(TRK,(1,1),RLSE)                                   00050498
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00050500
//GO.SYSIN DD *                                                         00050600
/*                                                                      00050700
