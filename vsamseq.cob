//STEP010  EXEC PGM=VALEDIT                                             00000800
//VALTRANI DD DSNAME=HERC01.SAMPLE.VALTRANI,DISP=SHR                    00000900
//INVMAST  DD DSNAME=HERC01.SAMPLE.INVMAST,DISP=SHR                     00000910
//CUSTMAST DD DSNAME=HERC01.SAMPLE.CUSTMAST,DISP=SHR                    00000912
//CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                    00000915
//VALTRAN  DD DSNAME=HERC01.SAMPLE.VALTRAN,DISP=(,CATLG),               00001000
//             DCB=(DSORG=PS,LRECL=38,BLKSIZE=3800,RECFM=FB),           00001100
//             SPACE=(TRK,(1,1),RLSE)                                   00001200
//ERRTRAN  DD DSNAME=HERC01.SAMPLE.ERRTRAN,DISP=(,CATLG),               00001300
//             DCB=(DSORG=PS,LRECL=40,BLKSIZE=4000,RECFM=FB),           00001400
//             SPACE=(TRK,(1,1),RLSE)                                   00001500
//RUNLOG   DD DSNAME=HERC01.SAMPLE.RUNLOG,DISP=(MOD,CATLG),             00001550
//             DCB=(DSORG=PS,LRECL=43,BLKSIZE=4300,RECFM=FB),           00001560
//SYSOUT   DD SYSOUT=*                                                  00001760
//SORTIN   DD DISP=SHR,DSN=HERC01.SAMPLE.VALTRAN                        00001770
//SORTOUT  DD DSN=HERC01.SAMPLE.VALTRANS,DISP=(,CATLG),                 00001780
//             DCB=(DSORG=PS,LRECL=38,BLKSIZE=3800,RECFM=FB),           00001790
//             SPACE=(TRK,(1,1),RLSE)                                   00001791
//SYSIN    DD *                                                         00001792
  SORT FIELDS=(1,5,CH,A)                                                00001793
      *>    IS MISSING OR BLANK) SO A STREAM THAT CROSSES MIDNIGHT      00005073
      *>    CARRIES ONE PROCESSING DATE AND A PRIOR DATE CAN BE         00005074
      *>    RERUN CLEANLY UNDER ITS OWN DATE.                           00005075
      *> 2026-10-15 KWK - THE SHARED TRANSACTION LAYOUT IS 38 BYTES     00005076
      *>    NOW -- IT-CUSTOMER-NO CARRIES THE SHIP-TO CUSTOMER ON AN    00005077
      *>    ISSUE (VALEDIT REJECTS A MISSING OR CLOSED CUSTOMER).       00005078
      *>    EVERY POSTED ISSUE WRITES A SHIPTRAN BILLING RECORD FOR     00005079
      *>    THE QUANTITY ACTUALLY SHIPPED (NOT THE BACKORDERED          00005080
      *>    SHORTFALL) AT IM-UNIT-PRICE; SHIPBILL ROLLS THEM UP PER     00005081
      *>    CUSTOMER INTO THE ACCTREC FILE BILLPOST BILLS FROM.         00005082
      *>    ERRTRAN IS 40 AND INVSUSP 38 (SU-CUSTOMER-NO).              00005083
      *> 2026-10-15 KWK - GLEXTRCT IS 31 BYTES NOW -- GL-SOURCE-PROGRAM 00005084
      *>    TAGS EVERY POSTING WITH THE PROGRAM THAT WROTE IT SO        00005085
      *>    GLPOST CAN SUBTOTAL THE JOURNAL BY SOURCE ALONGSIDE         00005086
      *>    THE BILLPOST, CASHAPP AND CASHREAP EXTRACTS.                00005087
      *> 2026-10-15 KWK - AUDTTRAN IS 36 BYTES NOW -- AT-COUNT-QUANTITY 00005088
      *>    CARRIES THE COUNT-ADJUSTMENT PART OF THE BEFORE/AFTER       00005089
      *>    SWING AND AT-UNIT-COST THE COST IT WAS POSTED AT. EVERY     00005090
      *>    AUDTTRAN AND GLEXTRCT RECORD IS ALSO APPENDED TO THE        00005091
      *>    MONTH-TO-DATE AUDTMTD AND GLEXTMTD FILES FOR INVRECON.      00005092
      *> 2026-10-15 KWK - INVLOT IS 26 BYTES. A RECEIPT ADDS TO         00005093
      *>    LT-RECEIVED-QUANTITY AS WELL AS LT-QUANTITY, AND ISSUES     00005094
      *>    RELIEVE ONLY LT-QUANTITY, SO THE LOT KEEPS WHAT THE         00005095
      *>    VENDOR ACTUALLY SHIPPED FOR APMATCH'S QUANTITY CHECK.       00005096
      *> 2026-10-15 KWK - NEW TRANSACTION TYPE 'A' ASSEMBLES            00005097
      *>    IT-RECEIPT-QUANTITY OF A KIT. THE COMPONENTS COME FROM      00005098
      *>    BOMMAST (BOMMNT MAINTAINS IT) AND EVERY ONE IS CHECKED      00005099
      *>    BEFORE ANYTHING MOVES -- NO STRUCTURE OR OVER 20            00005100
      *>    COMPONENTS REJECTS 'KB', A COMPONENT NOT ON INVMAST         00005101
      *>    'KM', ONE SHORT ON HAND 'KS'. EACH COMPONENT IS             00005102
      *>    RELIEVED AT ITS OWN COST (GL TYPE 'C', AUDIT VENDOR =       00005103
      *>    THE PARENT) FROM ITS LOCATION AND OLDEST LOTS, AND THE      00005104
      *>    PARENT IS RECEIVED AT ITS IM-UNIT-COST (GL TYPE 'K').       00005105
      *>    COMPONENTS ARE READ AND REWRITTEN BY KEY, SO INVMAST IS     00005106
      *>    RESTARTED JUST PAST THE PARENT AFTERWARDS.                  00005107
      *> 2026-10-15 KWK - NEW TRANSACTION TYPE 'M' IS A CUSTOMER        00005108
      *>    RETURN (IT-CUSTOMER-NO, ORIGINAL INVOICE NUMBER IN THE      00005109
      *>    RECEIPT-DATE FIELD AS IT-RETURN-INVOICE-NO). IT MUST        00005110
      *>    MATCH A SHIPBILL LINE ON BILLDTL ('RI' IF NOT) AND          00005111
      *>    CANNOT EXCEED THE QUANTITY BILLED LESS ANY EARLIER          00005112
      *>    RETURNS ('RQ'). THE QUANTITY GOES BACK TO                   00005113
      *>    IT-LOCATION-CODE AND IM-ON-HAND, IM-YTD-ISSUED IS           00005114
      *>    REDUCED, AND THE COST IS TAKEN BACK OUT OF COGS (GL         00005115
      *>    TYPE 'G'). ON-ORDER, YTD RECEIVED, BACKORD AND INVLOT       00005116
      *>    ARE NOT TOUCHED. A RETTRAN CREDIT RECORD AT THE BILLED      00005117
      *>    PRICE GOES TO RMACRED FOR THE ARINV CREDIT.                 00005118
      *> 2026-10-15 KWK - INVLOC IS 23 BYTES NOW -- IL-MIN-STOCK        00005119
      *>    AND IL-MAX-STOCK, THE STOCKING LEVELS LOCMNT MAINTAINS      00005120
      *>    FOR EACH ITEM AT EACH LOCATION AND REPLEN WORKS FROM,       00005121
      *>    FOLLOW IL-ON-HAND. A LOCATION RECORD CREATED HERE           00005122
      *>    STARTS WITH BOTH LEVELS ZERO.                               00005123
      *> 2026-10-15 KWK - A RETURN'S BILLDTL REWRITE AND RETTRAN        00005124
      *>    CREDIT NOW COME BEFORE ANY STOCK MOVES; IF BILLDTL          00005125
      *>    CANNOT BE REWRITTEN NO CREDIT IS WRITTEN AND THE RETURN     00005126
      *>    GOES TO ERRTRAN 'RW'.                                       00005127
      *> 2026-10-15 KWK - THE KIT COMPONENT READ IN 384 IS CHECKED;     00005128
      *>    A FAILURE ABORTS THE RUN WITH RC 16 LIKE THE OTHER          00005129
      *>    INVMAST ERRORS.                                             00005130
      *>                                                                00005000
      *>                                                                00005100
       ENVIRONMENT DIVISION.                                            00005200
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
       FD  REORDRPT                                                     00011300
           LABEL RECORDS ARE STANDARD                                   00011400
      *                                                                 00012600
       FD  AUDTTRAN                                                     00012700
           LABEL RECORDS ARE STANDARD                                   00012800
           RECORD CONTAINS 36 CHARACTERS.                               00012900
      *                                                                 00013000
       01  AUDIT-TRANSACTION-AREA          PIC X(36).                   00013100
      *                                                                 00013200
       FD  GLEXTRCT                                                     00013300
           LABEL RECORDS ARE STANDARD                                   00013400
           RECORD CONTAINS 31 CHARACTERS.                               00013500
      *                                                                 00013600
       01  GL-TRANSACTION-AREA             PIC X(31).                   00013700
      *                                                                 00013707
       FD  AUDTMTD                                                      00013714
           LABEL RECORDS ARE STANDARD                                   00013721
           RECORD CONTAINS 36 CHARACTERS.                               00013728
      *                                                                 00013735
       01  AUDIT-MONTH-TO-DATE-AREA        PIC X(36).                   00013742
      *                                                                 00013749
       FD  GLEXTMTD                                                     00013756
           LABEL RECORDS ARE STANDARD                                   00013763
           RECORD CONTAINS 31 CHARACTERS.                               00013770
      *                                                                 00013777
       01  GL-MONTH-TO-DATE-AREA           PIC X(31).                   00013784
      *                                                                 00013800
       FD  SHIPTRAN                                                     00013810
           LABEL RECORDS ARE STANDARD                                   00013820
           RECORD CONTAINS 43 CHARACTERS.                               00013830
      *                                                                 00013840
       01  SHIPMENT-BILLING-AREA           PIC X(43).                   00013850
      *                                                                 00013860
       FD  INVLOC                                                       00013900
           LABEL RECORDS ARE STANDARD                                   00014000
           RECORD CONTAINS 23 CHARACTERS.                               00014100
      *                                                                 00014200
       01  LOCATION-RECORD-AREA.                                        00014300
           05  IL-KEY.                                                  00014400
               10  IL-ITEM-NO              PIC X(5).                    00014500
               10  IL-LOCATION-CODE        PIC X(3).                    00014600
           05  IL-ON-HAND                  PIC S9(5).                   00014700
           05  IL-MIN-STOCK                PIC 9(5).                    00014730
           05  IL-MAX-STOCK                PIC 9(5).                    00014760
      *                                                                 00014800
       FD  INVLOT                                                       00014900
           LABEL RECORDS ARE STANDARD                                   00015000
           RECORD CONTAINS 26 CHARACTERS.                               00015100
      *                                                                 00015200
       01  LOT-RECORD-AREA.                                             00015300
           05  LT-KEY.                                                  00015400
               10  LT-LOT-NO               PIC X(6).                    00015600
           05  LT-VENDOR-NO                PIC X(5).                    00015700
           05  LT-QUANTITY                 PIC S9(5).                   00015800
           05  LT-RECEIVED-QUANTITY        PIC S9(5).                   00015850
      *                                                                 00015900
       FD  BACKORD                                                      00015901
           LABEL RECORDS ARE STANDARD                                   00015902
      *                                                                 00016006
       FD  INVSUSP                                                      00016007
           LABEL RECORDS ARE STANDARD                                   00016008
           RECORD CONTAINS 38 CHARACTERS.                               00016009
      *                                                                 00016010
       01  SUSPENSE-RECORD-AREA            PIC X(38).                   00016011
      *                                                                 00016012
       FD  CYCLDATE                                                     00016024
           LABEL RECORDS ARE STANDARD                                   00016036
           RECORD CONTAINS 6 CHARACTERS.                                00016048
      *                                                                 00016060
       01  CYCLE-DATE-AREA                     PIC X(6).                00016072
      *                                                                 00016073
       FD  BOMMAST                                                      00016074
           LABEL RECORDS ARE STANDARD                                   00016075
           RECORD CONTAINS 20 CHARACTERS.                               00016076
      *                                                                 00016077
       01  BOM-MASTER-AREA.                                             00016078
           05  BM-KEY.                                                  00016079
               10  BM-PARENT-ITEM-NO       PIC X(5).                    00016080
               10  BM-COMPONENT-ITEM-NO    PIC X(5).                    00016081
           05  BM-QUANTITY-PER             PIC 9(5).                    00016082
           05  FILLER                      PIC X(5).                    00016083
      *                                                                 00016084
       FD  BILLDTL                                                      00016085
           LABEL RECORDS ARE STANDARD                                   00016086
           RECORD CONTAINS 70 CHARACTERS.                               00016087
      *                                                                 00016088
       01  BILLING-DETAIL-AREA.                                         00016089
           05  DL-KEY.                                                  00016090
               10  DL-CUSTOMER-NO          PIC 9(9).                    00016091
               10  DL-INVOICE-NO           PIC X(6).                    00016092
               10  DL-ITEM-NO              PIC X(5).                    00016093
           05  DL-BILLED-QUANTITY          PIC S9(7).                   00016094
           05  DL-BILLED-AMOUNT            PIC S9(9)V99.                00016095
           05  DL-RETURNED-QUANTITY        PIC S9(7).                   00016096
           05  DL-RETURNED-AMOUNT          PIC S9(9)V99.                00016097
           05  DL-BILL-DATE                PIC 9(6).                    00016098
           05  FILLER                      PIC X(8).                    00016099
      *                                                                 00016100
       FD  RETTRAN                                                      00016101
           LABEL RECORDS ARE STANDARD                                   00016102
           RECORD CONTAINS 52 CHARACTERS.                               00016103
      *                                                                 00016104
       01  RETURN-CREDIT-AREA              PIC X(52).                   00016105
      *                                                                 00016106
       WORKING-STORAGE SECTION.                                         00016136
      *                                                                 00016166
       01  SWITCHES.                                                    00016200
           05  ALL-RECORDS-PROCESSED-SWITCH    PIC X   VALUE   'N'.     00016300
           05  RUN-ABORTED-SWITCH              PIC X   VALUE   'N'.     00016310
               88  BACKORD-FOUND                        VALUE  'Y'.     00017480
           05  LOT-RELIEF-SWITCH               PIC X   VALUE   'N'.     00017490
               88  LOT-RELIEF-DONE                      VALUE  'Y'.     00017495
           05  KIT-SCAN-SWITCH                 PIC X   VALUE   'N'.     00017496
               88  KIT-SCAN-DONE                        VALUE  'Y'.     00017497
           05  INVMAST-EXHAUSTED-SWITCH        PIC X   VALUE   'N'.     00017498
               88  INVMAST-EXHAUSTED                    VALUE  'Y'.     00017499
      *                                                                 00017500
       01  FILE-STATUS-FIELD.                                           00017600
           05 CYCLDATE-ERROR-CODE           PIC XX.                     00017650
           05 INVSUSP-ERROR-CODE           PIC XX.                      00018230
           05 BACKORD-ERROR-CODE           PIC XX.                      00018235
           05 BATCHREG-ERROR-CODE           PIC XX.                     00018240
           05 BOMMAST-ERROR-CODE           PIC XX.                      00018270
           05 BILLDTL-ERROR-CODE           PIC XX.                      00018280
      *                                                                 00018300
       01  WS-EOJ-COUNTERS.                                             00018310
           05  WS-TRAN-READ-COUNT          PIC 9(7) VALUE ZERO.         00018320
           05  WS-ERROR-COUNT              PIC 9(7) VALUE ZERO.         00018340
           05  WS-HOLD-COUNT                PIC 9(7) VALUE ZERO.        00018345
           05  WS-BACKORDER-COUNT           PIC 9(7) VALUE ZERO.        00018350
           05  WS-SHIPMENT-COUNT            PIC 9(7) VALUE ZERO.        00018351
           05  WS-ASSEMBLY-COUNT            PIC 9(7) VALUE ZERO.        00018352
           05  WS-RETURN-COUNT              PIC 9(7) VALUE ZERO.        00018353
      *                                                                 00018350
       01  WS-RUN-DATE                     PIC 9(6) VALUE ZERO.         00018400
      *                                                                 00018500
           05  BH-RECORD-ID                PIC X(5).                    00018664
               88  BH-IS-BATCH-HEADER          VALUE '*HDR*'.           00018665
           05  BH-BATCH-NUMBER             PIC 9(6).                    00018666
           05  FILLER                      PIC X(27).                   00018667
      *                                                                 00018668
       01  BATCH-REGISTER-RECORD           PIC 9(6).                    00018669
      *                                                                 00018670
       01  ERROR-TRANSACTION-RECORD.                                    00018671
           05  ET-TRANSACTION-DATA         PIC X(38).                   00018680
           05  ET-REASON-CODE              PIC X(2).                    00018690
      *                                                                 00018700
       01  WS-VENDOR-NO-HOLD               PIC X(5).                    00018800
       01  WS-EXTENDED-COST-HOLD           PIC S9(9)V99.                00019000
      *                                                                 00019010
       01  WS-ISSUE-COST-HOLD              PIC S9(9)V99 VALUE ZERO.     00019020
      *                                                                 00019040
       01  WS-COUNT-QUANTITY-HOLD          PIC S9(5) VALUE ZERO.        00019060
      *                                                                 00019100
       01  WS-EXTENDED-COST                PIC S9(9)V99 VALUE ZERO.     00019410
      *                                                                 00019411
       01  WS-KIT-CONTROL.                                              00019412
           05  WS-KIT-COMPONENT-COUNT      PIC S9(4) COMP VALUE ZERO.   00019413
           05  WS-KIT-REJECT-CODE          PIC X(2)  VALUE SPACES.      00019414
           05  WS-KIT-COMPONENT-COST       PIC S9(9)V99 VALUE ZERO.     00019415
           05  WS-KIT-COST-HOLD            PIC S9(9)V99 VALUE ZERO.     00019416
           05  WS-KIT-ON-HAND-BEFORE       PIC S9(5) VALUE ZERO.        00019417
      *                                                                 00019418
       01  WS-RETURN-CONTROL.                                           00019419
           05  WS-RETURN-REJECT-CODE       PIC X(2)  VALUE SPACES.      00019420
           05  WS-RETURN-CREDIT            PIC S9(9)V99 VALUE ZERO.     00019421
           05  WS-RETURN-COST-HOLD         PIC S9(9)V99 VALUE ZERO.     00019422
      *                                                                 00019423
       01  KIT-COMPONENT-TABLE.                                         00019424
           05  KT-ENTRY                    OCCURS 20 TIMES              00019425
                                           INDEXED BY KT-IX.            00019426
               10  KT-COMPONENT-ITEM-NO    PIC X(5).                    00019427
               10  KT-REQUIRED-QUANTITY    PIC S9(7).                   00019428
      *                                                                 00019429
       01  SUSPENSE-TRANSACTION-RECORD.                                 00019430
           05  SU-ITEM-NO                  PIC X(5).                    00019440
           05  SU-VENDOR-NO                PIC X(5).                    00019450
               88  SU-REJECTED                     VALUE   'R'.         00019520
               88  SU-PENDING                      VALUE   SPACE.       00019530
           05  SU-RESUBMIT-COUNT           PIC 9(2) VALUE ZERO.         00019540
           05  SU-CUSTOMER-NO              PIC 9(9) VALUE ZERO.         00019541
      *                                                                 00019540
       01  INVENTORY-TRANSACTION-RECORD.                                00019600
           05  IT-ITEM-NO                  PIC X(5).                    00019700
               10  IT-TO-LOCATION-CODE     PIC X(3).                    00019820
               10  FILLER                  PIC X(2).                    00019830
           05  IT-RECEIPT-DATE             PIC X(6).                    00019900
           05  IT-RETURN-INVOICE-NO REDEFINES IT-RECEIPT-DATE           00019930
                                           PIC X(6).                    00019960
           05  IT-RECEIPT-QUANTITY         PIC S9(5).                   00020000
           05  IT-TRANS-TYPE               PIC X(1).                    00020100
               88  IT-TRANS-IS-RECEIPT             VALUE   'R'.         00020200
               88  IT-TRANS-IS-NEWITEM              VALUE  'N'.         00020400
               88  IT-TRANS-IS-COUNT                VALUE  'C'.         00020500
               88  IT-TRANS-IS-TRANSFER             VALUE  'T'.         00020510
               88  IT-TRANS-IS-ASSEMBLY             VALUE  'A'.         00020550
               88  IT-TRANS-IS-RETURN               VALUE  'M'.         00020570
           05  IT-LOCATION-CODE            PIC X(3).                    00020600
           05  IT-UNIT-CODE                PIC X(1).                    00020610
               88  IT-UNIT-IS-EACH                 VALUE   'E'.         00020620
           05  IT-RELEASE-FLAG             PIC X(1).                    00020650
               88  IT-RELEASE-APPROVED             VALUE   'A'.         00020660
           05  IT-RESUBMIT-COUNT           PIC 9(2).                    00020670
           05  IT-CUSTOMER-NO              PIC 9(9).                    00020680
      *                                                                 00020700
       01  INVENTORY-MASTER-RECORD.                                     00020800
           05  IM-DESCRIPTIVE-DATA.                                     00020900
                   88  IM-ITEM-DISCONTINUED        VALUE 'D'.           00021911
                   88  IM-ITEM-DELETE-PENDING      VALUE 'X'.           00021912
               10  IM-PRIMARY-VENDOR       PIC X(5).                    00021920
      *                                                                 00021924
       01  KIT-COMPONENT-RECORD.                                        00021928
           05  KC-DESCRIPTIVE-DATA.                                     00021932
               10  KC-ITEM-NO              PIC X(5).                    00021936
               10  KC-ITEM-DESC            PIC X(20).                   00021940
               10  KC-UNIT-COST            PIC S999V99.                 00021944
               10  KC-UNIT-PRICE           PIC S999V99.                 00021948
           05  KC-INVENTORY-DATA.                                       00021952
               10  KC-REORDER-POINT        PIC S9(5).                   00021956
               10  KC-ON-HAND              PIC S9(5).                   00021960
               10  KC-ON-ORDER             PIC S9(5).                   00021964
               10  KC-CASE-QUANTITY        PIC 9(4).                    00021968
               10  KC-PALLET-QUANTITY      PIC 9(4).                    00021972
               10  KC-YTD-RECEIVED         PIC S9(7).                   00021976
               10  KC-YTD-ISSUED           PIC S9(7).                   00021980
               10  KC-ITEM-STATUS          PIC X(1).                    00021984
                   88  KC-ITEM-DISCONTINUED        VALUE 'D'.           00021988
                   88  KC-ITEM-DELETE-PENDING      VALUE 'X'.           00021992
               10  KC-PRIMARY-VENDOR       PIC X(5).                    00021996
      *                                                                 00022000
       01  WS-NEW-MASTER-RECORD.                                        00022100
           05  NM-ITEM-NO                  PIC X(5).                    00022200
           05  AT-ON-HAND-AFTER            PIC S9(5).                   00025100
           05  AT-VENDOR-NO                PIC X(5).                    00025200
           05  AT-RUN-DATE                 PIC 9(6).                    00025300
           05  AT-COUNT-QUANTITY           PIC S9(5).                   00025330
           05  AT-UNIT-COST                PIC S999V99.                 00025360
      *                                                                 00025400
       01  GL-TRANSACTION-RECORD.                                       00025500
           05  GL-ITEM-NO                  PIC X(5).                    00025600
           05  GL-EXTENDED-COST            PIC S9(9)V99.                00025700
           05  GL-RUN-DATE                 PIC 9(6).                    00025800
           05  GL-TRANS-TYPE               PIC X(1).                    00025810
           05  GL-SOURCE-PROGRAM           PIC X(8)  VALUE              00025813
               'VSAMSEQ '.                                              00025816
      *                                                                 00025820
       01  SHIPMENT-BILLING-RECORD.                                     00025830
           05  SB-CUSTOMER-NO              PIC 9(9).                    00025840
           05  SB-ITEM-NO                  PIC X(5).                    00025850
           05  SB-SHIPPED-QUANTITY         PIC S9(7).                   00025860
           05  SB-UNIT-PRICE               PIC S999V99.                 00025870
           05  SB-EXTENDED-PRICE           PIC S9(9)V99.                00025880
           05  SB-RUN-DATE                 PIC 9(6).                    00025881
      *                                                                 00025882
       01  RETURN-CREDIT-RECORD.                                        00025883
           05  RT-CUSTOMER-NO              PIC 9(9).                    00025884
           05  RT-INVOICE-NO               PIC X(6).                    00025885
           05  RT-ITEM-NO                  PIC X(5).                    00025886
           05  RT-RETURN-QUANTITY          PIC S9(7).                   00025887
           05  RT-UNIT-PRICE               PIC S999V99.                 00025888
           05  RT-CREDIT-AMOUNT            PIC S9(9)V99.                00025889
           05  RT-LOCATION-CODE            PIC X(3).                    00025890
           05  RT-RUN-DATE                 PIC 9(6).                    00025891
      *>                                                                00025900
       PROCEDURE DIVISION.                                              00026000
      *                                                                 00026100
           OPEN    INPUT   VALTRAN, I-O INVMAST, EXTEND ERRTRAN,        00026300
                   OUTPUT  REORDRPT, INPUT VENDMAST, OUTPUT AUDTTRAN,   00026400
                   OUTPUT  GLEXTRCT, I-O INVLOC, I-O INVLOT,            00026500
                   INPUT   HOLDPARM, EXTEND INVSUSP, I-O BACKORD,       00026550
                   OUTPUT  SHIPTRAN, EXTEND AUDTMTD, EXTEND GLEXTMTD,   00026560
                   INPUT   BOMMAST, I-O BILLDTL, OUTPUT RETTRAN.        00026570
           IF VALTRAN-ERROR-CODE NOT = '00'                             00026600
               DISPLAY 'VSAMSEQ   A 1   OPEN ERROR FOR VALTRAN'         00026700
               DISPLAY 'VSAMSEQ   A 1   FILE STATUS = '                 00026800
               UNTIL ALL-RECORDS-PROCESSED.                             00027900
           CLOSE   VALTRAN, INVMAST, ERRTRAN, REORDRPT, VENDMAST,       00028000
                   AUDTTRAN, GLEXTRCT, INVLOC, INVLOT, HOLDPARM,        00028100
                   INVSUSP, BACKORD, SHIPTRAN, AUDTMTD, GLEXTMTD,       00028103
                   BOMMAST, BILLDTL, RETTRAN.                           00028106
           DISPLAY 'VSAMSEQ READ=' WS-TRAN-READ-COUNT                   00028110
               ' UPDATED=' WS-MASTER-UPDATE-COUNT                       00028120
               ' ERRORS=' WS-ERROR-COUNT                                00028125
               ' HELD=' WS-HOLD-COUNT                                   00028127
               ' BACKORDERED=' WS-BACKORDER-COUNT                       00028129
               ' BILLED=' WS-SHIPMENT-COUNT                             00028131
               ' ASSEMBLED=' WS-ASSEMBLY-COUNT                          00028133
               ' RETURNED=' WS-RETURN-COUNT.                            00028134
           PERFORM 009-REGISTER-BATCH-NUMBER.                           00028135
           PERFORM 370-WRITE-RUN-LOG.                                   00028140
           STOP RUN.                                                    00028300
                           WS-CONVERTED-QUANTITY.                       00031698
      *                                                                 00031699
       325-VALIDATE-VENDOR.                                             00031700
               IF      IT-TRANS-IS-COUNT OR IT-TRANS-IS-TRANSFER        00031706
                       OR IT-TRANS-IS-ASSEMBLY OR IT-TRANS-IS-RETURN    00031712
                   MOVE 'Y' TO VENDOR-VALID-SWITCH                      00031720
               ELSE                                                     00031730
                   MOVE    IT-VENDOR-NO TO VM-VENDOR-NO                 00031800
                       MOVE 'N' TO VENDOR-VALID-SWITCH.                 00032400
      *                                                                 00032500
       330-READ-INVENTORY-MASTER.                                       00032600
               IF INVMAST-EXHAUSTED                                     00032650
                   MOVE '10' TO INVMAST-ERROR-CODE                      00032700
               ELSE                                                     00032750
                   READ    INVMAST NEXT RECORD                          00032800
                           INTO    INVENTORY-MASTER-RECORD.             00032850
               IF  INVMAST-ERROR-CODE  NOT =   '00'                     00032900
                   IF INVMAST-ERROR-CODE   =   '10'                     00033000
                       MOVE HIGH-VALUE TO IM-ITEM-NO                    00033100
               MOVE    WS-ON-HAND-BEFORE   TO AT-ON-HAND-BEFORE         00035600
               MOVE    IM-ON-HAND          TO AT-ON-HAND-AFTER          00035700
               MOVE    WS-VENDOR-NO-HOLD   TO AT-VENDOR-NO              00035800
               MOVE    WS-RUN-DATE         TO AT-RUN-DATE               00035850
               MOVE    WS-COUNT-QUANTITY-HOLD TO AT-COUNT-QUANTITY      00035900
               MOVE    IM-UNIT-COST        TO AT-UNIT-COST              00035950
               WRITE   AUDIT-TRANSACTION-AREA FROM                      00036000
                   AUDIT-TRANSACTION-RECORD.                            00036050
               WRITE   AUDIT-MONTH-TO-DATE-AREA FROM                    00036100
                   AUDIT-TRANSACTION-RECORD.                            00036150
      *                                                                 00036200
       343-WRITE-GL-EXTRACT.                                            00036300
               IF WS-EXTENDED-COST-HOLD NOT = ZERO                      00036350
                   MOVE WS-RUN-DATE          TO GL-RUN-DATE             00036600
                   MOVE 'R'                  TO GL-TRANS-TYPE           00036650
                   WRITE GL-TRANSACTION-AREA FROM                       00036700
                       GL-TRANSACTION-RECORD                            00036720
                   WRITE GL-MONTH-TO-DATE-AREA FROM                     00036740
                       GL-TRANSACTION-RECORD.                           00036760
               IF WS-ISSUE-COST-HOLD NOT = ZERO                         00036810
                   MOVE IM-ITEM-NO           TO GL-ITEM-NO              00036820
                   MOVE WS-ISSUE-COST-HOLD   TO GL-EXTENDED-COST        00036830
                   MOVE WS-RUN-DATE          TO GL-RUN-DATE             00036840
                   MOVE 'I'                  TO GL-TRANS-TYPE           00036850
                   WRITE GL-TRANSACTION-AREA FROM                       00036860
                       GL-TRANSACTION-RECORD                            00036870
                   WRITE GL-MONTH-TO-DATE-AREA FROM                     00036880
                       GL-TRANSACTION-RECORD.                           00036881
               IF WS-RETURN-COST-HOLD NOT = ZERO                        00036882
                   MOVE IM-ITEM-NO           TO GL-ITEM-NO              00036883
                   MOVE WS-RETURN-COST-HOLD  TO GL-EXTENDED-COST        00036884
                   MOVE WS-RUN-DATE          TO GL-RUN-DATE             00036885
                   MOVE 'G'                  TO GL-TRANS-TYPE           00036886
                   WRITE GL-TRANSACTION-AREA FROM                       00036887
                       GL-TRANSACTION-RECORD                            00036888
                   WRITE GL-MONTH-TO-DATE-AREA FROM                     00036889
                       GL-TRANSACTION-RECORD.                           00036890
               IF WS-KIT-COST-HOLD NOT = ZERO                           00036891
                   MOVE IM-ITEM-NO           TO GL-ITEM-NO              00036892
                   MOVE WS-KIT-COST-HOLD     TO GL-EXTENDED-COST        00036893
                   MOVE WS-RUN-DATE          TO GL-RUN-DATE             00036894
                   MOVE 'K'                  TO GL-TRANS-TYPE           00036895
                   WRITE GL-TRANSACTION-AREA FROM                       00036896
                       GL-TRANSACTION-RECORD                            00036897
                   WRITE GL-MONTH-TO-DATE-AREA FROM                     00036898
                       GL-TRANSACTION-RECORD.                           00036899
      *                                                                 00036900
       344-UPDATE-LOCATION-ON-HAND.                                     00037000
               MOVE    IT-ITEM-NO       TO IL-ITEM-NO.                  00037100
               IF      INVLOC-ERROR-CODE = '00'                         00037400
                   MOVE 'Y' TO LOCATION-FOUND-SWITCH                    00037500
               ELSE                                                     00037600
                   MOVE 'N' TO LOCATION-FOUND-SWITCH                    00037650
                   MOVE ZERO TO IL-MIN-STOCK, IL-MAX-STOCK.             00037700
               IF IT-TRANS-IS-ISSUE                                     00037750
                   IF LOCATION-FOUND                                    00037800
                       SUBTRACT WS-CONVERTED-QUANTITY FROM IL-ON-HAND   00037900
               MOVE    IT-UNIT-CODE       TO SU-UNIT-CODE.              00039491
               MOVE    SPACE              TO SU-DISPOSITION.            00039492
               MOVE    IT-RESUBMIT-COUNT  TO SU-RESUBMIT-COUNT.         00039493
               MOVE    IT-CUSTOMER-NO     TO SU-CUSTOMER-NO.            00039494
               WRITE   SUSPENSE-RECORD-AREA FROM                        00039493
                   SUSPENSE-TRANSACTION-RECORD.                         00039494
               ADD 1 TO WS-HOLD-COUNT.                                  00039495
               IF MASTER-UPDATED-SWITCH = 'N'                           00039600
                   MOVE    IM-ON-HAND   TO WS-ON-HAND-BEFORE            00039700
                   MOVE    ZERO         TO WS-EXTENDED-COST-HOLD        00039800
                   MOVE    ZERO         TO WS-ISSUE-COST-HOLD           00039900
                   MOVE    ZERO         TO WS-KIT-COST-HOLD             00039950
                   MOVE    ZERO         TO WS-RETURN-COST-HOLD          00039970
                   MOVE    ZERO         TO WS-COUNT-QUANTITY-HOLD.      00040000
               MOVE    IT-VENDOR-NO TO WS-VENDOR-NO-HOLD.               00040100
               IF IT-TRANS-IS-RETURN                                    00040105
                   PERFORM 390-RECEIVE-CUSTOMER-RETURN                  00040110
               ELSE                                                     00040115
               IF IT-TRANS-IS-ASSEMBLY                                  00040120
                   PERFORM 380-ASSEMBLE-KIT                             00040140
               ELSE                                                     00040160
               IF IT-TRANS-IS-TRANSFER                                  00040200
                   PERFORM 351-TRANSFER-LOCATION-ON-HAND                00040210
                   MOVE 'Y' TO MASTER-UPDATED-SWITCH                    00040220
                       COMPUTE WS-ISSUE-COST-HOLD =                     00040597
                           WS-ISSUE-COST-HOLD +                         00040598
                           (WS-LOT-RELIEF-QUANTITY * IM-UNIT-COST)      00040599
                       PERFORM 355-WRITE-SHIPMENT-BILLING               00040600
                       PERFORM 353-RELIEVE-LOTS                         00040601
                       IF IT-LOCATION-CODE NOT = SPACES                 00040600
                           PERFORM 344-UPDATE-LOCATION-ON-HAND          00040610
                       COMPUTE WS-ISSUE-COST-HOLD =                     00041206
                           WS-ISSUE-COST-HOLD +                         00041207
                           (WS-LOT-RELIEF-QUANTITY * IM-UNIT-COST)      00041208
                       PERFORM 355-WRITE-SHIPMENT-BILLING               00041209
                       PERFORM 353-RELIEVE-LOTS                         00041212
                       IF IT-LOCATION-CODE NOT = SPACES                 00041215
                           PERFORM 344-UPDATE-LOCATION-ON-HAND          00041220
                       END-IF                                           00041230
               ELSE                                                     00041300
                   IF IT-TRANS-IS-COUNT                                 00041400
                       ADD WS-CONVERTED-QUANTITY TO IM-ON-HAND          00041500
                       ADD WS-CONVERTED-QUANTITY TO                     00041530
                           WS-COUNT-QUANTITY-HOLD                       00041560
                       MOVE 'Y' TO MASTER-UPDATED-SWITCH                00041600
                   ELSE                                                 00041700
                       COMPUTE WS-EXTENDED-COST-HOLD =                  00041800
                       END-IF                                           00042630
                       PERFORM 346-UPDATE-INVENTORY-LOT                 00042700
                       PERFORM 347-RELIEVE-ON-ORDER.                    00042750
      *                                                                 00042753
       355-WRITE-SHIPMENT-BILLING.                                      00042756
               IF WS-LOT-RELIEF-QUANTITY > ZERO                         00042759
                   MOVE IT-CUSTOMER-NO         TO SB-CUSTOMER-NO        00042762
                   MOVE IT-ITEM-NO             TO SB-ITEM-NO            00042765
                   MOVE WS-LOT-RELIEF-QUANTITY TO SB-SHIPPED-QUANTITY   00042768
                   MOVE IM-UNIT-PRICE          TO SB-UNIT-PRICE         00042771
                   COMPUTE SB-EXTENDED-PRICE =                          00042774
                       WS-LOT-RELIEF-QUANTITY * IM-UNIT-PRICE           00042777
                   MOVE WS-RUN-DATE            TO SB-RUN-DATE           00042780
                   WRITE SHIPMENT-BILLING-AREA FROM                     00042783
                       SHIPMENT-BILLING-RECORD                          00042786
                   ADD 1 TO WS-SHIPMENT-COUNT.                          00042789
      *                                                                 00042792
       353-RELIEVE-LOTS.                                                00042801
               MOVE    IT-ITEM-NO TO LT-ITEM-NO.                        00042802
               MOVE    LOW-VALUES TO LT-LOT-NO.                         00042803
               IF      INVLOC-ERROR-CODE = '00'                         00042834
                   MOVE 'Y' TO LOCATION-FOUND-SWITCH                    00042835
               ELSE                                                     00042836
                   MOVE 'N' TO LOCATION-FOUND-SWITCH                    00042837
                   MOVE ZERO TO IL-MIN-STOCK, IL-MAX-STOCK.             00042838
               IF LOCATION-FOUND                                        00042839
                   SUBTRACT WS-CONVERTED-QUANTITY FROM IL-ON-HAND       00042840
                   REWRITE LOCATION-RECORD-AREA                         00042841
               ELSE                                                     00042842
                   COMPUTE IL-ON-HAND = ZERO - WS-CONVERTED-QUANTITY    00042843
                   WRITE LOCATION-RECORD-AREA.                          00042844
               MOVE    IT-ITEM-NO       TO IL-ITEM-NO.                  00042845
               MOVE    IT-TO-LOCATION-CODE TO IL-LOCATION-CODE.         00042846
               READ    INVLOC.                                          00042847
               IF      INVLOC-ERROR-CODE = '00'                         00042848
                   MOVE 'Y' TO LOCATION-FOUND-SWITCH                    00042849
               ELSE                                                     00042850
                   MOVE 'N' TO LOCATION-FOUND-SWITCH                    00042851
                   MOVE ZERO TO IL-MIN-STOCK, IL-MAX-STOCK.             00042852
               IF LOCATION-FOUND                                        00042853
                   ADD WS-CONVERTED-QUANTITY TO IL-ON-HAND              00042854
                   REWRITE LOCATION-RECORD-AREA                         00042855
               ELSE                                                     00042856
                   MOVE WS-CONVERTED-QUANTITY TO IL-ON-HAND             00042857
                   WRITE LOCATION-RECORD-AREA.                          00042858
      *                                                                 00042859
       360-WRITE-ERROR-TRAN.                                            00042900
               MOVE    INVENTORY-TRANSACTION-RECORD                     00043000
                   TO ET-TRANSACTION-DATA.                              00043010
                   MOVE 'N' TO LOT-FOUND-SWITCH.                        00044000
               MOVE    IT-VENDOR-NO TO LT-VENDOR-NO.                    00044100
               IF LOT-FOUND                                             00044200
                   ADD WS-CONVERTED-QUANTITY TO LT-QUANTITY,            00044300
                                                 LT-RECEIVED-QUANTITY   00044350
                   REWRITE LOT-RECORD-AREA                              00044400
               ELSE                                                     00044500
                   MOVE WS-CONVERTED-QUANTITY TO LT-QUANTITY,           00044600
                                                  LT-RECEIVED-QUANTITY  00044650
                   WRITE LOT-RECORD-AREA.                               00044700
      *                                                                 00044800
       347-RELIEVE-ON-ORDER.                                            00044820
                  MOVE NM-ITEM-NO        TO IL-ITEM-NO                  00046900
                  MOVE IT-LOCATION-CODE  TO IL-LOCATION-CODE            00047000
                  MOVE IT-RECEIPT-QUANTITY TO IL-ON-HAND                00047100
                  MOVE ZERO TO IL-MIN-STOCK, IL-MAX-STOCK               00047150
                  WRITE LOCATION-RECORD-AREA                            00047200
                  MOVE IT-RECEIPT-QUANTITY TO WS-CONVERTED-QUANTITY     00047250
                  PERFORM 346-UPDATE-INVENTORY-LOT.                     00047300
      *                                                                 00047301
      ****************************************************************  00047302
      *  ASSEMBLY - EXPLODE THE KIT FROM BOMMAST, CHECK EVERY           00047303
      *  COMPONENT BEFORE ANYTHING MOVES, THEN RELIEVE THE COMPONENTS   00047304
      *  AND RECEIVE THE PARENT.  ONE SHORT OR MISSING COMPONENT        00047305
      *  REJECTS THE WHOLE ASSEMBLY.  THE COMPONENT RECORDS ARE READ    00047306
      *  AND REWRITTEN BY KEY, SO THE SEQUENTIAL PASS IS RESTARTED      00047307
      *  JUST PAST THE PARENT AFTERWARDS.                               00047308
      ****************************************************************  00047309
       380-ASSEMBLE-KIT.                                                00047310
               PERFORM 381-LOAD-KIT-COMPONENTS.                         00047311
               IF WS-KIT-REJECT-CODE = SPACES                           00047312
                   PERFORM 383-CHECK-KIT-COMPONENT                      00047313
                       VARYING KT-IX FROM 1 BY 1                        00047314
                       UNTIL KT-IX > WS-KIT-COMPONENT-COUNT             00047315
                          OR WS-KIT-REJECT-CODE NOT = SPACES.           00047316
               IF WS-KIT-REJECT-CODE NOT = SPACES                       00047317
                   MOVE WS-KIT-REJECT-CODE TO WS-REJECT-REASON-CODE     00047318
                   PERFORM 360-WRITE-ERROR-TRAN                         00047319
               ELSE                                                     00047320
                   PERFORM 384-RELIEVE-KIT-COMPONENT                    00047321
                       VARYING KT-IX FROM 1 BY 1                        00047322
                       UNTIL KT-IX > WS-KIT-COMPONENT-COUNT             00047323
                          OR RUN-ABORTED                                00047324
                   IF NOT RUN-ABORTED                                   00047325
                       PERFORM 387-RECEIVE-KIT-PARENT.                  00047326
               PERFORM 389-REPOSITION-INVENTORY-MASTER.                 00047327
      *                                                                 00047328
       381-LOAD-KIT-COMPONENTS.                                         00047329
               MOVE    ZERO   TO WS-KIT-COMPONENT-COUNT.                00047330
               MOVE    SPACES TO WS-KIT-REJECT-CODE.                    00047331
               MOVE    'N'    TO KIT-SCAN-SWITCH.                       00047332
               IF WS-CONVERTED-QUANTITY NOT > ZERO                      00047333
                   MOVE 'QT' TO WS-KIT-REJECT-CODE                      00047334
               ELSE                                                     00047335
                   MOVE IT-ITEM-NO TO BM-PARENT-ITEM-NO                 00047336
                   MOVE LOW-VALUES TO BM-COMPONENT-ITEM-NO              00047337
                   START BOMMAST KEY NOT < BM-KEY                       00047338
                   IF BOMMAST-ERROR-CODE = '00'                         00047339
                       PERFORM 382-READ-KIT-COMPONENT                   00047340
                           UNTIL KIT-SCAN-DONE.                         00047341
               IF WS-KIT-REJECT-CODE = SPACES                           00047342
                   AND WS-KIT-COMPONENT-COUNT = ZERO                    00047343
                   MOVE 'KB' TO WS-KIT-REJECT-CODE.                     00047344
      *                                                                 00047345
       382-READ-KIT-COMPONENT.                                          00047346
               READ BOMMAST NEXT RECORD.                                00047347
               IF BOMMAST-ERROR-CODE NOT = '00'                         00047348
                   OR BM-PARENT-ITEM-NO NOT = IT-ITEM-NO                00047349
                   MOVE 'Y' TO KIT-SCAN-SWITCH                          00047350
               ELSE                                                     00047351
                   IF WS-KIT-COMPONENT-COUNT NOT < 20                   00047352
                       MOVE 'KB' TO WS-KIT-REJECT-CODE                  00047353
                       MOVE 'Y'  TO KIT-SCAN-SWITCH                     00047354
                   ELSE                                                 00047355
                       ADD 1 TO WS-KIT-COMPONENT-COUNT                  00047356
                       SET KT-IX TO WS-KIT-COMPONENT-COUNT              00047357
                       MOVE BM-COMPONENT-ITEM-NO TO                     00047358
                           KT-COMPONENT-ITEM-NO (KT-IX)                 00047359
                       COMPUTE KT-REQUIRED-QUANTITY (KT-IX) =           00047360
                           BM-QUANTITY-PER * WS-CONVERTED-QUANTITY.     00047361
      *                                                                 00047362
       383-CHECK-KIT-COMPONENT.                                         00047363
               MOVE    KT-COMPONENT-ITEM-NO (KT-IX) TO MR-ITEM-NO.      00047364
               READ    INVMAST INTO KIT-COMPONENT-RECORD.               00047365
               IF INVMAST-ERROR-CODE NOT = '00'                         00047366
                   MOVE 'KM' TO WS-KIT-REJECT-CODE                      00047367
               ELSE                                                     00047368
                   IF KC-ON-HAND < KT-REQUIRED-QUANTITY (KT-IX)         00047369
                       MOVE 'KS' TO WS-KIT-REJECT-CODE.                 00047370
      *                                                                 00047371
       384-RELIEVE-KIT-COMPONENT.                                       00047372
               MOVE    KT-COMPONENT-ITEM-NO (KT-IX) TO MR-ITEM-NO.      00047373
               READ    INVMAST INTO KIT-COMPONENT-RECORD.               00047374
               IF INVMAST-ERROR-CODE   NOT =   '00'                     00047375
                  DISPLAY 'VSAMSEQ   A 4   READ ERROR FOR INVMAST'      00047376
                  DISPLAY 'VSAMSEQ   A 4   ITEM NUMBER = '              00047377
                      KT-COMPONENT-ITEM-NO (KT-IX)                      00047378
                  DISPLAY 'VSAMSEQ   A 4   FILE STATUS = '              00047379
                       INVMAST-ERROR-CODE                               00047380
                  MOVE 'Y' TO RUN-ABORTED-SWITCH                        00047381
                  MOVE 16  TO RETURN-CODE                               00047382
                  MOVE 'Y' TO ALL-RECORDS-PROCESSED-SWITCH              00047383
               ELSE                                                     00047384
                  PERFORM 394-REWRITE-KIT-COMPONENT.                    00047385
      *                                                                 00047386
       394-REWRITE-KIT-COMPONENT.                                       00047387
               MOVE    KC-ON-HAND TO WS-KIT-ON-HAND-BEFORE.             00047388
               SUBTRACT KT-REQUIRED-QUANTITY (KT-IX) FROM KC-ON-HAND.   00047389
               ADD     KT-REQUIRED-QUANTITY (KT-IX) TO KC-YTD-ISSUED.   00047390
               REWRITE MASTER-RECORD-AREA FROM KIT-COMPONENT-RECORD.    00047391
               IF INVMAST-ERROR-CODE   NOT =   '00'                     00047392
                  DISPLAY 'VSAMSEQ   A 4   REWRITE ERROR FOR INVMAST'   00047393
                  DISPLAY 'VSAMSEQ   A 4   ITEM NUMBER = ' KC-ITEM-NO   00047394
                  DISPLAY 'VSAMSEQ   A 4   FILE STATUS = '              00047395
                       INVMAST-ERROR-CODE                               00047396
                  MOVE 'Y' TO RUN-ABORTED-SWITCH                        00047397
                  MOVE 16  TO RETURN-CODE                               00047398
                  MOVE 'Y' TO ALL-RECORDS-PROCESSED-SWITCH              00047399
               ELSE                                                     00047400
                  ADD  1 TO WS-MASTER-UPDATE-COUNT                      00047401
                  PERFORM 385-WRITE-KIT-COMPONENT-AUDIT                 00047402
                  PERFORM 386-RELIEVE-KIT-COMPONENT-STOCK               00047403
                  IF KC-ON-HAND NOT > KC-REORDER-POINT                  00047404
                      AND NOT KC-ITEM-DISCONTINUED                      00047405
                      AND NOT KC-ITEM-DELETE-PENDING                    00047406
                      MOVE KC-ITEM-NO   TO RD-ITEM-NO                   00047407
                      MOVE KC-ITEM-DESC TO RD-ITEM-DESC                 00047408
                      MOVE KC-ON-HAND   TO RD-ON-HAND                   00047409
                      MOVE KC-ON-ORDER  TO RD-ON-ORDER                  00047410
                      WRITE REORDRPT-LINE FROM REORDRPT-DETAIL.         00047411
      *                                                                 00047412
      ****************************************************************  00047413
      *  THE COMPONENT AUDIT RECORD CARRIES THE PARENT ITEM IN THE      00047414
      *  VENDOR FIELD SO THE AUDIT REPORT SHOWS WHAT IT WENT INTO.      00047415
      ****************************************************************  00047416
       385-WRITE-KIT-COMPONENT-AUDIT.                                   00047417
               MOVE    KC-ITEM-NO            TO AT-ITEM-NO              00047418
               MOVE    WS-KIT-ON-HAND-BEFORE TO AT-ON-HAND-BEFORE       00047419
               MOVE    KC-ON-HAND            TO AT-ON-HAND-AFTER        00047420
               MOVE    IT-ITEM-NO            TO AT-VENDOR-NO            00047421
               MOVE    WS-RUN-DATE           TO AT-RUN-DATE             00047422
               MOVE    ZERO                  TO AT-COUNT-QUANTITY       00047423
               MOVE    KC-UNIT-COST          TO AT-UNIT-COST            00047424
               WRITE   AUDIT-TRANSACTION-AREA FROM                      00047425
                   AUDIT-TRANSACTION-RECORD.                            00047426
               WRITE   AUDIT-MONTH-TO-DATE-AREA FROM                    00047427
                   AUDIT-TRANSACTION-RECORD.                            00047428
               COMPUTE WS-KIT-COMPONENT-COST =                          00047429
                   KT-REQUIRED-QUANTITY (KT-IX) * KC-UNIT-COST.         00047430
               IF WS-KIT-COMPONENT-COST NOT = ZERO                      00047431
                   MOVE KC-ITEM-NO            TO GL-ITEM-NO             00047432
                   MOVE WS-KIT-COMPONENT-COST TO GL-EXTENDED-COST       00047433
                   MOVE WS-RUN-DATE           TO GL-RUN-DATE            00047434
                   MOVE 'C'                   TO GL-TRANS-TYPE          00047435
                   WRITE GL-TRANSACTION-AREA FROM                       00047436
                       GL-TRANSACTION-RECORD                            00047437
                   WRITE GL-MONTH-TO-DATE-AREA FROM                     00047438
                       GL-TRANSACTION-RECORD.                           00047439
      *                                                                 00047440
       386-RELIEVE-KIT-COMPONENT-STOCK.                                 00047441
               IF IT-LOCATION-CODE NOT = SPACES                         00047442
                   MOVE KC-ITEM-NO       TO IL-ITEM-NO                  00047443
                   MOVE IT-LOCATION-CODE TO IL-LOCATION-CODE            00047444
                   READ INVLOC                                          00047445
                   IF INVLOC-ERROR-CODE = '00'                          00047446
                       SUBTRACT KT-REQUIRED-QUANTITY (KT-IX)            00047447
                           FROM IL-ON-HAND                              00047448
                       REWRITE LOCATION-RECORD-AREA                     00047449
                   ELSE                                                 00047450
                       MOVE ZERO TO IL-MIN-STOCK, IL-MAX-STOCK          00047451
                       COMPUTE IL-ON-HAND =                             00047487
                           ZERO - KT-REQUIRED-QUANTITY (KT-IX)          00047488
                       WRITE LOCATION-RECORD-AREA.                      00047489
               MOVE    KT-REQUIRED-QUANTITY (KT-IX)                     00047490
                   TO WS-LOT-RELIEF-QUANTITY.                           00047491
               MOVE    KC-ITEM-NO TO LT-ITEM-NO.                        00047492
               MOVE    LOW-VALUES TO LT-LOT-NO.                         00047493
               START   INVLOT KEY NOT < LT-KEY.                         00047494
               IF INVLOT-ERROR-CODE = '00'                              00047495
                   MOVE 'N' TO LOT-RELIEF-SWITCH                        00047496
                   PERFORM 388-CONSUME-KIT-COMPONENT-LOT                00047497
                       UNTIL LOT-RELIEF-DONE.                           00047498
      *                                                                 00047499
       387-RECEIVE-KIT-PARENT.                                          00047500
               COMPUTE WS-KIT-COST-HOLD =                               00047501
                   WS-KIT-COST-HOLD +                                   00047502
                   (WS-CONVERTED-QUANTITY * IM-UNIT-COST).              00047503
               PERFORM 349-CHECK-BACKORDER.                             00047504
               ADD     WS-RECEIPT-NET-QUANTITY TO IM-ON-HAND.           00047505
               ADD     WS-CONVERTED-QUANTITY TO IM-YTD-RECEIVED.        00047506
               MOVE    'Y' TO MASTER-UPDATED-SWITCH.                    00047507
               MOVE    'Y' TO GL-SHOULD-POST-SWITCH.                    00047508
               IF IT-LOCATION-CODE NOT = SPACES                         00047509
                   PERFORM 344-UPDATE-LOCATION-ON-HAND.                 00047510
               PERFORM 346-UPDATE-INVENTORY-LOT.                        00047511
               ADD     1 TO WS-ASSEMBLY-COUNT.                          00047512
      *                                                                 00047513
       388-CONSUME-KIT-COMPONENT-LOT.                                   00047514
               IF WS-LOT-RELIEF-QUANTITY NOT > ZERO                     00047515
                   MOVE 'Y' TO LOT-RELIEF-SWITCH                        00047516
               ELSE                                                     00047517
                   READ INVLOT NEXT RECORD                              00047518
                   IF INVLOT-ERROR-CODE NOT = '00'                      00047519
                       OR LT-ITEM-NO NOT = KC-ITEM-NO                   00047520
                       MOVE 'Y' TO LOT-RELIEF-SWITCH                    00047521
                   ELSE                                                 00047522
                       IF LT-QUANTITY > WS-LOT-RELIEF-QUANTITY          00047523
                           SUBTRACT WS-LOT-RELIEF-QUANTITY              00047524
                               FROM LT-QUANTITY                         00047525
                           MOVE ZERO TO WS-LOT-RELIEF-QUANTITY          00047526
                           REWRITE LOT-RECORD-AREA                      00047527
                       ELSE                                             00047528
                           SUBTRACT LT-QUANTITY FROM                    00047529
                               WS-LOT-RELIEF-QUANTITY                   00047530
                           DELETE INVLOT RECORD.                        00047531
      *                                                                 00047532
       389-REPOSITION-INVENTORY-MASTER.                                 00047533
               MOVE    IM-ITEM-NO TO MR-ITEM-NO.                        00047534
               START   INVMAST KEY > MR-ITEM-NO.                        00047535
               IF INVMAST-ERROR-CODE NOT = '00'                         00047536
                   MOVE 'Y' TO INVMAST-EXHAUSTED-SWITCH.                00047537
      *                                                                 00047538
      ****************************************************************  00047539
      *  CUSTOMER RETURN - THE QUANTITY GOES BACK ON HAND AT THE        00047540
      *  TRANSACTION'S LOCATION AND THE ISSUE COST COMES BACK OUT OF    00047541
      *  COGS (GL TYPE 'G').  ON-ORDER, YTD RECEIPTS, BACKORDERS AND    00047542
      *  THE VENDOR LOT TRAIL ARE LEFT ALONE.  THE RETURN MUST MATCH    00047543
      *  A BILLED LINE ON BILLDTL (CUSTOMER, INVOICE, ITEM) AND CANNOT  00047544
      *  TAKE BACK MORE THAN WAS BILLED ON IT.                          00047545
      ****************************************************************  00047546
       390-RECEIVE-CUSTOMER-RETURN.                                     00047547
               PERFORM 391-CHECK-BILLING-LINE.                          00047548
               IF WS-RETURN-REJECT-CODE = SPACES                        00047549
                   PERFORM 392-WRITE-RETURN-CREDIT.                     00047550
               IF WS-RETURN-REJECT-CODE NOT = SPACES                    00047551
                   MOVE WS-RETURN-REJECT-CODE TO WS-REJECT-REASON-CODE  00047552
                   PERFORM 360-WRITE-ERROR-TRAN                         00047553
               ELSE                                                     00047554
                   ADD WS-CONVERTED-QUANTITY TO IM-ON-HAND              00047555
                   IF IM-YTD-ISSUED < WS-CONVERTED-QUANTITY             00047556
                       MOVE ZERO TO IM-YTD-ISSUED                       00047557
                   ELSE                                                 00047558
                       SUBTRACT WS-CONVERTED-QUANTITY FROM IM-YTD-ISSUED00047559
                   END-IF                                               00047560
                   COMPUTE WS-RETURN-COST-HOLD =                        00047561
                       WS-RETURN-COST-HOLD +                            00047562
                       (WS-CONVERTED-QUANTITY * IM-UNIT-COST)           00047563
                   MOVE 'Y' TO MASTER-UPDATED-SWITCH                    00047564
                   MOVE 'Y' TO GL-SHOULD-POST-SWITCH                    00047565
                   IF IT-LOCATION-CODE NOT = SPACES                     00047566
                       PERFORM 344-UPDATE-LOCATION-ON-HAND.             00047567
      *                                                                 00047568
       391-CHECK-BILLING-LINE.                                          00047569
               MOVE    SPACES TO WS-RETURN-REJECT-CODE.                 00047570
               IF WS-CONVERTED-QUANTITY NOT > ZERO                      00047571
                   MOVE 'QT' TO WS-RETURN-REJECT-CODE                   00047572
               ELSE                                                     00047573
                   MOVE IT-CUSTOMER-NO       TO DL-CUSTOMER-NO          00047574
                   MOVE IT-RETURN-INVOICE-NO TO DL-INVOICE-NO           00047575
                   MOVE IT-ITEM-NO           TO DL-ITEM-NO              00047576
                   READ BILLDTL                                         00047577
                   IF BILLDTL-ERROR-CODE NOT = '00'                     00047578
                       MOVE 'RI' TO WS-RETURN-REJECT-CODE               00047579
                   ELSE                                                 00047580
                       IF DL-RETURNED-QUANTITY + WS-CONVERTED-QUANTITY  00047581
                           > DL-BILLED-QUANTITY                         00047582
                           MOVE 'RQ' TO WS-RETURN-REJECT-CODE.          00047583
      *                                                                 00047584
      ****************************************************************  00047585
      *  THE CREDIT IS AT THE PRICE BILLED - THE LINE'S BILLED AMOUNT   00047586
      *  PRORATED BY QUANTITY, WITH THE LAST RETURN ON THE LINE TAKING  00047587
      *  WHATEVER IS LEFT SO ROUNDING NEVER CREDITS MORE THAN WAS       00047588
      *  BILLED.  RMACRED APPLIES THE RETTRAN RECORD TO ARINV.  THE     00047589
      *  CREDIT GOES OUT ONLY ONCE BILLDTL HAS TAKEN THE RETURN, AND    00047590
      *  THIS RUNS BEFORE ANY STOCK MOVES -- A BILLDTL REWRITE ERROR    00047591
      *  REJECTS THE RETURN TO ERRTRAN ('RW') WITH NOTHING POSTED.      00047592
      ****************************************************************  00047593
       392-WRITE-RETURN-CREDIT.                                         00047594
               ADD     WS-CONVERTED-QUANTITY TO DL-RETURNED-QUANTITY.   00047595
               IF DL-RETURNED-QUANTITY = DL-BILLED-QUANTITY             00047596
                   COMPUTE WS-RETURN-CREDIT =                           00047597
                       DL-BILLED-AMOUNT - DL-RETURNED-AMOUNT            00047598
               ELSE                                                     00047599
                   COMPUTE WS-RETURN-CREDIT ROUNDED =                   00047600
                       DL-BILLED-AMOUNT * WS-CONVERTED-QUANTITY         00047601
                           / DL-BILLED-QUANTITY.                        00047602
               ADD     WS-RETURN-CREDIT TO DL-RETURNED-AMOUNT.          00047603
               REWRITE BILLING-DETAIL-AREA.                             00047604
               IF BILLDTL-ERROR-CODE NOT = '00'                         00047605
                   DISPLAY 'VSAMSEQ   A 6   REWRITE ERROR FOR BILLDTL'  00047606
                   DISPLAY 'VSAMSEQ   A 6   CUSTOMER = ' DL-CUSTOMER-NO 00047607
                       ' INVOICE = ' DL-INVOICE-NO ' ITEM = ' DL-ITEM-NO00047608
                   DISPLAY 'VSAMSEQ   A 6   FILE STATUS = '             00047609
                       BILLDTL-ERROR-CODE                               00047610
                   MOVE 'RW' TO WS-RETURN-REJECT-CODE                   00047611
               ELSE                                                     00047612
                   PERFORM 393-WRITE-RETURN-CREDIT-TRAN.                00047613
      *                                                                 00047614
       393-WRITE-RETURN-CREDIT-TRAN.                                    00047615
               MOVE    IT-CUSTOMER-NO        TO RT-CUSTOMER-NO.         00047616
               MOVE    IT-RETURN-INVOICE-NO  TO RT-INVOICE-NO.          00047617
               MOVE    IT-ITEM-NO            TO RT-ITEM-NO.             00047618
               MOVE    WS-CONVERTED-QUANTITY TO RT-RETURN-QUANTITY.     00047619
               COMPUTE RT-UNIT-PRICE ROUNDED =                          00047620
                   DL-BILLED-AMOUNT / DL-BILLED-QUANTITY.               00047621
               MOVE    WS-RETURN-CREDIT      TO RT-CREDIT-AMOUNT.       00047622
               MOVE    IT-LOCATION-CODE      TO RT-LOCATION-CODE.       00047623
               MOVE    WS-RUN-DATE           TO RT-RUN-DATE.            00047624
               WRITE   RETURN-CREDIT-AREA FROM RETURN-CREDIT-RECORD.    00047625
               ADD     1 TO WS-RETURN-COUNT.                            00047626
      *                                                                 00047627
       370-WRITE-RUN-LOG.                                               00047628
               OPEN    EXTEND  RUNLOG.                                  00047629
               MOVE    'VSAMSEQ ' TO RL-PROGRAM-ID                      00047630
               MOVE    WS-RUN-DATE TO RL-RUN-DATE                       00047631
               IF RUN-ABORTED                                           00047632
                   MOVE 'E'  TO RL-STATUS                               00047633
               ELSE                                                     00047634
                   MOVE 'N'  TO RL-STATUS.                              00047635
               MOVE    WS-TRAN-READ-COUNT     TO RL-COUNT-1             00047636
               MOVE    WS-MASTER-UPDATE-COUNT TO RL-COUNT-2             00047637
               MOVE    WS-ERROR-COUNT         TO RL-COUNT-3             00047638
               MOVE    WS-HOLD-COUNT          TO RL-COUNT-4             00047639
               WRITE   RUN-LOG-AREA FROM RUN-LOG-RECORD.                00047640
               CLOSE   RUNLOG.                                          00047641
      *>                                                                00047642
/*                                                                      00047643
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00047644
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00047650
//COB.VALTRAN DD DSNAME=HERC01.SAMPLE.VALTRANS,DISP=SHR                 00047700
//COB.BATCHREG DD DSNAME=HERC01.SAMPLE.BATCHREG,DISP=(MOD,CATLG),       00047710
//COB.REORDRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)        00048000
//COB.VENDMAST DD DSNAME=HERC01.SAMPLE.VENDMAST,DISP=SHR                00048100
//COB.AUDTTRAN DD DSNAME=HERC01.SAMPLE.AUDTTRAN,DISP=(,CATLG),          00048200
//             DCB=(DSORG=PS,LRECL=36,BLKSIZE=3600,RECFM=FB),           00048300
//             SPACE=(TRK,(1,1),RLSE)                                   00048400
//COB.GLEXTRCT DD DSNAME=HERC01.SAMPLE.GLEXTRCT,DISP=(,CATLG),          00048500
//             DCB=(DSORG=PS,LRECL=31,BLKSIZE=3100,RECFM=FB),           00048600
//             SPACE=(TRK,(1,1),RLSE)                                   00048700
//COB.AUDTMTD DD DSNAME=HERC01.SAMPLE.AUDTMTD,DISP=(MOD,CATLG),         00048702
//             DCB=(DSORG=PS,LRECL=36,BLKSIZE=3600,RECFM=FB),           00048704
//             SPACE=(TRK,(1,1),RLSE)                                   00048706
//COB.GLEXTMTD DD DSNAME=HERC01.SAMPLE.GLEXTMTD,DISP=(MOD,CATLG),       00048708
//             DCB=(DSORG=PS,LRECL=31,BLKSIZE=3100,RECFM=FB),           00048710
//             SPACE=(TRK,(1,1),RLSE)                                   00048712
//COB.SHIPTRAN DD DSNAME=HERC01.SAMPLE.SHIPTRAN,DISP=(,CATLG),          00048720
//             DCB=(DSORG=PS,LRECL=43,BLKSIZE=4300,RECFM=FB),           00048740
//             SPACE=(TRK,(1,1),RLSE)                                   00048760
//COB.INVLOC DD DSNAME=HERC01.SAMPLE.INVLOC,DISP=SHR                    00048800
//COB.INVLOT DD DSNAME=HERC01.SAMPLE.INVLOT,DISP=SHR                    00048900
//COB.RUNLOG DD DSNAME=HERC01.SAMPLE.RUNLOG,DISP=(MOD,CATLG),           00048910
//             SPACE=(TRK,(1,1),RLSE)                                   00048930
//COB.HOLDPARM DD DSNAME=HERC01.SAMPLE.HOLDPARM,DISP=SHR                00048940
//COB.INVSUSP DD DSNAME=HERC01.SAMPLE.INVSUSP,DISP=(MOD,CATLG),         00048950
//             DCB=(DSORG=PS,LRECL=38,BLKSIZE=3800,RECFM=FB),           00048960
//             SPACE=(TRK,(1,1),RLSE)                                   00048970
//COB.BACKORD DD DSNAME=HERC01.SAMPLE.BACKORD,DISP=SHR                  00048980
//COB.BOMMAST DD DSNAME=HERC01.SAMPLE.BOMMAST,DISP=SHR                  00048990
//COB.BILLDTL DD DSNAME=HERC01.SAMPLE.BILLDTL,DISP=SHR                  00048992
//COB.RETTRAN DD DSNAME=HERC01.SAMPLE.RETTRAN,DISP=(,CATLG),            00048994
//             DCB=(DSORG=PS,LRECL=52,BLKSIZE=5200,RECFM=FB),           00048996
//             SPACE=(TRK,(1,1),RLSE)                                   00048998
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00049000
//GO.SYSIN DD *                                                         00049100
/*                                                                      00049200
