      *>    IS MISSING OR BLANK) SO A STREAM THAT CROSSES MIDNIGHT      00002927
      *>    CARRIES ONE PROCESSING DATE AND A PRIOR DATE CAN BE         00002928
      *>    RERUN CLEANLY UNDER ITS OWN DATE.                           00002929
      *> 2026-10-15 KWK - THE SHARED TRANSACTION LAYOUT IS 38 BYTES     00002930
      *>    NOW -- IT-CUSTOMER-NO CARRIES THE SHIP-TO CUSTOMER ON AN    00002931
      *>    ISSUE SO THE UPDATE JOBS CAN BILL WHAT ACTUALLY SHIPPED     00002932
      *>    (SEE SHIPBILL). AN ISSUE WHOSE CUSTOMER IS MISSING, NOT     00002933
      *>    ON CUSTMAST, OR CLOSED REJECTS HERE WITH REASON CODE CU     00002934
      *>    INSTEAD OF SHIPPING GOODS NOBODY WILL BE BILLED FOR.        00002935
      *>    ERRTRAN IS 40 (TRANSACTION PLUS REASON CODE).               00002936
      *> 2026-10-15 KWK - CUSTMAST IS 180 BYTES NOW -- CUSTOMER NAME,   00002937
      *>    THREE ADDRESS LINES, AND THE LAST DUNNING LETTER TIER AND   00002938
      *>    DATE WERE ADDED FOR CUSTMNT AND DUNNING. LAYOUT WIDENED     00002939
      *>    ONLY.                                                       00002940
      *> 2026-10-15 KWK - ADDED IT-TRANS-IS-ASSEMBLY ('A', A KIT        00002941
      *>    BUILT FROM BOMMAST). AN ASSEMBLY RECEIVES THE PARENT,       00002942
      *>    SO IT IS REJECTED 'DI' FOR A DISCONTINUED OR                00002943
      *>    DELETE-PENDING ITEM THE SAME AS A RECEIPT.                  00002944
      *> 2026-10-15 KWK - NEW TRANSACTION TYPE 'M' (CUSTOMER            00002945
      *>    RETURN) NEEDS IT-CUSTOMER-NO ON CUSTMAST LIKE AN ISSUE      00002946
      *>    ('CU'), BUT A CLOSED ACCOUNT MAY STILL SEND GOODS BACK.     00002947
      *>    THE ORIGINAL INVOICE NUMBER RIDES IN THE RECEIPT-DATE       00002948
      *>    FIELD AND IS EDITED THERE (INVOICE NUMBERS ARE YYMMDD       00002949
      *>    DUE DATES).                                                 00002950
      *>                                                                00002900
      *>                                                                00003000
       ENVIRONMENT DIVISION.                                            00003100
                           ACCESS IS RANDOM                             00004550
                           RECORD KEY IS MR-ITEM-NO                     00004560
                           FILE STATUS IS INVMAST-ERROR-CODE.           00004570
           SELECT CUSTMAST ASSIGN TO UT-I-CUSTMAST                      00004571
                           ORGANIZATION IS INDEXED                      00004572
                           ACCESS IS RANDOM                             00004573
                           RECORD KEY IS CM-CUSTOMER-NUMBER             00004574
                           FILE STATUS IS CUSTMAST-ERROR-CODE.          00004575
           SELECT CYCLDATE ASSIGN TO UT-S-CYCLDATE                      00004580
                           FILE STATUS IS CYCLDATE-ERROR-CODE.          00004590
      *>                                                                00004600
      *                                                                 00005000
       FD  VALTRANI                                                     00005100
           LABEL RECORDS ARE STANDARD                                   00005200
           RECORD CONTAINS 38 CHARACTERS.                               00005300
      *                                                                 00005400
       01  RAW-TRANSACTION-AREA               PIC X(38).                00005500
      *                                                                 00005600
       FD  VALTRAN                                                      00005700
           LABEL RECORDS ARE STANDARD                                   00005800
           RECORD CONTAINS 38 CHARACTERS.                               00005900
      *                                                                 00006000
       01  CLEAN-TRANSACTION-AREA             PIC X(38).                00006100
      *                                                                 00006200
       FD  ERRTRAN                                                      00006300
           LABEL RECORDS ARE STANDARD                                   00006400
           RECORD CONTAINS 40 CHARACTERS.                               00006500
      *                                                                 00006600
       01  ERROR-TRANSACTION-AREA             PIC X(40).                00006700
      *                                                                 00006800
       FD  RUNLOG                                                       00006810
           LABEL RECORDS ARE STANDARD                                   00006820
           05  MR-ITEM-NO                  PIC X(5).                    00006857
           05  FILLER                      PIC X(73).                   00006858
      *                                                                 00006860
       FD  CUSTMAST                                                     00006861
           LABEL RECORDS ARE STANDARD                                   00006862
           RECORD CONTAINS 180 CHARACTERS.                              00006863
      *                                                                 00006864
       01  CUSTOMER-MASTER-AREA.                                        00006865
           05  CM-CUSTOMER-NUMBER          PIC 9(9).                    00006866
           05  FILLER                      PIC X(171).                  00006867
      *                                                                 00006868
       FD  CYCLDATE                                                     00006869
           LABEL RECORDS ARE STANDARD                                   00006870
           RECORD CONTAINS 6 CHARACTERS.                                00006875
      *                                                                 00006880
           05 ERRTRAN-ERROR-CODE            PIC XX.                     00008000
           05 RUNLOG-ERROR-CODE             PIC XX.                     00008010
           05 INVMAST-ERROR-CODE            PIC XX.                     00008020
           05 CUSTMAST-ERROR-CODE           PIC XX.                     00008060
      *                                                                 00008100
       01  WS-EOJ-COUNTERS.                                             00008200
           05  WS-RECORDS-READ-COUNT        PIC 9(7) VALUE ZERO.        00008300
       01  BATCH-HEADER-RECORD.                                         00008699
           05  BH-RECORD-ID                 PIC X(5) VALUE '*HDR*'.     00008700
           05  BH-BATCH-NUMBER              PIC 9(6).                   00008701
           05  FILLER                       PIC X(27) VALUE SPACES.     00008702
      *                                                                 00008620
       01  ERROR-TRANSACTION-RECORD.                                    00008630
           05  ET-TRANSACTION-DATA          PIC X(38).                  00008640
           05  ET-REASON-CODE               PIC X(2).                   00008650
      *                                                                 00008660
       01  WS-EDIT-DATE.                                                00008700
                   88  IM-ITEM-DELETE-PENDING      VALUE 'X'.           00009181
               10  IM-PRIMARY-VENDOR       PIC X(5).                    00009183
      *                                                                 00009184
       01  CUSTOMER-RECORD.                                             00009185
           05  CU-CUSTOMER-NUMBER          PIC 9(9).                    00009186
           05  CU-CREDIT-LIMIT             PIC 9(7)V99.                 00009187
           05  CU-OUTSTANDING-BALANCE      PIC 9(7)V99.                 00009188
           05  CU-LAST-PAYMENT-DATE        PIC 9(6).                    00009189
           05  CU-ACCOUNT-STATUS           PIC X(1).                    00009190
               88  CU-ACCOUNT-OPEN                 VALUE   'A'.         00009191
               88  CU-ACCOUNT-CLOSED               VALUE   'C'.         00009192
           05  FILLER                      PIC X(146).                  00009193
      *                                                                 00009194
       01  INVENTORY-TRANSACTION-RECORD.                                00009200
           05  IT-ITEM-NO                  PIC X(5).                    00009300
           05  IT-VENDOR-NO                PIC X(5).                    00009400
               88  IT-TRANS-IS-NEWITEM             VALUE   'N'.         00010000
               88  IT-TRANS-IS-COUNT               VALUE   'C'.         00010100
               88  IT-TRANS-IS-TRANSFER            VALUE   'T'.         00010110
               88  IT-TRANS-IS-ASSEMBLY            VALUE   'A'.         00010150
               88  IT-TRANS-IS-RETURN              VALUE   'M'.         00010170
           05  IT-LOCATION-CODE            PIC X(3).                    00010200
           05  IT-UNIT-CODE                PIC X(1).                    00010210
               88  IT-UNIT-IS-EACH                 VALUE   'E'.         00010220
           05  IT-RELEASE-FLAG             PIC X(1).                    00010250
               88  IT-RELEASE-APPROVED             VALUE   'A'.         00010260
           05  IT-RESUBMIT-COUNT           PIC 9(2).                    00010270
           05  IT-CUSTOMER-NO              PIC 9(9).                    00010280
      *>                                                                00010300
       PROCEDURE DIVISION.                                              00010400
      *                                                                 00010500
       000-EDIT-TRANSACTIONS.                                           00010600
           PERFORM 002-GET-PROCESS-DATE.                                00010610
           OPEN    INPUT   VALTRANI, OUTPUT VALTRAN, OUTPUT ERRTRAN,    00010700
                   INPUT   INVMAST, INPUT CUSTMAST.                     00010750
           IF VALTRANI-ERROR-CODE NOT = '00'                            00010800
               DISPLAY 'VALEDIT   A 1   OPEN ERROR FOR VALTRANI'        00010900
               DISPLAY 'VALEDIT   A 1   FILE STATUS = '                 00011000
                   INVMAST-ERROR-CODE                                   00012540
               MOVE 16 TO RETURN-CODE                                   00012550
               STOP RUN.                                                00012560
           IF CUSTMAST-ERROR-CODE NOT = '00'                            00012564
               DISPLAY 'VALEDIT   A 1   OPEN ERROR FOR CUSTMAST'        00012568
               DISPLAY 'VALEDIT   A 1   FILE STATUS = '                 00012572
                   CUSTMAST-ERROR-CODE                                  00012576
               MOVE 16 TO RETURN-CODE                                   00012580
               STOP RUN.                                                00012584
           PERFORM 100-WRITE-BATCH-HEADER.                              00012590
           PERFORM 300-PROCESS-TRANSACTION                              00012600
               UNTIL VALTRANI-EOF.                                      00012700
           CLOSE   VALTRANI, VALTRAN, ERRTRAN, INVMAST, CUSTMAST.       00012800
           DISPLAY 'VALEDIT READ=' WS-RECORDS-READ-COUNT                00012900
               ' CLEAN=' WS-RECORDS-CLEAN-COUNT                         00013000
               ' REJECT=' WS-RECORDS-REJECT-COUNT.                      00013100
                   MOVE SPACE TO IT-RELEASE-FLAG.                       00015297
               IF IT-RESUBMIT-COUNT NOT NUMERIC                         00015303
                   MOVE ZERO TO IT-RESUBMIT-COUNT.                      00015304
               IF IT-CUSTOMER-NO NOT NUMERIC                            00015305
                   MOVE ZERO TO IT-CUSTOMER-NO.                         00015306
               IF IT-RELEASE-FLAG NOT = SPACE                           00015298
                   AND NOT IT-RELEASE-APPROVED                          00015299
                   MOVE 'N' TO TRANSACTION-EDIT-SWITCH                  00015305
                   PERFORM 325-SET-REJECT-REASON-RF.                    00015306
               PERFORM 330-EDIT-RECEIPT-DATE.                           00015400
               PERFORM 335-EDIT-ITEM-STATUS.                            00015410
               PERFORM 337-EDIT-CUSTOMER.                               00015450
               IF TRANSACTION-IS-VALID                                  00015500
                   PERFORM 340-WRITE-CLEAN-TRAN                         00015600
               ELSE                                                     00015700
       325-SET-REJECT-REASON-DI.                                        00015998
               IF WS-REJECT-REASON-CODE = SPACES                        00015999
                   MOVE 'DI' TO WS-REJECT-REASON-CODE.                  00016010
      *                                                                 00016011
       325-SET-REJECT-REASON-CU.                                        00016012
               IF WS-REJECT-REASON-CODE = SPACES                        00016013
                   MOVE 'CU' TO WS-REJECT-REASON-CODE.                  00016014
      *                                                                 00016015
       330-EDIT-RECEIPT-DATE.                                           00016000
               IF NOT IT-RECEIPT-DATE NUMERIC                           00016100
                   MOVE 'N' TO TRANSACTION-EDIT-SWITCH                  00016200
                           PERFORM 325-SET-REJECT-REASON-DT.            00017110
      *                                                                 00017200
       335-EDIT-ITEM-STATUS.                                            00017210
               IF IT-TRANS-IS-RECEIPT OR IT-TRANS-IS-ASSEMBLY           00017220
                   MOVE IT-ITEM-NO TO MR-ITEM-NO                        00017230
                   READ INVMAST INTO INVENTORY-MASTER-RECORD            00017240
                   IF INVMAST-ERROR-CODE = '00'                         00017250
                           OR IM-ITEM-DELETE-PENDING)                   00017270
                       MOVE 'N' TO TRANSACTION-EDIT-SWITCH              00017280
                       PERFORM 325-SET-REJECT-REASON-DI.                00017281
      *                                                                 00017282
       337-EDIT-CUSTOMER.                                               00017283
               IF IT-TRANS-IS-ISSUE OR IT-TRANS-IS-RETURN               00017284
                   IF IT-CUSTOMER-NO = ZERO                             00017285
                       MOVE 'N' TO TRANSACTION-EDIT-SWITCH              00017286
                       PERFORM 325-SET-REJECT-REASON-CU                 00017287
                   ELSE                                                 00017288
                       MOVE IT-CUSTOMER-NO TO CM-CUSTOMER-NUMBER        00017289
                       READ CUSTMAST INTO CUSTOMER-RECORD               00017290
                       IF CUSTMAST-ERROR-CODE NOT = '00'                00017291
                           OR (IT-TRANS-IS-ISSUE AND CU-ACCOUNT-CLOSED) 00017292
                           MOVE 'N' TO TRANSACTION-EDIT-SWITCH          00017293
                           PERFORM 325-SET-REJECT-REASON-CU.            00017294
      *                                                                 00017295
       340-WRITE-CLEAN-TRAN.                                            00017300
               WRITE   CLEAN-TRANSACTION-AREA                           00017400
                   FROM INVENTORY-TRANSACTION-RECORD.                   00017500
//COB.CYCLDATE DD DSNAME=HERC01.SAMPLE.CYCLDATE,DISP=SHR                00018450
//COB.VALTRANI DD DSNAME=HERC01.SAMPLE.VALTRANI,DISP=SHR                00018500
//COB.INVMAST DD DSNAME=HERC01.SAMPLE.INVMAST,DISP=SHR                  00018510
//COB.CUSTMAST DD DSNAME=HERC01.SAMPLE.CUSTMAST,DISP=SHR                00018550
//COB.VALTRAN DD DSNAME=HERC01.SAMPLE.VALTRAN,DISP=(,CATLG),            00018600
//             DCB=(DSORG=PS,LRECL=38,BLKSIZE=3800,RECFM=FB),           00018700
//             SPACE=(TRK,(1,1),RLSE)                                   00018800
//COB.ERRTRAN DD DSNAME=HERC01.SAMPLE.ERRTRAN,DISP=(,CATLG),            00018900
//             DCB=(DSORG=PS,LRECL=40,BLKSIZE=4000,RECFM=FB),           00019000
//             SPACE=(TRK,(1,1),RLSE)                                   00019100
//COB.RUNLOG DD DSNAME=HERC01.SAMPLE.RUNLOG,DISP=(MOD,CATLG),           00019110
//             DCB=(DSORG=PS,LRECL=43,BLKSIZE=4300,RECFM=FB),           00019120
