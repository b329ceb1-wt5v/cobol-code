      *>    AND A RECORD PAST WS-RESUBMIT-LIMIT FAILED PASSES PARKS     00002604
      *>    ON PARKREJ (WITH ITS OWN PARKRPT LISTING) FOR SUPERVISOR    00002605
      *>    REVIEW INSTEAD OF FEEDING BACK INTO THE STREAM.             00002606
      *> 2026-10-15 KWK - THE SHARED TRANSACTION LAYOUT IS 38 BYTES     00002607
      *>    NOW (IT-CUSTOMER-NO, THE SHIP-TO CUSTOMER ON AN ISSUE), SO  00002608
      *>    VALTRANN/VALTRANR/VALTRANI ARE 38 AND ERRTRANC/PARKREJ 40.  00002609
      *>                                                                00002600
      *>                                                                00002700
       ENVIRONMENT DIVISION.                                            00002800
      *                                                                 00004700
       FD  ERRTRANC                                                     00004800
           LABEL RECORDS ARE STANDARD                                   00004900
           RECORD CONTAINS 40 CHARACTERS.                               00005000
      *                                                                 00005100
       01  CORRECTED-TRANSACTION-AREA         PIC X(40).                00005200
      *                                                                 00005300
       FD  VALTRANN                                                     00005400
           LABEL RECORDS ARE STANDARD                                   00005500
           RECORD CONTAINS 38 CHARACTERS.                               00005600
      *                                                                 00005700
       01  NEW-TRANSACTION-AREA               PIC X(38).                00005800
      *                                                                 00005900
       FD  VALTRANR                                                     00005910
           LABEL RECORDS ARE STANDARD                                   00005920
           RECORD CONTAINS 38 CHARACTERS.                               00005930
      *                                                                 00005940
       01  RELEASED-TRANSACTION-AREA          PIC X(38).                00005950
      *                                                                 00005960
       FD  VALTRANI                                                     00006000
           LABEL RECORDS ARE STANDARD                                   00006100
           RECORD CONTAINS 38 CHARACTERS.                               00006200
      *                                                                 00006300
       01  MERGED-TRANSACTION-AREA            PIC X(38).                00006400
      *                                                                 00006410
       FD  PARKREJ                                                      00006420
           LABEL RECORDS ARE STANDARD                                   00006430
           RECORD CONTAINS 40 CHARACTERS.                               00006440
      *                                                                 00006450
       01  PARKED-REJECT-AREA                 PIC X(40).                00006460
      *                                                                 00006470
       FD  PARKRPT                                                      00006480
           LABEL RECORDS ARE STANDARD                                   00006490
           05  WS-RELEASED-COUNT            PIC 9(7) VALUE ZERO.        00008110
           05  WS-PARKED-COUNT              PIC 9(7) VALUE ZERO.        00008120
      *                                                                 00008200
       01  WS-MERGE-RECORD                  PIC X(38).                  00008300
      *                                                                 00008310
       01  WS-RESUBMIT-LIMIT                PIC 9(2) VALUE 3.           00008315
      *                                                                 00008316
               10  FILLER                  PIC X(22).                   00008332
               10  WS-CORRECTED-RESUBMIT-COUNT                          00008333
                                           PIC 9(2).                    00008334
               10  WS-CORRECTED-CUSTOMER-NO                             00008336
                                           PIC 9(9).                    00008338
           05  WS-CORRECTED-REASON-CODE    PIC X(2).                    00008340
      *                                                                 00008341
       01  PARKRPT-DETAIL.                                              00008342
//COB.VALTRANN DD DSNAME=HERC01.SAMPLE.VALTRANN,DISP=SHR                00013200
//COB.VALTRANR DD DSNAME=HERC01.SAMPLE.VALTRANR,DISP=SHR                00013210
//COB.VALTRANI DD DSNAME=HERC01.SAMPLE.VALTRANI,DISP=(,CATLG),          00013300
//             DCB=(DSORG=PS,LRECL=38,BLKSIZE=3800,RECFM=FB),           00013400
//             SPACE=(TRK,(1,1),RLSE)                                   00013500
//COB.PARKREJ DD DSNAME=HERC01.SAMPLE.PARKREJ,DISP=(MOD,CATLG),         00013510
//             DCB=(DSORG=PS,LRECL=40,BLKSIZE=4000,RECFM=FB),           00013520
//             SPACE=(TRK,(1,1),RLSE)                                   00013530
//COB.PARKRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)         00013540
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00013600
