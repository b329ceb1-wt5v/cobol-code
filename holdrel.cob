      *>    NOW (IT-RESUBMIT-COUNT FOR ERRMERG'S RESUBMISSION CAP),     00002795
      *>    SO INVSUSP/INVSUSN/VALTRANR ARE 29 AND ERRTRAN IS 31.       00002796
      *>    THE COUNT RIDES THROUGH A HOLD AND ITS RELEASE.             00002797
      *> 2026-10-15 KWK - THE SHARED TRANSACTION LAYOUT IS 38 BYTES     00002798
      *>    NOW (IT-CUSTOMER-NO, THE SHIP-TO CUSTOMER BILLED FOR AN     00002799
      *>    ISSUE), SO INVSUSP/INVSUSN/VALTRANR ARE 38 AND ERRTRAN IS   00002800
      *>    40. THE CUSTOMER RIDES THROUGH A HOLD AND ITS RELEASE.      00002801
      *>                                                                00002841
      *>                                                                00002900
       ENVIRONMENT DIVISION.                                            00003000
      **                                                                00003100
      *                                                                 00005100
       FD  INVSUSP                                                      00005200
           LABEL RECORDS ARE STANDARD                                   00005300
           RECORD CONTAINS 38 CHARACTERS.                               00005400
      *                                                                 00005500
       01  SUSPENSE-RECORD-AREA               PIC X(38).                00005600
      *                                                                 00005700
       FD  INVSUSN                                                      00005800
           LABEL RECORDS ARE STANDARD                                   00005900
           RECORD CONTAINS 38 CHARACTERS.                               00006000
      *                                                                 00006100
       01  CARRIED-SUSPENSE-AREA              PIC X(38).                00006200
      *                                                                 00006300
       FD  VALTRANR                                                     00006400
           LABEL RECORDS ARE STANDARD                                   00006500
           RECORD CONTAINS 38 CHARACTERS.                               00006600
      *                                                                 00006700
       01  RELEASED-TRANSACTION-AREA          PIC X(38).                00006800
      *                                                                 00006900
       FD  ERRTRAN                                                      00007000
           LABEL RECORDS ARE STANDARD                                   00007100
           RECORD CONTAINS 40 CHARACTERS.                               00007200
      *                                                                 00007300
       01  ERROR-TRANSACTION                  PIC X(40).                00007400
      *                                                                 00007500
       WORKING-STORAGE SECTION.                                         00007600
      *                                                                 00007700
               88  SU-REJECTED                     VALUE   'R'.         00010200
               88  SU-PENDING                      VALUE   SPACE.       00010300
           05  SU-RESUBMIT-COUNT           PIC 9(2).                    00010310
           05  SU-CUSTOMER-NO              PIC 9(9).                    00010350
      *                                                                 00010400
       01  ERROR-TRANSACTION-RECORD.                                    00010410
           05  ET-TRANSACTION-DATA         PIC X(38).                   00010420
           05  ET-REASON-CODE              PIC X(2).                    00010430
      *                                                                 00010440
       01  RELEASED-TRANSACTION-RECORD.                                 00010500
           05  RT-UNIT-CODE                PIC X(1).                    00011150
           05  RT-RELEASE-FLAG             PIC X(1).                    00011160
           05  RT-RESUBMIT-COUNT           PIC 9(2).                    00011170
           05  RT-CUSTOMER-NO              PIC 9(9).                    00011180
      *>                                                                00011200
       PROCEDURE DIVISION.                                              00011300
      *                                                                 00011400
               MOVE    SU-UNIT-CODE       TO RT-UNIT-CODE.              00016550
               MOVE    'A'                TO RT-RELEASE-FLAG.           00016560
               MOVE    SU-RESUBMIT-COUNT  TO RT-RESUBMIT-COUNT.         00016570
               MOVE    SU-CUSTOMER-NO     TO RT-CUSTOMER-NO.            00016580
               WRITE   RELEASED-TRANSACTION-AREA FROM                   00016600
                   RELEASED-TRANSACTION-RECORD.                         00016700
               ADD 1 TO WS-APPROVED-COUNT.                              00016800
               MOVE    SU-UNIT-CODE       TO RT-UNIT-CODE.              00017650
               MOVE    SPACE              TO RT-RELEASE-FLAG.           00017660
               MOVE    SU-RESUBMIT-COUNT  TO RT-RESUBMIT-COUNT.         00017665
               MOVE    SU-CUSTOMER-NO     TO RT-CUSTOMER-NO.            00017667
               MOVE    RELEASED-TRANSACTION-RECORD                      00017670
                   TO ET-TRANSACTION-DATA.                              00017680
               MOVE    'HR'               TO ET-REASON-CODE.            00017690
//COB.SYSLIB DD DSNAME=SYS1.COBLIB,DISP=SHR                             00018700
//COB.INVSUSP DD DSNAME=HERC01.SAMPLE.INVSUSP,DISP=SHR                  00018800
//COB.INVSUSN DD DSNAME=HERC01.SAMPLE.INVSUSN,DISP=(,CATLG),            00018900
//             DCB=(DSORG=PS,LRECL=38,BLKSIZE=3800,RECFM=FB),           00019000
//             SPACE=(TRK,(1,1),RLSE)                                   00019100
//COB.VALTRANR DD DSNAME=HERC01.SAMPLE.VALTRANR,DISP=(,CATLG),          00019200
//             DCB=(DSORG=PS,LRECL=38,BLKSIZE=3800,RECFM=FB),           00019300
//             SPACE=(TRK,(1,1),RLSE)                                   00019400
//COB.ERRTRAN DD DSNAME=HERC01.SAMPLE.ERRTRAN,DISP=SHR                  00019500
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00019600
