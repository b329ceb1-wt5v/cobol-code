      *> 2026-09-02 KWK - WIDENED CNTTRAN TO 29 BYTES FOR               00002980
      *>    AJ-RESUBMIT-COUNT (ALWAYS ZERO HERE -- ONLY ERRMERG         00002990
      *>    COUNTS PASSES), MATCHING THE SHARED TRANSACTION LAYOUT.     00002995
      *> 2026-10-15 KWK - WIDENED CNTTRAN TO 38 BYTES FOR               00002996
      *>    AJ-CUSTOMER-NO (ALWAYS ZERO HERE -- ONLY AN ISSUE BILLS A   00002997
      *>    CUSTOMER), MATCHING THE SHARED TRANSACTION LAYOUT.          00002998
      *>                                                                00003000
      *>                                                                00003100
       ENVIRONMENT DIVISION.                                            00003200
      *                                                                 00007800
       FD  CNTTRAN                                                      00007900
           LABEL RECORDS ARE STANDARD                                   00008000
           RECORD CONTAINS 38 CHARACTERS.                               00008100
      *                                                                 00008200
       01  ADJUSTMENT-TRANSACTION-AREA      PIC X(38).                  00008300
      *                                                                 00008400
       WORKING-STORAGE SECTION.                                         00008500
      *                                                                 00008600
           05  AJ-UNIT-CODE                PIC X(1) VALUE 'E'.          00012450
           05  AJ-RELEASE-FLAG             PIC X(1) VALUE SPACE.        00012460
           05  AJ-RESUBMIT-COUNT           PIC 9(2) VALUE ZERO.         00012470
           05  AJ-CUSTOMER-NO              PIC 9(9) VALUE ZERO.         00012480
      *                                                                 00012500
       01  CNTRPT-DETAIL.                                               00012600
           05  CD-ITEM-NO                  PIC X(5).                    00012700
               MOVE    'E'                  TO AJ-UNIT-CODE             00021050
               MOVE    SPACE                TO AJ-RELEASE-FLAG          00021060
               MOVE    ZERO                 TO AJ-RESUBMIT-COUNT        00021070
               MOVE    ZERO                 TO AJ-CUSTOMER-NO           00021080
               WRITE   ADJUSTMENT-TRANSACTION-AREA FROM                 00021100
                   ADJUSTMENT-TRANSACTION-RECORD.                       00021200
      *                                                                 00021300
//COB.INVMAST DD DSNAME=HERC01.SAMPLE.INVMAST,DISP=SHR                  00022700
//COB.CNTRPT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=80,BLKSIZE=8000)          00022800
//COB.CNTTRAN DD DSNAME=HERC01.SAMPLE.CNTTRAN,DISP=(,CATLG),            00022900
//             DCB=(DSORG=PS,LRECL=38,BLKSIZE=3800,RECFM=FB),           00023000
//             SPACE=(TRK,(1,1),RLSE)                                   00023100
//GO.SYSOUT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=16100)         00023200
//GO.SYSIN DD *                                                         00023300
