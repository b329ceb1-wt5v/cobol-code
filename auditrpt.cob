           ON-HAND THAT MORE THAN DOUBLED, OR A SINGLE TRANSACTION      00002000
           THAT DROPPED ON-HAND BY MORE THAN WS-LARGE-DROP-THRESHOLD.   00002100
           ONLY EXCEPTIONS ARE PRINTED -- THIS IS NOT A FULL LISTING    00002200
           OF AUDTTRAN.                                                 00002240
      *>                                                      MODS:     00002280
      *> 2026-10-15 KWK - AUDTTRAN IS 36 BYTES NOW (AT-COUNT-QUANTITY   00002320
      *>    AND AT-UNIT-COST FOR INVRECON). THIS REPORT STILL ONLY      00002360
      *>    LOOKS AT THE BEFORE/AFTER SWING.                            00002400
      *>                                                                00002440
      *>                                                                00002500
       ENVIRONMENT DIVISION.                                            00002600
      **                                                                00002700
      *                                                                 00004200
       FD  AUDTTRAN                                                     00004300
           LABEL RECORDS ARE STANDARD                                   00004400
           RECORD CONTAINS 36 CHARACTERS.                               00004500
      *                                                                 00004600
       01  AUDIT-TRANSACTION-AREA           PIC X(36).                  00004700
      *                                                                 00004800
       FD  AUDITRPT                                                     00004900
           LABEL RECORDS ARE STANDARD                                   00005000
           05  AT-ON-HAND-AFTER            PIC S9(5).                   00007800
           05  AT-VENDOR-NO                PIC X(5).                    00007900
           05  AT-RUN-DATE                 PIC 9(6).                    00008000
           05  AT-COUNT-QUANTITY           PIC S9(5).                   00008030
           05  AT-UNIT-COST                PIC S999V99.                 00008060
      *                                                                 00008100
       01  AUDITRPT-DETAIL.                                             00008200
           05  AD-ITEM-NO                  PIC X(5).                    00008300
