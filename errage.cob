           COMPUTES PAST-DUE AGING -- FUNCTION INTEGER-OF-DATE ON A     00002200
           CENTURY-WINDOWED CCYYMMDD BUILT FROM THE TWO-DIGIT YEAR --   00002300
           AND ANYTHING PAST WS-OVERDUE-THRESHOLD DAYS OLD IS FLAGGED.  00002400
      *>                                                      MODS:     00002450
      *> 2026-08-21 KWK - WIDENED ERRTRAN TO 26 BYTES AND ADDED         00002510
      *>    IT-UNIT-CODE TO MATCH THE TRANSACTION LAYOUT VALEDIT AND    00002520
      *>    THE UPDATE PROGRAMS NOW WRITE.                              00002530
      *>    IS MISSING OR BLANK) SO A STREAM THAT CROSSES MIDNIGHT      00002600
      *>    CARRIES ONE PROCESSING DATE AND A PRIOR DATE CAN BE         00002601
      *>    RERUN CLEANLY UNDER ITS OWN DATE.                           00002602
      *> 2026-10-15 KWK - ERRTRAN IS 40 BYTES NOW -- THE SHARED         00002603
      *>    TRANSACTION LAYOUT GAINED IT-CUSTOMER-NO (THE SHIP-TO       00002604
      *>    CUSTOMER ON AN ISSUE; VALEDIT REJECTS A BAD ONE AS 'CU').   00002605
      *> 2026-10-15 KWK - ADDED IT-TRANS-IS-ASSEMBLY ('A') TO MATCH     00002607
      *>    THE SHARED TRANSACTION LAYOUT. A REJECTED ASSEMBLY          00002608
      *>    CARRIES 'KB' (NO KIT STRUCTURE), 'KM' (COMPONENT NOT ON     00002609
      *>    FILE) OR 'KS' (COMPONENT SHORT) AND AGES LIKE ANY OTHER     00002610
      *>    REJECT.                                                     00002611
      *> 2026-10-15 KWK - ADDED IT-TRANS-IS-RETURN ('M') TO MATCH       00002612
      *>    THE SHARED TRANSACTION LAYOUT. A REJECTED CUSTOMER          00002613
      *>    RETURN CARRIES 'RI' (NO BILLED LINE FOR THAT CUSTOMER,      00002614
      *>    INVOICE AND ITEM) OR 'RQ' (MORE THAN WAS BILLED) AND        00002615
      *>    AGES LIKE ANY OTHER REJECT.                                 00002616
      *>                                                                00002500
      *>                                                                00002600
       ENVIRONMENT DIVISION.                                            00002700
      *                                                                 00004300
       FD  ERRTRAN                                                      00004400
           LABEL RECORDS ARE STANDARD                                   00004500
           RECORD CONTAINS 40 CHARACTERS.                               00004600
      *                                                                 00004700
       01  ERROR-TRANSACTION-AREA             PIC X(40).                00004800
      *                                                                 00004900
       FD  ERRAGE                                                       00005000
           LABEL RECORDS ARE STANDARD                                   00005100
                   88  IT-TRANS-IS-NEWITEM         VALUE   'N'.         00009700
                   88  IT-TRANS-IS-COUNT           VALUE   'C'.         00009800
                   88  IT-TRANS-IS-TRANSFER        VALUE   'T'.         00009810
                   88  IT-TRANS-IS-ASSEMBLY        VALUE   'A'.         00009850
                   88  IT-TRANS-IS-RETURN          VALUE   'M'.         00009870
               10  IT-LOCATION-CODE        PIC X(3).                    00009900
               10  IT-UNIT-CODE            PIC X(1).                    00009950
               10  IT-RELEASE-FLAG         PIC X(1).                    00009960
               10  IT-RESUBMIT-COUNT       PIC 9(2).                    00009965
               10  IT-CUSTOMER-NO          PIC 9(9).                    00009967
           05  ET-REASON-CODE              PIC X(2).                    00009970
      *                                                                 00010000
       01  ERRAGE-SUBTOTAL-LINE.                                        00010010
