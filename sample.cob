      *>    IS MISSING OR BLANK) SO A STREAM THAT CROSSES MIDNIGHT      00004148
      *>    CARRIES ONE PROCESSING DATE AND A PRIOR DATE CAN BE         00004164
      *>    RERUN CLEANLY UNDER ITS OWN DATE.                           00004180
      *> 2026-10-15 KWK - CUSTMAST IS 180 BYTES NOW -- CUSTOMER NAME,   00004184
      *>    THREE ADDRESS LINES, AND THE LAST DUNNING LETTER TIER AND   00004188
      *>    DATE WERE ADDED FOR CUSTMNT AND DUNNING. LAYOUT WIDENED     00004192
      *>    ONLY.                                                       00004196
      *>                                                                00004200
       ENVIRONMENT DIVISION.                                            00004300
      **                                                                00004400
           02  REJECT-CUSTOMER-NUMBER  PIC 9(9).                        00008500
       FD  CUSTMAST                                                     00008600
           LABEL RECORDS ARE STANDARD                                   00008700
           RECORD CONTAINS 180 CHARACTERS.                              00008800
       01  CUSTOMER-MASTER-RECORD.                                      00008900
           02  CM-CUSTOMER-NUMBER      PIC 9(9).                        00009000
           02  CM-CREDIT-LIMIT         PIC 9(7)V99.                     00009100
           02  CM-OUTSTANDING-BALANCE  PIC 9(7)V99.                     00009200
           02  CM-LAST-PAYMENT-DATE    PIC 9(6).                        00009300
           02  FILLER                  PIC X(147).                      00009400
       FD  OVERLMT, RECORDING MODE IS F,                                00009500
           LABEL RECORDS ARE OMITTED,                                   00009600
           DATA RECORD IS OVERLMT-LINE.                                 00009700
