           DOES NOT TIE PRINTS WITH THE DIFFERENCE, AND THE JOB         00002500
           ENDS WITH RETURN-CODE 16 SO OPERATIONS SEES DRIFT THE        00002600
           NIGHT IT STARTS INSTEAD OF AT PHYSICAL INVENTORY.            00002700
      *>                                                      MODS:     00002710
      *> 2026-10-15 KWK - INVLOC IS 23 BYTES NOW -- IL-MIN-STOCK        00002720
      *>    AND IL-MAX-STOCK, THE STOCKING LEVELS LOCMNT MAINTAINS      00002730
      *>    FOR EACH ITEM AT EACH LOCATION AND REPLEN WORKS FROM,       00002740
      *>    FOLLOW IL-ON-HAND. LAYOUT WIDENED ONLY.                     00002750
      *>                                                                00002800
      *>                                                                00002900
       ENVIRONMENT DIVISION.                                            00003000
      *                                                                 00006200
       FD  INVLOC                                                       00006300
           LABEL RECORDS ARE STANDARD                                   00006400
           RECORD CONTAINS 23 CHARACTERS.                               00006500
      *                                                                 00006600
       01  LOCATION-RECORD-AREA.                                        00006700
           05  IL-KEY.                                                  00006800
               10  IL-ITEM-NO              PIC X(5).                    00006900
               10  IL-LOCATION-CODE        PIC X(3).                    00007000
           05  IL-ON-HAND                  PIC S9(5).                   00007100
           05  IL-MIN-STOCK                PIC 9(5).                    00007130
           05  IL-MAX-STOCK                PIC 9(5).                    00007160
      *                                                                 00007200
       FD  RECONRPT                                                     00007300
           LABEL RECORDS ARE STANDARD                                   00007400
