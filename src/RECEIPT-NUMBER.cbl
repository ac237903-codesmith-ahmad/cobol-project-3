      ******************************************************************
      * Tectonics: Receipt number issuer.  One place hands out the
      * sequential receipt numbers every posting path stamps on its
      * PAYMENTS.dat rows - the numbering used to be whatever paper
      * pad the desk was on.  RECEIPT-CONTROL.txt holds the last
      * number issued; each call reads it, adds one, writes it back,
      * and returns the new number to the caller.  A missing or
           MOVE 0 TO LAST-RECEIPT-WS.
           MOVE "N" TO EOF-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-STATUS = "00" OR CONTROL-STATUS = "05"
               READ CONTROL-FILE
                   AT END
                       MOVE "Y" TO EOF-CONTROL
