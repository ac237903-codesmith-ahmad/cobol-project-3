      * anywhere else: the inquiry role reads, it does not author.
      *****************************************************************
       400-ADD-NOTE.
           IF OPERATOR-ROLE-WS = "I" OR "A" OR "C"
               DISPLAY "INQUIRY-ONLY SIGN-ON. NOTES ARE READ-ONLY "
                   "FOR YOU."
           ELSE
