      * installment twice; nothing posts to the student's balance
      * until the bank's return file confirms the money actually
      * moved (PAD-RETURNS).
      * A student on DECEASED.txt is never debited, whatever the
      * plan and banking files still say - counted, not originated.
      * The debit file is registered on the outbound manifest
      * (OUTBOUND-REGISTRY) for the business date, with its debit
      * count, total and checksum; a second origination run on a
      * business date already produced is refused before anything
      * is written, unless a supervisor authorized the re-run
      * through OUTBOUND-OVERRIDE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAD-ORIGINATE.
               05 DEBIT-COUNTER    PIC 9(6) VALUE 0.
               05 NO-BANK-COUNTER  PIC 9(5) VALUE 0.
               05 SKIPPED-COUNTER  PIC 9(5) VALUE 0.
               05 DECEASED-COUNTER PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-PLAN       PIC X VALUE "N".
               05 EOF-BANKING    PIC X VALUE "N".
               05 EOF-ORIGINATED PIC X VALUE "N".
               05 OUTBOUND-OK    PIC X VALUE "N".

      *    OUTBOUND-REGISTRY parameter block - the business date's
      *    debit file checked before anything is written, registered
      *    once it is closed.
           COPY "OUTBOUND-CHECK.cpy".

           COPY "DECEASED-CHECK.cpy".

           01 ORIGINATE-WORK-AREA.
               05 TOTAL-DEBITED  PIC 9(9)V99 VALUE 0.
                       "MISSING. NOTHING TO ORIGINATE."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 200-CHECK-OUTBOUND-FILE
               END-IF
               IF OUTBOUND-OK = "Y"
                   PERFORM 300-ORIGINATE-DUE-INSTALLMENTS
                   PERFORM 210-REGISTER-OUTBOUND-FILE
                   PERFORM 950-DISPLAY-STATS
               END-IF
           END-IF.
                   ADD 1 TO O-ENTRY
           END-READ.

      *****************************************************************
      * The business date's debit file goes to OUTBOUND-REGISTRY
      * before anything is written: one already produced is refused,
      * unless a supervisor has authorized one re-run of it through
      * OUTBOUND-OVERRIDE.
      *****************************************************************
       200-CHECK-OUTBOUND-FILE.
           MOVE "N" TO OUTBOUND-OK.
           MOVE SPACES TO OUTBOUND-CHECK.
           MOVE "CK" TO OBC-ACTION.
           MOVE "PADDEBIT" TO OBC-FILE-CODE.
           MOVE "PAD-DEBITS.txt" TO OBC-FILE-NAME.
           MOVE "PADDEBIT" TO OBC-OPERATOR-ID.
           CALL "BUSINESS-DATE" USING OBC-BUSINESS-DATE.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.
           EVALUATE OBC-RESULT
               WHEN "00"
                   MOVE "Y" TO OUTBOUND-OK
               WHEN "OV"
                   DISPLAY "PAD DEBITS FOR " OBC-BUSINESS-DATE
                       " ALREADY PRODUCED - RE-RUN AUTHORIZED BY "
                       OBC-OVERRIDE-BY
                   MOVE "Y" TO OUTBOUND-OK
               WHEN OTHER
                   DISPLAY "PAD DEBITS FOR " OBC-BUSINESS-DATE
                       " WERE ALREADY PRODUCED - DUPLICATE FILE"
                   DISPLAY "A RE-RUN NEEDS A SUPERVISOR'S "
                       "OUTBOUND-OVERRIDE. NOTHING WRITTEN."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       210-REGISTER-OUTBOUND-FILE.
           MOVE "RG" TO OBC-ACTION.
           MOVE DEBIT-COUNTER TO OBC-RECORD-COUNT.
           MOVE TOTAL-DEBITED TO OBC-CONTROL-AMOUNT.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.

       300-ORIGINATE-DUE-INSTALLMENTS.
           OPEN INPUT  PLAN-FILE.
           OPEN OUTPUT DEBITS-FILE.

       320-CHECK-AND-ORIGINATE.
           PERFORM 330-CHECK-ALREADY-ORIGINATED.
           MOVE PLN-STUDENT-NUMBER TO DCK-STUDENT-NUMBER.
           CALL "DECEASED-CHECK" USING DECEASED-CHECK.
           EVALUATE TRUE
               WHEN ALREADY-ORIGINATED = "Y"
                   ADD 1 TO SKIPPED-COUNTER
               WHEN DCK-FOUND-FLAG = "Y"
                   ADD 1 TO DECEASED-COUNTER
               WHEN OTHER
                   PERFORM 325-ORIGINATE-IF-BANKED
           END-EVALUATE.

       325-ORIGINATE-IF-BANKED.
           PERFORM 340-FIND-BANKING-ROW.
           IF BNK-FOUND-ENTRY = 0
               ADD 1 TO NO-BANK-COUNTER
           ELSE
               PERFORM 350-WRITE-DEBIT-ROW
               PERFORM 360-LOG-ORIGINATION
           END-IF.

       330-CHECK-ALREADY-ORIGINATED.
           DISPLAY "TOTAL ORIGINATED:    " TOTAL-DISPLAY.
           DISPLAY "NO ACTIVE AGREEMENT: " NO-BANK-COUNTER.
           DISPLAY "NOT DUE OR DONE:     " SKIPPED-COUNTER.
           DISPLAY "DECEASED-SUPPRESSED: " DECEASED-COUNTER.
           DISPLAY "FILE IN PAD-DEBITS.txt".
           DISPLAY "CHECKSUM:            " OBC-CHECKSUM.

       END PROGRAM PAD-ORIGINATE.
