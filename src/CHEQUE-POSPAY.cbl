      * bank's positive-pay layout (POSITIVE-PAY.txt: cheque number,
      * amount, issue date, payee reference) with a TRL count/amount
      * row.  Cleared and stale-dated cheques stay home; a forged or
      * altered item simply isn't on the list.  The file is
      * registered on the outbound manifest (OUTBOUND-REGISTRY) for
      * the business date, with its cheque count, total and
      * checksum; a second extract for a business date already
      * produced is refused unless a supervisor authorized the
      * re-run through OUTBOUND-OVERRIDE - the bank must never get
      * two positive-pay lists for one day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE-POSPAY.

           01 FLAGS.
               05 EOF-CHEQUE PIC X VALUE "N".
               05 OUTBOUND-OK PIC X VALUE "N".

      *    OUTBOUND-REGISTRY parameter block - the business date's
      *    file checked before anything is written, registered once
      *    it is closed.
           COPY "OUTBOUND-CHECK.cpy".

           01 POSPAY-WORK-AREA.
               05 TOTAL-AMOUNT  PIC 9(9)V99 VALUE 0.
                   "NOTHING TO EXTRACT."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 200-CHECK-OUTBOUND-FILE
           END-IF.
           IF OUTBOUND-OK = "Y"
               OPEN OUTPUT POSPAY-FILE
               PERFORM 300-EXTRACT-ONE-CHEQUE
                   UNTIL EOF-CHEQUE = "Y"
               PERFORM 400-WRITE-TRAILER
               CLOSE CHEQUE-FILE
               CLOSE POSPAY-FILE
               PERFORM 210-REGISTER-OUTBOUND-FILE
               MOVE TOTAL-AMOUNT TO TOTAL-DISPLAY
               DISPLAY "REGISTER ROWS READ:  " READ-COUNTER
               DISPLAY "CHEQUES EXTRACTED:   " POSPAY-COUNTER
               DISPLAY "TOTAL OUTSTANDING:   " TOTAL-DISPLAY
               DISPLAY "FILE IN POSITIVE-PAY.txt"
               DISPLAY "CHECKSUM:            " OBC-CHECKSUM
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

      *****************************************************************
      * The business date's positive-pay file goes to OUTBOUND-
      * REGISTRY before anything is written: one already produced is
      * refused, unless a supervisor has authorized one re-run of it
      * through OUTBOUND-OVERRIDE.
      *****************************************************************
       200-CHECK-OUTBOUND-FILE.
           MOVE "N" TO OUTBOUND-OK.
           MOVE SPACES TO OUTBOUND-CHECK.
           MOVE "CK" TO OBC-ACTION.
           MOVE "POSPAY" TO OBC-FILE-CODE.
           MOVE "POSITIVE-PAY.txt" TO OBC-FILE-NAME.
           MOVE "POSPAY" TO OBC-OPERATOR-ID.
           CALL "BUSINESS-DATE" USING OBC-BUSINESS-DATE.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.
           EVALUATE OBC-RESULT
               WHEN "00"
                   MOVE "Y" TO OUTBOUND-OK
               WHEN "OV"
                   DISPLAY "POSITIVE-PAY FOR " OBC-BUSINESS-DATE
                       " ALREADY PRODUCED - RE-RUN AUTHORIZED BY "
                       OBC-OVERRIDE-BY
                   MOVE "Y" TO OUTBOUND-OK
               WHEN OTHER
                   CLOSE CHEQUE-FILE
                   DISPLAY "POSITIVE-PAY FOR " OBC-BUSINESS-DATE
                       " WAS ALREADY PRODUCED - DUPLICATE FILE"
                   DISPLAY "A RE-RUN NEEDS A SUPERVISOR'S "
                       "OUTBOUND-OVERRIDE. NOTHING WRITTEN."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       210-REGISTER-OUTBOUND-FILE.
           MOVE "RG" TO OBC-ACTION.
           MOVE POSPAY-COUNTER TO OBC-RECORD-COUNT.
           MOVE TOTAL-AMOUNT TO OBC-CONTROL-AMOUNT.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.

       300-EXTRACT-ONE-CHEQUE.
           READ CHEQUE-FILE
               AT END
