      * installment) and a disposition: 'S' settled - the money
      * moved - or 'R' returned (NSF, closed account).  Settled
      * debits post exactly the way a cheque would: TUITION-OWED
      * comes down, a receipted PAYMENTS.dat row goes into the
      * history, and the audit trail shows the change.  Returned
      * debits post nothing - the installment stays owing for
      * LATE-FEE-RUN to find, and the row lands in PAD-NSF.txt so
      * the desk chases it the way it chases any bounced payment.
      * The file opens with an HDR row carrying the bank's batch
      * identifier and file date; INBOUND-REGISTRY refuses a batch
      * already loaded, so a resent file cannot settle twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAD-RETURNS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-KEY
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.
           SELECT NSF-OUT-FILE ASSIGN "PAD-NSF.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               05 FILLER          PIC X.
      *            'S' = settled, 'R' = returned unpaid.
               05 RTN-DISPOSITION PIC X(1).
      *    The leading HDR row: the bank's batch identifier and file
      *    date - the duplicate-load guard's key.
           COPY "INBOUND-HEADER.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
       WORKING-STORAGE SECTION.
           01 FILE-STATUS    PIC X(2).
           01 RETURNS-STATUS PIC X(2).
           01 PAYMENTS-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE "PAD".
           01 RECEIPT-NUMBER-WS PIC 9(8) VALUE 0.

           01 FLAGS.
               05 EOF-RETURNS PIC X VALUE "N".
               05 INBOUND-OK  PIC X VALUE "N".

      *    INBOUND-REGISTRY parameter block - the HDR row's batch
      *    identifier checked before anything posts, registered once
      *    the batch has.
           COPY "INBOUND-CHECK.cpy".

           01 RETURN-WORK-AREA.
               05 RUN-DATE-WS PIC 9(8) VALUE 0.
               DISPLAY "PAD-RETURNS.txt NOT FOUND. NOTHING POSTED."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 200-CHECK-INBOUND-HEADER
               IF INBOUND-OK NOT = "Y"
                   CLOSE RETURNS-FILE
                   DISPLAY "BATCH REJECTED - NOTHING POSTED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN I-O    STUDENT-DATA-FILE
                   OPEN I-O PAYMENTS-FILE
                   OPEN OUTPUT NSF-OUT-FILE
                   OPEN EXTEND AUDIT-LOG-FILE
                   PERFORM 300-PROCESS-ONE-RETURN
                       UNTIL EOF-RETURNS = "Y"
                   CLOSE RETURNS-FILE
                   CLOSE STUDENT-DATA-FILE
                   CLOSE PAYMENTS-FILE
                   CLOSE NSF-OUT-FILE
                   CLOSE AUDIT-LOG-FILE
                   PERFORM 950-DISPLAY-STATS
                   PERFORM 210-REGISTER-INBOUND-BATCH
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

      *****************************************************************
      * The first row must be the HDR.  Its batch identifier and file
      * date go to INBOUND-REGISTRY: a batch already loaded is
      * refused whole, unless a supervisor has authorized one reload
      * of it through INBOUND-OVERRIDE.
      *****************************************************************
       200-CHECK-INBOUND-HEADER.
           MOVE "N" TO INBOUND-OK.
           MOVE "CK" TO INB-ACTION.
           MOVE "PADRETURN" TO INB-FEED-CODE.
           MOVE OPERATOR-ID-WS TO INB-OPERATOR-ID.
           MOVE SPACES TO INB-BATCH-ID.
           READ RETURNS-FILE
               AT END
                   MOVE "Y" TO EOF-RETURNS
               NOT AT END
                   IF IHD-RECORD-TYPE = "HDR"
                       MOVE IHD-BATCH-ID  TO INB-BATCH-ID
                       MOVE IHD-FILE-DATE TO INB-FILE-DATE
                   END-IF
           END-READ.
           CALL "INBOUND-REGISTRY" USING INBOUND-CHECK.
           EVALUATE INB-RESULT
               WHEN "00"
                   MOVE "Y" TO INBOUND-OK
               WHEN "OV"
                   DISPLAY "BATCH " INB-BATCH-ID " ALREADY LOADED - "
                       "RELOAD AUTHORIZED BY " INB-OVERRIDE-BY
                   MOVE "Y" TO INBOUND-OK
               WHEN "DP"
                   DISPLAY "BATCH " INB-BATCH-ID " OF " INB-FILE-DATE
                       " WAS ALREADY LOADED - DUPLICATE FILE"
               WHEN OTHER
                   DISPLAY "NO HDR BATCH ID/FILE DATE ON "
                       "PAD-RETURNS.txt"
           END-EVALUATE.

       210-REGISTER-INBOUND-BATCH.
           MOVE "RG" TO INB-ACTION.
           MOVE READ-COUNTER TO INB-DETAIL-COUNT.
           CALL "INBOUND-REGISTRY" USING INBOUND-CHECK.

       300-PROCESS-ONE-RETURN.
           READ RETURNS-FILE
               AT END
      *    Debited straight from the bank - no drawer involved.
           MOVE 0 TO PAY-SESSION-ID.
           MOVE "B" TO PAY-TENDER-CODE.
           PERFORM 325-STORE-PAYMENT-ROW.

      *    Takes the next free PAY-SEQ for the row's student, term
      *    and date - PAYMENTS.dat refuses a duplicate key (status
      *    22), so count up until the WRITE lands.
       325-STORE-PAYMENT-ROW.
           MOVE 0 TO PAY-SEQ.
           MOVE "22" TO PAYMENTS-STATUS.
           PERFORM 326-TRY-NEXT-PAY-SEQ
               UNTIL PAYMENTS-STATUS NOT = "22".

       326-TRY-NEXT-PAY-SEQ.
           ADD 1 TO PAY-SEQ.
           WRITE PAYMENT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       330-LOG-POSTING.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       400-ROUTE-NSF.
