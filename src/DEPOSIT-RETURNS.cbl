      ******************************************************************
      * Tectonics: Refund direct-deposit returns.  The bank sends
      * back any REFUND-DEPOSITS.txt credit it could not pay in -
      * account closed, account number wrong - one row per rejected
      * deposit in DEPOSIT-RETURNS.txt, quoting our reference
      * (student, term), the amount and the bank's reason.  Each
      * return puts the money back on the student's balance (the
      * deposit's own student/term record) the way CHEQUE-STALE
      * reverses a stale cheque: TUITION-OWED goes back down by the
      * amount, the AUDIT-LOG.txt trail shows the change, and an
      * offsetting PAYMENTS.dat row flagged 'R' sits against the
      * refund's negative row so both sides stay visible.  The
      * student's STUDENT-BANKING.txt agreement is flagged 'I'
      * (invalid) so neither the next REFUND-BATCH nor PAD-ORIGINATE
      * uses that account again - the credit goes out as a cheque
      * next run unless BANKING-MAINT keys a good account first.
      * The file opens with an HDR row carrying the bank's batch
      * identifier and file date; INBOUND-REGISTRY refuses a batch
      * already loaded, so a resent file cannot post twice.
      * RETURN-CODE 0 clean, 4 deposits returned or rows not
      * posted, 8 the batch was refused (nothing posted).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-RETURNS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNS-FILE ASSIGN "DEPOSIT-RETURNS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURNS-STATUS.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
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
           SELECT OPTIONAL BANKING-FILE ASSIGN "STUDENT-BANKING.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANKING-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD RETURNS-FILE.
           01 RETURNS-RECORD.
               05 DRT-REF-STUDENT PIC 9(6).
               05 FILLER          PIC X.
               05 DRT-REF-TERM    PIC X(6).
               05 FILLER          PIC X.
               05 DRT-AMOUNT      PIC 9(7)V99.
               05 FILLER          PIC X.
               05 DRT-REASON      PIC X(20).
      *    The leading HDR row: the bank's batch identifier and file
      *    date - the duplicate-load guard's key.
           COPY "INBOUND-HEADER.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD PAYMENTS-FILE.
           COPY "PAYMENT-RECORD.cpy".

           FD BANKING-FILE.
           COPY "BANKING-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS     PIC X(2).
           01 RETURNS-STATUS  PIC X(2).
           01 PAYMENTS-STATUS PIC X(2).
           01 BANKING-STATUS  PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE "DEPRETURN".

           01 BANKING-TABLE.
               05 BANKING-TABLE-ENTRY OCCURS 500 TIMES
                       INDEXED B-ENTRY.
                   10 BTBL-STUDENT-NUMBER PIC 9(6).
                   10 BTBL-INSTITUTION    PIC 9(3).
                   10 BTBL-TRANSIT        PIC 9(5).
                   10 BTBL-ACCOUNT        PIC X(12).
                   10 BTBL-ACTIVE-FLAG    PIC X(1).
           01 BANKING-ENTRY-COUNT PIC 9(3) VALUE 0.
           01 BANKING-TABLE-MAX   PIC 9(3) VALUE 500.

           01 COUNTERS.
               05 READ-COUNTER     PIC 9(5) VALUE 0.
               05 RETURNED-COUNTER PIC 9(5) VALUE 0.
               05 INVALID-COUNTER  PIC 9(5) VALUE 0.
               05 REJECT-COUNTER   PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-RETURNS PIC X VALUE "N".
               05 EOF-BANKING PIC X VALUE "N".
               05 INBOUND-OK  PIC X VALUE "N".
               05 ABORT-FLAG  PIC X VALUE "N".

      *    INBOUND-REGISTRY parameter block - the HDR row's batch
      *    identifier checked before anything posts, registered once
      *    the batch has.
           COPY "INBOUND-CHECK.cpy".

           01 RETURN-WORK-AREA.
               05 TOTAL-RETURNED PIC 9(9)V99 VALUE 0.
               05 TOTAL-DISPLAY  PIC ZZZ,ZZZ,ZZ9.99.

           01 AUDIT-WORK-AREA.
               05 AUD-TUITION-BEFORE-WS   PIC S9(7)V99.
               05 AUD-OLD-TUITION-DISPLAY PIC -ZZZZZZ9.99.
               05 AUD-NEW-TUITION-DISPLAY PIC -ZZZZZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-LOAD-BANKING-TABLE.
           IF ABORT-FLAG = "Y"
               DISPLAY "STUDENT-BANKING.txt EXCEEDS " BANKING-TABLE-MAX
                   " ROWS. RUN ABORTED - NOTHING POSTED."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT RETURNS-FILE
               IF RETURNS-STATUS NOT = "00"
                   DISPLAY "DEPOSIT-RETURNS.txt NOT FOUND. "
                       "NOTHING POSTED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 200-CHECK-INBOUND-HEADER
                   IF INBOUND-OK NOT = "Y"
                       CLOSE RETURNS-FILE
                       DISPLAY "BATCH REJECTED - NOTHING POSTED."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 250-POST-THE-BATCH
                   END-IF
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-LOAD-BANKING-TABLE.
           SET B-ENTRY TO 1.
           OPEN INPUT BANKING-FILE.
           IF BANKING-STATUS = "00" OR BANKING-STATUS = "05"
               PERFORM 160-LOAD-ONE-AGREEMENT UNTIL EOF-BANKING = "Y"
                   OR B-ENTRY > BANKING-TABLE-MAX
               CLOSE BANKING-FILE
           END-IF.
           COMPUTE BANKING-ENTRY-COUNT = B-ENTRY - 1.
           IF EOF-BANKING NOT = "Y"
                   AND BANKING-ENTRY-COUNT >= BANKING-TABLE-MAX
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       160-LOAD-ONE-AGREEMENT.
           READ BANKING-FILE
               AT END
                   MOVE "Y" TO EOF-BANKING
               NOT AT END
                   MOVE BNK-STUDENT-NUMBER
                       TO BTBL-STUDENT-NUMBER(B-ENTRY)
                   MOVE BNK-INSTITUTION TO BTBL-INSTITUTION(B-ENTRY)
                   MOVE BNK-TRANSIT     TO BTBL-TRANSIT(B-ENTRY)
                   MOVE BNK-ACCOUNT     TO BTBL-ACCOUNT(B-ENTRY)
                   MOVE BNK-ACTIVE-FLAG TO BTBL-ACTIVE-FLAG(B-ENTRY)
                   ADD 1 TO B-ENTRY
           END-READ.

      *****************************************************************
      * The first row must be the HDR.  Its batch identifier and file
      * date go to INBOUND-REGISTRY: a batch already loaded is
      * refused whole, unless a supervisor has authorized one reload
      * of it through INBOUND-OVERRIDE.
      *****************************************************************
       200-CHECK-INBOUND-HEADER.
           MOVE "N" TO INBOUND-OK.
           MOVE "CK" TO INB-ACTION.
           MOVE "DEPRETURN" TO INB-FEED-CODE.
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
                       "DEPOSIT-RETURNS.txt"
           END-EVALUATE.

       210-REGISTER-INBOUND-BATCH.
           MOVE "RG" TO INB-ACTION.
           MOVE READ-COUNTER TO INB-DETAIL-COUNT.
           CALL "INBOUND-REGISTRY" USING INBOUND-CHECK.

       250-POST-THE-BATCH.
           OPEN I-O STUDENT-DATA-FILE.
           OPEN I-O PAYMENTS-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 300-PROCESS-ONE-RETURN UNTIL EOF-RETURNS = "Y".
           CLOSE RETURNS-FILE.
           CLOSE STUDENT-DATA-FILE.
           CLOSE PAYMENTS-FILE.
           CLOSE AUDIT-LOG-FILE.
           IF INVALID-COUNTER > 0
               PERFORM 800-SAVE-BANKING-TABLE
           END-IF.
           PERFORM 950-DISPLAY-STATS.
           PERFORM 210-REGISTER-INBOUND-BATCH.

       300-PROCESS-ONE-RETURN.
           READ RETURNS-FILE
               AT END
                   MOVE "Y" TO EOF-RETURNS
               NOT AT END
                   ADD 1 TO READ-COUNTER
                   IF DRT-AMOUNT IS NOT NUMERIC OR DRT-AMOUNT = 0
                       DISPLAY "BAD AMOUNT ON RETURN FOR STUDENT "
                           DRT-REF-STUDENT ". NOT POSTED."
                       ADD 1 TO REJECT-COUNTER
                   ELSE
                       PERFORM 310-RESTORE-THE-CREDIT
                   END-IF
           END-READ.

      *****************************************************************
      * The refund cleared a credit balance to zero; the returned
      * deposit puts the same credit back - TUITION-OWED comes down
      * by the amount, the way a stale cheque is reversed.
      *****************************************************************
       310-RESTORE-THE-CREDIT.
           MOVE DRT-REF-STUDENT TO STUDENT-NUMBER.
           MOVE DRT-REF-TERM    TO TERM-CODE.
           READ STUDENT-DATA-FILE
               INVALID KEY
                   DISPLAY "NO RECORD FOR STUDENT " DRT-REF-STUDENT
                       " TERM " DRT-REF-TERM ". RETURNED DEPOSIT "
                       "NOT POSTED."
                   ADD 1 TO REJECT-COUNTER
               NOT INVALID KEY
                   MOVE TUITION-OWED TO AUD-TUITION-BEFORE-WS
                   SUBTRACT DRT-AMOUNT FROM TUITION-OWED
                   REWRITE STUDENT-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED. STATUS: "
                               FILE-STATUS
                           ADD 1 TO REJECT-COUNTER
                       NOT INVALID KEY
                           ADD 1 TO RETURNED-COUNTER
                           ADD DRT-AMOUNT TO TOTAL-RETURNED
                           PERFORM 320-LOG-POSTING
                           PERFORM 330-WRITE-OFFSET-ROW
                           PERFORM 340-FLAG-AGREEMENT-INVALID
                   END-REWRITE
           END-READ.

       320-LOG-POSTING.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE AUD-TUITION-BEFORE-WS TO AUD-OLD-TUITION-DISPLAY.
           MOVE TUITION-OWED TO AUD-NEW-TUITION-DISPLAY.
           MOVE STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE TERM-CODE      TO AUD-TERM-CODE.
           MOVE "TUITION-OWED" TO AUD-FIELD-NAME.
           MOVE AUD-OLD-TUITION-DISPLAY TO AUD-OLD-VALUE.
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           PERFORM 700-WRITE-AUDIT-ROW.

      *****************************************************************
      * The refund sat in the history as a negative payment row; the
      * returned deposit is the offsetting positive row, flagged 'R'
      * exactly the way CHEQUE-STALE flags a reversed cheque.
      *****************************************************************
       330-WRITE-OFFSET-ROW.
           MOVE SPACES TO PAYMENT-RECORD.
           MOVE STUDENT-NUMBER TO PAY-STUDENT-NUMBER.
           MOVE TERM-CODE      TO PAY-TERM-CODE.
           MOVE DRT-AMOUNT     TO PAY-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PAY-DATE.
           MOVE "R" TO PAY-REVERSAL-FLAG.
           MOVE 0 TO PAY-RECEIPT-NUMBER.
           MOVE 0 TO PAY-SESSION-ID.
           MOVE SPACE TO PAY-TENDER-CODE.
           PERFORM 335-STORE-PAYMENT-ROW.

      *    Takes the next free PAY-SEQ for the row's student, term
      *    and date - PAYMENTS.dat refuses a duplicate key (status
      *    22), so count up until the WRITE lands.
       335-STORE-PAYMENT-ROW.
           MOVE 0 TO PAY-SEQ.
           MOVE "22" TO PAYMENTS-STATUS.
           PERFORM 336-TRY-NEXT-PAY-SEQ
               UNTIL PAYMENTS-STATUS NOT = "22".

       336-TRY-NEXT-PAY-SEQ.
           ADD 1 TO PAY-SEQ.
           WRITE PAYMENT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *    The account the money bounced off is the active one on
      *    file for the student - it goes 'I', details kept.
       340-FLAG-AGREEMENT-INVALID.
           PERFORM VARYING B-ENTRY FROM 1 BY 1
                   UNTIL B-ENTRY > BANKING-ENTRY-COUNT
               IF BTBL-STUDENT-NUMBER(B-ENTRY) = DRT-REF-STUDENT
                       AND BTBL-ACTIVE-FLAG(B-ENTRY) = "Y"
                   MOVE "I" TO BTBL-ACTIVE-FLAG(B-ENTRY)
                   ADD 1 TO INVALID-COUNTER
                   MOVE SPACES TO AUDIT-LOG-RECORD
                   MOVE DRT-REF-STUDENT TO AUD-STUDENT-NUMBER
                   MOVE "BANKING-AGREEMENT" TO AUD-FIELD-NAME
                   MOVE "ACTIVE" TO AUD-OLD-VALUE
                   MOVE "INVALID - RETURNED" TO AUD-NEW-VALUE
                   PERFORM 700-WRITE-AUDIT-ROW
               END-IF
           END-PERFORM.
           DISPLAY "DEPOSIT RETURNED FOR " DRT-REF-STUDENT " - "
               DRT-REASON.

      *    AUDIT-LOG.txt is held open for the run; the caller has
      *    cleared the row and set the student, term, field and
      *    values.
       700-WRITE-AUDIT-ROW.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       800-SAVE-BANKING-TABLE.
           OPEN OUTPUT BANKING-FILE.
           PERFORM 810-WRITE-ONE-AGREEMENT
               VARYING B-ENTRY FROM 1 BY 1
               UNTIL B-ENTRY > BANKING-ENTRY-COUNT.
           CLOSE BANKING-FILE.

       810-WRITE-ONE-AGREEMENT.
           MOVE SPACES TO BANKING-RECORD.
           MOVE BTBL-STUDENT-NUMBER(B-ENTRY) TO BNK-STUDENT-NUMBER.
           MOVE BTBL-INSTITUTION(B-ENTRY)    TO BNK-INSTITUTION.
           MOVE BTBL-TRANSIT(B-ENTRY)        TO BNK-TRANSIT.
           MOVE BTBL-ACCOUNT(B-ENTRY)        TO BNK-ACCOUNT.
           MOVE BTBL-ACTIVE-FLAG(B-ENTRY)    TO BNK-ACTIVE-FLAG.
           WRITE BANKING-RECORD.

       950-DISPLAY-STATS.
           MOVE TOTAL-RETURNED TO TOTAL-DISPLAY.
           DISPLAY "RETURN ROWS READ:    " READ-COUNTER.
           DISPLAY "DEPOSITS RETURNED:   " RETURNED-COUNTER.
           DISPLAY "TOTAL PUT BACK:      " TOTAL-DISPLAY.
           DISPLAY "AGREEMENTS INVALID:  " INVALID-COUNTER.
           DISPLAY "ROWS NOT POSTED:     " REJECT-COUNTER.
           IF RETURNED-COUNTER > 0 OR REJECT-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM DEPOSIT-RETURNS.
