      * from a remittance file, the same way STUDENT-REPORT.cbl's
      * 002-COMPUTE-TUITION-OWED applies one payment keyed in through
      * DATA-ENTRY-SCREEN - so a bank remittance batch doesn't have to
      * be retyped one payment at a time.  The HDR row carries the
      * bank's batch identifier and file date, and INBOUND-REGISTRY
      * refuses a batch that has already been loaded - a reload needs
      * a supervisor's INBOUND-OVERRIDE first.  Every detail row is
      * journalled through POSTING-JOURNAL as it commits, so a rerun
      * after an abend resumes after the last committed row instead
      * of posting the first half of the file a second time.  A run
      * dated into a fiscal period finance has closed posts as of
      * the next open period instead, each moved payment flagged
      * through PERIOD-CHECK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-PAYMENT.
               ALTERNATE KEY IS STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
      *    Remittance lines that couldn't be applied, with the reason.
      *    OPTIONAL so a resumed run can EXTEND what the interrupted
      *    one wrote.
           SELECT OPTIONAL REJECTS-FILE
               ASSIGN "BATCH-PAYMENT-REJECTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Same audit trail STUDENT-REPORT.cbl writes to on every
      *    tuition change, so a batch-posted payment traces the same
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Same payment-history trail STUDENT-REPORT.cbl writes to.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.
      *    Finalized terms - no batch posting may touch them.
           SELECT OPTIONAL CLOSED-TERMS-FILE ASSIGN "CLOSED-TERMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
      *            Hash total of every detail row's
      *            REM-PAYMENT-AMOUNT, trailer only.
               05 RCT-HASH-TOTAL     PIC 9(9)V99.
      *    The HDR row's own shape: the bank's batch identifier and
      *    file date - the duplicate-load guard's key.
           COPY "INBOUND-HEADER.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS

       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC X(2).
           01 PAYMENTS-STATUS PIC X(2).
           01 COUNTERS.
               05 READ-COUNTER   PIC 9(5) VALUE 0.
               05 WRITE-COUNTER  PIC 9(5) VALUE 0.
               05 REJECT-COUNTER PIC 9(5) VALUE 0.
               05 ADJUST-COUNTER PIC 9(5) VALUE 0.
           01 FLAGS.
               05 EOF-REMIT PIC X VALUE "N".
               05 BATCH-CONTROL-OK PIC X VALUE "N".
               05 TRAILER-FOUND        PIC X VALUE "N".
               05 TRAILER-RECORD-COUNT PIC 9(6) VALUE 0.
               05 TRAILER-HASH-TOTAL   PIC 9(9)V99 VALUE 0.
               05 HEADER-FOUND         PIC X VALUE "N".

      *    INBOUND-REGISTRY parameter block - the HDR row's batch
      *    identifier checked before anything posts, registered once
      *    the batch has.
           COPY "INBOUND-CHECK.cpy".

      *    POSTING-JOURNAL parameter block and the restart bookkeeping:
      *    the detail row's position in the file, the row a resumed
      *    run starts after, and the committed totals carried across
      *    the interrupted run and this one so the TRL still proves.
           COPY "JOURNAL-CHECK.cpy".
           01 RESTART-WORK-AREA.
               05 DETAIL-ROW-NUMBER    PIC 9(6) VALUE 0.
               05 RESTART-AFTER-ROW    PIC 9(6) VALUE 0.
               05 RESTART-DOUBT-ROW    PIC 9(6) VALUE 0.
               05 RESTART-FLAG         PIC X VALUE "N".
               05 RESTART-SKIP-COUNTER PIC 9(6) VALUE 0.
               05 JOURNAL-ROW-TOTAL    PIC 9(6) VALUE 0.
               05 JOURNAL-AMOUNT-TOTAL PIC 9(9)V99 VALUE 0.
               05 JOURNAL-ROW-AMOUNT   PIC 9(9)V99 VALUE 0.
               05 JOURNAL-PROVED       PIC X VALUE "N".
               05 JOURNAL-AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.

      *    ID-XREF.txt loaded at startup; when an incoming ID has no
      *    record, the bank ('BANK') translation (if any) is tried before the
      *        row a REWRITE failure already rejected.
               05 WALK-REJECT-FLAG  PIC X VALUE "N".

      *    PERIOD-CHECK parameter block - the date every PAYMENTS.dat
      *    row from this run carries, moved out of a closed fiscal
      *    period when finance has already closed today's.
           COPY "PERIOD-CHECK.cpy".
           01 POSTING-DATE-WS PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-CHECK-BATCH-EXCLUSIVITY.
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 160-LOAD-CLOSED-TERMS
               PERFORM 180-CHECK-FISCAL-PERIOD
               PERFORM 165-FIND-NEXT-SUSPENSE-ID
               PERFORM 175-LOAD-XREF-TABLE
               PERFORM 250-VERIFY-BATCH-CONTROLS
                   PERFORM 300-APPLY-REMITTANCE-FILE
                   PERFORM 400-DISPLAY-STATS
                   PERFORM 900-CLOSE-FILES
                   PERFORM 295-PROVE-JOURNAL-TOTALS
                   IF JOURNAL-PROVED = "Y"
                       PERFORM 280-REGISTER-INBOUND-BATCH
                   END-IF
               ELSE
                   DISPLAY "BATCH REJECTED - NOTHING POSTED."
                   MOVE 8 TO RETURN-CODE
           END-PERFORM.


      *    Today's date, or the first open day after it when its
      *    fiscal period is already closed.
       180-CHECK-FISCAL-PERIOD.
           MOVE "CK" TO PCK-ACTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PCK-POSTING-DATE.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK.
           MOVE PCK-OPEN-DATE TO POSTING-DATE-WS.
           IF PCK-RESULT NOT = "00"
               DISPLAY "FISCAL PERIOD " PCK-PERIOD " IS CLOSED - "
                   "POSTING AS OF " POSTING-DATE-WS
           END-IF.

       165-FIND-NEXT-SUSPENSE-ID.
           MOVE 0 TO NEXT-SUSPENSE-ID.
           OPEN INPUT SUSPENSE-FILE.
       200-OPEN-FILES.
           OPEN INPUT  REMITTANCE-FILE.
           OPEN I-O    STUDENT-DATA-FILE.
           IF RESTART-FLAG = "Y"
               OPEN EXTEND REJECTS-FILE
           ELSE
               OPEN OUTPUT REJECTS-FILE
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN I-O PAYMENTS-FILE.
           OPEN EXTEND NOTIFY-QUEUE-FILE.

      *****************************************************************
                   END-IF
               END-IF
           END-IF.
           IF BATCH-CONTROL-OK = "Y"
               PERFORM 270-CHECK-INBOUND-REGISTRY
           END-IF.
           IF BATCH-CONTROL-OK = "Y"
               PERFORM 290-FIND-RESTART-POINT
           END-IF.

       260-TALLY-ONE-CONTROL-ROW.
           EVALUATE RCT-RECORD-TYPE
               WHEN "HDR"
                   MOVE "Y" TO HEADER-FOUND
                   MOVE IHD-BATCH-ID  TO INB-BATCH-ID
                   MOVE IHD-FILE-DATE TO INB-FILE-DATE
               WHEN "TRL"
                   MOVE "Y" TO TRAILER-FOUND
                   MOVE RCT-RECORD-COUNT TO TRAILER-RECORD-COUNT
                   ADD REM-PAYMENT-AMOUNT TO CONTROL-HASH-TOTAL
           END-EVALUATE.

      *****************************************************************
      * Duplicate-load guard: a remittance batch the registry already
      * holds is refused whole, unless a supervisor has authorized
      * one reload of it through INBOUND-OVERRIDE.
      *****************************************************************
       270-CHECK-INBOUND-REGISTRY.
           MOVE "N" TO BATCH-CONTROL-OK.
           MOVE "CK" TO INB-ACTION.
           MOVE "BATCHPAY" TO INB-FEED-CODE.
           MOVE OPERATOR-ID-WS TO INB-OPERATOR-ID.
           IF HEADER-FOUND NOT = "Y"
               MOVE SPACES TO INB-BATCH-ID
           END-IF.
           CALL "INBOUND-REGISTRY" USING INBOUND-CHECK.
           EVALUATE INB-RESULT
               WHEN "00"
                   MOVE "Y" TO BATCH-CONTROL-OK
               WHEN "OV"
                   DISPLAY "BATCH " INB-BATCH-ID " ALREADY LOADED - "
                       "RELOAD AUTHORIZED BY " INB-OVERRIDE-BY
                   MOVE "Y" TO BATCH-CONTROL-OK
               WHEN "DP"
                   DISPLAY "BATCH " INB-BATCH-ID " OF " INB-FILE-DATE
                       " WAS ALREADY LOADED - DUPLICATE FILE"
               WHEN OTHER
                   DISPLAY "NO HDR BATCH ID/FILE DATE ON "
                       "REMITTANCE.txt"
           END-EVALUATE.

       280-REGISTER-INBOUND-BATCH.
           MOVE "RG" TO INB-ACTION.
           MOVE CONTROL-DETAIL-COUNT TO INB-DETAIL-COUNT.
           CALL "INBOUND-REGISTRY" USING INBOUND-CHECK.

      *****************************************************************
      * Restart check: a batch whose journal shows a run that started
      * and never completed resumes after its last committed row.
      * A journal claiming more rows than the file holds is not this
      * file - refused whole.
      *****************************************************************
       290-FIND-RESTART-POINT.
           MOVE "RS" TO JNL-ACTION.
           MOVE INB-FEED-CODE TO JNL-JOB-NAME.
           MOVE INB-BATCH-ID  TO JNL-BATCH-ID.
           MOVE INB-FILE-DATE TO JNL-FILE-DATE.
           CALL "POSTING-JOURNAL" USING JOURNAL-CHECK.
           IF JNL-RESULT = "RS"
               IF JNL-ROW-NUMBER > CONTROL-DETAIL-COUNT
                       OR JNL-DOUBT-ROW > CONTROL-DETAIL-COUNT
                   DISPLAY "POSTING-JOURNAL.txt SHOWS ROW "
                       JNL-ROW-NUMBER " COMMITTED - FILE HAS ONLY "
                       CONTROL-DETAIL-COUNT
                   MOVE "N" TO BATCH-CONTROL-OK
               ELSE
                   MOVE "Y" TO RESTART-FLAG
                   MOVE JNL-ROW-NUMBER TO RESTART-AFTER-ROW
                   MOVE JNL-DOUBT-ROW  TO RESTART-DOUBT-ROW
                   MOVE JNL-ROW-COUNT  TO JOURNAL-ROW-TOTAL
                   MOVE JNL-AMOUNT     TO JOURNAL-AMOUNT-TOTAL
                   DISPLAY "BATCH " INB-BATCH-ID " WAS LEFT PART-"
                       "POSTED - RESUMING AFTER ROW " RESTART-AFTER-ROW
               END-IF
           END-IF.
           IF BATCH-CONTROL-OK = "Y"
               MOVE "BG" TO JNL-ACTION
               MOVE RESTART-AFTER-ROW TO JNL-ROW-NUMBER
               CALL "POSTING-JOURNAL" USING JOURNAL-CHECK
           END-IF.

      *****************************************************************
      * The control totals prove across runs: what the interrupted
      * run committed plus what this one did must equal the TRL
      * row's count and hash.  Only a batch that proves is closed on
      * the journal and registered; one that doesn't stays open for
      * COLD-START to report.
      *****************************************************************
       295-PROVE-JOURNAL-TOTALS.
           MOVE "N" TO JOURNAL-PROVED.
           MOVE JOURNAL-AMOUNT-TOTAL TO JOURNAL-AMOUNT-DISPLAY.
           DISPLAY "ROWS COMMITTED:      " JOURNAL-ROW-TOTAL
               " OF " CONTROL-DETAIL-COUNT ", " JOURNAL-AMOUNT-DISPLAY.
           IF JOURNAL-ROW-TOTAL = CONTROL-DETAIL-COUNT
                   AND JOURNAL-AMOUNT-TOTAL = CONTROL-HASH-TOTAL
               MOVE "Y" TO JOURNAL-PROVED
               MOVE "EN" TO JNL-ACTION
               MOVE JOURNAL-ROW-TOTAL    TO JNL-ROW-COUNT
               MOVE JOURNAL-AMOUNT-TOTAL TO JNL-AMOUNT
               CALL "POSTING-JOURNAL" USING JOURNAL-CHECK
           ELSE
               DISPLAY "COMMITTED ROWS DO NOT PROVE TO THE TRL ROW - "
                   "BATCH LEFT OPEN ON POSTING-JOURNAL.txt"
               MOVE 8 TO RETURN-CODE
           END-IF.

       300-APPLY-REMITTANCE-FILE.
           PERFORM UNTIL EOF-REMIT = "Y"
               READ REMITTANCE-FILE
                               OR RCT-RECORD-TYPE = "TRL"
                           CONTINUE
                       ELSE
                           ADD 1 TO DETAIL-ROW-NUMBER
                           PERFORM 305-APPLY-OR-SKIP-ROW
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      * Rows the interrupted run committed are skipped; the row it
      * died on is rejected for a person to check against the
      * account rather than posted again; every other row posts
      * between its 'I' and 'R' journal rows.
      *****************************************************************
       305-APPLY-OR-SKIP-ROW.
           MOVE REM-PAYMENT-AMOUNT TO JOURNAL-ROW-AMOUNT.
           MOVE DETAIL-ROW-NUMBER TO JNL-ROW-NUMBER.
           IF DETAIL-ROW-NUMBER NOT > RESTART-AFTER-ROW
               ADD 1 TO RESTART-SKIP-COUNTER
           ELSE
               ADD 1 TO READ-COUNTER
               IF DETAIL-ROW-NUMBER = RESTART-DOUBT-ROW
                   MOVE "IN DOUBT AT RESTART - CHECK" TO REJ-REASON-OUT
                   PERFORM 320-WRITE-REJECT
               ELSE
                   MOVE "IN" TO JNL-ACTION
                   CALL "POSTING-JOURNAL" USING JOURNAL-CHECK
                   PERFORM 310-APPLY-ONE-PAYMENT
               END-IF
               MOVE "RW" TO JNL-ACTION
               MOVE DETAIL-ROW-NUMBER  TO JNL-ROW-NUMBER
               MOVE JOURNAL-ROW-AMOUNT TO JNL-AMOUNT
               CALL "POSTING-JOURNAL" USING JOURNAL-CHECK
               ADD 1 TO JOURNAL-ROW-TOTAL
               ADD JOURNAL-ROW-AMOUNT TO JOURNAL-AMOUNT-TOTAL
           END-IF.

       310-APPLY-ONE-PAYMENT.
           IF REM-TERM-CODE = SPACES
               PERFORM 350-ALLOCATE-ACROSS-TERMS
      * (the STUDENT-NUMBER alternate key returns the duplicate-key
      * group in STUDENT-KEY order, and TERM-CODE is CCYYTT, so the
      * walk IS oldest-first).  Each term with an outstanding balance
      * absorbs up to its balance, with one PAYMENTS.dat row per term
      * touched; anything left after the last term lands on the
      * newest term as a credit for the refund run to deal with.
      *****************************************************************
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *****************************************************************
      * One PAYMENTS.dat row per term a remittance touched - the full
      * amount on the keyed path, the allocated slice on the blank-
      * term path.  The caller loads APPLIED-AMOUNT-WS either way.
      *****************************************************************
           MOVE STUDENT-NUMBER TO PAY-STUDENT-NUMBER.
           MOVE TERM-CODE      TO PAY-TERM-CODE.
           MOVE APPLIED-AMOUNT-WS TO PAY-AMOUNT.
           MOVE POSTING-DATE-WS TO PAY-DATE.
           CALL "RECEIPT-NUMBER" USING RECEIPT-NUMBER-WS.
           MOVE RECEIPT-NUMBER-WS TO PAY-RECEIPT-NUMBER.
      *    Remittances arrive by wire, not through any drawer.
           MOVE 0 TO PAY-SESSION-ID.
           MOVE "B" TO PAY-TENDER-CODE.
           PERFORM 341-STORE-PAYMENT-ROW.
           PERFORM 345-QUEUE-PAYMENT-EVENT.
           IF PCK-RESULT = "CL"
               PERFORM 346-FLAG-PERIOD-ADJUSTMENT
           END-IF.

      *    The payment belonged to a closed period - leave the trail
      *    finance needs to tie it back to that month.
       346-FLAG-PERIOD-ADJUSTMENT.
           MOVE "PAYMENT " TO PCK-EVENT-TYPE.
           MOVE STUDENT-NUMBER TO PCK-STUDENT-NUMBER.
           MOVE TERM-CODE TO PCK-TERM-CODE.
           MOVE APPLIED-AMOUNT-WS TO PCK-AMOUNT.
           MOVE "BATCH-PAYMENT" TO PCK-SOURCE.
           MOVE "AJ" TO PCK-ACTION.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK.
           ADD 1 TO ADJUST-COUNTER.

      *    Takes the next free PAY-SEQ for the row's student, term
      *    and date - PAYMENTS.dat refuses a duplicate key (status
      *    22), so count up until the WRITE lands.
       341-STORE-PAYMENT-ROW.
           MOVE 0 TO PAY-SEQ.
           MOVE "22" TO PAYMENTS-STATUS.
           PERFORM 342-TRY-NEXT-PAY-SEQ
               UNTIL PAYMENTS-STATUS NOT = "22".

       342-TRY-NEXT-PAY-SEQ.
           ADD 1 TO PAY-SEQ.
           WRITE PAYMENT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       345-QUEUE-PAYMENT-EVENT.
           MOVE SPACES TO NOTIFY-RECORD.
           DISPLAY "REMITTANCES READ:    " READ-COUNTER.
           DISPLAY "PAYMENTS APPLIED:    " WRITE-COUNTER.
           DISPLAY "PAYMENTS REJECTED:   " REJECT-COUNTER.
           IF ADJUST-COUNTER > 0
               DISPLAY "MOVED OUT OF CLOSED PERIOD: " ADJUST-COUNTER
                   " - SEE PERIOD-ADJUSTMENTS.txt"
           END-IF.
           IF RESTART-FLAG = "Y"
               DISPLAY "SKIPPED - POSTED BY THE INTERRUPTED RUN: "
                   RESTART-SKIP-COUNTER
           END-IF.
           IF SUSPENSE-COUNTER > 0
               MOVE SUSPENSE-TOTAL TO SUSPENSE-TOTAL-DISPLAY
               DISPLAY "POSTED TO SUSPENSE:  " SUSPENSE-COUNTER
