      ******************************************************************
      * Tectonics: Collections monitor.  The batch conscience behind
      * COLLECT-DESK: for every COLLECTIONS.txt account it
      *    1. judges the open promise - if PAYMENTS.dat shows no
      *       payment of at least the promised amount dated by the
      *       promised date, the promise is marked broken ('B');
      *       a payment that covers it marks it kept ('K');
      *    3. reports everything to COLLECT-MONITOR-REPORT.txt.
      * An account whose balance has reached zero is reported as
      * settled and left alone - collections' favourite line.
      * An account whose student is on DECEASED.txt is left alone -
      * no promise judged, no stage climbed, no letter - whatever
      * DECEASED-PROCESS may not yet have closed.
      * An account due a letter whose DEMOGRAPHICS.dat address has
      * come back undeliverable (ADDRESS-CHECK) gets no letter and
      * does not climb - it is listed on the report for collections
      * to trace, and climbs on the first run after a new address.
      * FY-ROLLOVER's carried-forward payment rows (PAY-REVERSAL-FLAG
      * 'F') are no payment on a promise and are passed over.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECT-MONITOR.
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
           SELECT OPTIONAL DEMO-FILE
               ASSIGN "DEMOGRAPHICS.dat"
               05 BROKEN-COUNTER    PIC 9(3) VALUE 0.
               05 ESCALATED-COUNTER PIC 9(3) VALUE 0.
               05 SETTLED-COUNTER   PIC 9(3) VALUE 0.
               05 DECEASED-COUNTER  PIC 9(3) VALUE 0.
               05 BAD-ADDRESS-COUNTER PIC 9(3) VALUE 0.

           01 FLAGS.
               05 EOF-COLLECT  PIC X VALUE "N".

           01 BLANK-LINE PIC X(80) VALUE SPACES.

           COPY "DECEASED-CHECK.cpy".
           COPY "ADDRESS-CHECK.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
      *    The official processing date - a missed night's re-run
           END-READ.

       300-MONITOR-ONE-ACCOUNT.
           MOVE CTB-STUDENT-NUMBER(IDX-WS) TO DCK-STUDENT-NUMBER.
           CALL "DECEASED-CHECK" USING DECEASED-CHECK.
           IF DCK-FOUND-FLAG = "Y"
               ADD 1 TO DECEASED-COUNTER
               MOVE SPACES TO REPORT-RECORD
               STRING CTB-STUDENT-NUMBER(IDX-WS) " "
                      CTB-TERM-CODE(IDX-WS) " DECEASED - NOT DUNNED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           ELSE
               PERFORM 305-MONITOR-LIVE-ACCOUNT
           END-IF.

       305-MONITOR-LIVE-ACCOUNT.
           PERFORM 310-READ-THE-BALANCE.
           IF BALANCE-WS <= 0
               ADD 1 TO SETTLED-COUNTER
           MOVE "N" TO EOF-PAYMENTS.
           OPEN INPUT PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
               MOVE CTB-STUDENT-NUMBER(IDX-WS) TO PAY-STUDENT-NUMBER
               MOVE CTB-TERM-CODE(IDX-WS)      TO PAY-TERM-CODE
               MOVE LOW-VALUES                 TO PAY-DATE
               MOVE 0                          TO PAY-SEQ
               START PAYMENTS-FILE KEY IS NOT LESS THAN PAY-KEY
                   INVALID KEY
                       MOVE "Y" TO EOF-PAYMENTS
               END-START
               PERFORM 415-SUM-ONE-PAYMENT UNTIL EOF-PAYMENTS = "Y"
               CLOSE PAYMENTS-FILE
           END-IF.

      *    Only the promise's own student/term rows are read - the
      *    first row past them in key order ends the read.
       415-SUM-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-PAYMENTS
               NOT AT END
                   IF PAY-STUDENT-NUMBER
                           NOT = CTB-STUDENT-NUMBER(IDX-WS)
                           OR PAY-TERM-CODE
                               NOT = CTB-TERM-CODE(IDX-WS)
                       MOVE "Y" TO EOF-PAYMENTS
                   END-IF
                   IF EOF-PAYMENTS NOT = "Y"
                           AND PAY-REVERSAL-FLAG NOT = "F"
                           AND PAY-DATE IS NUMERIC
                           AND FUNCTION NUMVAL(PAY-DATE)
                               <= CTB-PROMISE-DATE(IDX-WS)
                   CONTINUE
               ELSE
                   IF CTB-DUNNING-STAGE(IDX-WS) < 3
                       PERFORM 510-CLIMB-ONE-STAGE
                   END-IF
               END-IF
           END-IF.

      *    A stage is only climbed when its letter can go out - a
      *    notice the post office will hand back has not been sent.
       510-CLIMB-ONE-STAGE.
           MOVE CTB-STUDENT-NUMBER(IDX-WS) TO ADC-STUDENT-NUMBER.
           CALL "ADDRESS-CHECK" USING ADDRESS-CHECK.
           IF ADC-BAD-FLAG = "Y"
               ADD 1 TO BAD-ADDRESS-COUNTER
               MOVE SPACES TO REPORT-RECORD
               STRING CTB-STUDENT-NUMBER(IDX-WS) " "
                      CTB-TERM-CODE(IDX-WS)
                      " ADDRESS UNDELIVERABLE SINCE "
                      ADC-RETURNED-DATE " - NOT DUNNED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           ELSE
               ADD 1 TO CTB-DUNNING-STAGE(IDX-WS)
               MOVE RUN-DATE-WS TO CTB-STAGE-DATE(IDX-WS)
               ADD 1 TO ESCALATED-COUNTER
               PERFORM 600-WRITE-STAGE-LETTER
           END-IF.

       600-WRITE-STAGE-LETTER.
           EVALUATE CTB-DUNNING-STAGE(IDX-WS)
               WHEN 1 MOVE "FIRST NOTICE " TO STAGE-LABEL-WS
           DISPLAY "PROMISES BROKEN:     " BROKEN-COUNTER.
           DISPLAY "STAGES ESCALATED:    " ESCALATED-COUNTER.
           DISPLAY "ACCOUNTS SETTLED:    " SETTLED-COUNTER.
           DISPLAY "DECEASED-SUPPRESSED: " DECEASED-COUNTER.
           DISPLAY "BAD-ADDRESS-SKIPPED: " BAD-ADDRESS-COUNTER.
           DISPLAY "LETTERS IN DUNNING-LETTERS.txt".
           IF BROKEN-COUNTER > 0
               MOVE 4 TO RETURN-CODE
