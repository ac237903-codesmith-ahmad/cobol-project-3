      * proved the processor actually settled the money - the gap
      * the auditors flagged.  This daily matcher reads the
      * gateway's settlement file (GATEWAY-SETTLEMENT.txt) for a
      * business date and matches each line to a PAYMENTS.dat card
      * row ('D' tender) by student, date and amount.  The three-way
      * exception report lands in SETTLE-EXCEPTIONS.txt:
      *    SETTLED NOT POSTED - the gateway has money we never keyed
      *                         money
      * Each settlement line consumes at most one payment row, so a
      * student who paid twice needs two settlement lines to clear.
      * The file opens with an HDR row carrying the gateway's batch
      * identifier and file date; INBOUND-REGISTRY refuses a batch
      * already matched.
      * Card seats sold at NONCREDIT-DESK are card money the gateway
      * settles like any other: the day's 'D' rows on
      * NONCREDIT-REGS.txt join the card table under the number the
      * desk keyed at the terminal (the student number, or the
      * community learner's number).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETTLE-MATCH.
           SELECT SETTLEMENT-FILE ASSIGN "GATEWAY-SETTLEMENT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTLEMENT-STATUS.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.
           SELECT OPTIONAL REG-FILE ASSIGN "NONCREDIT-REGS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN "SETTLE-EXCEPTIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               05 SET-AMOUNT         PIC 9(7)V99.
               05 FILLER             PIC X.
               05 SET-GATEWAY-REF    PIC X(12).
      *    The leading HDR row: the gateway's batch identifier and
      *    file date - the duplicate-load guard's key.
           COPY "INBOUND-HEADER.cpy".

           FD PAYMENTS-FILE.
           COPY "PAYMENT-RECORD.cpy".

           FD REG-FILE.
           COPY "NONCREDIT-REG.cpy".

           FD EXCEPTIONS-FILE.
           01 EXCEPTION-RECORD.
               05 EXC-STUDENT-NUMBER PIC 9(6).
       WORKING-STORAGE SECTION.
           01 SETTLEMENT-STATUS PIC X(2).
           01 PAYMENTS-STATUS   PIC X(2).
           01 REG-STATUS        PIC X(2).

           01 RUN-DATE-IN PIC X(8) VALUE SPACES.

      *    The day's card rows from PAYMENTS.dat and
      *    NONCREDIT-REGS.txt, loaded once, each
      *    consumed by at most one settlement line.
           01 CARD-TABLE.
               05 CARD-TABLE-ENTRY OCCURS 1000 TIMES
           01 FLAGS.
               05 EOF-SETTLEMENT PIC X VALUE "N".
               05 EOF-PAYMENTS   PIC X VALUE "N".
               05 EOF-REG        PIC X VALUE "N".
               05 INBOUND-OK     PIC X VALUE "N".

      *    INBOUND-REGISTRY parameter block - the HDR row's batch
      *    identifier checked before anything is matched, registered
      *    once the batch has been.
           COPY "INBOUND-CHECK.cpy".

           01 MATCH-WORK-AREA.
               05 IDX-WS PIC 9(4).
                       "NOTHING MATCHED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 250-CHECK-INBOUND-HEADER
                   IF INBOUND-OK NOT = "Y"
                       CLOSE SETTLEMENT-FILE
                       DISPLAY "BATCH REJECTED - NOTHING MATCHED."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       OPEN OUTPUT EXCEPTIONS-FILE
                       PERFORM 300-MATCH-ONE-SETTLEMENT
                           UNTIL EOF-SETTLEMENT = "Y"
                       CLOSE SETTLEMENT-FILE
                       PERFORM 400-REPORT-UNSETTLED-CARDS
                       CLOSE EXCEPTIONS-FILE
                       PERFORM 950-DISPLAY-STATS
                       PERFORM 260-REGISTER-INBOUND-BATCH
                   END-IF
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
           SET CD-ENTRY TO 1.
           OPEN INPUT PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
               MOVE RUN-DATE-IN TO PAY-DATE
               START PAYMENTS-FILE KEY IS NOT LESS THAN PAY-DATE
                   INVALID KEY
                       MOVE "Y" TO EOF-PAYMENTS
               END-START
               PERFORM 210-LOAD-ONE-PAYMENT UNTIL EOF-PAYMENTS = "Y"
                   OR CD-ENTRY > CARD-TABLE-MAX
               CLOSE PAYMENTS-FILE
           END-IF.
           OPEN INPUT REG-FILE.
           IF REG-STATUS = "00" OR REG-STATUS = "05"
               PERFORM 220-LOAD-ONE-NONCREDIT UNTIL EOF-REG = "Y"
                   OR CD-ENTRY > CARD-TABLE-MAX
               CLOSE REG-FILE
           END-IF.
           COMPUTE CARD-ENTRY-COUNT = CD-ENTRY - 1.

      *    Read in PAY-DATE order from the run date; the first row
      *    dated later ends the load.
       210-LOAD-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-PAYMENTS
               NOT AT END
                   IF PAY-DATE NOT = RUN-DATE-IN
                       MOVE "Y" TO EOF-PAYMENTS
                   END-IF
                   IF PAY-DATE = RUN-DATE-IN
                           AND PAY-TENDER-CODE = "D"
                       MOVE PAY-STUDENT-NUMBER
                   END-IF
           END-READ.

       220-LOAD-ONE-NONCREDIT.
           READ REG-FILE
               AT END
                   MOVE "Y" TO EOF-REG
               NOT AT END
                   IF NCR-REG-DATE = FUNCTION NUMVAL(RUN-DATE-IN)
                           AND NCR-TENDER-CODE = "D"
                       MOVE NCR-LEARNER-NUMBER
                           TO CDT-STUDENT-NUMBER(CD-ENTRY)
                       MOVE NCR-FEE-PAID TO CDT-AMOUNT(CD-ENTRY)
                       MOVE NCR-RECEIPT-NUMBER
                           TO CDT-RECEIPT-NUMBER(CD-ENTRY)
                       MOVE SPACE TO CDT-MATCH-FLAG(CD-ENTRY)
                       ADD 1 TO CD-ENTRY
                   END-IF
           END-READ.

      *****************************************************************
      * The first row must be the HDR.  Its batch identifier and file
      * date go to INBOUND-REGISTRY: a batch already loaded is
      * refused whole, unless a supervisor has authorized one reload
      * of it through INBOUND-OVERRIDE.
      *****************************************************************
       250-CHECK-INBOUND-HEADER.
           MOVE "N" TO INBOUND-OK.
           MOVE "CK" TO INB-ACTION.
           MOVE "SETTLEMTCH" TO INB-FEED-CODE.
           MOVE "SETTLEMTCH" TO INB-OPERATOR-ID.
           MOVE SPACES TO INB-BATCH-ID.
           READ SETTLEMENT-FILE
               AT END
                   MOVE "Y" TO EOF-SETTLEMENT
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
                       "GATEWAY-SETTLEMENT.txt"
           END-EVALUATE.

       260-REGISTER-INBOUND-BATCH.
           MOVE "RG" TO INB-ACTION.
           MOVE SETTLE-READ-COUNTER TO INB-DETAIL-COUNT.
           CALL "INBOUND-REGISTRY" USING INBOUND-CHECK.

      *****************************************************************
      * One settlement line: exact student+amount first; failing
      * that, same student with a different amount is the classic
