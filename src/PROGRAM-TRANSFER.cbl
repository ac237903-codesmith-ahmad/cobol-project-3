      * TUITION-ASSESS uses); earlier terms keep the old program so
      * per-program statistics stay true.  Closed terms are left
      * alone and reported.  Every changed field leaves its audit
      * row.  Tuition already waived on TUITION-WAIVED.txt stays off
      * the re-assessed balance; the next TUITION-ASSESS run squares
      * a percentage exemption with the new program's price.
      * The new program's rate is the one for the student's residency
      * (RESIDENCY-LOOKUP) where RATE.txt has one, else its
      * blank-residency rate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM-TRANSFER.
      *    must bill the new assessment NET of these, or every
      *    payment, award and fee since the last run would vanish
      *    from the balance.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.
           SELECT OPTIONAL AWARDS-POSTED-FILE
               ASSIGN "AWARDS-POSTED.txt"
           SELECT OPTIONAL FEES-FILE ASSIGN "FEES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEES-STATUS.
           SELECT OPTIONAL WAIVED-FILE ASSIGN "TUITION-WAIVED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIVED-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           01 PROGRAM-RECORD.
               05 PROGRAM-CODE PIC X(6).
               05 PROGRAM-NAME PIC X(20).
               05 FILLER       PIC X(13).

           FD COURSE-FILE.
           01 COURSE-RECORD.
           FD FEES-FILE.
           COPY "FEE-RECORD.cpy".

           FD WAIVED-FILE.
           COPY "WAIVED-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

                   10 RATE-TABLE-PROGRAM    PIC X(6).
                   10 RATE-TABLE-PER-CREDIT PIC 9(4)V99.
                   10 RATE-TABLE-FLAT-FEE   PIC 9(4)V99.
                   10 RATE-TABLE-RESIDENCY  PIC X(1).
           01 RATE-ENTRY-COUNT PIC 999 VALUE 0.
           01 RATE-TABLE-CAPACITY PIC 999 VALUE 200.

      *    The student's residency from the effective term - picks
      *    between the new program's residency-keyed RATE.txt rows.
           COPY "RESIDENCY-LOOKUP.cpy".

           01 CLOSED-TERM-TABLE.
               05 CLOSED-TERM-ENTRY OCCURS 100 TIMES
                       INDEXED CT-ENTRY.
           01 PAYMENTS-STATUS PIC X(2) VALUE SPACES.
           01 AWARDS-STATUS   PIC X(2) VALUE SPACES.
           01 FEES-STATUS     PIC X(2) VALUE SPACES.
           01 WAIVED-STATUS   PIC X(2) VALUE SPACES.
           01 POSTED-TOTALS.
               05 POSTED-PAYMENTS-NET PIC S9(9)V99 VALUE 0.
               05 POSTED-AWARDS       PIC S9(9)V99 VALUE 0.
               05 POSTED-FEES         PIC S9(9)V99 VALUE 0.
               05 POSTED-WAIVED       PIC S9(9)V99 VALUE 0.
           01 EOF-SIDE PIC X VALUE "N".


               OPERATOR-PASSWORD-WS OPERATOR-ROLE-WS
               SIGNON-STATUS-WS.
           IF SIGNON-STATUS-WS NOT = "00"
                   OR OPERATOR-ROLE-WS = "I" OR "A" OR "C"
               DISPLAY "UPDATE SIGN-ON REQUIRED. RUN CANCELLED."
               MOVE 8 TO RETURN-CODE
           ELSE
                       TO RATE-TABLE-PER-CREDIT(R-ENTRY)
                   MOVE RATE-FLAT-FEE
                       TO RATE-TABLE-FLAT-FEE(R-ENTRY)
                   MOVE RATE-RESIDENCY
                       TO RATE-TABLE-RESIDENCY(R-ENTRY)
                   ADD 1 TO R-ENTRY
           END-READ.

               END-IF
           END-PERFORM.

      *    A row keyed to the student's residency is taken ahead
      *    of the program's blank-residency rows, as TUITION-ASSESS
      *    takes it.
       260-FIND-NEW-PROGRAM-RATE.
           MOVE XFER-STUDENT TO RSL-STUDENT-NUMBER.
           MOVE XFER-EFFECTIVE-TERM TO RSL-TERM-CODE.
           CALL "RESIDENCY-LOOKUP" USING RESIDENCY-LOOKUP.
           MOVE "N" TO RATE-FOUND.
           PERFORM VARYING R-ENTRY FROM 1 BY 1
                   UNTIL R-ENTRY > RATE-ENTRY-COUNT
                   OR RATE-FOUND = "Y"
               IF RATE-TABLE-PROGRAM(R-ENTRY) = XFER-NEW-PROGRAM
                       AND RATE-TABLE-RESIDENCY(R-ENTRY) = RSL-STATUS
                   MOVE RATE-TABLE-PER-CREDIT(R-ENTRY)
                       TO RATE-PER-CREDIT-WS
                   MOVE RATE-TABLE-FLAT-FEE(R-ENTRY)
                       TO RATE-FLAT-FEE-WS
                   MOVE "Y" TO RATE-FOUND
               END-IF
           END-PERFORM.
           PERFORM VARYING R-ENTRY FROM 1 BY 1
                   UNTIL R-ENTRY > RATE-ENTRY-COUNT
                   OR RATE-FOUND = "Y"
               IF RATE-TABLE-PROGRAM(R-ENTRY) = XFER-NEW-PROGRAM
                       AND RATE-TABLE-RESIDENCY(R-ENTRY) = SPACE
                   MOVE RATE-TABLE-PER-CREDIT(R-ENTRY)
                       TO RATE-PER-CREDIT-WS
                   MOVE RATE-TABLE-FLAT-FEE(R-ENTRY)
      *    drop awards, or erase fees the term already carries.
           PERFORM 335-TOTAL-POSTINGS.
           COMPUTE TUITION-OWED = ASSESSED-TUITION
               - POSTED-WAIVED
               - POSTED-PAYMENTS-NET - POSTED-AWARDS
               + POSTED-FEES.

      *****************************************************************
       335-TOTAL-POSTINGS.
           MOVE 0 TO POSTED-PAYMENTS-NET POSTED-AWARDS POSTED-FEES.
           MOVE 0 TO POSTED-WAIVED.
           MOVE "N" TO EOF-SIDE.
           OPEN INPUT PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
               MOVE STUDENT-NUMBER TO PAY-STUDENT-NUMBER
               MOVE TERM-CODE      TO PAY-TERM-CODE
               MOVE LOW-VALUES     TO PAY-DATE
               MOVE 0              TO PAY-SEQ
               START PAYMENTS-FILE KEY IS NOT LESS THAN PAY-KEY
                   INVALID KEY
                       MOVE "Y" TO EOF-SIDE
               END-START
               PERFORM 336-TOTAL-ONE-PAYMENT UNTIL EOF-SIDE = "Y"
               CLOSE PAYMENTS-FILE
           END-IF.
               PERFORM 338-TOTAL-ONE-FEE UNTIL EOF-SIDE = "Y"
               CLOSE FEES-FILE
           END-IF.
           MOVE "N" TO EOF-SIDE.
           OPEN INPUT WAIVED-FILE.
           IF WAIVED-STATUS = "00" OR WAIVED-STATUS = "05"
               PERFORM 339-TOTAL-ONE-WAIVER UNTIL EOF-SIDE = "Y"
               CLOSE WAIVED-FILE
           END-IF.

      *    PAYMENTS.dat is in key order, so the record's own rows are
      *    together and the first row past them ends the read.
       336-TOTAL-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-SIDE
               NOT AT END
                   IF PAY-STUDENT-NUMBER = STUDENT-NUMBER
                           AND PAY-TERM-CODE = TERM-CODE
                       ADD PAY-AMOUNT TO POSTED-PAYMENTS-NET
                   ELSE
                       MOVE "Y" TO EOF-SIDE
                   END-IF
           END-READ.

                   END-IF
           END-READ.

       339-TOTAL-ONE-WAIVER.
           READ WAIVED-FILE
               AT END
                   MOVE "Y" TO EOF-SIDE
               NOT AT END
                   IF WVD-STUDENT-NUMBER = STUDENT-NUMBER
                           AND WVD-TERM-CODE = TERM-CODE
                       ADD WVD-AMOUNT TO POSTED-WAIVED
                   END-IF
           END-READ.

       600-LOOKUP-COURSE-CREDIT-HOURS.
           MOVE "N" TO CREDIT-LOOKUP-FOUND.
           MOVE DEFAULT-CREDIT-HOURS TO CREDIT-LOOKUP-HOURS.
           MOVE XFER-NEW-PROGRAM TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       430-LOG-TUITION-CHANGE.
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       900-DISPLAY-STATS.
