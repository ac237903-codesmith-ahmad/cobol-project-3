      * BATCH-PAYMENT, and screen corrections), so an out-of-balance
      * day used to surface only at month end.  This batch proves the
      * day's money moved consistently three ways:
      *    1. the net of the day's PAYMENTS.dat rows,
      *    2. the net TUITION-OWED reduction in the day's
      *       AUDIT-LOG.txt rows (old value minus new value, summed),
      *    3. the bank deposit total the operator keys in.
      * audit net also carries non-cash postings (assessments, late
      * fees, awards) - the report shows each figure separately so
      * those show up as explainable differences, not silence.
      * Continuing-education seats sold at NONCREDIT-DESK are not
      * tuition and never reach PAYMENTS.dat or the audit net - the
      * day's NONCREDIT-REGS.txt rows are their own report line,
      * count toward the deposit, and fall into the by-drawer
      * breakdown under the till session they were taken on.
      * Carried-forward rows FY-ROLLOVER leaves on PAYMENTS.dat
      * (PAY-REVERSAL-FLAG 'F') are no day's takings and are passed
      * over, whatever date they carry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN "SUSPENSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.
      *    Non-credit seats - fee taken in full, receipted, banked.
           SELECT OPTIONAL REG-FILE ASSIGN "NONCREDIT-REGS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN "CASH-RECON-REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           FD SUSPENSE-FILE.
           COPY "SUSPENSE-RECORD.cpy".

           FD REG-FILE.
           COPY "NONCREDIT-REG.cpy".

           FD RECON-REPORT-FILE.
           01 RECON-REPORT-RECORD PIC X(80).

           01 SUSPENSE-STATUS PIC X(2).
           01 EOF-SUSPENSE PIC X VALUE "N".
           01 SUSPENSE-TOTAL PIC S9(9)V99 VALUE 0.
           01 REG-STATUS      PIC X(2).
           01 EOF-REG PIC X VALUE "N".
           01 NONCREDIT-TOTAL PIC S9(9)V99 VALUE 0.

      *    The day's payments broken down by till session as the
      *    rows are summed - session 0 collects everything that
           01 SESSION-TABLE-MAX   PIC 9(3) VALUE 100.
           01 SES-FOUND-ENTRY     PIC 9(3) VALUE 0.
           01 SES-ROW-SESSION     PIC 9(6) VALUE 0.
           01 SES-ROW-AMOUNT      PIC S9(9)V99 VALUE 0.
           01 EOF-TILL PIC X VALUE "N".
           01 TIL-FOUND PIC X VALUE "N".
           01 TIL-OPERATOR-HOLD   PIC X(10) VALUE SPACES.
           01 COUNTERS.
               05 PAYMENT-ROW-COUNT PIC 9(5) VALUE 0.
               05 AUDIT-ROW-COUNT   PIC 9(5) VALUE 0.
               05 NONCREDIT-ROW-COUNT PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-PAYMENTS PIC X VALUE "N".
                   FUNCTION NUMVAL(DEPOSIT-IN) / 100
               PERFORM 200-SUM-PAYMENTS
               PERFORM 250-SUM-SUSPENSE
               PERFORM 270-SUM-NONCREDIT
               PERFORM 300-SUM-AUDIT-DELTAS
               PERFORM 400-WRITE-RECON-REPORT
           END-IF.
      *    CALL this program as one step of the night's stream.
           GOBACK.

      *    The day's rows are read off the PAY-DATE alternate key, so
      *    the first row dated past the run date ends the read.
       200-SUM-PAYMENTS.
           OPEN INPUT PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
               MOVE RUN-DATE-IN TO PAY-DATE
               START PAYMENTS-FILE KEY IS NOT LESS THAN PAY-DATE
                   INVALID KEY
                       MOVE "Y" TO EOF-PAYMENTS
               END-START
               PERFORM 210-SUM-ONE-PAYMENT UNTIL EOF-PAYMENTS = "Y"
               CLOSE PAYMENTS-FILE
           ELSE
               DISPLAY "PAYMENTS.dat NOT READABLE (STATUS "
                   PAYMENTS-STATUS ") - TREATED AS NO PAYMENTS."
           END-IF.

       210-SUM-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-PAYMENTS
               NOT AT END
                   IF PAY-DATE = RUN-DATE-IN
                       IF PAY-REVERSAL-FLAG NOT = "F"
                           ADD PAY-AMOUNT TO PAYMENTS-TOTAL
                           ADD 1 TO PAYMENT-ROW-COUNT
                           PERFORM 220-TALLY-SESSION
                       END-IF
                   ELSE
                       MOVE "Y" TO EOF-PAYMENTS
                   END-IF
           END-READ.

           ELSE
               MOVE 0 TO SES-ROW-SESSION
           END-IF.
           MOVE PAY-AMOUNT TO SES-ROW-AMOUNT.
           PERFORM 225-TALLY-ROW.

      *    Adds SES-ROW-AMOUNT to SES-ROW-SESSION's line, starting a
      *    line the first time a session turns up.
       225-TALLY-ROW.
           MOVE 0 TO SES-FOUND-ENTRY.
           PERFORM VARYING SS-ENTRY FROM 1 BY 1
                   UNTIL SS-ENTRY > SESSION-ENTRY-COUNT
               MOVE 0 TO SES-ROW-COUNT(SES-FOUND-ENTRY)
           END-IF.
           IF SES-FOUND-ENTRY > 0
               ADD SES-ROW-AMOUNT TO SES-TOTAL(SES-FOUND-ENTRY)
               ADD 1 TO SES-ROW-COUNT(SES-FOUND-ENTRY)
           END-IF.

                   END-IF
           END-READ.

      *****************************************************************
      * Non-credit seats sold that day - banked with everything else
      * but owed by no one, so they are carried beside the payments
      * rather than in them.
      *****************************************************************
       270-SUM-NONCREDIT.
           OPEN INPUT REG-FILE.
           IF REG-STATUS = "00" OR REG-STATUS = "05"
               PERFORM 280-SUM-ONE-NONCREDIT-ROW UNTIL EOF-REG = "Y"
               CLOSE REG-FILE
           END-IF.

       280-SUM-ONE-NONCREDIT-ROW.
           READ REG-FILE
               AT END
                   MOVE "Y" TO EOF-REG
               NOT AT END
                   IF NCR-REG-DATE = FUNCTION NUMVAL(RUN-DATE-IN)
                       ADD NCR-FEE-PAID TO NONCREDIT-TOTAL
                       ADD 1 TO NONCREDIT-ROW-COUNT
                       MOVE NCR-SESSION-ID TO SES-ROW-SESSION
                       MOVE NCR-FEE-PAID TO SES-ROW-AMOUNT
                       PERFORM 225-TALLY-ROW
                   END-IF
           END-READ.

      *****************************************************************
      * Net balance reduction the audit trail says happened that day:
      * every TUITION-OWED row's old value minus new value, summed.
       400-WRITE-RECON-REPORT.
           COMPUTE DIFF-PAY-AUDIT =
               PAYMENTS-TOTAL - AUDIT-NET-TOTAL.
      *    The deposit carries the posted payments, the suspense
      *    money and the non-credit fees - the bank doesn't know the
      *    difference.
           COMPUTE DIFF-PAY-DEPOSIT =
               PAYMENTS-TOTAL + SUSPENSE-TOTAL + NONCREDIT-TOTAL
               - DEPOSIT-TOTAL.
           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "CASH RECONCILIATION FOR " RUN-DATE-IN
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           END-STRING.
           WRITE RECON-REPORT-RECORD.
           MOVE "PAYMENTS.dat NET:" TO RCL-LABEL.
           MOVE PAYMENTS-TOTAL TO RCL-AMOUNT.
           PERFORM 410-WRITE-REPORT-LINE.
           MOVE "AUDIT-LOG BALANCE REDUCTION:" TO RCL-LABEL.
           MOVE "SUSPENSE RECEIPTS:" TO RCL-LABEL.
           MOVE SUSPENSE-TOTAL TO RCL-AMOUNT.
           PERFORM 410-WRITE-REPORT-LINE.
           MOVE "NON-CREDIT RECEIPTS:" TO RCL-LABEL.
           MOVE NONCREDIT-TOTAL TO RCL-AMOUNT.
           PERFORM 410-WRITE-REPORT-LINE.
           MOVE "BANK DEPOSIT KEYED:" TO RCL-LABEL.
           MOVE DEPOSIT-TOTAL TO RCL-AMOUNT.
           PERFORM 410-WRITE-REPORT-LINE.
           CLOSE RECON-REPORT-FILE.
           DISPLAY "PAYMENT ROWS COUNTED:   " PAYMENT-ROW-COUNT.
           DISPLAY "AUDIT ROWS COUNTED:     " AUDIT-ROW-COUNT.
           DISPLAY "NON-CREDIT ROWS COUNTED:" NONCREDIT-ROW-COUNT.
           DISPLAY "DETAIL IN CASH-RECON-REPORT.txt".

       410-WRITE-REPORT-LINE.

      *****************************************************************
      * The day by drawer: one line per till session seen in the
      * day's payment and non-credit rows, with the cashier and the
      * counted over/short pulled from the session's
      * TILL-SESSIONS.txt row when the drawer has been closed - so
      * a discrepancy names a person, not a date.
      *****************************************************************
       420-WRITE-SESSION-BREAKDOWN.
           IF SESSION-ENTRY-COUNT > 0
