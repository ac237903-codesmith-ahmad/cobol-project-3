      * Date:
      * Purpose:
      * Tectonics: cobc
      *    Audit rows are chained through ../AUDIT-CHAIN.txt, the
      *    control file beside ../AUDIT-LOG.txt, named to
      *    AUDIT-CHAIN-STAMP, so this program extends the same chain
      *    as every other writer of that log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WELCOME-PROGRAM.
      *    One row per tuition payment posted, so a payment can be
      *    traced or a receipt reprinted instead of only ever showing
      *    the current balance.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN TO "../PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.
      *    Installment schedules from PLAN-MAINT - read so the student
      *    screen can say whether a payment plan covers the balance it
      *    shows.  OPTIONAL: no plan file just means no plans to show.
       WORKING-STORAGE SECTION.
       01 PLAN-STATUS PIC X(2).
       01 DEMO-STATUS PIC X(2).
       01 PAYMENTS-STATUS PIC X(2).
       01 PRIVACY-BLOCKED PIC X VALUE 'N'.
       01 EOF-PLAN PIC X VALUE 'N'.
      *    How many installments PAYMENT-PLAN.txt carries for the
       01 MODULE-UPDATE-STATUS-WS PIC X(2).

      *    Receipt number handed back by the RECEIPT-NUMBER
      *    subprogram for each posting, stamped on the PAYMENTS.dat
      *    row so RECEIPT-PRINT can reprint the receipt later.
       01 RECEIPT-NUMBER-WS PIC 9(8) VALUE 0.

      *    Chain stamp block, naming ../AUDIT-CHAIN.txt.
       COPY "AUDIT-CHAIN-PARM.cpy".

      *    The cashier's open TILL-SESSIONS.txt session, asked for
      *    once at startup and stamped on every payment row taken
      *    this sitting.  0 = no till session (postings won't count

       INITIALIZE-FILE.
           OPEN INPUT STUDENT-RECORD-FILE.
           OPEN I-O PAYMENTS-FILE.

       FIND-MATCH.
           READ STUDENT-RECORD-FILE
           MOVE "SUPPRESSED"  TO AUD-NEW-VALUE.
           MOVE LOCK-OPERATOR-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE "../AUDIT-CHAIN.txt" TO ACP-CHAIN-FILE-NAME.
           MOVE AUDIT-LOG-RECORD TO ACP-AUDIT-ROW.
           CALL "AUDIT-CHAIN-STAMP" USING AUDIT-CHAIN-PARM.
           MOVE ACP-AUDIT-ROW TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

      *****************************************************************
      * Applies the payment to STUFILE.dat itself via MODULE-2 (the
      * same subprogram TEST-UPDATE.cbl drives) before logging it, so
      * PAYMENTS.dat never carries a payment that wasn't actually
      * subtracted from TUITION-OWED.
      *****************************************************************
       PROCESS-PAYMENT.
           MOVE RECEIPT-NUMBER-WS TO PAY-RECEIPT-NUMBER.
           MOVE TILL-SESSION-WS TO PAY-SESSION-ID.
           MOVE TENDER-CODE-WS TO PAY-TENDER-CODE.
           PERFORM STORE-PAYMENT-ROW.
           DISPLAY "RECEIPT NUMBER " RECEIPT-NUMBER-WS " ISSUED.".

      *    Takes the next free PAY-SEQ for the row's student, term
      *    and date - PAYMENTS.dat refuses a duplicate key (status
      *    22), so count up until the WRITE lands.
       STORE-PAYMENT-ROW.
           MOVE 0 TO PAY-SEQ.
           MOVE "22" TO PAYMENTS-STATUS.
           PERFORM TRY-NEXT-PAY-SEQ
               UNTIL PAYMENTS-STATUS NOT = "22".

       TRY-NEXT-PAY-SEQ.
           ADD 1 TO PAY-SEQ.
           WRITE PAYMENT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       CLOSE-FILE.
           MOVE "SE" TO LOCK-ACTION-WS.
           CALL "LOCK-MANAGER" USING LOCK-ACTION-WS LOCK-STUDENT-WS
