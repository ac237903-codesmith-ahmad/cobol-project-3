      ******************************************************************
      * Tectonics: PAYMENTS.txt one-time conversion to the indexed
      * PAYMENTS.dat.  Every statement, receipt reprint and balance
      * check used to read the whole payment history front to back;
      * PAYMENTS.dat is keyed by student/term/date/sequence with the
      * receipt number and the payment date as alternate keys (see
      * PAYMENT-RECORD.cpy).  This utility, patterned on
      * REORG-DEMOFILE, reads the line-sequential history in its old
      * layout, loads each row into PAYMENTS.dat under the next free
      * PAY-SEQ for its student/term/date, and proves the load both
      * by count and by money: rows and net amount read from
      * PAYMENTS.txt = loaded = re-read from PAYMENTS.dat.  Rows
      * written before receipt numbering or session stamping came in
      * short; those fields load as 0, the "none" value the record
      * already documents.  Run it ONCE, before the first run of
      * anything that reads PAYMENTS.dat - it refuses to load into a
      * PAYMENTS.dat that already holds rows.  PAYMENTS.txt is left
      * on disk untouched so a bad load can be run again from it.
      * RETURN-CODE 0 proven clean, 8 nothing to convert, 16 any
      * count or total mismatch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORG-PAYMENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The history in its OLD line-sequential layout.
           SELECT OLD-PAYMENTS-FILE ASSIGN "PAYMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-STATUS.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD OLD-PAYMENTS-FILE.
      *    The row as every program declared it before PAYMENTS.dat.
           01 OLD-PAYMENT-RECORD.
               05 OLD-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X.
               05 OLD-TERM-CODE      PIC X(6).
               05 FILLER             PIC X.
               05 OLD-AMOUNT         PIC S9(7)V99.
               05 FILLER             PIC X.
               05 OLD-DATE           PIC X(8).
               05 FILLER             PIC X.
               05 OLD-REVERSAL-FLAG  PIC X(1).
               05 FILLER             PIC X.
               05 OLD-RECEIPT-NUMBER PIC 9(8).
               05 FILLER             PIC X.
               05 OLD-SESSION-ID     PIC 9(6).
               05 FILLER             PIC X.
               05 OLD-TENDER-CODE    PIC X(1).

           FD PAYMENTS-FILE.
           COPY "PAYMENT-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 OLD-STATUS      PIC X(2).
           01 PAYMENTS-STATUS PIC X(2).

           01 COUNTERS.
               05 OLD-COUNTER    PIC 9(6) VALUE 0.
               05 LOAD-COUNTER   PIC 9(6) VALUE 0.
               05 REREAD-COUNTER PIC 9(6) VALUE 0.

           01 TOTALS.
               05 OLD-TOTAL      PIC S9(11)V99 VALUE 0.
               05 LOAD-TOTAL     PIC S9(11)V99 VALUE 0.
               05 REREAD-TOTAL   PIC S9(11)V99 VALUE 0.

           01 TOTAL-DISPLAY PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

           01 FLAGS.
               05 EOF-FLAG      PIC X VALUE "N".
               05 CONVERT-OK    PIC X VALUE "Y".
               05 TARGET-EMPTY  PIC X VALUE "Y".

       PROCEDURE DIVISION.
       000-MAINLINE.
           DISPLAY "PAYMENTS.txt CONVERSION TO INDEXED PAYMENTS.dat".
           PERFORM 050-CHECK-TARGET-EMPTY.
           IF TARGET-EMPTY = "N"
               DISPLAY "PAYMENTS.dat ALREADY HOLDS ROWS - ALREADY "
                   "CONVERTED. NOTHING LOADED."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 100-LOAD-PASS
               DISPLAY "READ:    " OLD-COUNTER " ROWS"
               IF OLD-COUNTER = 0
                   DISPLAY "NOTHING READ - PAYMENTS.txt EMPTY OR "
                       "UNREADABLE. NOTHING LOADED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "LOADED:  " LOAD-COUNTER " ROWS"
                   PERFORM 300-VERIFY-PASS
                   DISPLAY "VERIFY:  " REREAD-COUNTER " ROWS"
                   PERFORM 900-PROVE-THE-LOAD
               END-IF
           END-IF.
           GOBACK.

      *    A second run must not stack a second copy of the history
      *    on top of the first.
       050-CHECK-TARGET-EMPTY.
           OPEN INPUT PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00"
               READ PAYMENTS-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "N" TO TARGET-EMPTY
               END-READ
           END-IF.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
                   OR PAYMENTS-STATUS = "10"
               CLOSE PAYMENTS-FILE
           END-IF.

       100-LOAD-PASS.
           OPEN INPUT OLD-PAYMENTS-FILE.
           IF OLD-STATUS NOT = "00"
               DISPLAY "PAYMENTS.txt OPEN FAILED, STATUS " OLD-STATUS
           ELSE
               OPEN I-O PAYMENTS-FILE
               MOVE "N" TO EOF-FLAG
               PERFORM 110-LOAD-ONE-ROW UNTIL EOF-FLAG = "Y"
               CLOSE OLD-PAYMENTS-FILE
               CLOSE PAYMENTS-FILE
           END-IF.

       110-LOAD-ONE-ROW.
           READ OLD-PAYMENTS-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   ADD 1 TO OLD-COUNTER
                   ADD OLD-AMOUNT TO OLD-TOTAL
                   PERFORM 120-BUILD-NEW-ROW
                   PERFORM 130-STORE-PAYMENT-ROW
                   IF PAYMENTS-STATUS = "00"
                       ADD 1 TO LOAD-COUNTER
                       ADD PAY-AMOUNT TO LOAD-TOTAL
                   ELSE
                       DISPLAY "LOAD WRITE FAILED FOR "
                           OLD-STUDENT-NUMBER " " OLD-TERM-CODE
                           " " OLD-DATE " STATUS " PAYMENTS-STATUS
                       MOVE "N" TO CONVERT-OK
                   END-IF
           END-READ.

      *    Short rows from before receipt numbering and session
      *    stamping read as spaces in those columns - they load as
      *    0, "no receipt" and "not taken at a till".
       120-BUILD-NEW-ROW.
           MOVE SPACES TO PAYMENT-RECORD.
           MOVE OLD-STUDENT-NUMBER TO PAY-STUDENT-NUMBER.
           MOVE OLD-TERM-CODE      TO PAY-TERM-CODE.
           MOVE OLD-DATE           TO PAY-DATE.
           MOVE OLD-AMOUNT         TO PAY-AMOUNT.
           MOVE OLD-REVERSAL-FLAG  TO PAY-REVERSAL-FLAG.
           IF OLD-RECEIPT-NUMBER IS NUMERIC
               MOVE OLD-RECEIPT-NUMBER TO PAY-RECEIPT-NUMBER
           ELSE
               MOVE 0 TO PAY-RECEIPT-NUMBER
           END-IF.
           IF OLD-SESSION-ID IS NUMERIC
               MOVE OLD-SESSION-ID TO PAY-SESSION-ID
           ELSE
               MOVE 0 TO PAY-SESSION-ID
           END-IF.
           MOVE OLD-TENDER-CODE    TO PAY-TENDER-CODE.

      *    Takes the next free PAY-SEQ for the row's student, term
      *    and date - PAYMENTS.dat refuses a duplicate key (status
      *    22), so each refusal moves on to the next number.
       130-STORE-PAYMENT-ROW.
           MOVE 0 TO PAY-SEQ.
           MOVE "22" TO PAYMENTS-STATUS.
           PERFORM 135-TRY-NEXT-PAY-SEQ
               UNTIL PAYMENTS-STATUS NOT = "22".

       135-TRY-NEXT-PAY-SEQ.
           ADD 1 TO PAY-SEQ.
           WRITE PAYMENT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       300-VERIFY-PASS.
           OPEN INPUT PAYMENTS-FILE.
           MOVE "N" TO EOF-FLAG.
           PERFORM 310-COUNT-ONE-ROW UNTIL EOF-FLAG = "Y".
           CLOSE PAYMENTS-FILE.

       310-COUNT-ONE-ROW.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   ADD 1 TO REREAD-COUNTER
                   ADD PAY-AMOUNT TO REREAD-TOTAL
           END-READ.

       900-PROVE-THE-LOAD.
           IF OLD-COUNTER = LOAD-COUNTER
                   AND LOAD-COUNTER = REREAD-COUNTER
                   AND OLD-TOTAL = LOAD-TOTAL
                   AND LOAD-TOTAL = REREAD-TOTAL
                   AND CONVERT-OK = "Y"
               MOVE OLD-TOTAL TO TOTAL-DISPLAY
               DISPLAY "CONVERSION PROVEN: " OLD-COUNTER
                   " ROWS AND NET " TOTAL-DISPLAY
                   " READ = LOADED = RE-READ."
           ELSE
               DISPLAY "*** CONVERSION NOT PROVEN - DO NOT TRUST "
                   "PAYMENTS.dat.  DELETE IT AND RERUN FROM "
                   "PAYMENTS.txt ***"
               MOVE OLD-TOTAL TO TOTAL-DISPLAY
               DISPLAY "READ     " OLD-COUNTER " NET " TOTAL-DISPLAY
               MOVE LOAD-TOTAL TO TOTAL-DISPLAY
               DISPLAY "LOADED   " LOAD-COUNTER " NET " TOTAL-DISPLAY
               MOVE REREAD-TOTAL TO TOTAL-DISPLAY
               DISPLAY "RE-READ  " REREAD-COUNTER " NET "
                   TOTAL-DISPLAY
               MOVE 16 TO RETURN-CODE
           END-IF.

       END PROGRAM REORG-PAYMENTS.
