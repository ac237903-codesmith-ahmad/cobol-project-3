      ******************************************************************
      * Tectonics: Aged receivables trial balance.  Finance's month-
      * end question - what do students owe, how old is it, and does
      * it agree with the ledger - answered from the files instead of
      * by hand.  Every positive TUITION-OWED on STUFILE.dat is aged
      * by how many terms old its TERM-CODE is: current, one term,
      * two terms, older.  Age is counted in TERM-CALENDAR.txt terms
      * back from the current term (the latest one started by the
      * business date), so a gap in the term numbering never ages a
      * balance faster.  The same columns are subtotalled for the
      * balances a sponsor has agreed to pay (SPONSORSHIPS.txt),
      * the balances on a payment plan (PAYMENT-PLAN.txt) and the
      * balances collections is working (COLLECTIONS.txt) - one
      * balance can sit in more than one, so they are subtotals,
      * not parts.  Credit balances are shown apart and not summed.
      * The grand total is then tied to the receivable control
      * account's running position GL-EXTRACT keeps in
      * GL-AR-POSITION.txt; any variance is printed and ends the run
      * RETURN-CODE 8, the CASH-RECON way, so the stream stops.
      * Report in AR-TRIAL-BALANCE.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-TRIAL-BALANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-KEY
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL TERM-CALENDAR-FILE
               ASSIGN "TERM-CALENDAR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.
           SELECT OPTIONAL SPONSORSHIP-FILE ASSIGN "SPONSORSHIPS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPONSORSHIP-STATUS.
           SELECT OPTIONAL PLAN-FILE ASSIGN "PAYMENT-PLAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.
           SELECT OPTIONAL COLLECT-FILE ASSIGN "COLLECTIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLLECT-STATUS.
           SELECT OPTIONAL POSITION-FILE ASSIGN "GL-AR-POSITION.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-STATUS.
           SELECT REPORT-FILE ASSIGN "AR-TRIAL-BALANCE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD TERM-CALENDAR-FILE.
           COPY "TERM-CALENDAR.cpy".

           FD SPONSORSHIP-FILE.
           COPY "SPONSORSHIP-RECORD.cpy".

           FD PLAN-FILE.
           COPY "PLAN-RECORD.cpy".

           FD COLLECT-FILE.
           COPY "COLLECT-RECORD.cpy".

           FD POSITION-FILE.
           COPY "GL-POSITION-RECORD.cpy".

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS        PIC X(2).
           01 CALENDAR-STATUS    PIC X(2).
           01 SPONSORSHIP-STATUS PIC X(2).
           01 PLAN-STATUS        PIC X(2).
           01 COLLECT-STATUS     PIC X(2).
           01 POSITION-STATUS    PIC X(2).

           01 COUNTERS.
               05 READ-COUNTER   PIC 9(6) VALUE 0.
               05 CREDIT-COUNTER PIC 9(6) VALUE 0.

           01 FLAGS.
               05 EOF-STU        PIC X VALUE "N".
               05 EOF-LOAD       PIC X VALUE "N".
               05 ABORT-FLAG     PIC X VALUE "N".
               05 POSITION-FOUND PIC X VALUE "N".
               05 KEY-FOUND      PIC X VALUE "N".

      *    TERM-CALENDAR.txt, for counting how many terms back a
      *    balance's TERM-CODE sits.
           01 TERM-TABLE.
               05 TERM-ENTRY OCCURS 200 TIMES INDEXED TM-ENTRY.
                   10 TTB-TERM-CODE  PIC X(6).
                   10 TTB-TERM-START PIC 9(8).
           01 TERM-COUNT PIC 9(3) VALUE 0.
           01 TERM-MAX   PIC 9(3) VALUE 200.

      *    The student/terms each subtotal covers - a plan has one
      *    row per installment, so its table keeps each pair once.
           01 SPONSORED-TABLE.
               05 SPONSORED-ENTRY OCCURS 1000 TIMES INDEXED SP-ENTRY.
                   10 SPK-KEY PIC X(12).
           01 SPONSORED-COUNT PIC 9(4) VALUE 0.
           01 SPONSORED-MAX   PIC 9(4) VALUE 1000.

           01 PLAN-KEY-TABLE.
               05 PLAN-KEY-ENTRY OCCURS 600 TIMES INDEXED PK-ENTRY.
                   10 PLK-KEY PIC X(12).
           01 PLAN-KEY-COUNT PIC 9(4) VALUE 0.
           01 PLAN-KEY-MAX   PIC 9(4) VALUE 600.

           01 COLLECT-KEY-TABLE.
               05 COLLECT-KEY-ENTRY OCCURS 500 TIMES INDEXED CK-ENTRY.
                   10 CLK-KEY PIC X(12).
           01 COLLECT-KEY-COUNT PIC 9(4) VALUE 0.
           01 COLLECT-KEY-MAX   PIC 9(4) VALUE 500.

      *    Aging columns by line: 1 every balance, 2 sponsored,
      *    3 on a payment plan, 4 in collections.  Bucket 1 is the
      *    current term, 2 one term back, 3 two, 4 older.
           01 AGING-TABLE.
               05 AGING-LINE-ENTRY OCCURS 4 TIMES.
                   10 AGT-BUCKET-AMOUNT PIC 9(11)V99 OCCURS 4 TIMES.
                   10 AGT-TOTAL         PIC 9(11)V99.
                   10 AGT-COUNT         PIC 9(6).

           01 AGING-WORK-AREA.
               05 RUN-DATE-WS     PIC 9(8) VALUE 0.
               05 CURRENT-TERM-WS PIC X(6) VALUE SPACES.
               05 ROW-KEY-WS      PIC X(12) VALUE SPACES.
               05 TERMS-BACK-WS   PIC 9(3) VALUE 0.
               05 BUCKET-IDX      PIC 9(1) VALUE 0.
               05 LINE-IDX        PIC 9(1) VALUE 0.
               05 CREDIT-TOTAL    PIC 9(11)V99 VALUE 0.
               05 LEDGER-BALANCE  PIC S9(11)V99 VALUE 0.
               05 VARIANCE-WS     PIC S9(11)V99 VALUE 0.

           01 AGING-REPORT-LINE.
               05 AGL-LABEL PIC X(17).
               05 AGL-COLUMN OCCURS 4 TIMES.
                   10 AGL-GAP    PIC X(1).
                   10 AGL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
               05 AGL-TOTAL-GAP PIC X(1).
               05 AGL-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
               05 AGL-COUNT-GAP PIC X(2).
               05 AGL-COUNT     PIC ZZZZZ9.

           01 LINE-LABELS.
               05 FILLER PIC X(17) VALUE "ALL BALANCES".
               05 FILLER PIC X(17) VALUE "  SPONSORED".
               05 FILLER PIC X(17) VALUE "  ON PAYMENT PLAN".
               05 FILLER PIC X(17) VALUE "  IN COLLECTIONS".
           01 LINE-LABEL-TABLE REDEFINES LINE-LABELS.
               05 LINE-LABEL PIC X(17) OCCURS 4 TIMES.

           01 TIE-OUT-LINE.
               05 TOL-LABEL  PIC X(40).
               05 TOL-AMOUNT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE ZEROS TO AGING-TABLE.
           CALL "BUSINESS-DATE" USING RUN-DATE-WS.
           PERFORM 200-LOAD-TERM-CALENDAR.
           PERFORM 220-LOAD-SPONSORSHIPS.
           PERFORM 240-LOAD-PLANS.
           PERFORM 260-LOAD-COLLECTIONS.
           IF ABORT-FLAG = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TERM-COUNT = 0
                   DISPLAY "TERM-CALENDAR.txt IS EMPTY OR MISSING. "
                       "NOTHING AGED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 280-READ-GL-POSITION
                   OPEN INPUT STUDENT-DATA-FILE
                   PERFORM 300-AGE-ONE-RECORD UNTIL EOF-STU = "Y"
                   CLOSE STUDENT-DATA-FILE
                   PERFORM 500-WRITE-REPORT
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

      *****************************************************************
      * The current term is the latest one on the calendar that has
      * started by the business date.
      *****************************************************************
       200-LOAD-TERM-CALENDAR.
           MOVE "N" TO EOF-LOAD.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF CALENDAR-STATUS = "00" OR CALENDAR-STATUS = "05"
               PERFORM 210-LOAD-ONE-TERM UNTIL EOF-LOAD = "Y"
                   OR TERM-COUNT > TERM-MAX
               CLOSE TERM-CALENDAR-FILE
           END-IF.
           IF TERM-COUNT > TERM-MAX
               DISPLAY "TERM-CALENDAR.txt EXCEEDS " TERM-MAX
                   " ROWS. RUN ABORTED - NOTHING AGED."
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       210-LOAD-ONE-TERM.
           READ TERM-CALENDAR-FILE
               AT END
                   MOVE "Y" TO EOF-LOAD
               NOT AT END
                   ADD 1 TO TERM-COUNT
                   IF TERM-COUNT NOT > TERM-MAX
                       SET TM-ENTRY TO TERM-COUNT
                       MOVE TCA-TERM-CODE  TO TTB-TERM-CODE(TM-ENTRY)
                       MOVE TCA-TERM-START TO TTB-TERM-START(TM-ENTRY)
                       IF TCA-TERM-START <= RUN-DATE-WS
                               AND TCA-TERM-CODE > CURRENT-TERM-WS
                           MOVE TCA-TERM-CODE TO CURRENT-TERM-WS
                       END-IF
                   END-IF
           END-READ.

       220-LOAD-SPONSORSHIPS.
           MOVE "N" TO EOF-LOAD.
           OPEN INPUT SPONSORSHIP-FILE.
           IF SPONSORSHIP-STATUS = "00" OR SPONSORSHIP-STATUS = "05"
               PERFORM 230-LOAD-ONE-SPONSORSHIP UNTIL EOF-LOAD = "Y"
                   OR SPONSORED-COUNT > SPONSORED-MAX
               CLOSE SPONSORSHIP-FILE
           END-IF.
           IF SPONSORED-COUNT > SPONSORED-MAX
               DISPLAY "SPONSORSHIPS.txt EXCEEDS " SPONSORED-MAX
                   " ROWS. RUN ABORTED - NOTHING AGED."
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       230-LOAD-ONE-SPONSORSHIP.
           READ SPONSORSHIP-FILE
               AT END
                   MOVE "Y" TO EOF-LOAD
               NOT AT END
                   ADD 1 TO SPONSORED-COUNT
                   IF SPONSORED-COUNT NOT > SPONSORED-MAX
                       SET SP-ENTRY TO SPONSORED-COUNT
                       MOVE SPL-STUDENT-NUMBER
                           TO SPK-KEY(SP-ENTRY)(1:6)
                       MOVE SPL-TERM-CODE TO SPK-KEY(SP-ENTRY)(7:6)
                   END-IF
           END-READ.

       240-LOAD-PLANS.
           MOVE "N" TO EOF-LOAD.
           OPEN INPUT PLAN-FILE.
           IF PLAN-STATUS = "00" OR PLAN-STATUS = "05"
               PERFORM 250-LOAD-ONE-PLAN-ROW UNTIL EOF-LOAD = "Y"
                   OR PLAN-KEY-COUNT > PLAN-KEY-MAX
               CLOSE PLAN-FILE
           END-IF.
           IF PLAN-KEY-COUNT > PLAN-KEY-MAX
               DISPLAY "PAYMENT-PLAN.txt EXCEEDS " PLAN-KEY-MAX
                   " PLANS. RUN ABORTED - NOTHING AGED."
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       250-LOAD-ONE-PLAN-ROW.
           READ PLAN-FILE
               AT END
                   MOVE "Y" TO EOF-LOAD
               NOT AT END
                   MOVE PLN-STUDENT-NUMBER TO ROW-KEY-WS(1:6)
                   MOVE PLN-TERM-CODE      TO ROW-KEY-WS(7:6)
                   PERFORM 420-FIND-PLAN-KEY
                   IF KEY-FOUND NOT = "Y"
                       ADD 1 TO PLAN-KEY-COUNT
                       IF PLAN-KEY-COUNT NOT > PLAN-KEY-MAX
                           SET PK-ENTRY TO PLAN-KEY-COUNT
                           MOVE ROW-KEY-WS TO PLK-KEY(PK-ENTRY)
                       END-IF
                   END-IF
           END-READ.

       260-LOAD-COLLECTIONS.
           MOVE "N" TO EOF-LOAD.
           OPEN INPUT COLLECT-FILE.
           IF COLLECT-STATUS = "00" OR COLLECT-STATUS = "05"
               PERFORM 270-LOAD-ONE-COLLECTION UNTIL EOF-LOAD = "Y"
                   OR COLLECT-KEY-COUNT > COLLECT-KEY-MAX
               CLOSE COLLECT-FILE
           END-IF.
           IF COLLECT-KEY-COUNT > COLLECT-KEY-MAX
               DISPLAY "COLLECTIONS.txt EXCEEDS " COLLECT-KEY-MAX
                   " ROWS. RUN ABORTED - NOTHING AGED."
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       270-LOAD-ONE-COLLECTION.
           READ COLLECT-FILE
               AT END
                   MOVE "Y" TO EOF-LOAD
               NOT AT END
                   ADD 1 TO COLLECT-KEY-COUNT
                   IF COLLECT-KEY-COUNT NOT > COLLECT-KEY-MAX
                       SET CK-ENTRY TO COLLECT-KEY-COUNT
                       MOVE CLW-STUDENT-NUMBER
                           TO CLK-KEY(CK-ENTRY)(1:6)
                       MOVE CLW-TERM-CODE TO CLK-KEY(CK-ENTRY)(7:6)
                   END-IF
           END-READ.

      *    No position file yet means GL-EXTRACT has never carried
      *    one - the ledger figure is taken as zero and the whole
      *    student total shows as the variance.
       280-READ-GL-POSITION.
           OPEN INPUT POSITION-FILE.
           IF POSITION-STATUS = "00" OR POSITION-STATUS = "05"
               READ POSITION-FILE
                   NOT AT END
                       MOVE "Y" TO POSITION-FOUND
                       MOVE GLP-BALANCE TO LEDGER-BALANCE
               END-READ
               CLOSE POSITION-FILE
           END-IF.
           IF POSITION-FOUND NOT = "Y"
               DISPLAY "GL-AR-POSITION.txt NOT FOUND OR EMPTY - "
                   "LEDGER POSITION TAKEN AS ZERO."
           END-IF.

       300-AGE-ONE-RECORD.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-STU
               NOT AT END
                   ADD 1 TO READ-COUNTER
                   IF TUITION-OWED > 0
                       PERFORM 310-AGE-ONE-BALANCE
                   ELSE
                       IF TUITION-OWED < 0
                           ADD 1 TO CREDIT-COUNTER
                           SUBTRACT TUITION-OWED FROM CREDIT-TOTAL
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * Terms back = calendar terms after the balance's own term, up
      * to and including the current one.  A balance on a term not
      * yet started counts as current.
      *****************************************************************
       310-AGE-ONE-BALANCE.
           MOVE 0 TO TERMS-BACK-WS.
           PERFORM VARYING TM-ENTRY FROM 1 BY 1
                   UNTIL TM-ENTRY > TERM-COUNT
               IF TTB-TERM-CODE(TM-ENTRY) > TERM-CODE
                       AND TTB-TERM-CODE(TM-ENTRY) <= CURRENT-TERM-WS
                   ADD 1 TO TERMS-BACK-WS
               END-IF
           END-PERFORM.
           IF TERMS-BACK-WS > 3
               MOVE 4 TO BUCKET-IDX
           ELSE
               COMPUTE BUCKET-IDX = TERMS-BACK-WS + 1
           END-IF.
           MOVE 1 TO LINE-IDX.
           PERFORM 320-ADD-TO-LINE.
           MOVE STUDENT-NUMBER TO ROW-KEY-WS(1:6).
           MOVE TERM-CODE      TO ROW-KEY-WS(7:6).
           PERFORM 410-FIND-SPONSORED-KEY.
           IF KEY-FOUND = "Y"
               MOVE 2 TO LINE-IDX
               PERFORM 320-ADD-TO-LINE
           END-IF.
           PERFORM 420-FIND-PLAN-KEY.
           IF KEY-FOUND = "Y"
               MOVE 3 TO LINE-IDX
               PERFORM 320-ADD-TO-LINE
           END-IF.
           PERFORM 430-FIND-COLLECT-KEY.
           IF KEY-FOUND = "Y"
               MOVE 4 TO LINE-IDX
               PERFORM 320-ADD-TO-LINE
           END-IF.

       320-ADD-TO-LINE.
           ADD TUITION-OWED
               TO AGT-BUCKET-AMOUNT(LINE-IDX, BUCKET-IDX).
           ADD TUITION-OWED TO AGT-TOTAL(LINE-IDX).
           ADD 1 TO AGT-COUNT(LINE-IDX).

       410-FIND-SPONSORED-KEY.
           MOVE "N" TO KEY-FOUND.
           PERFORM VARYING SP-ENTRY FROM 1 BY 1
                   UNTIL SP-ENTRY > SPONSORED-COUNT
                   OR KEY-FOUND = "Y"
               IF SPK-KEY(SP-ENTRY) = ROW-KEY-WS
                   MOVE "Y" TO KEY-FOUND
               END-IF
           END-PERFORM.

       420-FIND-PLAN-KEY.
           MOVE "N" TO KEY-FOUND.
           PERFORM VARYING PK-ENTRY FROM 1 BY 1
                   UNTIL PK-ENTRY > PLAN-KEY-COUNT
                   OR PK-ENTRY > PLAN-KEY-MAX
                   OR KEY-FOUND = "Y"
               IF PLK-KEY(PK-ENTRY) = ROW-KEY-WS
                   MOVE "Y" TO KEY-FOUND
               END-IF
           END-PERFORM.

       430-FIND-COLLECT-KEY.
           MOVE "N" TO KEY-FOUND.
           PERFORM VARYING CK-ENTRY FROM 1 BY 1
                   UNTIL CK-ENTRY > COLLECT-KEY-COUNT
                   OR KEY-FOUND = "Y"
               IF CLK-KEY(CK-ENTRY) = ROW-KEY-WS
                   MOVE "Y" TO KEY-FOUND
               END-IF
           END-PERFORM.

       500-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "AGED RECEIVABLES TRIAL BALANCE AS OF " RUN-DATE-WS
                  "   CURRENT TERM " CURRENT-TERM-WS
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "                         CURRENT       ONE TERM"
                  "      TWO TERMS          OLDER          TOTAL"
                  "  ACCOUNTS"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           PERFORM 510-WRITE-AGING-LINE
               VARYING LINE-IDX FROM 1 BY 1 UNTIL LINE-IDX > 4.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "  (SUBTOTALS OVERLAP - ONE BALANCE CAN BE IN MORE "
               TO REPORT-RECORD(1:50).
           MOVE "THAN ONE.)" TO REPORT-RECORD(51:10).
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM 520-WRITE-TIE-OUT.
           CLOSE REPORT-FILE.
           DISPLAY "RECORDS READ:        " READ-COUNTER.
           DISPLAY "BALANCES AGED:       " AGT-COUNT(1).
           DISPLAY "DETAIL IN AR-TRIAL-BALANCE.txt".

       510-WRITE-AGING-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           MOVE LINE-LABEL(LINE-IDX) TO AGL-LABEL.
           PERFORM 515-FILL-ONE-COLUMN
               VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 4.
           MOVE AGT-TOTAL(LINE-IDX) TO AGL-TOTAL.
           MOVE AGT-COUNT(LINE-IDX) TO AGL-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           MOVE AGING-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       515-FILL-ONE-COLUMN.
           MOVE AGT-BUCKET-AMOUNT(LINE-IDX, BUCKET-IDX)
               TO AGL-AMOUNT(BUCKET-IDX).

      *****************************************************************
      * The tie-out: the aged total against the ledger's running
      * receivable position, variance to the penny.
      *****************************************************************
       520-WRITE-TIE-OUT.
           COMPUTE VARIANCE-WS = AGT-TOTAL(1) - LEDGER-BALANCE.
           MOVE SPACES TO TIE-OUT-LINE.
           STRING "CREDIT BALANCES (NOT IN TOTAL) - "
                  CREDIT-COUNTER ":"
               DELIMITED BY SIZE INTO TOL-LABEL
           END-STRING.
           MOVE CREDIT-TOTAL TO TOL-AMOUNT.
           PERFORM 530-WRITE-TIE-OUT-LINE.
           MOVE SPACES TO TIE-OUT-LINE.
           MOVE "STUDENT BALANCES AGED ABOVE:" TO TOL-LABEL.
           MOVE AGT-TOTAL(1) TO TOL-AMOUNT.
           PERFORM 530-WRITE-TIE-OUT-LINE.
           MOVE SPACES TO TIE-OUT-LINE.
           IF POSITION-FOUND = "Y"
               STRING "GL RECEIVABLE " GLP-ACCOUNT " AS OF "
                      GLP-LAST-DATE ":"
                   DELIMITED BY SIZE INTO TOL-LABEL
               END-STRING
           ELSE
               MOVE "GL RECEIVABLE - NO POSITION ON FILE:"
                   TO TOL-LABEL
           END-IF.
           MOVE LEDGER-BALANCE TO TOL-AMOUNT.
           PERFORM 530-WRITE-TIE-OUT-LINE.
           MOVE SPACES TO TIE-OUT-LINE.
           MOVE "VARIANCE:" TO TOL-LABEL.
           MOVE VARIANCE-WS TO TOL-AMOUNT.
           PERFORM 530-WRITE-TIE-OUT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           IF VARIANCE-WS = 0
               MOVE "RECEIVABLES AGREE WITH THE GL CONTROL ACCOUNT."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY "RECEIVABLES AGREE WITH THE GL."
           ELSE
               MOVE "*** RECEIVABLES DO NOT AGREE WITH THE GL ***"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE VARIANCE-WS TO TOL-AMOUNT
               DISPLAY "*** RECEIVABLES DO NOT AGREE WITH THE GL - "
                   "VARIANCE " TOL-AMOUNT " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       530-WRITE-TIE-OUT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE TIE-OUT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       END PROGRAM AR-TRIAL-BALANCE.
