      ******************************************************************
      * Tectonics: Card dispute aging report.  Shows every chargeback
      * still undecided on DISPUTES.txt - awaiting our evidence or
      * evidence submitted and awaiting the processor - aged from
      * the day DISPUTE-LOAD opened it, bucketed 0-30 / 31-60 /
      * 61-90 / over 90 days, with per-bucket counts and totals in
      * DISPUTE-AGING.txt.  Each line says where the case stands;
      * a case still awaiting evidence past the processor's
      * respond-by date is flagged RESPONSE OVERDUE, and any such
      * case ends the run severity 4 - a missed deadline loses the
      * case by default.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPUTES-FILE ASSIGN "DISPUTES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTES-STATUS.
           SELECT REPORT-FILE ASSIGN "DISPUTE-AGING.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD DISPUTES-FILE.
           COPY "DISPUTE-RECORD.cpy".

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           01 DISPUTES-STATUS PIC X(2).

           01 COUNTERS.
               05 OPEN-COUNTER    PIC 9(5) VALUE 0.
               05 OVERDUE-COUNTER PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-DISPUTES PIC X VALUE "N".

           01 AGING-BUCKETS.
               05 BUCKET-ENTRY OCCURS 4 TIMES.
                   10 BKT-COUNT  PIC 9(5).
                   10 BKT-AMOUNT PIC 9(9)V99.

           01 AGING-WORK-AREA.
               05 RUN-DATE-WS    PIC 9(8) VALUE 0.
               05 TODAY-INT-WS   PIC 9(7) VALUE 0.
               05 ROW-INT-WS     PIC 9(7) VALUE 0.
               05 AGE-DAYS-WS    PIC S9(5) VALUE 0.
               05 BUCKET-IDX     PIC 9(1) VALUE 0.
               05 AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.

           01 DETAIL-LINE.
               05 DTL-CASE-ID  PIC X(12).
               05 FILLER       PIC X(1) VALUE SPACES.
               05 DTL-STUDENT  PIC 9(6).
               05 FILLER       PIC X(1) VALUE SPACES.
               05 DTL-AMOUNT   PIC Z,ZZZ,ZZ9.99.
               05 FILLER       PIC X(1) VALUE SPACES.
               05 DTL-AGE-DAYS PIC ZZZZ9.
               05 FILLER       PIC X(6) VALUE " DAYS ".
               05 DTL-WHERE    PIC X(36).

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE ZEROS TO AGING-BUCKETS.
           CALL "BUSINESS-DATE" USING RUN-DATE-WS.
           COMPUTE TODAY-INT-WS =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-WS).
           OPEN INPUT DISPUTES-FILE.
           IF DISPUTES-STATUS NOT = "00"
               DISPLAY "DISPUTES.txt NOT FOUND OR EMPTY. "
                   "NOTHING TO AGE."
           ELSE
               OPEN OUTPUT REPORT-FILE
               PERFORM 300-AGE-ONE-CASE UNTIL EOF-DISPUTES = "Y"
               PERFORM 500-WRITE-BUCKET-SUMMARY
               CLOSE REPORT-FILE
               CLOSE DISPUTES-FILE
               DISPLAY "OPEN CASES AGED:     " OPEN-COUNTER
               DISPLAY "DETAIL IN DISPUTE-AGING.txt"
               IF OVERDUE-COUNTER > 0
                   DISPLAY "*** " OVERDUE-COUNTER " CASES PAST THEIR "
                       "RESPOND-BY DATE - SEND THE EVIDENCE ***"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       300-AGE-ONE-CASE.
           READ DISPUTES-FILE
               AT END
                   MOVE "Y" TO EOF-DISPUTES
               NOT AT END
                   IF DSP-STILL-OPEN
                       ADD 1 TO OPEN-COUNTER
                       COMPUTE ROW-INT-WS = FUNCTION
                           INTEGER-OF-DATE(DSP-OPENED-DATE)
                       COMPUTE AGE-DAYS-WS =
                           TODAY-INT-WS - ROW-INT-WS
                       IF AGE-DAYS-WS < 0
                           MOVE 0 TO AGE-DAYS-WS
                       END-IF
                       EVALUATE TRUE
                           WHEN AGE-DAYS-WS <= 30
                               MOVE 1 TO BUCKET-IDX
                           WHEN AGE-DAYS-WS <= 60
                               MOVE 2 TO BUCKET-IDX
                           WHEN AGE-DAYS-WS <= 90
                               MOVE 3 TO BUCKET-IDX
                           WHEN OTHER
                               MOVE 4 TO BUCKET-IDX
                       END-EVALUATE
                       ADD 1 TO BKT-COUNT(BUCKET-IDX)
                       ADD DSP-AMOUNT TO BKT-AMOUNT(BUCKET-IDX)
                       PERFORM 400-WRITE-DETAIL-LINE
                   END-IF
           END-READ.

      *    Where the case stands: with us until the evidence goes,
      *    with the processor after.
       400-WRITE-DETAIL-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE DSP-CASE-ID        TO DTL-CASE-ID.
           MOVE DSP-STUDENT-NUMBER TO DTL-STUDENT.
           MOVE DSP-AMOUNT         TO DTL-AMOUNT.
           MOVE AGE-DAYS-WS        TO DTL-AGE-DAYS.
           EVALUATE TRUE
               WHEN DSP-EVIDENCE-SENT
                   STRING "EVIDENCE SENT " DSP-STATUS-DATE
                       DELIMITED BY SIZE INTO DTL-WHERE
                   END-STRING
               WHEN DSP-RESPOND-BY > 0
                       AND DSP-RESPOND-BY < RUN-DATE-WS
                   ADD 1 TO OVERDUE-COUNTER
                   STRING "RESPONSE OVERDUE - DUE " DSP-RESPOND-BY
                       DELIMITED BY SIZE INTO DTL-WHERE
                   END-STRING
               WHEN DSP-RESPOND-BY > 0
                   STRING "AWAITING EVIDENCE - DUE " DSP-RESPOND-BY
                       DELIMITED BY SIZE INTO DTL-WHERE
                   END-STRING
               WHEN OTHER
                   MOVE "AWAITING EVIDENCE" TO DTL-WHERE
           END-EVALUATE.
           WRITE REPORT-RECORD FROM DETAIL-LINE.

       500-WRITE-BUCKET-SUMMARY.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BKT-AMOUNT(1) TO AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  0-30 DAYS: " BKT-COUNT(1) " CASES "
                  AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE BKT-AMOUNT(2) TO AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-RECORD.
           STRING " 31-60 DAYS: " BKT-COUNT(2) " CASES "
                  AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE BKT-AMOUNT(3) TO AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-RECORD.
           STRING " 61-90 DAYS: " BKT-COUNT(3) " CASES "
                  AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE BKT-AMOUNT(4) TO AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  OVER 90:   " BKT-COUNT(4) " CASES "
                  AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  RESPONSE OVERDUE: " OVERDUE-COUNTER " CASES"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

       END PROGRAM DISPUTE-AGING.
