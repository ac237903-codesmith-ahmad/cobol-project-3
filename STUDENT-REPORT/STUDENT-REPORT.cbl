      * Date: 2023 August 5th
      * Purpose:
      * Tectonics: cobc
      *    The report totals also subtotal by campus - the campus of
      *    each student's program on PROGRAM.txt, MAIN when blank - so
      *    each campus director can read their own figures off it.
      *    Audit rows are chained through ../AUDIT-CHAIN.txt, the
      *    control file beside ../AUDIT-LOG.txt, named to
      *    AUDIT-CHAIN-STAMP, so this program extends the same chain
      *    as every other writer of that log.
      *    Delinquent mailer letters skip deceased students and
      *    students whose address is on RETURNED-MAIL.txt, listing
      *    each one skipped on the console; the check subprograms are
      *    handed ../DECEASED.txt and ../RETURNED-MAIL.txt by name.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-REPORT.
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
      *    One row per run of this program - when it started and
      *    finished, who ran it, what term, and how many students were
      *    read/converted/rejected - so a scheduler or an operator can
           01 PROGRAM-RECORD.
               05 PROGRAM-CODE     PIC X(6).
               05 PROGRAM-NAME     PIC X(20).
               05 FILLER           PIC X(9).
               05 PROGRAM-CAMPUS   PIC X(4).

           FD COURSE-FILE.
           01 COURSE-RECORD.
       WORKING-STORAGE SECTION.

           01 FILE-STATUS PIC X(2).
      *    Chain stamp block, naming ../AUDIT-CHAIN.txt.
           COPY "AUDIT-CHAIN-PARM.cpy".
      *    DECEASED.txt and RETURNED-MAIL.txt are read by the check
      *    subprograms before a delinquent mailer letter is written.
           COPY "DECEASED-CHECK.cpy".
           COPY "ADDRESS-CHECK.cpy".
           01 PAYMENTS-STATUS PIC X(2).
           01 CACHE       PIC X(110).
           01 CHOICE      PIC X.
           01 VALID-INPUT PIC 9.
               05 GRAND-TUITION    PIC 9(7)V99 VALUE 0.
               05 GRAND-AVGSUM     PIC 9(7)V9 VALUE 0.

      *    Running subtotals per campus, in the order campuses turn
      *    up on the report.  REPORT-CAMPUS-WS is the current
      *    student's, set by 403-SEARCH from their program.
           01 CAMPUS-TOTALS.
               05 CAMPUS-TOTAL-ENTRY OCCURS 50 TIMES.
                   10 CAMPUS-TOTAL-CODE    PIC X(4).
                   10 CAMPUS-TOTAL-COUNT   PIC 9(5).
                   10 CAMPUS-TOTAL-TUITION PIC 9(7)V99.
                   10 CAMPUS-TOTAL-AVGSUM  PIC 9(7)V9.
           01 CAMPUS-TOTAL-COUNT-WS PIC 99 VALUE 0.
           01 CAMPUS-TOTAL-MAX      PIC 99 VALUE 50.
           01 CAMPUS-TOTAL-IDX      PIC 99 VALUE 0.
           01 CAMPUS-FOUND-IDX      PIC 99 VALUE 0.
           01 REPORT-CAMPUS-WS      PIC X(4) VALUE SPACES.

           01 CSV-WORK-AREA.
               05 CSV-AVG-OUT     PIC ZZZZZ99.
               05 CSV-TUITION-OUT PIC Z,ZZ9.99.
               05 READ-COUNTER PIC 99.
               05 WRITE-COUNTER PIC 99.
               05 REJECT-COUNTER PIC 99.
               05 DECEASED-COUNTER PIC 9(5) VALUE 0.
               05 BAD-ADDRESS-COUNTER PIC 9(5) VALUE 0.

      *    Students tallied by average band for the term summary slide.
           01 GRADE-DISTRIBUTION.
               PERFORM 900-CAPTURE-OPERATOR-ID
               PERFORM 905-CAPTURE-TERM-CODE
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO JOB-START-TIMESTAMP.
           PERFORM 324-BACKUP-INDEXED-FILE.
           PERFORM 201-OPEN-FILES.
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE "../AUDIT-CHAIN.txt" TO ACP-CHAIN-FILE-NAME.
           MOVE AUDIT-LOG-RECORD TO ACP-AUDIT-ROW.
           CALL "AUDIT-CHAIN-STAMP" USING AUDIT-CHAIN-PARM.
           MOVE ACP-AUDIT-ROW TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *****************************************************************
           MOVE TERM-CODE-WS      TO PAY-TERM-CODE.
           MOVE TUITION-PAYMENT TO PAY-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PAY-DATE.
           PERFORM 007-STORE-PAYMENT-ROW.

      *    Takes the next free PAY-SEQ for the row's student, term
      *    and date - PAYMENTS.dat refuses a duplicate key (status
      *    22), so count up until the WRITE lands.
       007-STORE-PAYMENT-ROW.
           MOVE 0 TO PAY-SEQ.
           MOVE "22" TO PAYMENTS-STATUS.
           PERFORM 008-TRY-NEXT-PAY-SEQ
               UNTIL PAYMENTS-STATUS NOT = "22".

       008-TRY-NEXT-PAY-SEQ.
           ADD 1 TO PAY-SEQ.
           WRITE PAYMENT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       407-ERROR-RTN.
           DISPLAY "STUDENT RECORD NOT FOUND FOR ID: ", STUDENT-NUMBER.
           OPEN OUTPUT REJECTS-FILE.
           OPEN I-O    INDEXED-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN I-O PAYMENTS-FILE.
           OPEN EXTEND JOB-LOG-FILE.
           DISPLAY "FILES OPENED.".

               ADD 1              TO PROGRAM-TABLE-COUNT(T-ENTRY)
               ADD TUITION-OWED   TO PROGRAM-TABLE-TUITION(T-ENTRY)
               ADD STUDENT-AVG-NUM TO PROGRAM-TABLE-AVGSUM(T-ENTRY)
               PERFORM 310-ACCUMULATE-CAMPUS
           END-IF.

       310-ACCUMULATE-CAMPUS.
           MOVE 0 TO CAMPUS-FOUND-IDX.
           PERFORM VARYING CAMPUS-TOTAL-IDX FROM 1 BY 1
                   UNTIL CAMPUS-TOTAL-IDX > CAMPUS-TOTAL-COUNT-WS
                   OR CAMPUS-FOUND-IDX > 0
               IF CAMPUS-TOTAL-CODE(CAMPUS-TOTAL-IDX)
                       = REPORT-CAMPUS-WS
                   MOVE CAMPUS-TOTAL-IDX TO CAMPUS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF CAMPUS-FOUND-IDX = 0
                   AND CAMPUS-TOTAL-COUNT-WS < CAMPUS-TOTAL-MAX
               ADD 1 TO CAMPUS-TOTAL-COUNT-WS
               MOVE CAMPUS-TOTAL-COUNT-WS TO CAMPUS-FOUND-IDX
               MOVE REPORT-CAMPUS-WS
                   TO CAMPUS-TOTAL-CODE(CAMPUS-FOUND-IDX)
               MOVE 0 TO CAMPUS-TOTAL-COUNT(CAMPUS-FOUND-IDX)
               MOVE 0 TO CAMPUS-TOTAL-TUITION(CAMPUS-FOUND-IDX)
               MOVE 0 TO CAMPUS-TOTAL-AVGSUM(CAMPUS-FOUND-IDX)
           END-IF.
           IF CAMPUS-FOUND-IDX > 0
               ADD 1 TO CAMPUS-TOTAL-COUNT(CAMPUS-FOUND-IDX)
               ADD TUITION-OWED
                   TO CAMPUS-TOTAL-TUITION(CAMPUS-FOUND-IDX)
               ADD STUDENT-AVG-NUM
                   TO CAMPUS-TOTAL-AVGSUM(CAMPUS-FOUND-IDX)
           END-IF.

       306-WRITE-DEANS-LIST.
      * flat layout.  STUFILE.dat has no mailing address on file, so
      * the mail house matches this back to its own address list by
      * MAIL-STUDENT-NUMBER-OUT the same way the bursar's office
      * already does for DELINQUENT-FILE.  No letter goes to a
      * student recorded deceased (DECEASED-CHECK) or whose address
      * mail has come back from (ADDRESS-CHECK) - each one skipped
      * is counted and the bad addresses listed on the console.
      *****************************************************************
       352-WRITE-DELINQUENT-MAILER.
           MOVE STUDENT-NUMBER TO DCK-STUDENT-NUMBER.
           MOVE "../DECEASED.txt" TO DCK-FILE-NAME.
           CALL "DECEASED-CHECK" USING DECEASED-CHECK.
           IF DCK-FOUND-FLAG = "Y"
               ADD 1 TO DECEASED-COUNTER
           ELSE
               PERFORM 353-MAILER-IF-DELIVERABLE
           END-IF.

       353-MAILER-IF-DELIVERABLE.
           MOVE STUDENT-NUMBER TO ADC-STUDENT-NUMBER.
           MOVE "../RETURNED-MAIL.txt" TO ADC-FILE-NAME.
           CALL "ADDRESS-CHECK" USING ADDRESS-CHECK.
           IF ADC-BAD-FLAG = "Y"
               ADD 1 TO BAD-ADDRESS-COUNTER
               DISPLAY "SKIPPED " STUDENT-NUMBER
                   " - ADDRESS RETURNED UNDELIVERABLE "
                   ADC-RETURNED-DATE " (" ADC-DOCUMENT-TYPE ")"
           ELSE
               PERFORM 354-WRITE-MAILER-LETTER
           END-IF.

       354-WRITE-MAILER-LETTER.
           MOVE STUDENT-NUMBER      TO MAIL-STUDENT-NUMBER-OUT.
           MOVE STUDENT-NAME        TO MAIL-STUDENT-NAME-OUT.
           MOVE TUITION-OWED-OUT    TO MAIL-TUITION-OWED-OUT.
                   WRITE STUDENT-OUTPUT-FILE
               END-IF
           END-PERFORM.
           PERFORM VARYING CAMPUS-TOTAL-IDX FROM 1 BY 1
                   UNTIL CAMPUS-TOTAL-IDX > CAMPUS-TOTAL-COUNT-WS
               MOVE SPACES TO REPORT-TOTAL-LINE
               STRING "CAMPUS SUBTOTAL - "
                   CAMPUS-TOTAL-CODE(CAMPUS-TOTAL-IDX)
                   DELIMITED BY SIZE INTO RT-LABEL
               MOVE CAMPUS-TOTAL-COUNT(CAMPUS-TOTAL-IDX) TO RT-COUNT-OUT
               MOVE CAMPUS-TOTAL-TUITION(CAMPUS-TOTAL-IDX)
                   TO RT-TUITION-OUT
               DIVIDE CAMPUS-TOTAL-AVGSUM(CAMPUS-TOTAL-IDX)
                   BY CAMPUS-TOTAL-COUNT(CAMPUS-TOTAL-IDX)
                   GIVING RT-AVG-OUT ROUNDED
               MOVE REPORT-TOTAL-LINE TO STUDENT-OUTPUT-FILE
               WRITE STUDENT-OUTPUT-FILE
           END-PERFORM.
           MOVE SPACES TO REPORT-TOTAL-LINE.
           MOVE "GRAND TOTAL" TO RT-LABEL.
           MOVE GRAND-COUNT TO RT-COUNT-OUT.
           DISPLAY "  70 - 79     : " GRADE-BAND-70.
           DISPLAY "  60 - 69     : " GRADE-BAND-60.
           DISPLAY "  BELOW 60    : " GRADE-BAND-BELOW-60.
           IF DECEASED-COUNTER > 0
               DISPLAY "DECEASED-SUPPRESSED: " DECEASED-COUNTER
           END-IF.
           IF BAD-ADDRESS-COUNTER > 0
               DISPLAY "BAD-ADDRESS-SKIPPED: " BAD-ADDRESS-COUNTER
           END-IF.


       401-LOAD-PROGRAM-TABLE.
                   OR T-ENTRY > PROG-ENTRY-COUNT
                   IF PROGRAM-OF-STUDY = PROGRAM-TABLE-CODE(T-ENTRY)
                   MOVE PROGRAM-TABLE-NAME(T-ENTRY) TO PROGRAM-NAME-OUT
                   MOVE PROGRAM-TABLE-CAMPUS(T-ENTRY)
                       TO REPORT-CAMPUS-WS
                   IF REPORT-CAMPUS-WS = SPACES
                       MOVE "MAIN" TO REPORT-CAMPUS-WS
                   END-IF
                   MOVE 'Y' TO SEARCH-FLAG
                   DISPLAY "FOUND !"
                   END-IF
