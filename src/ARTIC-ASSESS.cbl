      ******************************************************************
      * Tectonics: Articulation auto-assessment.  Works the transfer-
      * credit review queue (TRANSFER-REVIEW.txt, see
      * TRANSREV-RECORD.cpy) against the articulation agreements
      * (ARTICULATION.txt, see ARTIC-RECORD.cpy, kept by ARTIC-MAINT).
      * A queued attempt is granted without a clerk when all of
      * these hold:
      *    - it was a graded attempt at the partner college,
      *    - their student id resolves to ours through ID-XREF.txt
      *      ('EDI ' rows for that institution),
      *    - an agreement covers their course for the term it was
      *      taken (effective term <= term <= expiry term, blank
      *      expiry = open-ended; the latest effective row wins),
      *    - the equivalent is in the COURSE.txt catalog,
      *    - the grade is at or above the agreement's minimum.
      * Granted credit is posted through TRANSFER-POST - the same
      * path TRANSFER-CREDIT uses: grade status 'T' on the student's
      * newest term, the origin row on TRANSFER-CREDITS.txt, the
      * AUDIT-LOG.txt row (operator ARTICAUTO) - and the row leaves
      * the queue.  Every other row stays on the queue for the
      * clerk, stamped with the reason it was not granted, and is
      * looked at again next run (an agreement may since exist).
      * The whole queue is loaded before anything posts; a queue too
      * big for the table aborts with nothing posted.  Report:
      * ARTIC-ASSESS-REPORT.txt.
      * RETURN-CODE 0 clean, 4 a posting failed on STUFILE.dat (the
      * row is kept), 8 queue overflow.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARTIC-ASSESS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REVIEW-FILE ASSIGN "TRANSFER-REVIEW.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-STATUS.
           SELECT OPTIONAL ARTIC-FILE ASSIGN "ARTICULATION.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTIC-STATUS.
           SELECT OPTIONAL XREF-FILE ASSIGN "ID-XREF.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-STATUS.
           SELECT COURSE-FILE ASSIGN "COURSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN "ARTIC-ASSESS-REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD REVIEW-FILE.
           COPY "TRANSREV-RECORD.cpy".

           FD ARTIC-FILE.
           COPY "ARTIC-RECORD.cpy".

           FD XREF-FILE.
           COPY "IDXREF-RECORD.cpy".

           FD COURSE-FILE.
           01 COURSE-RECORD.
               05 COURSE-REC-CODE          PIC X(7).
               05 COURSE-REC-TITLE         PIC X(20).
               05 COURSE-REC-CREDIT-HOURS  PIC 9(2).

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           01 REVIEW-STATUS PIC X(2).
           01 ARTIC-STATUS  PIC X(2).
           01 XREF-STATUS   PIC X(2).

           01 RUN-DATE-WS PIC 9(8) VALUE 0.

      *    No clerk signs these on, so the audit trail stamps them
      *    with a fixed ID, as GRADELOAD does.
           01 OPERATOR-ID-WS PIC X(10) VALUE "ARTICAUTO".

           01 COURSE-TABLE.
           COPY "COURSE-TABLE.cpy".

           01 COURSE-ENTRY-COUNT PIC 999 VALUE 0.
           01 COURSE-TABLE-CAPACITY PIC 999 VALUE 300.

           01 ARTIC-TABLE.
               05 ARTIC-ENTRY OCCURS 500 TIMES INDEXED AT-ENTRY.
                   10 ATB-INSTITUTION    PIC X(6).
                   10 ATB-EXT-COURSE     PIC X(12).
                   10 ATB-EQUIV-COURSE   PIC X(7).
                   10 ATB-MIN-GRADE      PIC 9(3).
                   10 ATB-EFFECTIVE-TERM PIC X(6).
                   10 ATB-EXPIRY-TERM    PIC X(6).
           01 ARTIC-COUNT PIC 9(3) VALUE 0.
           01 ARTIC-MAX   PIC 9(3) VALUE 500.

      *    'EDI ' rows of ID-XREF.txt only.
           01 XREF-TABLE.
               05 XREF-ENTRY OCCURS 500 TIMES INDEXED XR-ENTRY.
                   10 XTB-INSTITUTION    PIC X(6).
                   10 XTB-EXTERNAL-ID    PIC X(12).
                   10 XTB-STUDENT-NUMBER PIC 9(6).
           01 XREF-COUNT PIC 9(3) VALUE 0.
           01 XREF-MAX   PIC 9(3) VALUE 500.

      *    The whole queue, as read; QTB-OUTCOME 'P' = posted (off
      *    the queue), 'H' = held for the clerk.
           01 QUEUE-TABLE.
               05 QUEUE-ENTRY OCCURS 2000 TIMES INDEXED QU-ENTRY.
                   10 QTB-REVIEW-IMAGE PIC X(150).
                   10 QTB-OUTCOME      PIC X(1).
           01 QUEUE-COUNT PIC 9(4) VALUE 0.
           01 QUEUE-MAX   PIC 9(4) VALUE 2000.

           COPY "TRANSPOST-PARMS.cpy".

           01 ASSESS-WORK-AREA.
               05 ASW-STUDENT-NUMBER PIC 9(6) VALUE 0.
               05 ASW-ARTIC-MET      PIC X(1) VALUE "N".
               05 ASW-ARTIC-FOUND    PIC 9(3) VALUE 0.
               05 ASW-HOLD-REASON    PIC X(30) VALUE SPACES.

           01 COUNTERS.
               05 QUEUE-READ-COUNTER  PIC 9(6) VALUE 0.
               05 POSTED-COUNTER      PIC 9(6) VALUE 0.
               05 HELD-COUNTER        PIC 9(6) VALUE 0.
               05 FAILED-COUNTER      PIC 9(6) VALUE 0.

           01 FLAGS.
               05 EOF-REVIEW    PIC X VALUE "N".
               05 EOF-ARTIC     PIC X VALUE "N".
               05 EOF-XREF      PIC X VALUE "N".
               05 EOF-COURSE    PIC X VALUE "N".
               05 CATALOG-FOUND PIC X VALUE "N".

           01 REPORT-TITLE-LINE.
               05 FILLER PIC X(38)
                   VALUE "ARTICULATION AUTO-ASSESSMENT - RUN ".
               05 RTL-RUN-DATE PIC 9(8).

           01 REPORT-HEADER-LINE.
               05 FILLER PIC X(40)
                   VALUE "INST   THEIR ID     TERM   COURSE       ".
               05 FILLER PIC X(40)
                   VALUE "GRD OUTCOME".

           01 REPORT-DETAIL-LINE.
               05 RDT-INSTITUTION PIC X(6).
               05 FILLER          PIC X(1) VALUE SPACE.
               05 RDT-THEIR-ID    PIC X(12).
               05 FILLER          PIC X(1) VALUE SPACE.
               05 RDT-TERM-CODE   PIC X(6).
               05 FILLER          PIC X(1) VALUE SPACE.
               05 RDT-COURSE-CODE PIC X(12).
               05 FILLER          PIC X(1) VALUE SPACE.
               05 RDT-GRADE       PIC ZZ9.
               05 FILLER          PIC X(1) VALUE SPACE.
               05 RDT-OUTCOME     PIC X(50).

           01 POSTED-OUTCOME.
               05 FILLER          PIC X(10) VALUE "POSTED AS ".
               05 POC-EQUIV       PIC X(7).
               05 FILLER          PIC X(4) VALUE " TO ".
               05 POC-STUDENT     PIC 9(6).
               05 FILLER          PIC X(1) VALUE "/".
               05 POC-TERM        PIC X(6).

           01 HELD-OUTCOME.
               05 FILLER          PIC X(6) VALUE "HELD: ".
               05 HOC-REASON      PIC X(30).

           01 REPORT-COUNT-LINE.
               05 RCL-LABEL PIC X(40).
               05 RCL-COUNT PIC ZZZZZ9.

           01 BLANK-LINE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           CALL "BUSINESS-DATE" USING RUN-DATE-WS.
           PERFORM 200-LOAD-QUEUE.
           IF QUEUE-READ-COUNTER > QUEUE-MAX
               DISPLAY "TRANSFER-REVIEW.txt EXCEEDS " QUEUE-MAX
                   " ROWS. RUN ABORTED - NOTHING POSTED."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF QUEUE-COUNT = 0
                   DISPLAY "TRANSFER-REVIEW.txt IS EMPTY. NOTHING "
                       "TO ASSESS."
               ELSE
                   PERFORM 250-LOAD-AGREEMENTS
                   PERFORM 260-LOAD-XREF-TABLE
                   PERFORM 270-LOAD-COURSE-TABLE
                   OPEN OUTPUT REPORT-FILE
                   PERFORM 700-WRITE-REPORT-HEADING
                   PERFORM 300-ASSESS-ONE-ROW
                       VARYING QU-ENTRY FROM 1 BY 1
                       UNTIL QU-ENTRY > QUEUE-COUNT
                   PERFORM 600-REWRITE-QUEUE
                   PERFORM 750-WRITE-REPORT-TOTALS
                   CLOSE REPORT-FILE
                   IF FAILED-COUNTER > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           PERFORM 950-DISPLAY-STATS.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

      *****************************************************************
      * The queue is loaded whole before anything posts: a row posted
      * and then lost to an overflow would be posted again next run.
      *****************************************************************
       200-LOAD-QUEUE.
           OPEN INPUT REVIEW-FILE.
           IF REVIEW-STATUS = "00" OR REVIEW-STATUS = "05"
               PERFORM 210-LOAD-ONE-ROW UNTIL EOF-REVIEW = "Y"
                   OR QUEUE-READ-COUNTER > QUEUE-MAX
               CLOSE REVIEW-FILE
           END-IF.

       210-LOAD-ONE-ROW.
           READ REVIEW-FILE
               AT END
                   MOVE "Y" TO EOF-REVIEW
               NOT AT END
                   ADD 1 TO QUEUE-READ-COUNTER
                   IF QUEUE-READ-COUNTER NOT > QUEUE-MAX
                       ADD 1 TO QUEUE-COUNT
                       MOVE REVIEW-RECORD
                           TO QTB-REVIEW-IMAGE(QUEUE-COUNT)
                       MOVE "H" TO QTB-OUTCOME(QUEUE-COUNT)
                   END-IF
           END-READ.

       250-LOAD-AGREEMENTS.
           SET AT-ENTRY TO 1.
           OPEN INPUT ARTIC-FILE.
           IF ARTIC-STATUS = "00" OR ARTIC-STATUS = "05"
               PERFORM 255-LOAD-ONE-AGREEMENT UNTIL EOF-ARTIC = "Y"
                   OR AT-ENTRY > ARTIC-MAX
               CLOSE ARTIC-FILE
           END-IF.
           COMPUTE ARTIC-COUNT = AT-ENTRY - 1.

       255-LOAD-ONE-AGREEMENT.
           READ ARTIC-FILE
               AT END
                   MOVE "Y" TO EOF-ARTIC
               NOT AT END
                   MOVE ART-INSTITUTION TO ATB-INSTITUTION(AT-ENTRY)
                   MOVE ART-EXT-COURSE TO ATB-EXT-COURSE(AT-ENTRY)
                   MOVE ART-EQUIV-COURSE TO ATB-EQUIV-COURSE(AT-ENTRY)
                   MOVE ART-MIN-GRADE TO ATB-MIN-GRADE(AT-ENTRY)
                   MOVE ART-EFFECTIVE-TERM
                       TO ATB-EFFECTIVE-TERM(AT-ENTRY)
                   MOVE ART-EXPIRY-TERM TO ATB-EXPIRY-TERM(AT-ENTRY)
                   SET AT-ENTRY UP BY 1
           END-READ.

       260-LOAD-XREF-TABLE.
           SET XR-ENTRY TO 1.
           OPEN INPUT XREF-FILE.
           IF XREF-STATUS = "00" OR XREF-STATUS = "05"
               PERFORM 265-LOAD-ONE-XREF UNTIL EOF-XREF = "Y"
                   OR XR-ENTRY > XREF-MAX
               CLOSE XREF-FILE
           END-IF.
           COMPUTE XREF-COUNT = XR-ENTRY - 1.

       265-LOAD-ONE-XREF.
           READ XREF-FILE
               AT END
                   MOVE "Y" TO EOF-XREF
               NOT AT END
                   IF XRF-SYSTEM-CODE = "EDI "
                       MOVE XRF-INSTITUTION TO XTB-INSTITUTION(XR-ENTRY)
                       MOVE XRF-EXTERNAL-ID TO XTB-EXTERNAL-ID(XR-ENTRY)
                       MOVE XRF-STUDENT-NUMBER
                           TO XTB-STUDENT-NUMBER(XR-ENTRY)
                       SET XR-ENTRY UP BY 1
                   END-IF
           END-READ.

       270-LOAD-COURSE-TABLE.
           SET C-ENTRY TO 1.
           OPEN INPUT COURSE-FILE.
           PERFORM 275-LOAD-ONE-COURSE UNTIL EOF-COURSE = "Y"
               OR C-ENTRY > COURSE-TABLE-CAPACITY.
           CLOSE COURSE-FILE.
           COMPUTE COURSE-ENTRY-COUNT = C-ENTRY - 1.

       275-LOAD-ONE-COURSE.
           READ COURSE-FILE
               AT END
                   MOVE "Y" TO EOF-COURSE
               NOT AT END
                   MOVE COURSE-RECORD TO COURSE-TABLE-ENTRY(C-ENTRY)
                   ADD 1 TO C-ENTRY
           END-READ.

      *****************************************************************
      * One queued attempt.  The first test it fails is the reason it
      * is held; a row that passes them all is posted.
      *****************************************************************
       300-ASSESS-ONE-ROW.
           MOVE QTB-REVIEW-IMAGE(QU-ENTRY) TO REVIEW-RECORD.
           MOVE SPACES TO ASW-HOLD-REASON.
           IF TRV-GRADE-STATUS NOT = SPACE
               MOVE "NOT A GRADED ATTEMPT" TO ASW-HOLD-REASON
           ELSE
               PERFORM 310-FIND-STUDENT
               IF ASW-STUDENT-NUMBER = 0
                   MOVE "NO STUDENT NUMBER FOR THEIR ID"
                       TO ASW-HOLD-REASON
               ELSE
                   PERFORM 320-FIND-AGREEMENT
                   PERFORM 330-CHECK-AGREEMENT
               END-IF
           END-IF.
           IF ASW-HOLD-REASON = SPACES
               PERFORM 400-POST-CREDIT
           END-IF.
           IF ASW-HOLD-REASON = SPACES
               MOVE "P" TO QTB-OUTCOME(QU-ENTRY)
               ADD 1 TO POSTED-COUNTER
           ELSE
               MOVE "H" TO QTB-OUTCOME(QU-ENTRY)
               MOVE ASW-HOLD-REASON TO TRV-HOLD-REASON
               MOVE REVIEW-RECORD TO QTB-REVIEW-IMAGE(QU-ENTRY)
               ADD 1 TO HELD-COUNTER
           END-IF.
           PERFORM 710-WRITE-REPORT-DETAIL.

       310-FIND-STUDENT.
           MOVE 0 TO ASW-STUDENT-NUMBER.
           PERFORM VARYING XR-ENTRY FROM 1 BY 1
                   UNTIL XR-ENTRY > XREF-COUNT
                   OR ASW-STUDENT-NUMBER > 0
               IF XTB-INSTITUTION(XR-ENTRY) = TRV-INSTITUTION
                       AND XTB-EXTERNAL-ID(XR-ENTRY) = TRV-THEIR-ID
                   MOVE XTB-STUDENT-NUMBER(XR-ENTRY)
                       TO ASW-STUDENT-NUMBER
               END-IF
           END-PERFORM.

      *****************************************************************
      * ASW-ARTIC-MET says whether any agreement names the course;
      * ASW-ARTIC-FOUND is the one in force for the term it was
      * taken - of those, the latest effective term.
      *****************************************************************
       320-FIND-AGREEMENT.
           MOVE "N" TO ASW-ARTIC-MET.
           MOVE 0 TO ASW-ARTIC-FOUND.
           PERFORM VARYING AT-ENTRY FROM 1 BY 1
                   UNTIL AT-ENTRY > ARTIC-COUNT
               IF ATB-INSTITUTION(AT-ENTRY) = TRV-INSTITUTION
                       AND ATB-EXT-COURSE(AT-ENTRY) = TRV-COURSE-CODE
                   MOVE "Y" TO ASW-ARTIC-MET
                   IF ATB-EFFECTIVE-TERM(AT-ENTRY) NOT > TRV-TERM-CODE
                       AND (ATB-EXPIRY-TERM(AT-ENTRY) = SPACES
                       OR ATB-EXPIRY-TERM(AT-ENTRY) NOT < TRV-TERM-CODE)
                       PERFORM 325-KEEP-LATEST-AGREEMENT
                   END-IF
               END-IF
           END-PERFORM.

       325-KEEP-LATEST-AGREEMENT.
           IF ASW-ARTIC-FOUND = 0
               SET ASW-ARTIC-FOUND TO AT-ENTRY
           ELSE
               IF ATB-EFFECTIVE-TERM(AT-ENTRY)
                       > ATB-EFFECTIVE-TERM(ASW-ARTIC-FOUND)
                   SET ASW-ARTIC-FOUND TO AT-ENTRY
               END-IF
           END-IF.

       330-CHECK-AGREEMENT.
           IF ASW-ARTIC-MET = "N"
               MOVE "NO ARTICULATION AGREEMENT" TO ASW-HOLD-REASON
           ELSE
               IF ASW-ARTIC-FOUND = 0
                   MOVE "AGREEMENT NOT IN FORCE IN TERM"
                       TO ASW-HOLD-REASON
               ELSE
                   PERFORM 340-CHECK-CATALOG
                   IF CATALOG-FOUND NOT = "Y"
                       MOVE "EQUIVALENT NOT IN CATALOG"
                           TO ASW-HOLD-REASON
                   ELSE
                       IF TRV-GRADE NOT NUMERIC
                           OR TRV-GRADE < ATB-MIN-GRADE(ASW-ARTIC-FOUND)
                           MOVE "BELOW AGREEMENT MINIMUM GRADE"
                               TO ASW-HOLD-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       340-CHECK-CATALOG.
           MOVE "N" TO CATALOG-FOUND.
           PERFORM VARYING C-ENTRY FROM 1 BY 1
                   UNTIL C-ENTRY > COURSE-ENTRY-COUNT
                   OR CATALOG-FOUND = "Y"
               IF COURSE-TABLE-CODE(C-ENTRY)
                       = ATB-EQUIV-COURSE(ASW-ARTIC-FOUND)
                   MOVE "Y" TO CATALOG-FOUND
               END-IF
           END-PERFORM.

      *****************************************************************
      * Through TRANSFER-POST, exactly as a clerk's posting goes - on
      * the student's newest term, since the attempt's term is the
      * partner's, not ours.  A refused posting keeps the row.
      *****************************************************************
       400-POST-CREDIT.
           MOVE ASW-STUDENT-NUMBER TO TPP-STUDENT-NUMBER.
           MOVE SPACES             TO TPP-TERM-CODE.
           MOVE TRV-INSTITUTION    TO TPP-INSTITUTION.
           MOVE TRV-COURSE-CODE    TO TPP-EXT-COURSE.
           MOVE ATB-EQUIV-COURSE(ASW-ARTIC-FOUND) TO TPP-EQUIV-COURSE.
           MOVE TRV-GRADE          TO TPP-GRADE.
           MOVE OPERATOR-ID-WS     TO TPP-OPERATOR-ID.
           CALL "TRANSFER-POST" USING TRANSFER-POSTING.
           EVALUATE TPP-POST-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "01"
                   MOVE "ALREADY ON STUDENT RECORD" TO ASW-HOLD-REASON
               WHEN "02"
                   MOVE "STUDENT COURSE TABLE FULL" TO ASW-HOLD-REASON
               WHEN "03"
                   MOVE "NO TERM RECORD ON STUFILE" TO ASW-HOLD-REASON
               WHEN OTHER
                   MOVE "POSTING FAILED" TO ASW-HOLD-REASON
                   ADD 1 TO FAILED-COUNTER
           END-EVALUATE.

      *****************************************************************
      * Only the held rows go back; the posted ones are done.
      *****************************************************************
       600-REWRITE-QUEUE.
           OPEN OUTPUT REVIEW-FILE.
           PERFORM 610-WRITE-ONE-HELD-ROW
               VARYING QU-ENTRY FROM 1 BY 1
               UNTIL QU-ENTRY > QUEUE-COUNT.
           CLOSE REVIEW-FILE.

       610-WRITE-ONE-HELD-ROW.
           IF QTB-OUTCOME(QU-ENTRY) = "H"
               MOVE QTB-REVIEW-IMAGE(QU-ENTRY) TO REVIEW-RECORD
               WRITE REVIEW-RECORD
           END-IF.

       700-WRITE-REPORT-HEADING.
           MOVE RUN-DATE-WS TO RTL-RUN-DATE.
           WRITE REPORT-RECORD FROM REPORT-TITLE-LINE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM REPORT-HEADER-LINE.

       710-WRITE-REPORT-DETAIL.
           MOVE TRV-INSTITUTION TO RDT-INSTITUTION.
           MOVE TRV-THEIR-ID    TO RDT-THEIR-ID.
           MOVE TRV-TERM-CODE   TO RDT-TERM-CODE.
           MOVE TRV-COURSE-CODE TO RDT-COURSE-CODE.
           IF TRV-GRADE NUMERIC
               MOVE TRV-GRADE TO RDT-GRADE
           ELSE
               MOVE 0 TO RDT-GRADE
           END-IF.
           IF QTB-OUTCOME(QU-ENTRY) = "P"
               MOVE TPP-EQUIV-COURSE   TO POC-EQUIV
               MOVE TPP-STUDENT-NUMBER TO POC-STUDENT
               MOVE TPP-TERM-CODE      TO POC-TERM
               MOVE POSTED-OUTCOME TO RDT-OUTCOME
           ELSE
               MOVE ASW-HOLD-REASON TO HOC-REASON
               MOVE HELD-OUTCOME TO RDT-OUTCOME
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.

       750-WRITE-REPORT-TOTALS.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE "QUEUED ATTEMPTS ASSESSED:" TO RCL-LABEL.
           MOVE QUEUE-COUNT TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "POSTED UNDER AN AGREEMENT:" TO RCL-LABEL.
           MOVE POSTED-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "LEFT ON THE QUEUE FOR THE CLERK:" TO RCL-LABEL.
           MOVE HELD-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "  OF WHICH THE POSTING FAILED:" TO RCL-LABEL.
           MOVE FAILED-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.

       950-DISPLAY-STATS.
           DISPLAY "QUEUE ROWS READ:    " QUEUE-READ-COUNTER.
           DISPLAY "POSTED:             " POSTED-COUNTER.
           DISPLAY "HELD FOR THE CLERK: " HELD-COUNTER.
           DISPLAY "POSTINGS FAILED:    " FAILED-COUNTER.

       END PROGRAM ARTIC-ASSESS.
