      ******************************************************************
      * Tectonics: Requirement exception listing.  Every substitution
      * and waiver approved in a term (REQ-EXCEPTIONS.txt, see
      * REQEXC-RECORD.cpy, entered through REQ-EXCEPTION) goes to
      * the registrar for review on REQ-EXCEPTIONS-REPORT.txt: who,
      * which program and requirement, what stands in for it, who
      * approved it and why, with substitution and waiver counts
      * per approving supervisor at the foot.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-LIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXCEPTION-FILE ASSIGN "REQ-EXCEPTIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-STATUS.
           SELECT REPORT-FILE ASSIGN "REQ-EXCEPTIONS-REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD EXCEPTION-FILE.
           COPY "REQEXC-RECORD.cpy".

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(110).

       WORKING-STORAGE SECTION.
           01 EXCEPTION-STATUS PIC X(2).

           01 RUN-TERM-CODE PIC X(6) VALUE SPACES.
           01 RUN-DATE-WS   PIC 9(8) VALUE 0.

      *    Tallies per approving supervisor.
           01 APPROVER-TABLE.
               05 APPROVER-ENTRY OCCURS 100 TIMES INDEXED AP-ENTRY.
                   10 APR-OPERATOR-ID   PIC X(10).
                   10 APR-SUBSTITUTIONS PIC 9(5).
                   10 APR-WAIVERS       PIC 9(5).
           01 APPROVER-COUNT PIC 9(3) VALUE 0.
           01 APPROVER-MAX   PIC 9(3) VALUE 100.
           01 APPROVER-FOUND PIC 9(3) VALUE 0.

           01 COUNTERS.
               05 READ-COUNTER         PIC 9(6) VALUE 0.
               05 LISTED-COUNTER       PIC 9(6) VALUE 0.
               05 SUBSTITUTION-COUNTER PIC 9(6) VALUE 0.
               05 WAIVER-COUNTER       PIC 9(6) VALUE 0.

           01 FLAGS.
               05 EOF-EXCEPTION PIC X VALUE "N".

           01 REPORT-TITLE-LINE.
               05 FILLER PIC X(30)
                   VALUE "REQUIREMENT EXCEPTIONS - TERM ".
               05 RTL-TERM-CODE PIC X(6).
               05 FILLER PIC X(8) VALUE "   RUN ".
               05 RTL-RUN-DATE  PIC 9(8).

           01 REPORT-HEADER-LINE.
               05 FILLER PIC X(44)
                   VALUE "STUDENT PROGRM REQUIRD TYPE         INSTEAD ".
               05 FILLER PIC X(40)
                   VALUE "APPROVER   DATE     REASON".

           01 REPORT-DETAIL-LINE.
               05 RDT-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 RDT-PROGRAM-CODE   PIC X(6).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 RDT-REQUIRED       PIC X(7).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 RDT-TYPE           PIC X(12).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 RDT-SUBSTITUTE     PIC X(7).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 RDT-APPROVED-BY    PIC X(10).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 RDT-APPROVED-DATE  PIC 9(8).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 RDT-REASON         PIC X(40).

           01 APPROVER-LINE.
               05 FILLER            PIC X(13) VALUE "  APPROVED BY".
               05 FILLER            PIC X(1) VALUE SPACE.
               05 APL-OPERATOR-ID   PIC X(10).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 APL-SUBSTITUTIONS PIC ZZZZ9.
               05 FILLER            PIC X(15) VALUE " SUBSTITUTIONS".
               05 APL-WAIVERS       PIC ZZZZ9.
               05 FILLER            PIC X(8) VALUE " WAIVERS".

           01 REPORT-COUNT-LINE.
               05 RCL-LABEL PIC X(40).
               05 RCL-COUNT PIC ZZZZZ9.

           01 REPORT-TEXT-LINE PIC X(110).
           01 BLANK-LINE PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "REQUIREMENT EXCEPTIONS - TERM CODE (CCYYTT): ".
           ACCEPT RUN-TERM-CODE.
           IF RUN-TERM-CODE = SPACES
               DISPLAY "TERM CODE CANNOT BE BLANK."
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL "BUSINESS-DATE" USING RUN-DATE-WS
               OPEN OUTPUT REPORT-FILE
               PERFORM 200-WRITE-HEADING
               OPEN INPUT EXCEPTION-FILE
               IF EXCEPTION-STATUS = "00" OR EXCEPTION-STATUS = "05"
                   PERFORM 300-LIST-ONE-EXCEPTION
                       UNTIL EOF-EXCEPTION = "Y"
                   CLOSE EXCEPTION-FILE
               END-IF
               PERFORM 700-WRITE-TOTALS
               CLOSE REPORT-FILE
               PERFORM 950-DISPLAY-STATS
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       200-WRITE-HEADING.
           MOVE RUN-TERM-CODE TO RTL-TERM-CODE.
           MOVE RUN-DATE-WS   TO RTL-RUN-DATE.
           WRITE REPORT-RECORD FROM REPORT-TITLE-LINE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM REPORT-HEADER-LINE.

       300-LIST-ONE-EXCEPTION.
           READ EXCEPTION-FILE
               AT END
                   MOVE "Y" TO EOF-EXCEPTION
               NOT AT END
                   ADD 1 TO READ-COUNTER
                   IF RQX-TERM-CODE = RUN-TERM-CODE
                       PERFORM 310-WRITE-DETAIL
                       PERFORM 320-TALLY-APPROVER
                   END-IF
           END-READ.

       310-WRITE-DETAIL.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE RQX-STUDENT-NUMBER    TO RDT-STUDENT-NUMBER.
           MOVE RQX-PROGRAM-CODE      TO RDT-PROGRAM-CODE.
           MOVE RQX-REQUIRED-COURSE   TO RDT-REQUIRED.
           IF RQX-EXCEPTION-TYPE = "W"
               MOVE "WAIVER" TO RDT-TYPE
               ADD 1 TO WAIVER-COUNTER
           ELSE
               MOVE "SUBSTITUTION" TO RDT-TYPE
               ADD 1 TO SUBSTITUTION-COUNTER
           END-IF.
           MOVE RQX-SUBSTITUTE-COURSE TO RDT-SUBSTITUTE.
           MOVE RQX-APPROVED-BY       TO RDT-APPROVED-BY.
           MOVE RQX-APPROVED-DATE     TO RDT-APPROVED-DATE.
           MOVE RQX-REASON            TO RDT-REASON.
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.
           ADD 1 TO LISTED-COUNTER.

       320-TALLY-APPROVER.
           MOVE 0 TO APPROVER-FOUND.
           PERFORM VARYING AP-ENTRY FROM 1 BY 1
                   UNTIL AP-ENTRY > APPROVER-COUNT
                   OR APPROVER-FOUND > 0
               IF APR-OPERATOR-ID(AP-ENTRY) = RQX-APPROVED-BY
                   SET APPROVER-FOUND TO AP-ENTRY
               END-IF
           END-PERFORM.
           IF APPROVER-FOUND = 0 AND APPROVER-COUNT < APPROVER-MAX
               ADD 1 TO APPROVER-COUNT
               MOVE APPROVER-COUNT TO APPROVER-FOUND
               MOVE RQX-APPROVED-BY
                   TO APR-OPERATOR-ID(APPROVER-FOUND)
               MOVE 0 TO APR-SUBSTITUTIONS(APPROVER-FOUND)
               MOVE 0 TO APR-WAIVERS(APPROVER-FOUND)
           END-IF.
           IF APPROVER-FOUND > 0
               IF RQX-EXCEPTION-TYPE = "W"
                   ADD 1 TO APR-WAIVERS(APPROVER-FOUND)
               ELSE
                   ADD 1 TO APR-SUBSTITUTIONS(APPROVER-FOUND)
               END-IF
           END-IF.

       700-WRITE-TOTALS.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           IF LISTED-COUNTER = 0
               MOVE "NO EXCEPTIONS APPROVED IN THE TERM."
                   TO REPORT-TEXT-LINE
               WRITE REPORT-RECORD FROM REPORT-TEXT-LINE
           END-IF.
           MOVE "SUBSTITUTIONS APPROVED:" TO RCL-LABEL.
           MOVE SUBSTITUTION-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "WAIVERS APPROVED:" TO RCL-LABEL.
           MOVE WAIVER-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           PERFORM 710-WRITE-ONE-APPROVER
               VARYING AP-ENTRY FROM 1 BY 1
               UNTIL AP-ENTRY > APPROVER-COUNT.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE "REVIEWED BY REGISTRAR: ____________________  "
               & "DATE: __________" TO REPORT-TEXT-LINE.
           WRITE REPORT-RECORD FROM REPORT-TEXT-LINE.

       710-WRITE-ONE-APPROVER.
           MOVE APR-OPERATOR-ID(AP-ENTRY)   TO APL-OPERATOR-ID.
           MOVE APR-SUBSTITUTIONS(AP-ENTRY) TO APL-SUBSTITUTIONS.
           MOVE APR-WAIVERS(AP-ENTRY)       TO APL-WAIVERS.
           WRITE REPORT-RECORD FROM APPROVER-LINE.

       950-DISPLAY-STATS.
           DISPLAY "EXCEPTION ROWS READ: " READ-COUNTER.
           DISPLAY "LISTED FOR THE TERM: " LISTED-COUNTER.
           DISPLAY "DETAIL IN REQ-EXCEPTIONS-REPORT.txt".

       END PROGRAM EXCEPTION-LIST.
