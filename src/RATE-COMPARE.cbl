      ******************************************************************
      * Tectonics: Before/after tuition rate comparison for the board
      * minutes.  Given a "before" term and an "after" term, every
      * program on RATE.txt is priced at both under the same
      * effective-dating rule TUITION-ASSESS uses (the row with the
      * latest RATE-EFFECTIVE-TERM at or before the term; blank means
      * "since forever"), and RATE-COMPARISON.txt shows the two
      * per-credit rates and flat fees side by side with the
      * per-credit change and its percentage.  A program with no
      * rate in force on one side shows a blank column there.  The
      * listing closes with the approved RATE-CHANGES.txt requests
      * behind the difference - who asked, who approved, when - so
      * the minutes carry the maker-checker trail with the numbers.
      * Each residency key a program is priced under (RATE-RESIDENCY:
      * D, P, I, or blank for every residency) is compared on its
      * own line, so an international rate change is not lost
      * inside the domestic one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-COMPARE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATE-FILE ASSIGN "RATE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
           SELECT OPTIONAL RATE-CHANGES-FILE ASSIGN "RATE-CHANGES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-STATUS.
           SELECT COMPARE-REPORT-FILE ASSIGN "RATE-COMPARISON.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD RATE-FILE.
           COPY "RATE-RECORD.cpy".

           FD RATE-CHANGES-FILE.
           COPY "RATECHG-RECORD.cpy".

           FD COMPARE-REPORT-FILE.
           01 COMPARE-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           01 RATE-STATUS  PIC X(2).
           01 QUEUE-STATUS PIC X(2).

           01 BEFORE-TERM-CODE PIC X(6) VALUE SPACES.
           01 AFTER-TERM-CODE  PIC X(6) VALUE SPACES.

      *    RATE.txt loaded once, as TUITION-ASSESS loads it.
           01 RATE-TABLE.
               05 RATE-TABLE-ENTRY OCCURS 200 TIMES INDEXED R-ENTRY.
                   10 RATE-TABLE-PROGRAM    PIC X(6).
                   10 RATE-TABLE-PER-CREDIT PIC 9(4)V99.
                   10 RATE-TABLE-FLAT-FEE   PIC 9(4)V99.
                   10 RATE-TABLE-EFFECTIVE  PIC X(6).
                   10 RATE-TABLE-RESIDENCY  PIC X(1).
           01 RATE-ENTRY-COUNT PIC 999 VALUE 0.
           01 RATE-TABLE-CAPACITY PIC 999 VALUE 200.

      *    Distinct program/residency pairs, in the order RATE.txt
      *    first names them.
           01 PROGRAM-LIST.
               05 PROGRAM-LIST-ENTRY OCCURS 200 TIMES.
                   10 PGL-PROGRAM-CODE PIC X(6).
                   10 PGL-RESIDENCY    PIC X(1).
           01 PROGRAM-LIST-COUNT PIC 999 VALUE 0.

           01 COUNTERS.
               05 PROGRAM-COUNTER  PIC 9(3) VALUE 0.
               05 CHANGED-COUNTER  PIC 9(3) VALUE 0.
               05 APPROVED-COUNTER PIC 9(3) VALUE 0.

           01 FLAGS.
               05 EOF-RATE   PIC X VALUE "N".
               05 EOF-QUEUE  PIC X VALUE "N".
               05 RATE-FOUND PIC X VALUE "N".
               05 LISTED-FLAG PIC X VALUE "N".

           01 COMPARE-WORK-AREA.
               05 IDX-WS              PIC 9(3).
               05 RATE-IDX-WS         PIC 9(3).
               05 TARGET-TERM-WS      PIC X(6).
               05 BEST-EFFECTIVE-WS   PIC X(6).
               05 FOUND-PER-CREDIT-WS PIC 9(4)V99.
               05 FOUND-FLAT-FEE-WS   PIC 9(4)V99.
               05 BEFORE-FOUND        PIC X.
               05 BEFORE-PER-CREDIT   PIC 9(4)V99.
               05 BEFORE-FLAT-FEE     PIC 9(4)V99.
               05 AFTER-FOUND         PIC X.
               05 AFTER-PER-CREDIT    PIC 9(4)V99.
               05 AFTER-FLAT-FEE      PIC 9(4)V99.
               05 CHANGE-WS           PIC S9(5)V99.
               05 PCT-WS              PIC S9(5)V9.

           01 COMPARE-TITLE-LINE.
               05 FILLER PIC X(31)
                   VALUE "TUITION RATE COMPARISON  TERM ".
               05 CTL-BEFORE-TERM PIC X(6).
               05 FILLER PIC X(8) VALUE " AGAINST".
               05 FILLER PIC X(6) VALUE " TERM ".
               05 CTL-AFTER-TERM  PIC X(6).

           01 COMPARE-HEADER-LINE.
               05 FILLER PIC X(8)  VALUE "PROGRM R".
               05 FILLER PIC X(20) VALUE "  BEFORE/CR  FEE".
               05 FILLER PIC X(20) VALUE "   AFTER/CR  FEE".
               05 FILLER PIC X(20) VALUE "  CHANGE/CR     PCT".

           01 COMPARE-DETAIL-LINE.
               05 CDL-PROGRAM         PIC X(6).
               05 FILLER              PIC X(1) VALUE SPACES.
               05 CDL-RESIDENCY       PIC X(1).
               05 CDL-BEFORE-PER-CREDIT PIC ZZZZ9.99.
               05 FILLER              PIC X(1) VALUE SPACES.
               05 CDL-BEFORE-FLAT-FEE PIC ZZZZ9.99.
               05 FILLER              PIC X(2) VALUE SPACES.
               05 CDL-AFTER-PER-CREDIT PIC ZZZZ9.99.
               05 FILLER              PIC X(1) VALUE SPACES.
               05 CDL-AFTER-FLAT-FEE  PIC ZZZZ9.99.
               05 FILLER              PIC X(2) VALUE SPACES.
               05 CDL-CHANGE          PIC +ZZZZ9.99.
               05 FILLER              PIC X(2) VALUE SPACES.
               05 CDL-PCT             PIC +ZZZ9.9.
               05 FILLER              PIC X(2) VALUE SPACES.
               05 CDL-NOTE            PIC X(12).

           01 APPROVED-HEADER-LINE.
               05 FILLER PIC X(40)
                   VALUE "APPROVED RATE CHANGES BEHIND THE FIGURES".

           01 APPROVED-DETAIL-LINE.
               05 ADL-CHANGE-ID   PIC 9(6).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ADL-PROGRAM     PIC X(6).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ADL-RESIDENCY   PIC X(1).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ADL-EFFECTIVE   PIC X(6).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ADL-ACTION      PIC X(1).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ADL-REQUESTER   PIC X(10).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ADL-REQ-DATE    PIC 9(8).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ADL-DECIDED-BY  PIC X(10).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ADL-DECIDED-DATE PIC 9(8).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ADL-REASON      PIC X(20).

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "RATE COMPARISON - BEFORE TERM (CCYYTT): ".
           ACCEPT BEFORE-TERM-CODE.
           DISPLAY "AFTER TERM (CCYYTT): ".
           ACCEPT AFTER-TERM-CODE.
           IF BEFORE-TERM-CODE = SPACES OR AFTER-TERM-CODE = SPACES
               DISPLAY "BOTH TERM CODES ARE REQUIRED."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 200-LOAD-RATE-TABLE
               IF RATE-ENTRY-COUNT = 0
                   DISPLAY "RATE.txt IS EMPTY OR MISSING. "
                       "NOTHING TO COMPARE."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT COMPARE-REPORT-FILE
                   PERFORM 400-WRITE-HEADINGS
                   PERFORM 500-COMPARE-ONE-PROGRAM
                       VARYING IDX-WS FROM 1 BY 1
                       UNTIL IDX-WS > PROGRAM-LIST-COUNT
                   PERFORM 600-LIST-APPROVED-CHANGES
                   CLOSE COMPARE-REPORT-FILE
                   PERFORM 950-DISPLAY-STATS
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       200-LOAD-RATE-TABLE.
           SET R-ENTRY TO 1.
           OPEN INPUT RATE-FILE.
           IF RATE-STATUS = "00" OR RATE-STATUS = "05"
               PERFORM 210-LOAD-ONE-RATE UNTIL EOF-RATE = "Y"
                   OR R-ENTRY > RATE-TABLE-CAPACITY
               CLOSE RATE-FILE
           END-IF.
           COMPUTE RATE-ENTRY-COUNT = R-ENTRY - 1.
           IF EOF-RATE NOT = "Y" AND RATE-ENTRY-COUNT > 0
               DISPLAY "RATE.txt EXCEEDS " RATE-TABLE-CAPACITY
                   " ROWS - COMPARISON COVERS THE FIRST "
                   RATE-TABLE-CAPACITY " ONLY."
               MOVE 4 TO RETURN-CODE
           END-IF.

       210-LOAD-ONE-RATE.
           READ RATE-FILE
               AT END
                   MOVE "Y" TO EOF-RATE
               NOT AT END
                   MOVE RATE-PROGRAM-CODE
                       TO RATE-TABLE-PROGRAM(R-ENTRY)
                   MOVE RATE-PER-CREDIT
                       TO RATE-TABLE-PER-CREDIT(R-ENTRY)
                   MOVE RATE-FLAT-FEE
                       TO RATE-TABLE-FLAT-FEE(R-ENTRY)
                   MOVE RATE-EFFECTIVE-TERM
                       TO RATE-TABLE-EFFECTIVE(R-ENTRY)
                   MOVE RATE-RESIDENCY
                       TO RATE-TABLE-RESIDENCY(R-ENTRY)
                   PERFORM 220-NOTE-PROGRAM
                   ADD 1 TO R-ENTRY
           END-READ.

       220-NOTE-PROGRAM.
           MOVE "N" TO LISTED-FLAG.
           PERFORM VARYING RATE-IDX-WS FROM 1 BY 1
                   UNTIL RATE-IDX-WS > PROGRAM-LIST-COUNT
                   OR LISTED-FLAG = "Y"
               IF PGL-PROGRAM-CODE(RATE-IDX-WS) = RATE-PROGRAM-CODE
                       AND PGL-RESIDENCY(RATE-IDX-WS) = RATE-RESIDENCY
                   MOVE "Y" TO LISTED-FLAG
               END-IF
           END-PERFORM.
           IF LISTED-FLAG NOT = "Y"
               ADD 1 TO PROGRAM-LIST-COUNT
               MOVE RATE-PROGRAM-CODE
                   TO PGL-PROGRAM-CODE(PROGRAM-LIST-COUNT)
               MOVE RATE-RESIDENCY
                   TO PGL-RESIDENCY(PROGRAM-LIST-COUNT)
           END-IF.

      *****************************************************************
      * The rate in force for one program and residency key at
      * TARGET-TERM-WS: the row with the latest effective term at or
      * before it (a blank effective term sorts low - "since
      * forever").
      *****************************************************************
       300-FIND-RATE-IN-FORCE.
           MOVE "N" TO RATE-FOUND.
           MOVE LOW-VALUES TO BEST-EFFECTIVE-WS.
           MOVE 0 TO FOUND-PER-CREDIT-WS.
           MOVE 0 TO FOUND-FLAT-FEE-WS.
           PERFORM VARYING RATE-IDX-WS FROM 1 BY 1
                   UNTIL RATE-IDX-WS > RATE-ENTRY-COUNT
               IF RATE-TABLE-PROGRAM(RATE-IDX-WS)
                       = PGL-PROGRAM-CODE(IDX-WS)
                       AND RATE-TABLE-RESIDENCY(RATE-IDX-WS)
                       = PGL-RESIDENCY(IDX-WS)
                       AND RATE-TABLE-EFFECTIVE(RATE-IDX-WS)
                       <= TARGET-TERM-WS
                   IF RATE-FOUND = "N"
                           OR RATE-TABLE-EFFECTIVE(RATE-IDX-WS)
                           >= BEST-EFFECTIVE-WS
                       MOVE RATE-TABLE-EFFECTIVE(RATE-IDX-WS)
                           TO BEST-EFFECTIVE-WS
                       MOVE RATE-TABLE-PER-CREDIT(RATE-IDX-WS)
                           TO FOUND-PER-CREDIT-WS
                       MOVE RATE-TABLE-FLAT-FEE(RATE-IDX-WS)
                           TO FOUND-FLAT-FEE-WS
                       MOVE "Y" TO RATE-FOUND
                   END-IF
               END-IF
           END-PERFORM.

       400-WRITE-HEADINGS.
           MOVE BEFORE-TERM-CODE TO CTL-BEFORE-TERM.
           MOVE AFTER-TERM-CODE  TO CTL-AFTER-TERM.
           WRITE COMPARE-REPORT-RECORD FROM COMPARE-TITLE-LINE.
           MOVE SPACES TO COMPARE-REPORT-RECORD.
           WRITE COMPARE-REPORT-RECORD.
           WRITE COMPARE-REPORT-RECORD FROM COMPARE-HEADER-LINE.

       500-COMPARE-ONE-PROGRAM.
           ADD 1 TO PROGRAM-COUNTER.
           MOVE BEFORE-TERM-CODE TO TARGET-TERM-WS.
           PERFORM 300-FIND-RATE-IN-FORCE.
           MOVE RATE-FOUND          TO BEFORE-FOUND.
           MOVE FOUND-PER-CREDIT-WS TO BEFORE-PER-CREDIT.
           MOVE FOUND-FLAT-FEE-WS   TO BEFORE-FLAT-FEE.
           MOVE AFTER-TERM-CODE TO TARGET-TERM-WS.
           PERFORM 300-FIND-RATE-IN-FORCE.
           MOVE RATE-FOUND          TO AFTER-FOUND.
           MOVE FOUND-PER-CREDIT-WS TO AFTER-PER-CREDIT.
           MOVE FOUND-FLAT-FEE-WS   TO AFTER-FLAT-FEE.
           MOVE SPACES TO COMPARE-DETAIL-LINE.
           MOVE PGL-PROGRAM-CODE(IDX-WS) TO CDL-PROGRAM.
           MOVE PGL-RESIDENCY(IDX-WS)    TO CDL-RESIDENCY.
           IF BEFORE-FOUND = "Y"
               MOVE BEFORE-PER-CREDIT TO CDL-BEFORE-PER-CREDIT
               MOVE BEFORE-FLAT-FEE   TO CDL-BEFORE-FLAT-FEE
           END-IF.
           IF AFTER-FOUND = "Y"
               MOVE AFTER-PER-CREDIT TO CDL-AFTER-PER-CREDIT
               MOVE AFTER-FLAT-FEE   TO CDL-AFTER-FLAT-FEE
           END-IF.
           EVALUATE TRUE
               WHEN BEFORE-FOUND NOT = "Y" AND AFTER-FOUND = "Y"
                   MOVE "NEW RATE" TO CDL-NOTE
                   ADD 1 TO CHANGED-COUNTER
               WHEN BEFORE-FOUND = "Y" AND AFTER-FOUND NOT = "Y"
                   MOVE "NO RATE" TO CDL-NOTE
                   ADD 1 TO CHANGED-COUNTER
               WHEN BEFORE-FOUND = "Y" AND AFTER-FOUND = "Y"
                   COMPUTE CHANGE-WS =
                       AFTER-PER-CREDIT - BEFORE-PER-CREDIT
                   MOVE CHANGE-WS TO CDL-CHANGE
                   IF BEFORE-PER-CREDIT > 0
                       COMPUTE PCT-WS ROUNDED =
                           CHANGE-WS * 100 / BEFORE-PER-CREDIT
                       MOVE PCT-WS TO CDL-PCT
                   END-IF
                   IF CHANGE-WS NOT = 0
                           OR AFTER-FLAT-FEE NOT = BEFORE-FLAT-FEE
                       MOVE "CHANGED" TO CDL-NOTE
                       ADD 1 TO CHANGED-COUNTER
                   END-IF
           END-EVALUATE.
           WRITE COMPARE-REPORT-RECORD FROM COMPARE-DETAIL-LINE.

      *****************************************************************
      * The approved requests that explain the difference: decided
      * 'A' with an effective term after the "before" term and at or
      * before the "after" term.
      *****************************************************************
       600-LIST-APPROVED-CHANGES.
           MOVE SPACES TO COMPARE-REPORT-RECORD.
           WRITE COMPARE-REPORT-RECORD.
           WRITE COMPARE-REPORT-RECORD FROM APPROVED-HEADER-LINE.
           OPEN INPUT RATE-CHANGES-FILE.
           IF QUEUE-STATUS = "00" OR QUEUE-STATUS = "05"
               PERFORM 610-LIST-ONE-CHANGE UNTIL EOF-QUEUE = "Y"
               CLOSE RATE-CHANGES-FILE
           END-IF.
           IF APPROVED-COUNTER = 0
               MOVE "  NONE ON FILE FOR THIS PERIOD"
                   TO COMPARE-REPORT-RECORD
               WRITE COMPARE-REPORT-RECORD
           END-IF.

       610-LIST-ONE-CHANGE.
           READ RATE-CHANGES-FILE
               AT END
                   MOVE "Y" TO EOF-QUEUE
               NOT AT END
                   IF RCH-STATUS = "A"
                           AND RCH-EFFECTIVE-TERM > BEFORE-TERM-CODE
                           AND RCH-EFFECTIVE-TERM <= AFTER-TERM-CODE
                       MOVE SPACES TO APPROVED-DETAIL-LINE
                       MOVE RCH-CHANGE-ID      TO ADL-CHANGE-ID
                       MOVE RCH-PROGRAM-CODE   TO ADL-PROGRAM
                       MOVE RCH-RESIDENCY      TO ADL-RESIDENCY
                       MOVE RCH-EFFECTIVE-TERM TO ADL-EFFECTIVE
                       MOVE RCH-ACTION         TO ADL-ACTION
                       MOVE RCH-REQUESTER      TO ADL-REQUESTER
                       MOVE RCH-REQUESTED-DATE TO ADL-REQ-DATE
                       MOVE RCH-DECIDED-BY     TO ADL-DECIDED-BY
                       MOVE RCH-DECIDED-DATE   TO ADL-DECIDED-DATE
                       MOVE RCH-REASON         TO ADL-REASON
                       WRITE COMPARE-REPORT-RECORD
                           FROM APPROVED-DETAIL-LINE
                       ADD 1 TO APPROVED-COUNTER
                   END-IF
           END-READ.

       950-DISPLAY-STATS.
           DISPLAY "PROGRAMS COMPARED:   " PROGRAM-COUNTER.
           DISPLAY "RATES DIFFERING:     " CHANGED-COUNTER.
           DISPLAY "APPROVED CHANGES:    " APPROVED-COUNTER.
           DISPLAY "LISTING IN RATE-COMPARISON.txt".

       END PROGRAM RATE-COMPARE.
