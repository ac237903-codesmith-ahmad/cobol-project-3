      * instead of a faked course poisoning the GPA through
      * UPDATE-STUDENT-FILE.  The origin (institution and their
      * course code) is kept in TRANSFER-CREDITS.txt, and every
      * placement writes the standard AUDIT-LOG.txt row.  The
      * placement itself is TRANSFER-POST's, the path ARTIC-ASSESS
      * posts agreement-granted credit through as well.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-CREDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-FILE ASSIGN "COURSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD COURSE-FILE.
           01 COURSE-RECORD.
               05 COURSE-REC-CODE          PIC X(7).
               05 COURSE-REC-TITLE         PIC X(20).
               05 COURSE-REC-CREDIT-HOURS  PIC 9(2).

       WORKING-STORAGE SECTION.
      *    A real OPERATOR.txt sign-on; inquiry-only operators may
      *    not post credit.
           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 COURSE-ENTRY-COUNT PIC 999 VALUE 0.
           01 COURSE-TABLE-CAPACITY PIC 999 VALUE 300.

           COPY "TRANSPOST-PARMS.cpy".

           01 FLAGS.
               05 EOF-COURSE  PIC X VALUE "N".
               05 DONE-FLAG   PIC X VALUE "N".
               05 TCW-EQUIV-COURSE   PIC X(7) VALUE SPACES.
               05 TCW-GRADE-IN       PIC X(3) VALUE SPACES.
               05 TCW-GRADE          PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       100-MAIN.
               OPERATOR-PASSWORD-WS OPERATOR-ROLE-WS
               SIGNON-STATUS-WS.
           IF SIGNON-STATUS-WS NOT = "00"
                   OR OPERATOR-ROLE-WS = "I" OR "A" OR "C"
               DISPLAY "UPDATE SIGN-ON REQUIRED. PROGRAM ENDS."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 200-LOAD-COURSE-TABLE
               PERFORM 300-POST-ONE-CREDIT UNTIL DONE-FLAG = "Y"
           END-IF.
               END-IF
           END-PERFORM.

       400-PLACE-ON-RECORD.
           MOVE TCW-STUDENT-NUMBER TO TPP-STUDENT-NUMBER.
           MOVE TCW-TERM-CODE      TO TPP-TERM-CODE.
           MOVE TCW-INSTITUTION    TO TPP-INSTITUTION.
           MOVE TCW-EXT-COURSE     TO TPP-EXT-COURSE.
           MOVE TCW-EQUIV-COURSE   TO TPP-EQUIV-COURSE.
           MOVE TCW-GRADE          TO TPP-GRADE.
           MOVE OPERATOR-ID-WS     TO TPP-OPERATOR-ID.
           CALL "TRANSFER-POST" USING TRANSFER-POSTING.
           EVALUATE TPP-POST-STATUS
               WHEN "00"
                   DISPLAY "TRANSFER CREDIT POSTED."
               WHEN "01"
                   DISPLAY TCW-EQUIV-COURSE " IS ALREADY ON "
                       "THE RECORD. NOT POSTED."
               WHEN "02"
                   DISPLAY "COURSE TABLE FULL. NOT POSTED."
               WHEN "03"
                   DISPLAY "NO RECORD FOR STUDENT "
                       TCW-STUDENT-NUMBER " TERM " TCW-TERM-CODE
               WHEN OTHER
                   DISPLAY "NOT POSTED."
           END-EVALUATE.

       END PROGRAM TRANSFER-CREDIT.
