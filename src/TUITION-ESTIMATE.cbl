      ******************************************************************
      * Tectonics: Tuition and fee estimate at the desk.  Staff used
      * to work out "what will these courses cost?" by hand from
      * RATE.txt and COURSE-FEES.txt and often got it wrong.  Given
      * a program, residency, term and up to ten proposed courses -
      * and the student number, for a current student - the load is
      * priced through ESTIMATE-PRICE exactly as the term-start
      * assessment and registration will price it, the student's
      * exemption, posted awards and sponsor coverage taken off, and
      * the dated estimate with its disclaimer is written to
      * TUITION-ESTIMATE.txt for the desk to print and hand over,
      * the way RECEIPT-PRINT writes RECEIPT.txt.  A blank residency
      * takes the student's own, domestic for a prospective
      * student.  Nothing on STUFILE.dat or anywhere else changes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-ESTIMATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTIMATE-FILE ASSIGN "TUITION-ESTIMATE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD ESTIMATE-FILE.
           01 ESTIMATE-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ESTIMATE-PRICE.cpy".

           01 ENTRY-WORK-AREA.
               05 ETW-STUDENT-IN  PIC X(6) VALUE SPACES.
               05 ETW-COURSE-IN   PIC X(7) VALUE SPACES.
               05 ETW-DONE        PIC X VALUE "N".
               05 ETW-VALID       PIC X VALUE "Y".
               05 ETW-TODAY       PIC 9(8) VALUE 0.
               05 ETW-IDX         PIC 9(2).

           01 PRINT-WORK-AREA.
               05 AMOUNT-DISPLAY  PIC -Z,ZZZ,ZZ9.99.
               05 RATE-DISPLAY    PIC Z,ZZ9.99.
               05 HOURS-DISPLAY   PIC ZZ9.

           01 BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 200-ACCEPT-ESTIMATE.
           IF ETW-VALID NOT = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL "ESTIMATE-PRICE" USING ESTIMATE-PRICE
               IF EST-RATE-FOUND NOT = "Y"
                   DISPLAY "NO RATE IN FORCE FOR PROGRAM "
                       EST-PROGRAM-CODE " IN TERM " EST-TERM-CODE
                       ". NO ESTIMATE."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   CALL "BUSINESS-DATE" USING ETW-TODAY
                   OPEN OUTPUT ESTIMATE-FILE
                   PERFORM 400-WRITE-ESTIMATE
                   CLOSE ESTIMATE-FILE
                   MOVE EST-NET-OWING TO AMOUNT-DISPLAY
                   DISPLAY "ESTIMATED TO PAY:" AMOUNT-DISPLAY
                   DISPLAY "ESTIMATE WRITTEN TO TUITION-ESTIMATE.txt"
               END-IF
           END-IF.
           STOP RUN.

       200-ACCEPT-ESTIMATE.
           MOVE 0 TO EST-STUDENT-NUMBER.
           DISPLAY "STUDENT NUMBER (BLANK FOR A PROSPECTIVE "
               "STUDENT): ".
           ACCEPT ETW-STUDENT-IN.
           IF ETW-STUDENT-IN NOT = SPACES
               IF ETW-STUDENT-IN IS NUMERIC
                   MOVE ETW-STUDENT-IN TO EST-STUDENT-NUMBER
               ELSE
                   DISPLAY "STUDENT NUMBER MUST BE DIGITS."
                   MOVE "N" TO ETW-VALID
               END-IF
           END-IF.
           DISPLAY "PROGRAM CODE: ".
           ACCEPT EST-PROGRAM-CODE.
           DISPLAY "TERM CODE (CCYYTT): ".
           ACCEPT EST-TERM-CODE.
           DISPLAY "RESIDENCY D/P/I (BLANK = ON FILE): ".
           ACCEPT EST-RESIDENCY.
           IF EST-PROGRAM-CODE = SPACES OR EST-TERM-CODE = SPACES
               DISPLAY "PROGRAM AND TERM ARE BOTH REQUIRED."
               MOVE "N" TO ETW-VALID
           END-IF.
           IF EST-RESIDENCY NOT = SPACE AND NOT = "D"
                   AND NOT = "P" AND NOT = "I"
               DISPLAY "RESIDENCY MUST BE D, P, I OR BLANK."
               MOVE "N" TO ETW-VALID
           END-IF.
           MOVE 0 TO EST-COURSE-COUNT.
           MOVE "N" TO ETW-DONE.
           IF ETW-VALID = "Y"
               DISPLAY "PROPOSED COURSES, ONE PER LINE - BLANK "
                   "TO FINISH (UP TO 10):"
               PERFORM 210-ACCEPT-ONE-COURSE
                   UNTIL ETW-DONE = "Y" OR EST-COURSE-COUNT = 10
               IF EST-COURSE-COUNT = 0
                   DISPLAY "NO COURSES ENTERED. NO ESTIMATE."
                   MOVE "N" TO ETW-VALID
               END-IF
           END-IF.

       210-ACCEPT-ONE-COURSE.
           MOVE SPACES TO ETW-COURSE-IN.
           ACCEPT ETW-COURSE-IN.
           IF ETW-COURSE-IN = SPACES
               MOVE "Y" TO ETW-DONE
           ELSE
               ADD 1 TO EST-COURSE-COUNT
               MOVE ETW-COURSE-IN TO EST-COURSE-CODE(EST-COURSE-COUNT)
           END-IF.

      *****************************************************************
      * One line per course with its hours and any course fee, the
      * tuition build-up, what comes off, and the disclaimer last.
      *****************************************************************
       400-WRITE-ESTIMATE.
           MOVE SPACES TO ESTIMATE-RECORD.
           STRING "TUITION AND FEE ESTIMATE - PREPARED " ETW-TODAY
               DELIMITED BY SIZE INTO ESTIMATE-RECORD
           END-STRING.
           WRITE ESTIMATE-RECORD.
           MOVE SPACES TO ESTIMATE-RECORD.
           IF EST-STUDENT-NUMBER > 0
               STRING "STUDENT " EST-STUDENT-NUMBER
                   "  PROGRAM " EST-PROGRAM-CODE
                   "  TERM " EST-TERM-CODE
                   "  RESIDENCY " EST-RESIDENCY-USED
                   DELIMITED BY SIZE INTO ESTIMATE-RECORD
               END-STRING
           ELSE
               STRING "PROSPECTIVE STUDENT  PROGRAM " EST-PROGRAM-CODE
                   "  TERM " EST-TERM-CODE
                   "  RESIDENCY " EST-RESIDENCY-USED
                   DELIMITED BY SIZE INTO ESTIMATE-RECORD
               END-STRING
           END-IF.
           WRITE ESTIMATE-RECORD.
           WRITE ESTIMATE-RECORD FROM BLANK-LINE.
           PERFORM 410-WRITE-ONE-COURSE
               VARYING ETW-IDX FROM 1 BY 1
               UNTIL ETW-IDX > EST-COURSE-COUNT.
           WRITE ESTIMATE-RECORD FROM BLANK-LINE.
           MOVE SPACES TO ESTIMATE-RECORD.
           MOVE EST-CREDIT-HOURS TO HOURS-DISPLAY.
           MOVE EST-PER-CREDIT TO RATE-DISPLAY.
           STRING "CREDIT HOURS " HOURS-DISPLAY " AT " RATE-DISPLAY
               " PER HOUR"
               DELIMITED BY SIZE INTO ESTIMATE-RECORD
           END-STRING.
           WRITE ESTIMATE-RECORD.
           MOVE SPACES TO ESTIMATE-RECORD.
           MOVE EST-FLAT-FEE TO AMOUNT-DISPLAY.
           STRING "PROGRAM FLAT FEE               " AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO ESTIMATE-RECORD
           END-STRING.
           WRITE ESTIMATE-RECORD.
           MOVE SPACES TO ESTIMATE-RECORD.
           MOVE EST-TUITION TO AMOUNT-DISPLAY.
           STRING "TUITION                        " AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO ESTIMATE-RECORD
           END-STRING.
           WRITE ESTIMATE-RECORD.
           IF EST-EXEMPTED > 0
               MOVE SPACES TO ESTIMATE-RECORD
               COMPUTE AMOUNT-DISPLAY = 0 - EST-EXEMPTED
               STRING "EXEMPTION " EST-EXEMPT-CATEGORY
                   "             " AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO ESTIMATE-RECORD
               END-STRING
               WRITE ESTIMATE-RECORD
           END-IF.
           MOVE SPACES TO ESTIMATE-RECORD.
           MOVE EST-COURSE-FEES TO AMOUNT-DISPLAY.
           STRING "COURSE FEES                    " AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO ESTIMATE-RECORD
           END-STRING.
           WRITE ESTIMATE-RECORD.
           IF EST-AWARDS > 0
               MOVE SPACES TO ESTIMATE-RECORD
               COMPUTE AMOUNT-DISPLAY = 0 - EST-AWARDS
               STRING "AWARDS ON FILE FOR THE TERM    " AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO ESTIMATE-RECORD
               END-STRING
               WRITE ESTIMATE-RECORD
           END-IF.
           IF EST-SPONSOR-COVER > 0
               MOVE SPACES TO ESTIMATE-RECORD
               COMPUTE AMOUNT-DISPLAY = 0 - EST-SPONSOR-COVER
               STRING "SPONSOR COVERAGE               " AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO ESTIMATE-RECORD
               END-STRING
               WRITE ESTIMATE-RECORD
           END-IF.
           MOVE SPACES TO ESTIMATE-RECORD.
           MOVE EST-NET-OWING TO AMOUNT-DISPLAY.
           STRING "ESTIMATED AMOUNT TO PAY        " AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO ESTIMATE-RECORD
           END-STRING.
           WRITE ESTIMATE-RECORD.
           IF EST-AWARD-EXCESS > 0
               MOVE SPACES TO ESTIMATE-RECORD
               MOVE EST-AWARD-EXCESS TO AMOUNT-DISPLAY
               STRING "AWARDS BEYOND THE CHARGES      " AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO ESTIMATE-RECORD
               END-STRING
               WRITE ESTIMATE-RECORD
           END-IF.
           WRITE ESTIMATE-RECORD FROM BLANK-LINE.
           MOVE "THIS IS AN ESTIMATE, NOT A BILL.  TUITION IS ASSESSED"
               TO ESTIMATE-RECORD.
           WRITE ESTIMATE-RECORD.
           MOVE "AT TERM START FROM THE COURSES YOU ARE REGISTERED IN"
               TO ESTIMATE-RECORD.
           WRITE ESTIMATE-RECORD.
           MOVE "AND THE RATES THEN IN FORCE; AWARDS AND SPONSOR"
               TO ESTIMATE-RECORD.
           WRITE ESTIMATE-RECORD.
           MOVE "COVERAGE ARE THOSE ON FILE THE DAY IT WAS PREPARED."
               TO ESTIMATE-RECORD.
           WRITE ESTIMATE-RECORD.

       410-WRITE-ONE-COURSE.
           MOVE SPACES TO ESTIMATE-RECORD.
           MOVE EST-COURSE-HOURS(ETW-IDX) TO HOURS-DISPLAY.
           IF EST-COURSE-FEE(ETW-IDX) > 0
               MOVE EST-COURSE-FEE(ETW-IDX) TO AMOUNT-DISPLAY
               STRING "  " EST-COURSE-CODE(ETW-IDX)
                   "  " HOURS-DISPLAY " HOURS  "
                   EST-COURSE-FEE-TYPE(ETW-IDX) AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO ESTIMATE-RECORD
               END-STRING
           ELSE
               STRING "  " EST-COURSE-CODE(ETW-IDX)
                   "  " HOURS-DISPLAY " HOURS"
                   DELIMITED BY SIZE INTO ESTIMATE-RECORD
               END-STRING
           END-IF.
           IF EST-IN-CATALOG(ETW-IDX) NOT = "Y"
               MOVE "NOT IN CATALOG - PRICED AT 3 HOURS"
                   TO ESTIMATE-RECORD(44:37)
           END-IF.
           WRITE ESTIMATE-RECORD.

       END PROGRAM TUITION-ESTIMATE.
