      * emergency contact from EMERGENCY-CONTACTS.txt - instead of
      * phoning the registrar at home.  On-demand and fast on
      * purpose: no sign-on gate stands between an emergency and
      * the phone numbers.  A student on DECEASED.txt
      * (DECEASED-CHECK) gets no sheet - nobody is to be phoned
      * about them - and is counted in the run's closing total.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLOUT-EXTRACT.
               05 CLW-STUDENT-NUMBER PIC 9(6) VALUE 0.
               05 CLW-CONTACT-COUNT  PIC 9(2) VALUE 0.
               05 SHEET-COUNTER      PIC 9(3) VALUE 0.
               05 DECEASED-COUNTER   PIC 9(3) VALUE 0.

           01 BLANK-LINE PIC X(80) VALUE SPACES.

           COPY "DECEASED-CHECK.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "INCIDENT CALLOUT - ENTER AFFECTED STUDENT "
           CLOSE DEMO-FILE.
           CLOSE SHEETS-FILE.
           DISPLAY SHEET-COUNTER " SHEETS IN CALLOUT-SHEETS.txt".
           IF DECEASED-COUNTER > 0
               DISPLAY "DECEASED-SUPPRESSED: " DECEASED-COUNTER
           END-IF.
           STOP RUN.

       200-TAKE-ONE-STUDENT.
               IF CLW-STUDENT-NUMBER = 0
                   MOVE "Y" TO DONE-FLAG
               ELSE
                   PERFORM 250-CHECK-DECEASED
               END-IF
           END-IF.

       250-CHECK-DECEASED.
           MOVE CLW-STUDENT-NUMBER TO DCK-STUDENT-NUMBER.
           CALL "DECEASED-CHECK" USING DECEASED-CHECK.
           IF DCK-FOUND-FLAG = "Y"
               ADD 1 TO DECEASED-COUNTER
               DISPLAY "STUDENT " CLW-STUDENT-NUMBER
                   " IS DECEASED " DCK-DATE-OF-DEATH " - NO SHEET."
           ELSE
               PERFORM 300-WRITE-ONE-SHEET
           END-IF.

       300-WRITE-ONE-SHEET.
           MOVE SPACES TO SHEET-RECORD.
           STRING "CALLOUT SHEET - STUDENT " CLW-STUDENT-NUMBER
