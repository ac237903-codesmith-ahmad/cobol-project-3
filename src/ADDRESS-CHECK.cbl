      ******************************************************************
      * Tectonics: Undeliverable-address check.  Tells the caller
      * whether mail to a student's DEMOGRAPHICS.dat address has come
      * back, from RETURNED-MAIL.txt (see RTMAIL-RECORD.cpy):
      *    ADC-BAD-FLAG 'Y' = an open return is on file - the date
      *                       and document type of the latest one,
      *                 'N' = none open, date zero, type blank.
      * STATEMENT-GEN, COLLECT-MONITOR's dunning letters,
      * RECEIPT-PRINT and the letter programs (ENROLL-VERIFY,
      * MIDTERM-WARNING, AWARD-RENEWAL) CALL here before they
      * address anything, so the same dead address is not mailed
      * week after week.  CALLed the same self-contained way
      * DECEASED-CHECK is, ADC-FILE-NAME likewise naming the
      * RETURNED-MAIL.txt to read - blank for the one beside the
      * caller, ../RETURNED-MAIL.txt from a subdirectory.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RTMAIL-FILE ASSIGN RTMAIL-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTMAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD RTMAIL-FILE.
           COPY "RTMAIL-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 RTMAIL-STATUS PIC X(2).
           01 EOF-RTMAIL    PIC X VALUE "N".
           01 RTMAIL-NAME-WS PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
           COPY "ADDRESS-CHECK.cpy".

       PROCEDURE DIVISION USING ADDRESS-CHECK.
       100-MAIN.
           IF ADC-FILE-NAME = SPACES OR ADC-FILE-NAME = LOW-VALUES
               MOVE "RETURNED-MAIL.txt" TO RTMAIL-NAME-WS
           ELSE
               MOVE ADC-FILE-NAME TO RTMAIL-NAME-WS
           END-IF.
           MOVE "N" TO ADC-BAD-FLAG.
           MOVE 0 TO ADC-RETURNED-DATE.
           MOVE SPACE TO ADC-DOCUMENT-TYPE.
           MOVE "N" TO EOF-RTMAIL.
           OPEN INPUT RTMAIL-FILE.
           IF RTMAIL-STATUS = "00" OR RTMAIL-STATUS = "05"
               PERFORM 200-CHECK-ONE-ROW UNTIL EOF-RTMAIL = "Y"
               CLOSE RTMAIL-FILE
           END-IF.
           GOBACK.

       200-CHECK-ONE-ROW.
           READ RTMAIL-FILE
               AT END
                   MOVE "Y" TO EOF-RTMAIL
               NOT AT END
                   IF RTM-STUDENT-NUMBER = ADC-STUDENT-NUMBER
                           AND RTM-STATUS = SPACE
                           AND RTM-RETURNED-DATE NOT < ADC-RETURNED-DATE
                       MOVE RTM-RETURNED-DATE TO ADC-RETURNED-DATE
                       MOVE RTM-DOCUMENT-TYPE TO ADC-DOCUMENT-TYPE
                       MOVE "Y" TO ADC-BAD-FLAG
                   END-IF
           END-READ.

       END PROGRAM ADDRESS-CHECK.
