      * number - the next sequence comes from the log itself, so the
      * numbering can't fork.  Runs for one student from a prompt,
      * or for every active student on a term as a batch.
      * No letter is issued for a student on DECEASED.txt - it is
      * suppressed and logged the way a privacy block is.
      * Nor for a student whose address has come back undeliverable
      * (ADDRESS-CHECK) - suppressed, logged, and listed on the run
      * log for the mailroom.
      * The letter carries the legal name (STUDENT-NAME), never a
      * preferred name.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLL-VERIFY.
           01 PROGRAM-RECORD.
               05 PGM-REC-CODE PIC X(6).
               05 PGM-REC-NAME PIC X(20).
               05 FILLER       PIC X(13).

           FD DEMO-FILE.
           COPY "DEMO-RECORD.cpy".
           01 COUNTERS.
               05 LETTER-COUNTER PIC 9(5) VALUE 0.
               05 SUPPRESSED-COUNTER PIC 9(5) VALUE 0.
               05 DECEASED-COUNTER PIC 9(5) VALUE 0.
               05 BAD-ADDRESS-COUNTER PIC 9(5) VALUE 0.
           01 PRIVACY-BLOCKED PIC X VALUE "N".
      *    Why a letter was suppressed - the audit row's field name.
           01 SUPPRESS-REASON-WS PIC X(20) VALUE SPACES.
           COPY "DECEASED-CHECK.cpy".
           COPY "ADDRESS-CHECK.cpy".
           01 PLACEMENT-STATUS PIC X(2).
           01 EOF-PLACEMENT PIC X VALUE "N".
           01 WORK-TERM-FLAG PIC X VALUE "N".
           DISPLAY "LETTERS ISSUED:      " LETTER-COUNTER
               " (ENROLL-LETTERS.txt)".
           DISPLAY "PRIVACY-SUPPRESSED:  " SUPPRESSED-COUNTER.
           DISPLAY "DECEASED-SUPPRESSED: " DECEASED-COUNTER.
           DISPLAY "BAD-ADDRESS-SKIPPED: " BAD-ADDRESS-COUNTER.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.
      *    A privacy-blocked student gets NO verification letter -
      *    the lender hears nothing, and the attempt is logged.
           PERFORM 405-CHECK-PRIVACY-BLOCK.
           MOVE STUDENT-NUMBER TO DCK-STUDENT-NUMBER.
           CALL "DECEASED-CHECK" USING DECEASED-CHECK.
           MOVE STUDENT-NUMBER TO ADC-STUDENT-NUMBER.
           CALL "ADDRESS-CHECK" USING ADDRESS-CHECK.
           EVALUATE TRUE
               WHEN PRIVACY-BLOCKED = "Y"
                   ADD 1 TO SUPPRESSED-COUNTER
                   MOVE "PRIVACY-BLOCK" TO SUPPRESS-REASON-WS
                   PERFORM 407-LOG-SUPPRESSION
               WHEN DCK-FOUND-FLAG = "Y"
                   ADD 1 TO DECEASED-COUNTER
                   MOVE "DECEASED" TO SUPPRESS-REASON-WS
                   PERFORM 407-LOG-SUPPRESSION
               WHEN ADC-BAD-FLAG = "Y"
                   ADD 1 TO BAD-ADDRESS-COUNTER
                   MOVE "RETURNED-MAIL" TO SUPPRESS-REASON-WS
                   PERFORM 407-LOG-SUPPRESSION
                   DISPLAY "SKIPPED " STUDENT-NUMBER
                       " - ADDRESS RETURNED UNDELIVERABLE "
                       ADC-RETURNED-DATE " (" ADC-DOCUMENT-TYPE ")"
               WHEN OTHER
                   PERFORM 408-WRITE-LETTER-BODY
           END-EVALUATE.

       405-CHECK-PRIVACY-BLOCK.
           MOVE "N" TO PRIVACY-BLOCKED.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE TERM-CODE      TO AUD-TERM-CODE.
           MOVE SUPPRESS-REASON-WS TO AUD-FIELD-NAME.
           MOVE "ENROLL LTR" TO AUD-OLD-VALUE.
           MOVE "SUPPRESSED" TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       408-WRITE-LETTER-BODY.
