      ******************************************************************
      * Tectonics: Returned-mail intake.  Canada Post brings back a
      * stack of our envelopes every week - statements, dunning
      * notices, verification letters, receipts - and until now
      * nothing recorded that the address they went to is bad, so
      * the next run mailed it again.  The mailroom keys each
      * returned envelope here: the student, the date it came back,
      * what it was and the reason on the post office sticker.  One
      * RETURNED-MAIL.txt row lands per envelope (see
      * RTMAIL-RECORD.cpy) and one AUDIT-LOG.txt row with it; from
      * then on every mailer's ADDRESS-CHECK call skips the student
      * until DEMO-MAINT keys a new address.  The postal code on the
      * envelope is asked for - if the address on DEMOGRAPHICS.dat
      * has already been changed since that envelope went out, the
      * return is old news and nothing is flagged.  The weekly
      * batch of returns the post office sends electronically comes
      * in through RETMAIL-LOAD instead.
      * Update sign-on only.  Student number 0 ends the session.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMAIL-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEMO-FILE
               ASSIGN "DEMOGRAPHICS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEM-STUDENT-NUMBER
               FILE STATUS IS DEMO-STATUS.
           SELECT OPTIONAL RTMAIL-FILE ASSIGN "RETURNED-MAIL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTMAIL-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD DEMO-FILE.
           COPY "DEMO-RECORD.cpy".

           FD RTMAIL-FILE.
           COPY "RTMAIL-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 DEMO-STATUS PIC X(2).
           01 RTMAIL-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 FLAGS.
               05 DONE-FLAG PIC X VALUE "N".

           01 COUNTERS.
               05 RECORDED-COUNTER PIC 9(5) VALUE 0.

           01 RETURN-WORK-AREA.
               05 RMW-STUDENT-IN     PIC X(6) VALUE SPACES.
               05 RMW-STUDENT-NUMBER PIC 9(6) VALUE 0.
               05 RMW-DATE-IN        PIC X(8) VALUE SPACES.
               05 RMW-RETURNED-DATE  PIC 9(8) VALUE 0.
               05 RMW-DOCUMENT-TYPE  PIC X(1) VALUE SPACE.
                   88 RMW-DOCUMENT-VALID VALUE "S" "D" "V" "R" "L".
               05 RMW-POSTAL-REASON  PIC X(20) VALUE SPACES.
               05 RMW-ENVELOPE-POSTAL PIC X(7) VALUE SPACES.
               05 RMW-RUN-DATE       PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "RETURNED MAIL - ENTER YOUR OPERATOR ID: ".
           ACCEPT OPERATOR-ID-WS.
           DISPLAY "ENTER YOUR PASSWORD: ".
           ACCEPT OPERATOR-PASSWORD-WS.
           CALL "OPERATOR-SIGNON" USING OPERATOR-ID-WS
               OPERATOR-PASSWORD-WS OPERATOR-ROLE-WS
               SIGNON-STATUS-WS.
           IF SIGNON-STATUS-WS NOT = "00"
                   OR OPERATOR-ROLE-WS = "I" OR "A" OR "C"
               DISPLAY "UPDATE SIGN-ON REQUIRED. RUN CANCELLED."
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT RMW-RUN-DATE FROM DATE YYYYMMDD
               OPEN INPUT DEMO-FILE
               PERFORM 200-RECORD-ONE-RETURN UNTIL DONE-FLAG = "Y"
               CLOSE DEMO-FILE
               DISPLAY "RETURNS RECORDED THIS SESSION: "
                   RECORDED-COUNTER
           END-IF.
           STOP RUN.

       200-RECORD-ONE-RETURN.
           DISPLAY " ".
           DISPLAY "STUDENT NUMBER ON THE ENVELOPE (0 TO QUIT): ".
           ACCEPT RMW-STUDENT-IN.
           EVALUATE TRUE
               WHEN RMW-STUDENT-IN = SPACES
                   MOVE "Y" TO DONE-FLAG
               WHEN RMW-STUDENT-IN IS NOT NUMERIC
                   DISPLAY "INVALID STUDENT NUMBER. DIGITS ONLY."
               WHEN OTHER
                   MOVE RMW-STUDENT-IN TO RMW-STUDENT-NUMBER
                   IF RMW-STUDENT-NUMBER = 0
                       MOVE "Y" TO DONE-FLAG
                   ELSE
                       PERFORM 210-SHOW-ADDRESS
                   END-IF
           END-EVALUATE.

       210-SHOW-ADDRESS.
           MOVE RMW-STUDENT-NUMBER TO DEM-STUDENT-NUMBER.
           READ DEMO-FILE
               INVALID KEY
                   DISPLAY "NO DEMOGRAPHICS ON FILE FOR "
                       RMW-STUDENT-NUMBER ". NOTHING RECORDED."
               NOT INVALID KEY
                   DISPLAY "  ADDRESS ON FILE: " DEM-ADDRESS-LINE-1
                   DISPLAY "                   " DEM-ADDRESS-LINE-2
                   DISPLAY "                   " DEM-CITY " "
                       DEM-PROVINCE " " DEM-POSTAL-CODE
                   PERFORM 220-ACCEPT-RETURN-DETAILS
                   PERFORM 230-VALIDATE-RETURN
           END-READ.

       220-ACCEPT-RETURN-DETAILS.
           DISPLAY "DATE RETURNED (CCYYMMDD, BLANK = TODAY): ".
           ACCEPT RMW-DATE-IN.
           DISPLAY "DOCUMENT - S STATEMENT, D DELINQUENT NOTICE, "
               "V VERIFICATION LETTER, R RECEIPT, L OTHER LETTER: ".
           ACCEPT RMW-DOCUMENT-TYPE.
           DISPLAY "POSTAL REASON (MOVED, UNKNOWN, REFUSED...): ".
           ACCEPT RMW-POSTAL-REASON.
           DISPLAY "POSTAL CODE ON THE ENVELOPE (BLANK = AS ON "
               "FILE): ".
           ACCEPT RMW-ENVELOPE-POSTAL.

      *****************************************************************
      * An envelope addressed to a postal code the student no longer
      * has on file went out before the last address change - the
      * address it proves bad is already gone.
      *****************************************************************
       230-VALIDATE-RETURN.
           IF RMW-DATE-IN = SPACES
               MOVE RMW-RUN-DATE TO RMW-DATE-IN
           END-IF.
           IF RMW-ENVELOPE-POSTAL = SPACES
               MOVE DEM-POSTAL-CODE TO RMW-ENVELOPE-POSTAL
           END-IF.
           EVALUATE TRUE
               WHEN RMW-DATE-IN IS NOT NUMERIC
                   DISPLAY "DATE MUST BE CCYYMMDD DIGITS. "
                       "NOTHING RECORDED."
               WHEN RMW-DATE-IN > RMW-RUN-DATE
                   DISPLAY "DATE RETURNED CANNOT BE IN THE FUTURE. "
                       "NOTHING RECORDED."
               WHEN NOT RMW-DOCUMENT-VALID
                   DISPLAY "DOCUMENT MUST BE S, D, V, R OR L. "
                       "NOTHING RECORDED."
               WHEN RMW-POSTAL-REASON = SPACES
                   DISPLAY "POSTAL REASON CANNOT BE BLANK. "
                       "NOTHING RECORDED."
               WHEN RMW-ENVELOPE-POSTAL NOT = DEM-POSTAL-CODE
                   DISPLAY "ADDRESS ALREADY CHANGED SINCE THIS "
                       "ENVELOPE WAS MAILED. NOTHING FLAGGED."
               WHEN OTHER
                   MOVE RMW-DATE-IN TO RMW-RETURNED-DATE
                   PERFORM 240-WRITE-RETURN
           END-EVALUATE.

       240-WRITE-RETURN.
           OPEN EXTEND RTMAIL-FILE.
           MOVE SPACES TO RETURNED-MAIL-RECORD.
           MOVE RMW-STUDENT-NUMBER TO RTM-STUDENT-NUMBER.
           MOVE RMW-RETURNED-DATE  TO RTM-RETURNED-DATE.
           MOVE RMW-DOCUMENT-TYPE  TO RTM-DOCUMENT-TYPE.
           MOVE RMW-POSTAL-REASON  TO RTM-POSTAL-REASON.
           MOVE OPERATOR-ID-WS     TO RTM-RECORDED-BY.
           MOVE RMW-RUN-DATE       TO RTM-RECORDED-DATE.
           MOVE SPACE              TO RTM-STATUS.
           MOVE SPACES             TO RTM-CLEARED-BY.
           MOVE 0                  TO RTM-CLEARED-DATE.
           WRITE RETURNED-MAIL-RECORD.
           CLOSE RTMAIL-FILE.
           ADD 1 TO RECORDED-COUNTER.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "RETURNED-MAIL" TO AUD-FIELD-NAME.
           STRING RMW-RETURNED-DATE " " RMW-DOCUMENT-TYPE
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           PERFORM 700-WRITE-AUDIT-ROW.
           DISPLAY "ADDRESS FLAGGED UNDELIVERABLE FOR "
               RMW-STUDENT-NUMBER ".".

      *    The caller has cleared the row and set the field name and
      *    the values.  Returned mail belongs to no term.
       700-WRITE-AUDIT-ROW.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE RMW-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE SPACES TO AUD-TERM-CODE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       END PROGRAM RETMAIL-ENTRY.
