      * inquires on, adds and updates those records, with one
      * AUDIT-LOG.txt row per changed field, the same field-by-field
      * trail UPDATE-STUDENT-FILE's 380-LOG-CHANGES leaves.
      * An update that changes any part of the mailing address
      * clears every open RETURNED-MAIL.txt row for the student (see
      * RTMAIL-RECORD.cpy) - the new address is presumed good, and
      * the mailers start sending to it again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMO-MAINT.
               ASSIGN "EMERGENCY-CONTACTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMERGENCY-STATUS.
           SELECT OPTIONAL RTMAIL-FILE ASSIGN "RETURNED-MAIL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTMAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD EMERGENCY-FILE.
           COPY "EMERGENCY-RECORD.cpy".

           FD RTMAIL-FILE.
           COPY "RTMAIL-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 DEMO-STATUS PIC X(2).
           01 EMERGENCY-STATUS PIC X(2).
           01 CONTACT-SHOWN-COUNT PIC 9(2) VALUE 0.
           01 MORE-CONTACTS-WS PIC X VALUE "N".

      *    RETURNED-MAIL.txt held whole while a new address clears
      *    the student's open rows, then written back.
           01 RTMAIL-STATUS PIC X(2).
           01 EOF-RTMAIL PIC X VALUE "N".
           01 RTMAIL-TABLE.
               05 RTMAIL-ENTRY PIC X(80) OCCURS 5000 TIMES
                   INDEXED RM-ENTRY.
           01 RTMAIL-COUNT PIC 9(4) VALUE 0.
           01 RTMAIL-MAX   PIC 9(4) VALUE 5000.
           01 RTMAIL-CLEARED-COUNT PIC 9(4) VALUE 0.
           01 RUN-DATE-WS PIC 9(8) VALUE 0.

           01 FLAGS.
               05 DONE-FLAG PIC X VALUE "N".

           EVALUATE CHOICE
               WHEN 1 PERFORM 210-SHOW-DEMOGRAPHICS
               WHEN 2
                   IF OPERATOR-ROLE-WS = "I" OR "A" OR "C"
                       DISPLAY "INQUIRY-ONLY SIGN-ON. CANNOT ADD."
                   ELSE
                       PERFORM 220-ADD-DEMOGRAPHICS
                   END-IF
               WHEN 3
                   IF OPERATOR-ROLE-WS = "I" OR "A" OR "C"
                       DISPLAY "INQUIRY-ONLY SIGN-ON. CANNOT UPDATE."
                   ELSE
                       PERFORM 230-UPDATE-DEMOGRAPHICS
                       NOT INVALID KEY
                           PERFORM 240-LOG-CHANGED-FIELDS
                           DISPLAY "DEMOGRAPHICS UPDATED."
                           IF DEM-ADDRESS-LINE-1
                                       NOT = OLD-ADDRESS-LINE-1
                                   OR DEM-ADDRESS-LINE-2
                                       NOT = OLD-ADDRESS-LINE-2
                                   OR DEM-CITY NOT = OLD-CITY
                                   OR DEM-PROVINCE NOT = OLD-PROVINCE
                                   OR DEM-POSTAL-CODE
                                       NOT = OLD-POSTAL-CODE
                               PERFORM 290-CLEAR-RETURNED-MAIL
                           END-IF
                   END-REWRITE
           END-READ.

               CONTINUE
           ELSE
               PERFORM 270-LIST-EMERGENCY-CONTACTS
               IF OPERATOR-ROLE-WS = "I" OR "A" OR "C"
                   DISPLAY "INQUIRY-ONLY SIGN-ON. CANNOT ADD."
               ELSE
                   PERFORM 280-ADD-EMERGENCY-CONTACTS
               DISPLAY "CONTACT SAVED."
           END-IF.

      *****************************************************************
      * A new address clears the undeliverable flag: every open row
      * the student has is marked cleared, by whom and when, and one
      * audit row says so.  Rows are never removed - the history of
      * returns stays on file.
      *****************************************************************
       290-CLEAR-RETURNED-MAIL.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           MOVE 0 TO RTMAIL-CLEARED-COUNT.
           MOVE "N" TO EOF-RTMAIL.
           SET RM-ENTRY TO 1.
           OPEN INPUT RTMAIL-FILE.
           IF RTMAIL-STATUS = "00" OR RTMAIL-STATUS = "05"
               PERFORM 292-LOAD-ONE-RETURN UNTIL EOF-RTMAIL = "Y"
                   OR RM-ENTRY > RTMAIL-MAX
               CLOSE RTMAIL-FILE
           END-IF.
           COMPUTE RTMAIL-COUNT = RM-ENTRY - 1.
           IF EOF-RTMAIL NOT = "Y" AND RTMAIL-COUNT >= RTMAIL-MAX
               DISPLAY "RETURNED-MAIL.txt EXCEEDS " RTMAIL-MAX
                   " ROWS. UNDELIVERABLE FLAG NOT CLEARED."
           ELSE
               PERFORM 294-CLEAR-ONE-RETURN
                   VARYING RM-ENTRY FROM 1 BY 1
                   UNTIL RM-ENTRY > RTMAIL-COUNT
               IF RTMAIL-CLEARED-COUNT > 0
                   PERFORM 296-SAVE-RETURNED-MAIL
                   MOVE "RETURNED-MAIL" TO AUD-FIELD-NAME-WS
                   MOVE "UNDELIVERABLE" TO AUD-OLD-VALUE-WS
                   MOVE "CLEARED" TO AUD-NEW-VALUE-WS
                   PERFORM 700-WRITE-AUDIT-ROW
                   DISPLAY "UNDELIVERABLE-ADDRESS FLAG CLEARED ("
                       RTMAIL-CLEARED-COUNT " RETURNS)."
               END-IF
           END-IF.

       292-LOAD-ONE-RETURN.
           READ RTMAIL-FILE
               AT END
                   MOVE "Y" TO EOF-RTMAIL
               NOT AT END
                   MOVE RETURNED-MAIL-RECORD TO RTMAIL-ENTRY(RM-ENTRY)
                   SET RM-ENTRY UP BY 1
           END-READ.

       294-CLEAR-ONE-RETURN.
           MOVE RTMAIL-ENTRY(RM-ENTRY) TO RETURNED-MAIL-RECORD.
           IF RTM-STUDENT-NUMBER = WORK-STUDENT-NUMBER
                   AND RTM-STATUS = SPACE
               MOVE "C" TO RTM-STATUS
               MOVE OPERATOR-ID-WS TO RTM-CLEARED-BY
               MOVE RUN-DATE-WS TO RTM-CLEARED-DATE
               MOVE RETURNED-MAIL-RECORD TO RTMAIL-ENTRY(RM-ENTRY)
               ADD 1 TO RTMAIL-CLEARED-COUNT
           END-IF.

       296-SAVE-RETURNED-MAIL.
           OPEN OUTPUT RTMAIL-FILE.
           PERFORM 298-WRITE-ONE-RETURN
               VARYING RM-ENTRY FROM 1 BY 1
               UNTIL RM-ENTRY > RTMAIL-COUNT.
           CLOSE RTMAIL-FILE.

       298-WRITE-ONE-RETURN.
           MOVE RTMAIL-ENTRY(RM-ENTRY) TO RETURNED-MAIL-RECORD.
           WRITE RETURNED-MAIL-RECORD.

       700-WRITE-AUDIT-ROW.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE WORK-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE AUD-NEW-VALUE-WS TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       END PROGRAM DEMO-MAINT.
