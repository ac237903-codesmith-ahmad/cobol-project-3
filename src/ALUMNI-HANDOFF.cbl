      * parchment ('G') or by withdrawal ('W').  Every handoff is
      * remembered in ALUMNI-HANDED-OFF.txt, so each student crosses
      * over exactly once no matter how often the batch runs.
      * A student on an approved leave of absence (STATUS-CODE 'L')
      * has not departed and is never handed off; if the leave ends
      * in withdrawal, LEAVE-REVIEW puts the 'W' on the record and
      * the handoff follows in the ordinary way.
      * A student on DECEASED.txt never reaches advancement, terminal
      * event or not: marked handed off (reason 'D') the first time
      * the batch sees the record, logged, and never extracted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUMNI-HANDOFF.
               05 READ-COUNTER    PIC 9(5) VALUE 0.
               05 HANDOFF-COUNTER PIC 9(5) VALUE 0.
               05 SUPPRESSED-COUNTER PIC 9(5) VALUE 0.
               05 DECEASED-COUNTER PIC 9(5) VALUE 0.
           01 PRIVACY-BLOCKED PIC X VALUE "N".
      *    Why a student was kept out of the extract: the marker
      *    row's reason and the audit row's field name.
           01 MARKER-REASON-WS   PIC X(1) VALUE SPACE.
           01 SUPPRESS-REASON-WS PIC X(20) VALUE SPACES.
           COPY "DECEASED-CHECK.cpy".

           01 FLAGS.
               05 EOF-STU   PIC X VALUE "N".
           DISPLAY "RECORDS READ:        " READ-COUNTER.
           DISPLAY "STUDENTS HANDED OFF: " HANDOFF-COUNTER.
           DISPLAY "PRIVACY-SUPPRESSED:  " SUPPRESSED-COUNTER.
           DISPLAY "DECEASED-SUPPRESSED: " DECEASED-COUNTER.
           DISPLAY "EXTRACT IN ALUMNI-EXTRACT.txt".
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
      * Group break: the work area holds the departing student's
      * NEWEST record.  A credential on file makes them a graduate;
      * otherwise a 'W' on the final term with nothing after it is
      * a final withdrawal.  Anyone else - a student on leave ('L')
      * included - is still with us.
      *****************************************************************
       400-DECIDE-PREVIOUS-GROUP.
           IF CUR-STUDENT-NUMBER = 0
           ELSE
               PERFORM 410-CHECK-ALREADY-HANDED
               IF MATCH-FOUND NOT = "Y"
                   MOVE CUR-STUDENT-NUMBER TO DCK-STUDENT-NUMBER
                   CALL "DECEASED-CHECK" USING DECEASED-CHECK
                   IF DCK-FOUND-FLAG = "Y"
                       ADD 1 TO DECEASED-COUNTER
                       MOVE "D" TO MARKER-REASON-WS
                       MOVE "DECEASED" TO SUPPRESS-REASON-WS
                       PERFORM 510-WRITE-HANDOFF-MARKER
                       PERFORM 520-LOG-SUPPRESSION
                   ELSE
                       PERFORM 405-DECIDE-DEPARTURE
                   END-IF
               END-IF
           END-IF.

       405-DECIDE-DEPARTURE.
           MOVE SPACE TO HND-REASON.
           PERFORM 420-CHECK-GRADUATED.
           IF MATCH-FOUND = "Y"
               MOVE "G" TO HND-REASON
           ELSE
               IF CUR-STATUS-CODE = "W"
                   MOVE "W" TO HND-REASON
               END-IF
           END-IF.
           IF HND-REASON NOT = SPACE
               PERFORM 430-CHECK-PRIVACY-BLOCK
               IF PRIVACY-BLOCKED = "Y"
      *            Marked handed off so the suppression happens
      *            exactly once, but advancement never sees the
      *            record - and the audit trail says so.
                   ADD 1 TO SUPPRESSED-COUNTER
                   MOVE "P" TO MARKER-REASON-WS
                   MOVE "PRIVACY-BLOCK" TO SUPPRESS-REASON-WS
                   PERFORM 510-WRITE-HANDOFF-MARKER
                   PERFORM 520-LOG-SUPPRESSION
               ELSE
                   PERFORM 500-WRITE-HANDOFF
               END-IF
           END-IF.

       410-CHECK-ALREADY-HANDED.
           MOVE "N" TO MATCH-FOUND.
           PERFORM VARYING H-ENTRY FROM 1 BY 1
       510-WRITE-HANDOFF-MARKER.
           MOVE SPACES TO HANDED-OFF-RECORD.
           MOVE CUR-STUDENT-NUMBER TO HOF-STUDENT-NUMBER.
           MOVE MARKER-REASON-WS   TO HOF-REASON.
           MOVE RUN-DATE-WS        TO HOF-DATE.
           WRITE HANDED-OFF-RECORD.

           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE CUR-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE CUR-LAST-TERM      TO AUD-TERM-CODE.
           MOVE SUPPRESS-REASON-WS TO AUD-FIELD-NAME.
           MOVE "ALUMNI EXT"  TO AUD-OLD-VALUE.
           MOVE "SUPPRESSED"  TO AUD-NEW-VALUE.
           MOVE "ALUMNI"      TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       500-WRITE-HANDOFF.
