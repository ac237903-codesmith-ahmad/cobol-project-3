      * marks it sent, rewriting the queue in place the way the other
      * whole-file maintainers do.  Already-sent rows pass through
      * untouched, so the queue doubles as a dispatch history.
      * A student on DECEASED.txt is suppressed the way a privacy
      * block is: marked sent, never dispatched, and logged.
      * A student's message is addressed by the name they go by -
      * the preferred name through NAME-LOOKUP, else the legal name
      * from STUFILE.dat - in the name field on the end of the
      * layout.  Instructor events carry no student, so no name.
      * Each night's dispatch is registered on the outbound manifest
      * (OUTBOUND-REGISTRY) for the business date, with the count of
      * messages it added and the checksum of CAMPUS-MESSAGES.txt as
      * it stands afterwards (there is no money in it, so no control
      * amount); a second dispatch on a business date already run is
      * refused before anything is written, unless a supervisor
      * authorized the re-run through OUTBOUND-OVERRIDE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-DISPATCH.
               FILE STATUS IS DEMO-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    The legal name, when the student has no preferred one.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE KEY IS STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD CAMPUS-MESSAGES-FILE.
           01 CAMPUS-MESSAGE-RECORD.
               05 CMS-MESSAGE-TYPE   PIC X(8).
               05 CMS-STUDENT-NUMBER PIC 9(6).
               05 CMS-MESSAGE-TEXT   PIC X(44).
               05 CMS-MESSAGE-DATE   PIC 9(8).
               05 CMS-STUDENT-NAME   PIC X(40).

       WORKING-STORAGE SECTION.
           01 QUEUE-STATUS PIC X(2).
           01 DEMO-STATUS  PIC X(2).
           01 FILE-STATUS  PIC X(2).
           01 STUFILE-OPEN PIC X VALUE "N".
           01 PRIVACY-BLOCKED PIC X VALUE "N".
           01 SUPPRESSED-COUNTER PIC 9(5) VALUE 0.
           01 DECEASED-COUNTER PIC 9(5) VALUE 0.
      *    Why a row was suppressed - the audit row's field name.
           01 SUPPRESS-REASON-WS PIC X(20) VALUE SPACES.

           COPY "DECEASED-CHECK.cpy".
           COPY "NAME-LOOKUP.cpy".

           01 QUEUE-TABLE.
               05 QUEUE-ENTRY OCCURS 1000 TIMES INDEXED Q-ENTRY.

           01 FLAGS.
               05 EOF-QUEUE PIC X VALUE "N".
               05 OUTBOUND-OK PIC X VALUE "N".

      *    OUTBOUND-REGISTRY parameter block - the business date's
      *    dispatch checked before anything is written, registered
      *    once the messages file is closed.
           COPY "OUTBOUND-CHECK.cpy".

           01 IDX-WS PIC 9(4).

               IF QUEUE-COUNT = 0
                   DISPLAY "QUEUE IS EMPTY. NOTHING TO DISPATCH."
               ELSE
                   PERFORM 250-CHECK-OUTBOUND-FILE
               END-IF
               IF OUTBOUND-OK = "Y"
                   OPEN INPUT DEMO-FILE
                   OPEN INPUT STUDENT-DATA-FILE
                   IF FILE-STATUS = "00"
                       MOVE "Y" TO STUFILE-OPEN
                   END-IF
                   OPEN EXTEND AUDIT-LOG-FILE
                   OPEN EXTEND CAMPUS-MESSAGES-FILE
                   PERFORM 300-DISPATCH-ONE-ROW
                       UNTIL IDX-WS > QUEUE-COUNT
                   CLOSE CAMPUS-MESSAGES-FILE
                   CLOSE DEMO-FILE
                   IF STUFILE-OPEN = "Y"
                       CLOSE STUDENT-DATA-FILE
                   END-IF
                   CLOSE AUDIT-LOG-FILE
                   PERFORM 400-REWRITE-QUEUE
                   PERFORM 260-REGISTER-OUTBOUND-FILE
               END-IF
               DISPLAY "EVENTS DISPATCHED:   " SENT-COUNTER
               DISPLAY "ALREADY SENT:        " ALREADY-COUNTER
               DISPLAY "PRIVACY-SUPPRESSED:  " SUPPRESSED-COUNTER
               DISPLAY "DECEASED-SUPPRESSED: " DECEASED-COUNTER
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
                   ADD 1 TO Q-ENTRY
           END-READ.

      *****************************************************************
      * The business date's dispatch goes to OUTBOUND-REGISTRY
      * before anything is written: one already run is refused,
      * unless a supervisor has authorized one re-run of it through
      * OUTBOUND-OVERRIDE.
      *****************************************************************
       250-CHECK-OUTBOUND-FILE.
           MOVE "N" TO OUTBOUND-OK.
           MOVE SPACES TO OUTBOUND-CHECK.
           MOVE "CK" TO OBC-ACTION.
           MOVE "CAMPUSMSG" TO OBC-FILE-CODE.
           MOVE "CAMPUS-MESSAGES.txt" TO OBC-FILE-NAME.
           MOVE "CAMPUSMSG" TO OBC-OPERATOR-ID.
           CALL "BUSINESS-DATE" USING OBC-BUSINESS-DATE.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.
           EVALUATE OBC-RESULT
               WHEN "00"
                   MOVE "Y" TO OUTBOUND-OK
               WHEN "OV"
                   DISPLAY "CAMPUS MESSAGES FOR " OBC-BUSINESS-DATE
                       " ALREADY DISPATCHED - RE-RUN AUTHORIZED BY "
                       OBC-OVERRIDE-BY
                   MOVE "Y" TO OUTBOUND-OK
               WHEN OTHER
                   DISPLAY "CAMPUS MESSAGES FOR " OBC-BUSINESS-DATE
                       " WERE ALREADY DISPATCHED - DUPLICATE FILE"
                   DISPLAY "A RE-RUN NEEDS A SUPERVISOR'S "
                       "OUTBOUND-OVERRIDE. NOTHING WRITTEN."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       260-REGISTER-OUTBOUND-FILE.
           MOVE "RG" TO OBC-ACTION.
           MOVE SENT-COUNTER TO OBC-RECORD-COUNT.
           MOVE 0 TO OBC-CONTROL-AMOUNT.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.
           DISPLAY "CAMPUS-MESSAGES.txt CHECKSUM: " OBC-CHECKSUM.

       300-DISPATCH-ONE-ROW.
           IF QTB-SENT-FLAG(IDX-WS) = "S"
               ADD 1 TO ALREADY-COUNTER
           ELSE
               PERFORM 350-CHECK-PRIVACY-BLOCK
               MOVE QTB-STUDENT-NUMBER(IDX-WS) TO DCK-STUDENT-NUMBER
               CALL "DECEASED-CHECK" USING DECEASED-CHECK
               EVALUATE TRUE
      *            Suppressed, marked sent so it never dispatches
      *            later either, and the attempt is on the audit
      *            trail - a protection order is not a toggle.
                   WHEN PRIVACY-BLOCKED = "Y"
                       MOVE "S" TO QTB-SENT-FLAG(IDX-WS)
                       ADD 1 TO SUPPRESSED-COUNTER
                       MOVE "PRIVACY-BLOCK" TO SUPPRESS-REASON-WS
                       PERFORM 360-LOG-SUPPRESSION
                   WHEN DCK-FOUND-FLAG = "Y"
                       MOVE "S" TO QTB-SENT-FLAG(IDX-WS)
                       ADD 1 TO DECEASED-COUNTER
                       MOVE "DECEASED" TO SUPPRESS-REASON-WS
                       PERFORM 360-LOG-SUPPRESSION
                   WHEN OTHER
                       PERFORM 310-SEND-ONE-MESSAGE
               END-EVALUATE
           END-IF.

       310-SEND-ONE-MESSAGE.
                   DELIMITED BY SIZE INTO CMS-MESSAGE-TEXT
               END-STRING
               MOVE QTB-TIMESTAMP(IDX-WS)(1:8) TO CMS-MESSAGE-DATE
               IF QTB-STUDENT-NUMBER(IDX-WS) NOT = 0
                   PERFORM 320-FIND-NAME-GOES-BY
                   MOVE NML-NAME TO CMS-STUDENT-NAME
               END-IF
               WRITE CAMPUS-MESSAGE-RECORD
               MOVE "S" TO QTB-SENT-FLAG(IDX-WS)
               ADD 1 TO SENT-COUNTER.

      *    The legal name from the student's first term record,
      *    then the preferred name over it if there is one.
       320-FIND-NAME-GOES-BY.
           MOVE SPACES TO NML-NAME.
           IF STUFILE-OPEN = "Y"
               MOVE QTB-STUDENT-NUMBER(IDX-WS) TO STUDENT-NUMBER
               START STUDENT-DATA-FILE
                   KEY IS EQUAL STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ STUDENT-DATA-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE STUDENT-NAME TO NML-NAME
                       END-READ
               END-START
           END-IF.
           MOVE "N" TO NML-ACTION.
           MOVE QTB-STUDENT-NUMBER(IDX-WS) TO NML-STUDENT-NUMBER.
           CALL "NAME-LOOKUP" USING NAME-LOOKUP.

       350-CHECK-PRIVACY-BLOCK.
           MOVE "N" TO PRIVACY-BLOCKED.
           IF DEMO-STATUS = "00" OR DEMO-STATUS = "05"
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE QTB-STUDENT-NUMBER(IDX-WS) TO AUD-STUDENT-NUMBER.
           MOVE QTB-TERM-CODE(IDX-WS)      TO AUD-TERM-CODE.
           MOVE SUPPRESS-REASON-WS TO AUD-FIELD-NAME.
           MOVE "DISPATCH"   TO AUD-OLD-VALUE.
           MOVE "SUPPRESSED" TO AUD-NEW-VALUE.
           MOVE "NOTIFY"     TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       400-REWRITE-QUEUE.
