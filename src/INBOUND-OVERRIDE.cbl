      ******************************************************************
      * Tectonics: Inbound-batch reload override.  INBOUND-REGISTRY
      * refuses any feed batch already loaded; when a reload is
      * deliberate - the bank resent a corrected file under the same
      * batch identifier, or a load was reversed and must go again -
      * a supervisor authorizes it here first.  The feeds run
      * unattended in the night's stream with nobody at the console,
      * so the override is granted ahead of the run: one 'O' row on
      * INBOUND-BATCHES.txt (see INBOUND-BATCH-RECORD.cpy) buys the
      * named batch exactly one more load.  Only a batch actually on
      * the registry can be overridden, the supervisor sign-on is
      * the same OPERATOR-SIGNON role 'S' check AMNESTY-GRANT makes,
      * and the grant lands on AUDIT-LOG.txt with its reason.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUND-OVERRIDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGISTRY-FILE ASSIGN "INBOUND-BATCHES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD REGISTRY-FILE.
           COPY "INBOUND-BATCH-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 REGISTRY-STATUS PIC X(2).

           01 SUPERVISOR-ID-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 FLAGS.
               05 DONE-FLAG    PIC X VALUE "N".
               05 EOF-REGISTRY PIC X VALUE "N".

           01 OVERRIDE-WORK-AREA.
               05 OVW-FEED-CODE     PIC X(10) VALUE SPACES.
               05 OVW-BATCH-ID      PIC X(12) VALUE SPACES.
               05 OVW-FILE-DATE     PIC X(8) VALUE SPACES.
               05 OVW-REASON        PIC X(20) VALUE SPACES.
               05 OVW-RUN-DATE      PIC 9(8) VALUE 0.
               05 OVW-LOAD-COUNT    PIC 9(5) VALUE 0.
               05 OVW-OVERRIDE-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "INBOUND RELOAD OVERRIDE - ENTER YOUR SUPERVISOR "
               "ID: ".
           ACCEPT SUPERVISOR-ID-WS.
           DISPLAY "ENTER YOUR PASSWORD: ".
           ACCEPT SUPERVISOR-PASSWORD-WS.
           CALL "OPERATOR-SIGNON" USING SUPERVISOR-ID-WS
               SUPERVISOR-PASSWORD-WS SUPERVISOR-ROLE-WS
               SIGNON-STATUS-WS.
           IF SIGNON-STATUS-WS NOT = "00"
                   OR SUPERVISOR-ROLE-WS NOT = "S"
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED. RUN CANCELLED."
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL "BUSINESS-DATE" USING OVW-RUN-DATE
               PERFORM 200-GRANT-ONE-OVERRIDE UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       200-GRANT-ONE-OVERRIDE.
           DISPLAY " ".
           DISPLAY "FEED CODE (BLANK TO FINISH) - BATCHPAY, GRADELOAD,"
               " MIDTERM, CHARGEFEED, PADRETURN, RECOVPOST, "
               "SETTLEMTCH, ATTENDLOAD, STATUSFEED, RETMAIL, "
               "DEPRETURN, WIRELOAD, DISPUTELD: ".
           ACCEPT OVW-FEED-CODE.
           IF OVW-FEED-CODE = SPACES
               MOVE "Y" TO DONE-FLAG
           ELSE
               DISPLAY "SENDER BATCH ID (AS ON THE HDR ROW): "
               ACCEPT OVW-BATCH-ID
               DISPLAY "FILE DATE (CCYYMMDD): "
               ACCEPT OVW-FILE-DATE
               PERFORM 300-COUNT-REGISTRY-ROWS
               EVALUATE TRUE
                   WHEN OVW-LOAD-COUNT = 0
                       DISPLAY "THAT BATCH HAS NOT BEEN LOADED - NO "
                           "OVERRIDE NEEDED."
                   WHEN OVW-OVERRIDE-COUNT >= OVW-LOAD-COUNT
                       DISPLAY "A RELOAD OF THAT BATCH IS ALREADY "
                           "AUTHORIZED AND NOT YET USED."
                   WHEN OTHER
                       DISPLAY "REASON FOR THE RELOAD: "
                       ACCEPT OVW-REASON
                       IF OVW-REASON = SPACES
                           DISPLAY "A REASON IS REQUIRED. NOT "
                               "GRANTED."
                       ELSE
                           PERFORM 400-RECORD-OVERRIDE
                       END-IF
               END-EVALUATE
           END-IF.

       300-COUNT-REGISTRY-ROWS.
           MOVE 0 TO OVW-LOAD-COUNT.
           MOVE 0 TO OVW-OVERRIDE-COUNT.
           MOVE "N" TO EOF-REGISTRY.
           OPEN INPUT REGISTRY-FILE.
           IF REGISTRY-STATUS = "00" OR REGISTRY-STATUS = "05"
               PERFORM 310-COUNT-ONE-ROW UNTIL EOF-REGISTRY = "Y"
               CLOSE REGISTRY-FILE
           END-IF.

       310-COUNT-ONE-ROW.
           READ REGISTRY-FILE
               AT END
                   MOVE "Y" TO EOF-REGISTRY
               NOT AT END
                   IF IBR-FEED-CODE = OVW-FEED-CODE
                           AND IBR-BATCH-ID = OVW-BATCH-ID
                           AND IBR-FILE-DATE = OVW-FILE-DATE
                       IF IBR-ENTRY-TYPE = "L"
                           ADD 1 TO OVW-LOAD-COUNT
                       END-IF
                       IF IBR-ENTRY-TYPE = "O"
                           ADD 1 TO OVW-OVERRIDE-COUNT
                       END-IF
                   END-IF
           END-READ.

       400-RECORD-OVERRIDE.
           OPEN EXTEND REGISTRY-FILE.
           MOVE SPACES TO INBOUND-BATCH-RECORD.
           MOVE "O"              TO IBR-ENTRY-TYPE.
           MOVE OVW-FEED-CODE    TO IBR-FEED-CODE.
           MOVE OVW-BATCH-ID     TO IBR-BATCH-ID.
           MOVE OVW-FILE-DATE    TO IBR-FILE-DATE.
           MOVE OVW-RUN-DATE     TO IBR-EVENT-DATE.
           MOVE SUPERVISOR-ID-WS TO IBR-OPERATOR-ID.
           MOVE 0                TO IBR-DETAIL-COUNT.
           MOVE OVW-REASON       TO IBR-REASON.
           WRITE INBOUND-BATCH-RECORD.
           CLOSE REGISTRY-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE 0 TO AUD-STUDENT-NUMBER.
           MOVE "INBOUND-OVERRIDE" TO AUD-FIELD-NAME.
           STRING OVW-FEED-CODE " " OVW-FILE-DATE
               DELIMITED BY SIZE INTO AUD-OLD-VALUE
           END-STRING.
           MOVE OVW-BATCH-ID TO AUD-NEW-VALUE.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "ONE RELOAD OF " OVW-FEED-CODE " BATCH "
               OVW-BATCH-ID " AUTHORIZED: " OVW-REASON.

       END PROGRAM INBOUND-OVERRIDE.
