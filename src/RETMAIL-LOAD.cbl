      ******************************************************************
      * Tectonics: Returned-mail batch load.  The post office's
      * weekly electronic return file (RETURNED-MAIL-IN.txt - one
      * row per undeliverable envelope, HDR/TRL controlled like
      * every other inbound feed) lands here as RETURNED-MAIL.txt
      * rows (see RTMAIL-RECORD.cpy), the same rows the mailroom
      * keys one at a time through RETMAIL-ENTRY.  The batch-control
      * verification pass runs first, and the HDR row's batch
      * identifier and file date go through INBOUND-REGISTRY, so
      * the same week cannot land twice.  A row must name a student
      * with an address on DEMOGRAPHICS.dat, a known document type
      * and a return date no later than today; a row whose envelope
      * postal code is no longer the one on file went to an address
      * already replaced and is rejected, not flagged.  Rejects with
      * reasons to RETMAIL-REJECTS.txt; one AUDIT-LOG.txt row per
      * return landed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMAIL-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTMAIL-IN-FILE ASSIGN "RETURNED-MAIL-IN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTMAIL-IN-STATUS.
           SELECT OPTIONAL DEMO-FILE
               ASSIGN "DEMOGRAPHICS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEM-STUDENT-NUMBER
               FILE STATUS IS DEMO-STATUS.
           SELECT OPTIONAL RTMAIL-FILE ASSIGN "RETURNED-MAIL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECTS-FILE ASSIGN "RETMAIL-REJECTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    The detail row and the HDR/TRL control rows share the FD,
      *    as in every other inbound load.
           FD RTMAIL-IN-FILE.
           01 RTMAIL-IN-RECORD.
               05 RTI-STUDENT-NUMBER  PIC 9(6).
               05 FILLER              PIC X VALUE SPACE.
               05 RTI-RETURNED-DATE   PIC X(8).
               05 FILLER              PIC X VALUE SPACE.
               05 RTI-DOCUMENT-TYPE   PIC X(1).
               05 FILLER              PIC X VALUE SPACE.
               05 RTI-POSTAL-REASON   PIC X(20).
               05 FILLER              PIC X VALUE SPACE.
      *            The postal code the envelope was addressed to -
      *            blank when the post office did not capture it.
               05 RTI-ENVELOPE-POSTAL PIC X(7).
           01 RTMAIL-CONTROL-RECORD.
               05 RCT-RECORD-TYPE     PIC X(3).
               05 FILLER              PIC X.
               05 RCT-RECORD-COUNT    PIC 9(6).
           COPY "INBOUND-HEADER.cpy".

           FD DEMO-FILE.
           COPY "DEMO-RECORD.cpy".

           FD RTMAIL-FILE.
           COPY "RTMAIL-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

           FD REJECTS-FILE.
           01 REJECTS-RECORD.
               05 REJ-STUDENT-NUMBER-OUT PIC 9(6).
               05 FILLER                 PIC X(2) VALUE SPACES.
               05 REJ-RETURNED-DATE-OUT  PIC X(8).
               05 FILLER                 PIC X(2) VALUE SPACES.
               05 REJ-DOCUMENT-TYPE-OUT  PIC X(1).
               05 FILLER                 PIC X(2) VALUE SPACES.
               05 REJ-REASON-OUT         PIC X(30).

       WORKING-STORAGE SECTION.
           01 DEMO-STATUS       PIC X(2).
           01 RTMAIL-IN-STATUS  PIC X(2).

           01 COUNTERS.
               05 READ-COUNTER   PIC 9(5) VALUE 0.
               05 LOADED-COUNTER PIC 9(5) VALUE 0.
               05 REJECT-COUNTER PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-RTMAIL-IN PIC X VALUE "N".

      *    Count from the verification pass, checked against the
      *    file's own TRL row before anything lands.
           01 BATCH-CONTROL-AREA.
               05 CONTROL-DETAIL-COUNT PIC 9(6) VALUE 0.
               05 TRAILER-FOUND        PIC X VALUE "N".
               05 TRAILER-RECORD-COUNT PIC 9(6) VALUE 0.
               05 HEADER-FOUND         PIC X VALUE "N".
               05 INBOUND-OK           PIC X VALUE "N".

      *    INBOUND-REGISTRY parameter block - the HDR row's batch
      *    identifier checked before anything lands, registered once
      *    the batch has.
           COPY "INBOUND-CHECK.cpy".

           01 LOAD-WORK-AREA.
               05 RUN-DATE-WS    PIC 9(8) VALUE 0.
               05 OPERATOR-ID-WS PIC X(10) VALUE "RETMAIL".

      *    Holds the reject reason across the record-area clear in
      *    700-WRITE-REJECT - callers set REJ-REASON-OUT first.
           01 REJECT-REASON-HOLD PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           CALL "BUSINESS-DATE" USING RUN-DATE-WS.
           PERFORM 200-VERIFY-BATCH-CONTROL.
           IF TRAILER-FOUND NOT = "Y"
                   OR TRAILER-RECORD-COUNT NOT = CONTROL-DETAIL-COUNT
               DISPLAY "BATCH CONTROL FAILED - TRL COUNT "
                   TRAILER-RECORD-COUNT " VS " CONTROL-DETAIL-COUNT
                   " DETAIL ROWS. NOTHING LOADED."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 220-CHECK-INBOUND-REGISTRY
               IF INBOUND-OK NOT = "Y"
                   DISPLAY "BATCH REJECTED - NOTHING LOADED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 300-LOAD-RETURNS
                   PERFORM 950-DISPLAY-STATS
                   PERFORM 230-REGISTER-INBOUND-BATCH
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       200-VERIFY-BATCH-CONTROL.
           OPEN INPUT RTMAIL-IN-FILE.
           IF RTMAIL-IN-STATUS NOT = "00"
               DISPLAY "RETURNED-MAIL-IN.txt NOT FOUND."
           ELSE
               PERFORM 210-VERIFY-ONE-ROW UNTIL EOF-RTMAIL-IN = "Y"
               CLOSE RTMAIL-IN-FILE
           END-IF.

       210-VERIFY-ONE-ROW.
           READ RTMAIL-IN-FILE
               AT END
                   MOVE "Y" TO EOF-RTMAIL-IN
               NOT AT END
                   EVALUATE RCT-RECORD-TYPE
                       WHEN "HDR"
                           MOVE "Y" TO HEADER-FOUND
                           MOVE IHD-BATCH-ID  TO INB-BATCH-ID
                           MOVE IHD-FILE-DATE TO INB-FILE-DATE
                       WHEN "TRL"
                           MOVE "Y" TO TRAILER-FOUND
                           MOVE RCT-RECORD-COUNT
                               TO TRAILER-RECORD-COUNT
                       WHEN OTHER
                           ADD 1 TO CONTROL-DETAIL-COUNT
                   END-EVALUATE
           END-READ.

      *****************************************************************
      * Duplicate-load guard, as every inbound feed's: a week the
      * registry already holds is refused whole, unless a supervisor
      * has authorized one reload of it through INBOUND-OVERRIDE.
      *****************************************************************
       220-CHECK-INBOUND-REGISTRY.
           MOVE "N" TO INBOUND-OK.
           MOVE "CK" TO INB-ACTION.
           MOVE "RETMAIL" TO INB-FEED-CODE.
           MOVE OPERATOR-ID-WS TO INB-OPERATOR-ID.
           IF HEADER-FOUND NOT = "Y"
               MOVE SPACES TO INB-BATCH-ID
           END-IF.
           CALL "INBOUND-REGISTRY" USING INBOUND-CHECK.
           EVALUATE INB-RESULT
               WHEN "00"
                   MOVE "Y" TO INBOUND-OK
               WHEN "OV"
                   DISPLAY "BATCH " INB-BATCH-ID " ALREADY LOADED - "
                       "RELOAD AUTHORIZED BY " INB-OVERRIDE-BY
                   MOVE "Y" TO INBOUND-OK
               WHEN "DP"
                   DISPLAY "BATCH " INB-BATCH-ID " OF " INB-FILE-DATE
                       " WAS ALREADY LOADED - DUPLICATE FILE"
               WHEN OTHER
                   DISPLAY "NO HDR BATCH ID/FILE DATE ON "
                       "RETURNED-MAIL-IN.txt"
           END-EVALUATE.

       230-REGISTER-INBOUND-BATCH.
           MOVE "RG" TO INB-ACTION.
           MOVE CONTROL-DETAIL-COUNT TO INB-DETAIL-COUNT.
           CALL "INBOUND-REGISTRY" USING INBOUND-CHECK.

       300-LOAD-RETURNS.
           MOVE "N" TO EOF-RTMAIL-IN.
           OPEN INPUT RTMAIL-IN-FILE.
           OPEN INPUT DEMO-FILE.
           OPEN EXTEND RTMAIL-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN OUTPUT REJECTS-FILE.
           PERFORM 310-LOAD-ONE-ROW UNTIL EOF-RTMAIL-IN = "Y".
           CLOSE RTMAIL-IN-FILE.
           CLOSE DEMO-FILE.
           CLOSE RTMAIL-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE REJECTS-FILE.

       310-LOAD-ONE-ROW.
           READ RTMAIL-IN-FILE
               AT END
                   MOVE "Y" TO EOF-RTMAIL-IN
               NOT AT END
                   IF RCT-RECORD-TYPE NOT = "HDR"
                           AND RCT-RECORD-TYPE NOT = "TRL"
                       ADD 1 TO READ-COUNTER
                       PERFORM 320-VALIDATE-AND-LAND
                   END-IF
           END-READ.

      *****************************************************************
      * The same checks RETMAIL-ENTRY makes at the screen.
      *****************************************************************
       320-VALIDATE-AND-LAND.
           MOVE RTI-DOCUMENT-TYPE TO RTM-DOCUMENT-TYPE.
           EVALUATE TRUE
               WHEN RTI-RETURNED-DATE IS NOT NUMERIC
                   MOVE "RETURN DATE NOT CCYYMMDD" TO REJ-REASON-OUT
                   PERFORM 700-WRITE-REJECT
               WHEN RTI-RETURNED-DATE > RUN-DATE-WS
                   MOVE "RETURN DATE IN THE FUTURE" TO REJ-REASON-OUT
                   PERFORM 700-WRITE-REJECT
               WHEN NOT RTM-DOCUMENT-VALID
                   MOVE "UNKNOWN DOCUMENT TYPE" TO REJ-REASON-OUT
                   PERFORM 700-WRITE-REJECT
               WHEN OTHER
                   PERFORM 330-CHECK-ADDRESS-ON-FILE
           END-EVALUATE.

       330-CHECK-ADDRESS-ON-FILE.
           MOVE RTI-STUDENT-NUMBER TO DEM-STUDENT-NUMBER.
           READ DEMO-FILE
               INVALID KEY
                   MOVE "NO DEMOGRAPHICS ON FILE" TO REJ-REASON-OUT
                   PERFORM 700-WRITE-REJECT
               NOT INVALID KEY
                   IF RTI-ENVELOPE-POSTAL NOT = SPACES
                           AND RTI-ENVELOPE-POSTAL
                               NOT = DEM-POSTAL-CODE
                       MOVE "ADDRESS ALREADY CHANGED"
                           TO REJ-REASON-OUT
                       PERFORM 700-WRITE-REJECT
                   ELSE
                       PERFORM 340-WRITE-RETURN-ROW
                   END-IF
           END-READ.

       340-WRITE-RETURN-ROW.
           MOVE SPACES TO RETURNED-MAIL-RECORD.
           MOVE RTI-STUDENT-NUMBER TO RTM-STUDENT-NUMBER.
           MOVE RTI-RETURNED-DATE  TO RTM-RETURNED-DATE.
           MOVE RTI-DOCUMENT-TYPE  TO RTM-DOCUMENT-TYPE.
           MOVE RTI-POSTAL-REASON  TO RTM-POSTAL-REASON.
           MOVE OPERATOR-ID-WS     TO RTM-RECORDED-BY.
           MOVE RUN-DATE-WS        TO RTM-RECORDED-DATE.
           MOVE SPACE              TO RTM-STATUS.
           MOVE SPACES             TO RTM-CLEARED-BY.
           MOVE 0                  TO RTM-CLEARED-DATE.
           WRITE RETURNED-MAIL-RECORD.
           ADD 1 TO LOADED-COUNTER.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE RTI-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE SPACES TO AUD-TERM-CODE.
           MOVE "RETURNED-MAIL" TO AUD-FIELD-NAME.
           STRING RTI-RETURNED-DATE " " RTI-DOCUMENT-TYPE
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       700-WRITE-REJECT.
           MOVE REJ-REASON-OUT TO REJECT-REASON-HOLD.
           MOVE SPACES TO REJECTS-RECORD.
           MOVE REJECT-REASON-HOLD TO REJ-REASON-OUT.
           MOVE RTI-STUDENT-NUMBER TO REJ-STUDENT-NUMBER-OUT.
           MOVE RTI-RETURNED-DATE  TO REJ-RETURNED-DATE-OUT.
           MOVE RTI-DOCUMENT-TYPE  TO REJ-DOCUMENT-TYPE-OUT.
           WRITE REJECTS-RECORD.
           ADD 1 TO REJECT-COUNTER.

       950-DISPLAY-STATS.
           DISPLAY "DETAIL ROWS READ:    " READ-COUNTER.
           DISPLAY "RETURNS LANDED:      " LOADED-COUNTER.
           DISPLAY "ROWS REJECTED:       " REJECT-COUNTER.
           IF REJECT-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM RETMAIL-LOAD.
