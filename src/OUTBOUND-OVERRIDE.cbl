      ******************************************************************
      * Tectonics: Outbound-file re-run / resend override.
      * OUTBOUND-REGISTRY refuses a second production of a business
      * date's outbound file, and OUTBOUND-CONFIRM a second
      * transmission of it; when one is deliberate - the bank lost
      * the file and wants it again, or the day was corrected and
      * must be regenerated - a supervisor authorizes it here first.
      * The producers run unattended in the night's stream, so, as
      * with INBOUND-OVERRIDE, the override is granted ahead of the
      * run: one 'O' row on OUTBOUND-FILES.txt (see
      * OUTBOUND-FILE-RECORD.cpy) buys the named file and business
      * date exactly one more production or one more send.  Only a
      * file the manifest already shows produced (or sent) can be
      * overridden, the sign-on is the same OPERATOR-SIGNON role 'S'
      * check, and the grant lands on AUDIT-LOG.txt with its reason.
      * The file-code prompt names every producer's code, the refund
      * deposits, FTE claim and permit extract included.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTBOUND-OVERRIDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGISTRY-FILE ASSIGN "OUTBOUND-FILES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD REGISTRY-FILE.
           COPY "OUTBOUND-FILE-RECORD.cpy".

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
               05 OVW-FILE-CODE      PIC X(10) VALUE SPACES.
               05 OVW-BUSINESS-DATE  PIC 9(8) VALUE 0.
      *        'P' - produce again; 'T' - send again.
               05 OVW-OVERRIDE-FOR   PIC X(1) VALUE SPACE.
               05 OVW-FILE-NAME      PIC X(24) VALUE SPACES.
               05 OVW-REASON         PIC X(20) VALUE SPACES.
               05 OVW-DONE-COUNT     PIC 9(5) VALUE 0.
               05 OVW-OVERRIDE-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "OUTBOUND RE-RUN/RESEND OVERRIDE - ENTER YOUR "
               "SUPERVISOR ID: ".
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
               PERFORM 200-GRANT-ONE-OVERRIDE UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       200-GRANT-ONE-OVERRIDE.
           DISPLAY " ".
           DISPLAY "FILE CODE (BLANK TO FINISH) - GLJOURNAL, POSPAY, "
               "PADDEBIT, TAXRECEIPT, EDI+STUDENT NO., CAMPUSMSG, "
               "LENDERSTAT, ROSTERFEED, REFUNDDEP, FTE+TERM, "
               "PERMITEXT, CARDPRINT, CARDDEACT: ".
           ACCEPT OVW-FILE-CODE.
           IF OVW-FILE-CODE = SPACES
               MOVE "Y" TO DONE-FLAG
           ELSE
               DISPLAY "BUSINESS DATE OF THE FILE (CCYYMMDD): "
               ACCEPT OVW-BUSINESS-DATE
               DISPLAY "P - PRODUCE IT AGAIN, T - SEND IT AGAIN: "
               ACCEPT OVW-OVERRIDE-FOR
               IF OVW-OVERRIDE-FOR NOT = "P"
                       AND OVW-OVERRIDE-FOR NOT = "T"
                   DISPLAY "ENTER P OR T. NOT GRANTED."
               ELSE
                   PERFORM 300-COUNT-REGISTRY-ROWS
                   PERFORM 250-DECIDE-OVERRIDE
               END-IF
           END-IF.

       250-DECIDE-OVERRIDE.
           EVALUATE TRUE
               WHEN OVW-DONE-COUNT = 0 AND OVW-OVERRIDE-FOR = "P"
                   DISPLAY "THAT FILE HAS NOT BEEN PRODUCED FOR THAT "
                       "DATE - NO OVERRIDE NEEDED."
               WHEN OVW-DONE-COUNT = 0
                   DISPLAY "THAT FILE HAS NOT BEEN SENT FOR THAT "
                       "DATE - NO OVERRIDE NEEDED."
               WHEN OVW-OVERRIDE-COUNT >= OVW-DONE-COUNT
                   DISPLAY "ONE MORE IS ALREADY AUTHORIZED AND NOT "
                       "YET USED."
               WHEN OTHER
                   DISPLAY "REASON: "
                   ACCEPT OVW-REASON
                   IF OVW-REASON = SPACES
                       DISPLAY "A REASON IS REQUIRED. NOT GRANTED."
                   ELSE
                       PERFORM 400-RECORD-OVERRIDE
                   END-IF
           END-EVALUATE.

       300-COUNT-REGISTRY-ROWS.
           MOVE 0 TO OVW-DONE-COUNT.
           MOVE 0 TO OVW-OVERRIDE-COUNT.
           MOVE SPACES TO OVW-FILE-NAME.
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
                   IF OBF-FILE-CODE = OVW-FILE-CODE
                           AND OBF-BUSINESS-DATE = OVW-BUSINESS-DATE
                       IF OBF-ENTRY-TYPE = OVW-OVERRIDE-FOR
                           ADD 1 TO OVW-DONE-COUNT
                           MOVE OBF-FILE-NAME TO OVW-FILE-NAME
                       END-IF
                       IF OBF-ENTRY-TYPE = "O"
                               AND OBF-OVERRIDE-FOR = OVW-OVERRIDE-FOR
                           ADD 1 TO OVW-OVERRIDE-COUNT
                       END-IF
                   END-IF
           END-READ.

       400-RECORD-OVERRIDE.
           OPEN EXTEND REGISTRY-FILE.
           MOVE SPACES TO OUTBOUND-FILE-RECORD.
           MOVE "O"               TO OBF-ENTRY-TYPE.
           MOVE OVW-FILE-CODE     TO OBF-FILE-CODE.
           MOVE OVW-BUSINESS-DATE TO OBF-BUSINESS-DATE.
           MOVE OVW-FILE-NAME     TO OBF-FILE-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OBF-EVENT-STAMP.
           MOVE SUPERVISOR-ID-WS  TO OBF-OPERATOR-ID.
           MOVE 0                 TO OBF-RECORD-COUNT.
           MOVE 0                 TO OBF-CONTROL-AMOUNT.
           MOVE 0                 TO OBF-CHECKSUM.
           MOVE OVW-OVERRIDE-FOR  TO OBF-OVERRIDE-FOR.
           MOVE OVW-REASON        TO OBF-REASON.
           WRITE OUTBOUND-FILE-RECORD.
           CLOSE REGISTRY-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE 0 TO AUD-STUDENT-NUMBER.
           MOVE "OUTBOUND-OVERRIDE" TO AUD-FIELD-NAME.
           STRING OVW-FILE-CODE " " OVW-BUSINESS-DATE
               DELIMITED BY SIZE INTO AUD-OLD-VALUE
           END-STRING.
           STRING OVW-OVERRIDE-FOR " " OVW-REASON
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           IF OVW-OVERRIDE-FOR = "P"
               DISPLAY "ONE RE-RUN OF " OVW-FILE-CODE " FOR "
                   OVW-BUSINESS-DATE " AUTHORIZED: " OVW-REASON
           ELSE
               DISPLAY "ONE RESEND OF " OVW-FILE-CODE " FOR "
                   OVW-BUSINESS-DATE " AUTHORIZED: " OVW-REASON
           END-IF.

       END PROGRAM OUTBOUND-OVERRIDE.
