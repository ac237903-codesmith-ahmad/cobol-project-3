      ******************************************************************
      * Tectonics: Residency status entry.  RATE.txt can now carry a
      * program's international and permanent-resident rates beside
      * the domestic one (RATE-RESIDENCY), and the pricing batches
      * choose between them by the student's residency - recorded
      * here, one RESIDENCY.txt row (see RESIDENCY-RECORD.cpy) per
      * change: the new status, the term it takes effect from, and
      * the document it was verified against (required for a
      * permanent resident or international student - the study
      * permit or PR card the desk saw).  A row is never changed in
      * place; a later effective term is how a status changes (or a
      * renewed document is recorded), and a row that would change
      * nothing in force is refused.
      * Every row lands on AUDIT-LOG.txt with the status it replaces.
      * Update sign-on required, as PROGRAM-TRANSFER asks.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESIDENCY-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESIDENCY-FILE ASSIGN "RESIDENCY.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESIDENCY-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD RESIDENCY-FILE.
           COPY "RESIDENCY-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 RESIDENCY-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

      *    The status in force before the new row - shown to the
      *    clerk, checked against the new one, and audited as the
      *    old value.
           COPY "RESIDENCY-LOOKUP.cpy".

           01 FLAGS.
               05 DONE-FLAG       PIC X VALUE "N".
               05 ALREADY-ON-FILE PIC X VALUE "N".
               05 EOF-RESIDENCY   PIC X VALUE "N".

           01 RESIDENCY-WORK-AREA.
               05 RSW-STUDENT-IN      PIC X(6) VALUE SPACES.
               05 RSW-STUDENT-NUMBER  PIC 9(6) VALUE 0.
               05 RSW-STATUS          PIC X(1) VALUE SPACE.
               05 RSW-EFFECTIVE-TERM  PIC X(6) VALUE SPACES.
               05 RSW-DOCUMENT-REF    PIC X(20) VALUE SPACES.
               05 RSW-OLD-STATUS      PIC X(1) VALUE SPACE.
               05 RSW-OLD-DOCUMENT    PIC X(20) VALUE SPACES.
               05 RSW-RUN-DATE        PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "RESIDENCY STATUS - ENTER YOUR OPERATOR ID: ".
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
               ACCEPT RSW-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 200-RECORD-ONE-CHANGE
                   UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       200-RECORD-ONE-CHANGE.
           MOVE 0 TO RSW-STUDENT-NUMBER.
           DISPLAY "STUDENT NUMBER (0 TO FINISH): ".
           ACCEPT RSW-STUDENT-IN.
           IF RSW-STUDENT-IN IS NOT NUMERIC
               DISPLAY "INVALID STUDENT NUMBER. DIGITS ONLY."
           ELSE
               MOVE RSW-STUDENT-IN TO RSW-STUDENT-NUMBER
               IF RSW-STUDENT-NUMBER = 0
                   MOVE "Y" TO DONE-FLAG
               ELSE
                   PERFORM 300-ACCEPT-RESIDENCY-DETAILS
               END-IF
           END-IF.

       300-ACCEPT-RESIDENCY-DETAILS.
           MOVE RSW-STUDENT-NUMBER TO RSL-STUDENT-NUMBER.
           MOVE SPACES TO RSL-TERM-CODE.
           CALL "RESIDENCY-LOOKUP" USING RESIDENCY-LOOKUP.
           IF RSL-FOUND-FLAG = "Y"
               DISPLAY "ON FILE: " RSL-STATUS " FROM "
                   RSL-EFFECTIVE-TERM " - " RSL-DOCUMENT-REF
           ELSE
               DISPLAY "NO RESIDENCY ON FILE - PRICED AS DOMESTIC."
           END-IF.
           DISPLAY "NEW STATUS - DOMESTIC (D), PERMANENT RESIDENT (P)"
               " OR INTERNATIONAL (I): ".
           ACCEPT RSW-STATUS.
           DISPLAY "EFFECTIVE TERM (CCYYTT): ".
           ACCEPT RSW-EFFECTIVE-TERM.
           DISPLAY "SUPPORTING DOCUMENT - TYPE AND NUMBER: ".
           ACCEPT RSW-DOCUMENT-REF.
      *    What the new row replaces is what was in force for its own
      *    effective term, not necessarily the newest row on file.
           MOVE RSW-EFFECTIVE-TERM TO RSL-TERM-CODE.
           CALL "RESIDENCY-LOOKUP" USING RESIDENCY-LOOKUP.
           MOVE RSL-STATUS       TO RSW-OLD-STATUS.
           MOVE RSL-DOCUMENT-REF TO RSW-OLD-DOCUMENT.
           PERFORM 310-VALIDATE-RESIDENCY.

       310-VALIDATE-RESIDENCY.
           PERFORM 340-CHECK-ALREADY-ON-FILE.
           EVALUATE TRUE
               WHEN RSW-STATUS NOT = "D" AND RSW-STATUS NOT = "P"
                       AND RSW-STATUS NOT = "I"
                   DISPLAY "STATUS MUST BE D, P OR I. "
                       "NOTHING RECORDED."
               WHEN RSW-EFFECTIVE-TERM = SPACES
                   DISPLAY "EFFECTIVE TERM CANNOT BE BLANK. "
                       "NOTHING RECORDED."
               WHEN RSW-STATUS NOT = "D"
                       AND RSW-DOCUMENT-REF = SPACES
                   DISPLAY "A SUPPORTING DOCUMENT IS REQUIRED FOR "
                       "THAT STATUS. NOTHING RECORDED."
               WHEN ALREADY-ON-FILE = "Y"
                   DISPLAY "A RESIDENCY ROW IS ALREADY ON FILE FOR "
                       "THAT STUDENT FROM THAT TERM."
               WHEN RSW-STATUS = RSW-OLD-STATUS
                       AND RSW-DOCUMENT-REF = RSW-OLD-DOCUMENT
                   DISPLAY "THAT IS THE STATUS ALREADY IN FORCE. "
                       "NOTHING RECORDED."
               WHEN OTHER
                   PERFORM 400-WRITE-THE-RESIDENCY
           END-EVALUATE.

      *    One row per student per effective term - the later
      *    effective term is how a status is changed.
       340-CHECK-ALREADY-ON-FILE.
           MOVE "N" TO ALREADY-ON-FILE.
           MOVE "N" TO EOF-RESIDENCY.
           OPEN INPUT RESIDENCY-FILE.
           IF RESIDENCY-STATUS = "00" OR RESIDENCY-STATUS = "05"
               PERFORM 345-CHECK-ONE-ROW UNTIL EOF-RESIDENCY = "Y"
               CLOSE RESIDENCY-FILE
           END-IF.

       345-CHECK-ONE-ROW.
           READ RESIDENCY-FILE
               AT END
                   MOVE "Y" TO EOF-RESIDENCY
               NOT AT END
                   IF RES-STUDENT-NUMBER = RSW-STUDENT-NUMBER
                           AND RES-EFFECTIVE-TERM
                               = RSW-EFFECTIVE-TERM
                       MOVE "Y" TO ALREADY-ON-FILE
                   END-IF
           END-READ.

       400-WRITE-THE-RESIDENCY.
           OPEN EXTEND RESIDENCY-FILE.
           MOVE SPACES TO RESIDENCY-RECORD.
           MOVE RSW-STUDENT-NUMBER TO RES-STUDENT-NUMBER.
           MOVE RSW-STATUS         TO RES-STATUS.
           MOVE RSW-EFFECTIVE-TERM TO RES-EFFECTIVE-TERM.
           MOVE RSW-DOCUMENT-REF   TO RES-DOCUMENT-REF.
           MOVE OPERATOR-ID-WS     TO RES-CHANGED-BY.
           MOVE RSW-RUN-DATE       TO RES-CHANGED-DATE.
           WRITE RESIDENCY-RECORD.
           CLOSE RESIDENCY-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE RSW-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE RSW-EFFECTIVE-TERM TO AUD-TERM-CODE.
           MOVE "RESIDENCY" TO AUD-FIELD-NAME.
           STRING RSW-OLD-STATUS " " RSW-OLD-DOCUMENT
               DELIMITED BY SIZE INTO AUD-OLD-VALUE
           END-STRING.
           STRING RSW-STATUS " " RSW-DOCUMENT-REF
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "RESIDENCY " RSW-STATUS " RECORDED FOR "
               RSW-STUDENT-NUMBER " FROM " RSW-EFFECTIVE-TERM ".".

       END PROGRAM RESIDENCY-MAINT.
