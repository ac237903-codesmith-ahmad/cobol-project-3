      ******************************************************************
      * Tectonics: Tuition exemption entry.  Employee dependants,
      * seniors and some exchange students pay reduced or no
      * tuition; the desk used to assess them at full rate and key a
      * fake payment to cancel the difference, which put money that
      * never arrived on PAYMENTS.dat, the tax receipts and the cash
      * reconciliation.  The supervisor records the exemption here
      * instead, as one TUITION-EXEMPTIONS.txt row (see
      * EXEMPT-RECORD.cpy): the category, a percentage of the
      * assessment or a fixed amount off it, and the terms it runs
      * for.  TUITION-ASSESS and RATE-REASSESS apply it from then on
      * as its own waiver line.  A row with a zero percentage ends an
      * earlier exemption from its effective term.  Same
      * OPERATOR-SIGNON role 'S' check REQ-EXCEPTION makes, and each
      * approval lands on AUDIT-LOG.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXEMPT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXEMPTION-FILE
               ASSIGN "TUITION-EXEMPTIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXEMPTION-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD EXEMPTION-FILE.
           COPY "EXEMPT-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 EXEMPTION-STATUS PIC X(2).

      *    Supervisor approval is a real OPERATOR.txt sign-on with
      *    role 'S', same arrangement as WRITEOFF-RUN's.
           01 SUPERVISOR-ID-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 FLAGS.
               05 DONE-FLAG       PIC X VALUE "N".
               05 ALREADY-ON-FILE PIC X VALUE "N".
               05 EOF-EXEMPTION   PIC X VALUE "N".

           01 EXEMPTION-WORK-AREA.
               05 EXW-STUDENT-IN      PIC X(6) VALUE SPACES.
               05 EXW-STUDENT-NUMBER  PIC 9(6) VALUE 0.
               05 EXW-CATEGORY        PIC X(8) VALUE SPACES.
               05 EXW-BASIS           PIC X(1) VALUE SPACE.
               05 EXW-VALUE-IN        PIC X(8) VALUE SPACES.
               05 EXW-PERCENT         PIC 9(3)V99 VALUE 0.
               05 EXW-AMOUNT          PIC 9(5)V99 VALUE 0.
               05 EXW-EFFECTIVE-TERM  PIC X(6) VALUE SPACES.
               05 EXW-EXPIRY-TERM     PIC X(6) VALUE SPACES.
               05 EXW-RUN-DATE        PIC 9(8) VALUE 0.
               05 EXW-PERCENT-DISPLAY PIC ZZ9.99.
               05 EXW-AMOUNT-DISPLAY  PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "TUITION EXEMPTIONS - ENTER YOUR SUPERVISOR ID: ".
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
               ACCEPT EXW-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 200-APPROVE-ONE-EXEMPTION
                   UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       200-APPROVE-ONE-EXEMPTION.
           MOVE 0 TO EXW-STUDENT-NUMBER.
           DISPLAY "STUDENT NUMBER (0 TO FINISH): ".
           ACCEPT EXW-STUDENT-IN.
           IF EXW-STUDENT-IN IS NOT NUMERIC
               DISPLAY "INVALID STUDENT NUMBER. DIGITS ONLY."
           ELSE
               MOVE EXW-STUDENT-IN TO EXW-STUDENT-NUMBER
               IF EXW-STUDENT-NUMBER = 0
                   MOVE "Y" TO DONE-FLAG
               ELSE
                   PERFORM 300-ACCEPT-EXEMPTION-DETAILS
               END-IF
           END-IF.

       300-ACCEPT-EXEMPTION-DETAILS.
           DISPLAY "CATEGORY (E.G. EMPDEP, SENIOR, EXCHANGE): ".
           ACCEPT EXW-CATEGORY.
           DISPLAY "PERCENTAGE (P) OR FIXED AMOUNT (F): ".
           ACCEPT EXW-BASIS.
           MOVE 0 TO EXW-PERCENT EXW-AMOUNT.
           IF EXW-BASIS = "F"
               DISPLAY "AMOUNT OFF THE ASSESSMENT (99999.99): "
               ACCEPT EXW-VALUE-IN
               COMPUTE EXW-AMOUNT = FUNCTION NUMVAL(EXW-VALUE-IN)
           ELSE
               DISPLAY "PERCENTAGE OF THE ASSESSMENT (0-100): "
               ACCEPT EXW-VALUE-IN
               COMPUTE EXW-PERCENT = FUNCTION NUMVAL(EXW-VALUE-IN)
           END-IF.
           DISPLAY "EFFECTIVE TERM (CCYYTT): ".
           ACCEPT EXW-EFFECTIVE-TERM.
           DISPLAY "EXPIRY TERM (CCYYTT, BLANK = NO EXPIRY): ".
           ACCEPT EXW-EXPIRY-TERM.
           PERFORM 310-VALIDATE-EXEMPTION.

       310-VALIDATE-EXEMPTION.
           PERFORM 340-CHECK-ALREADY-ON-FILE.
           EVALUATE TRUE
               WHEN EXW-CATEGORY = SPACES
                   DISPLAY "CATEGORY CANNOT BE BLANK. "
                       "NOTHING RECORDED."
               WHEN EXW-BASIS NOT = "P" AND EXW-BASIS NOT = "F"
                   DISPLAY "BASIS MUST BE P OR F. NOTHING RECORDED."
               WHEN EXW-BASIS = "P" AND EXW-PERCENT > 100
                   DISPLAY "PERCENTAGE CANNOT EXCEED 100. "
                       "NOTHING RECORDED."
               WHEN EXW-BASIS = "F" AND EXW-AMOUNT = 0
                   DISPLAY "AMOUNT MUST BE MORE THAN ZERO. "
                       "NOTHING RECORDED."
               WHEN EXW-EFFECTIVE-TERM = SPACES
                   DISPLAY "EFFECTIVE TERM CANNOT BE BLANK. "
                       "NOTHING RECORDED."
               WHEN EXW-EXPIRY-TERM NOT = SPACES
                       AND EXW-EXPIRY-TERM < EXW-EFFECTIVE-TERM
                   DISPLAY "EXPIRY TERM IS BEFORE THE EFFECTIVE "
                       "TERM. NOTHING RECORDED."
               WHEN ALREADY-ON-FILE = "Y"
                   DISPLAY "AN EXEMPTION IS ALREADY ON FILE FOR "
                       "THAT STUDENT FROM THAT TERM."
               WHEN OTHER
                   PERFORM 400-WRITE-THE-EXEMPTION
           END-EVALUATE.

      *    One row per student per effective term - the later
      *    effective term is how an exemption is changed or ended.
       340-CHECK-ALREADY-ON-FILE.
           MOVE "N" TO ALREADY-ON-FILE.
           MOVE "N" TO EOF-EXEMPTION.
           OPEN INPUT EXEMPTION-FILE.
           IF EXEMPTION-STATUS = "00" OR EXEMPTION-STATUS = "05"
               PERFORM 345-CHECK-ONE-ROW UNTIL EOF-EXEMPTION = "Y"
               CLOSE EXEMPTION-FILE
           END-IF.

       345-CHECK-ONE-ROW.
           READ EXEMPTION-FILE
               AT END
                   MOVE "Y" TO EOF-EXEMPTION
               NOT AT END
                   IF EXM-STUDENT-NUMBER = EXW-STUDENT-NUMBER
                           AND EXM-EFFECTIVE-TERM
                               = EXW-EFFECTIVE-TERM
                       MOVE "Y" TO ALREADY-ON-FILE
                   END-IF
           END-READ.

       400-WRITE-THE-EXEMPTION.
           OPEN EXTEND EXEMPTION-FILE.
           MOVE SPACES TO EXEMPT-RECORD.
           MOVE EXW-STUDENT-NUMBER TO EXM-STUDENT-NUMBER.
           MOVE EXW-CATEGORY       TO EXM-CATEGORY.
           MOVE EXW-BASIS          TO EXM-BASIS.
           MOVE EXW-PERCENT        TO EXM-PERCENT.
           MOVE EXW-AMOUNT         TO EXM-AMOUNT.
           MOVE EXW-EFFECTIVE-TERM TO EXM-EFFECTIVE-TERM.
           MOVE EXW-EXPIRY-TERM    TO EXM-EXPIRY-TERM.
           MOVE SUPERVISOR-ID-WS   TO EXM-APPROVED-BY.
           MOVE EXW-RUN-DATE       TO EXM-APPROVED-DATE.
           WRITE EXEMPT-RECORD.
           CLOSE EXEMPTION-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE EXW-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE EXW-EFFECTIVE-TERM TO AUD-TERM-CODE.
           STRING "EXEMPT " EXW-CATEGORY
               DELIMITED BY SIZE INTO AUD-FIELD-NAME
           END-STRING.
           MOVE SPACES TO AUD-OLD-VALUE.
           IF EXW-BASIS = "F"
               MOVE EXW-AMOUNT TO EXW-AMOUNT-DISPLAY
               STRING "AMOUNT " EXW-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO AUD-NEW-VALUE
               END-STRING
           ELSE
               MOVE EXW-PERCENT TO EXW-PERCENT-DISPLAY
               STRING "PERCENT " EXW-PERCENT-DISPLAY
                   DELIMITED BY SIZE INTO AUD-NEW-VALUE
               END-STRING
           END-IF.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "EXEMPTION RECORDED FOR " EXW-STUDENT-NUMBER
               " FROM " EXW-EFFECTIVE-TERM ".".

       END PROGRAM EXEMPT-MAINT.
