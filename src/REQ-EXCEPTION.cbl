      ******************************************************************
      * Tectonics: Requirement substitution and waiver entry.  When
      * an advisor agrees a student may use a different course for
      * one of their program's REQUIREMENTS.txt courses, or waives
      * one, the supervisor records it here as one REQ-EXCEPTIONS.txt
      * row (see REQEXC-RECORD.cpy) with the reason; DEGREE-AUDIT
      * honours it from then on, so the student stops showing as
      * not graduating and CONFERRAL-RUN stops blocking them.  The
      * required course must be one the student's program demands,
      * and a substitute must be in the COURSE.txt catalog.  Same
      * OPERATOR-SIGNON role 'S' check AMNESTY-GRANT makes, and each
      * approval lands on AUDIT-LOG.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQ-EXCEPTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXCEPTION-FILE ASSIGN "REQ-EXCEPTIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-STATUS.
           SELECT REQUIREMENTS-FILE ASSIGN "REQUIREMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUIREMENTS-STATUS.
           SELECT COURSE-FILE ASSIGN "COURSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD EXCEPTION-FILE.
           COPY "REQEXC-RECORD.cpy".

           FD REQUIREMENTS-FILE.
           01 REQUIREMENTS-RECORD.
               05 RQF-PROGRAM-CODE PIC X(6).
               05 FILLER           PIC X VALUE SPACE.
               05 RQF-COURSE-CODE  PIC X(7).
               05 FILLER           PIC X VALUE SPACE.
               05 RQF-MIN-GRADE    PIC 9(3).

           FD COURSE-FILE.
           01 COURSE-RECORD.
               05 COURSE-REC-CODE          PIC X(7).
               05 COURSE-REC-TITLE         PIC X(20).
               05 COURSE-REC-CREDIT-HOURS  PIC 9(2).

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 EXCEPTION-STATUS    PIC X(2).
           01 REQUIREMENTS-STATUS PIC X(2).

      *    Supervisor approval is a real OPERATOR.txt sign-on with
      *    role 'S', same arrangement as WRITEOFF-RUN's.
           01 SUPERVISOR-ID-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 COURSE-TABLE.
           COPY "COURSE-TABLE.cpy".

           01 COURSE-ENTRY-COUNT PIC 999 VALUE 0.
           01 COURSE-TABLE-CAPACITY PIC 999 VALUE 300.

      *    REQUIREMENTS.txt loaded once at startup.
           01 REQUIREMENTS-TABLE.
               05 REQ-ENTRY OCCURS 500 TIMES INDEXED RQ-ENTRY.
                   10 REQ-PROGRAM   PIC X(6).
                   10 REQ-COURSE    PIC X(7).
           01 REQ-COUNT PIC 9(3) VALUE 0.
           01 REQ-MAX   PIC 9(3) VALUE 500.

           01 FLAGS.
               05 DONE-FLAG        PIC X VALUE "N".
               05 ALREADY-ON-FILE  PIC X VALUE "N".
               05 REQUIREMENT-FOUND PIC X VALUE "N".
               05 CATALOG-FOUND    PIC X VALUE "N".
               05 EOF-EXCEPTION    PIC X VALUE "N".
               05 EOF-REQ          PIC X VALUE "N".
               05 EOF-COURSE       PIC X VALUE "N".

           01 EXCEPTION-WORK-AREA.
               05 RXW-STUDENT-IN       PIC X(6) VALUE SPACES.
               05 RXW-STUDENT-NUMBER   PIC 9(6) VALUE 0.
               05 RXW-PROGRAM-CODE     PIC X(6) VALUE SPACES.
               05 RXW-REQUIRED-COURSE  PIC X(7) VALUE SPACES.
               05 RXW-EXCEPTION-TYPE   PIC X(1) VALUE SPACE.
               05 RXW-SUBSTITUTE-COURSE PIC X(7) VALUE SPACES.
               05 RXW-TERM-CODE        PIC X(6) VALUE SPACES.
               05 RXW-REASON           PIC X(40) VALUE SPACES.
               05 RXW-RUN-DATE         PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "REQUIREMENT EXCEPTIONS - ENTER YOUR SUPERVISOR "
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
               ACCEPT RXW-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 150-LOAD-REQUIREMENTS
               PERFORM 160-LOAD-COURSE-TABLE
               PERFORM 200-APPROVE-ONE-EXCEPTION
                   UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       150-LOAD-REQUIREMENTS.
           SET RQ-ENTRY TO 1.
           OPEN INPUT REQUIREMENTS-FILE.
           IF REQUIREMENTS-STATUS = "00"
               PERFORM 155-LOAD-ONE-REQUIREMENT UNTIL EOF-REQ = "Y"
                   OR RQ-ENTRY > REQ-MAX
               CLOSE REQUIREMENTS-FILE
           END-IF.
           COMPUTE REQ-COUNT = RQ-ENTRY - 1.

       155-LOAD-ONE-REQUIREMENT.
           READ REQUIREMENTS-FILE
               AT END
                   MOVE "Y" TO EOF-REQ
               NOT AT END
                   MOVE RQF-PROGRAM-CODE TO REQ-PROGRAM(RQ-ENTRY)
                   MOVE RQF-COURSE-CODE  TO REQ-COURSE(RQ-ENTRY)
                   ADD 1 TO RQ-ENTRY
           END-READ.

       160-LOAD-COURSE-TABLE.
           SET C-ENTRY TO 1.
           OPEN INPUT COURSE-FILE.
           PERFORM 165-LOAD-ONE-COURSE UNTIL EOF-COURSE = "Y"
               OR C-ENTRY > COURSE-TABLE-CAPACITY.
           CLOSE COURSE-FILE.
           COMPUTE COURSE-ENTRY-COUNT = C-ENTRY - 1.

       165-LOAD-ONE-COURSE.
           READ COURSE-FILE
               AT END
                   MOVE "Y" TO EOF-COURSE
               NOT AT END
                   MOVE COURSE-RECORD TO COURSE-TABLE-ENTRY(C-ENTRY)
                   ADD 1 TO C-ENTRY
           END-READ.

       200-APPROVE-ONE-EXCEPTION.
           MOVE 0 TO RXW-STUDENT-NUMBER.
           DISPLAY "STUDENT NUMBER (0 TO FINISH): ".
           ACCEPT RXW-STUDENT-IN.
           IF RXW-STUDENT-IN IS NOT NUMERIC
               DISPLAY "INVALID STUDENT NUMBER. DIGITS ONLY."
           ELSE
               MOVE RXW-STUDENT-IN TO RXW-STUDENT-NUMBER
               IF RXW-STUDENT-NUMBER = 0
                   MOVE "Y" TO DONE-FLAG
               ELSE
                   PERFORM 300-ACCEPT-EXCEPTION-DETAILS
               END-IF
           END-IF.

       300-ACCEPT-EXCEPTION-DETAILS.
           DISPLAY "PROGRAM CODE: ".
           ACCEPT RXW-PROGRAM-CODE.
           DISPLAY "REQUIRED COURSE CODE: ".
           ACCEPT RXW-REQUIRED-COURSE.
           DISPLAY "SUBSTITUTION (S) OR WAIVER (W): ".
           ACCEPT RXW-EXCEPTION-TYPE.
           MOVE SPACES TO RXW-SUBSTITUTE-COURSE.
           IF RXW-EXCEPTION-TYPE = "S"
               DISPLAY "SUBSTITUTE COURSE CODE: "
               ACCEPT RXW-SUBSTITUTE-COURSE
           END-IF.
           DISPLAY "TERM APPROVED IN (CCYYTT): ".
           ACCEPT RXW-TERM-CODE.
           DISPLAY "REASON: ".
           ACCEPT RXW-REASON.
           PERFORM 310-VALIDATE-EXCEPTION.

       310-VALIDATE-EXCEPTION.
           PERFORM 320-CHECK-REQUIREMENT.
           PERFORM 330-CHECK-CATALOG.
           PERFORM 340-CHECK-ALREADY-ON-FILE.
           EVALUATE TRUE
               WHEN RXW-EXCEPTION-TYPE NOT = "S"
                       AND RXW-EXCEPTION-TYPE NOT = "W"
                   DISPLAY "TYPE MUST BE S OR W. NOTHING RECORDED."
               WHEN REQUIREMENT-FOUND NOT = "Y"
                   DISPLAY RXW-REQUIRED-COURSE " IS NOT A "
                       "REQUIREMENT OF " RXW-PROGRAM-CODE
                       ". NOTHING RECORDED."
               WHEN RXW-EXCEPTION-TYPE = "S"
                       AND CATALOG-FOUND NOT = "Y"
                   DISPLAY RXW-SUBSTITUTE-COURSE " IS NOT IN THE "
                       "CATALOG. NOTHING RECORDED."
               WHEN RXW-TERM-CODE = SPACES
                   DISPLAY "TERM CANNOT BE BLANK. NOTHING RECORDED."
               WHEN RXW-REASON = SPACES
                   DISPLAY "A REASON IS REQUIRED. NOTHING RECORDED."
               WHEN ALREADY-ON-FILE = "Y"
                   DISPLAY "AN EXCEPTION IS ALREADY ON FILE FOR "
                       "THAT STUDENT/PROGRAM/COURSE."
               WHEN OTHER
                   PERFORM 400-WRITE-THE-EXCEPTION
           END-EVALUATE.

       320-CHECK-REQUIREMENT.
           MOVE "N" TO REQUIREMENT-FOUND.
           PERFORM VARYING RQ-ENTRY FROM 1 BY 1
                   UNTIL RQ-ENTRY > REQ-COUNT
                   OR REQUIREMENT-FOUND = "Y"
               IF REQ-PROGRAM(RQ-ENTRY) = RXW-PROGRAM-CODE
                       AND REQ-COURSE(RQ-ENTRY) = RXW-REQUIRED-COURSE
                   MOVE "Y" TO REQUIREMENT-FOUND
               END-IF
           END-PERFORM.

       330-CHECK-CATALOG.
           MOVE "N" TO CATALOG-FOUND.
           PERFORM VARYING C-ENTRY FROM 1 BY 1
                   UNTIL C-ENTRY > COURSE-ENTRY-COUNT
                   OR CATALOG-FOUND = "Y"
               IF COURSE-TABLE-CODE(C-ENTRY) = RXW-SUBSTITUTE-COURSE
                   MOVE "Y" TO CATALOG-FOUND
               END-IF
           END-PERFORM.

       340-CHECK-ALREADY-ON-FILE.
           MOVE "N" TO ALREADY-ON-FILE.
           MOVE "N" TO EOF-EXCEPTION.
           OPEN INPUT EXCEPTION-FILE.
           IF EXCEPTION-STATUS = "00" OR EXCEPTION-STATUS = "05"
               PERFORM 345-CHECK-ONE-ROW UNTIL EOF-EXCEPTION = "Y"
               CLOSE EXCEPTION-FILE
           END-IF.

       345-CHECK-ONE-ROW.
           READ EXCEPTION-FILE
               AT END
                   MOVE "Y" TO EOF-EXCEPTION
               NOT AT END
                   IF RQX-STUDENT-NUMBER = RXW-STUDENT-NUMBER
                           AND RQX-PROGRAM-CODE = RXW-PROGRAM-CODE
                           AND RQX-REQUIRED-COURSE
                               = RXW-REQUIRED-COURSE
                       MOVE "Y" TO ALREADY-ON-FILE
                   END-IF
           END-READ.

       400-WRITE-THE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           MOVE SPACES TO REQEXC-RECORD.
           MOVE RXW-STUDENT-NUMBER    TO RQX-STUDENT-NUMBER.
           MOVE RXW-PROGRAM-CODE      TO RQX-PROGRAM-CODE.
           MOVE RXW-REQUIRED-COURSE   TO RQX-REQUIRED-COURSE.
           MOVE RXW-EXCEPTION-TYPE    TO RQX-EXCEPTION-TYPE.
           MOVE RXW-SUBSTITUTE-COURSE TO RQX-SUBSTITUTE-COURSE.
           MOVE RXW-TERM-CODE         TO RQX-TERM-CODE.
           MOVE SUPERVISOR-ID-WS      TO RQX-APPROVED-BY.
           MOVE RXW-RUN-DATE          TO RQX-APPROVED-DATE.
           MOVE RXW-REASON            TO RQX-REASON.
           WRITE REQEXC-RECORD.
           CLOSE EXCEPTION-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE RXW-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE RXW-TERM-CODE      TO AUD-TERM-CODE.
           STRING "REQ " RXW-PROGRAM-CODE " " RXW-REQUIRED-COURSE
               DELIMITED BY SIZE INTO AUD-FIELD-NAME
           END-STRING.
           MOVE SPACES TO AUD-OLD-VALUE.
           IF RXW-EXCEPTION-TYPE = "W"
               MOVE "WAIVED" TO AUD-NEW-VALUE
           ELSE
               STRING "SUBSTITUTE " RXW-SUBSTITUTE-COURSE
                   DELIMITED BY SIZE INTO AUD-NEW-VALUE
               END-STRING
           END-IF.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "EXCEPTION RECORDED FOR " RXW-STUDENT-NUMBER
               " " RXW-REQUIRED-COURSE ".".

       END PROGRAM REQ-EXCEPTION.
