      *       GRAD-CANDIDATES.txt list the term-end all-students
      *       DEGREE-AUDIT run produced (nothing missing), so this
      *       batch can never disagree with the audit the way the
      *       old conferral spreadsheet did - advisor-approved
      *       substitutions and waivers included, and a credential
      *       that relied on one says so on the report;
      *    2. holds - an active HOLDS.txt row of either type blocks
      *       conferral until it is released;
      *    3. money - the applicant's TUITION-OWED summed over every
      * with the gate that stopped it.  Supervisor sign-on required,
      * same arrangement as WRITEOFF-RUN - a conferral is as
      * irreversible as a write-off.
      * A minor is never conferred on its own - a candidate row the
      * audit typed 'N' does not clear an application.  Instead, when
      * a credential is conferred, the graduate's active minors that
      * the audit found complete, and the second major the
      * credential is for, are marked completed on
      * PROGRAM-DECLARATIONS.txt (see PROGDECL-RECORD.cpy) - that is
      * what puts a minor on the parchment - and named on the
      * report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERRAL-RUN.
           SELECT OPTIONAL HOLDS-FILE ASSIGN "HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.
           SELECT OPTIONAL DECLARATION-FILE
               ASSIGN "PROGRAM-DECLARATIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECLARATION-STATUS.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               05 CND-PROGRAM-CODE   PIC X(6).
               05 FILLER             PIC X(2).
               05 CND-STUDENT-NAME   PIC X(40).
               05 FILLER             PIC X(2).
               05 CND-EXCEPTION-COUNT PIC 9(2).
               05 FILLER             PIC X(2).
               05 CND-DECLARATION-TYPE PIC X(1).

           FD HOLDS-FILE.
           COPY "HOLD-RECORD.cpy".

           FD DECLARATION-FILE.
           COPY "PROGDECL-RECORD.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           01 CANDIDATES-STATUS PIC X(2).
           01 HOLDS-STATUS      PIC X(2).
           01 DEMO-STATUS       PIC X(2).
           01 DECLARATION-STATUS PIC X(2).

      *    Supervisor approval is a real OPERATOR.txt sign-on with
      *    role 'S', same arrangement as WRITEOFF-RUN's.
                   10 CND-TBL-STUDENT PIC 9(6).
                   10 CND-TBL-PROGRAM PIC X(6).
                   10 CND-TBL-NAME    PIC X(40).
                   10 CND-TBL-EXCEPTIONS PIC 9(2).
                   10 CND-TBL-TYPE    PIC X(1).
           01 CANDIDATE-COUNT PIC 9(3) VALUE 0.
           01 CANDIDATE-MAX   PIC 9(3) VALUE 500.

           01 HOLD-ENTRY-COUNT PIC 9(3) VALUE 0.
           01 HOLD-TABLE-MAX   PIC 9(3) VALUE 500.

      *    Second majors and minors, every row - the file is written
      *    back whole when a conferral completes one.
           01 DECLARATION-TABLE.
               05 DECLARATION-ENTRY OCCURS 2000 TIMES
                       INDEXED DC-ENTRY.
                   10 DTBL-STUDENT-NUMBER PIC 9(6).
                   10 DTBL-PROGRAM-CODE   PIC X(6).
                   10 DTBL-TYPE           PIC X(1).
                   10 DTBL-DECLARED-TERM  PIC X(6).
                   10 DTBL-STATUS         PIC X(1).
                   10 DTBL-CHANGED-BY     PIC X(10).
                   10 DTBL-CHANGED-DATE   PIC 9(8).
           01 DECLARATION-COUNT PIC 9(4) VALUE 0.
           01 DECLARATION-MAX   PIC 9(4) VALUE 2000.

           01 COUNTERS.
               05 PENDING-COUNTER   PIC 9(5) VALUE 0.
               05 CONFERRED-COUNTER PIC 9(5) VALUE 0.
               05 BLOCKED-COUNTER   PIC 9(5) VALUE 0.
               05 COMPLETED-COUNTER PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-APPS   PIC X VALUE "N".
               05 EOF-CAND   PIC X VALUE "N".
               05 EOF-HOLDS  PIC X VALUE "N".
               05 EOF-DECLARATION PIC X VALUE "N".
               05 MINOR-CLEARED PIC X VALUE "N".
               05 EOF-GROUP  PIC X VALUE "N".
               05 GATE-BLOCK PIC X VALUE "N".

               05 DCW-BALANCE        PIC S9(9)V99.
               05 DCW-REASON         PIC X(30).
               05 DCW-FOUND          PIC 9(3).
               05 DCW-EXCEPTIONS     PIC 9(2).
               05 IDX-WS             PIC 9(3).
               05 RUN-DATE-WS        PIC 9(8).

           PERFORM 160-LOAD-APP-TABLE.
           PERFORM 170-LOAD-CANDIDATE-TABLE.
           PERFORM 180-LOAD-HOLD-TABLE.
           PERFORM 190-LOAD-DECLARATION-TABLE.
           IF CANDIDATE-COUNT = 0
               DISPLAY "GRAD-CANDIDATES.txt IS EMPTY OR MISSING - "
                   "RUN THE TERM-END DEGREE-AUDIT PASS FIRST."
                       TO CND-TBL-STUDENT(C-ENTRY)
                   MOVE CND-PROGRAM-CODE TO CND-TBL-PROGRAM(C-ENTRY)
                   MOVE CND-STUDENT-NAME TO CND-TBL-NAME(C-ENTRY)
      *            A list from before exceptions were counted has
      *            nothing in the column.
                   IF CND-EXCEPTION-COUNT IS NUMERIC
                       MOVE CND-EXCEPTION-COUNT
                           TO CND-TBL-EXCEPTIONS(C-ENTRY)
                   ELSE
                       MOVE 0 TO CND-TBL-EXCEPTIONS(C-ENTRY)
                   END-IF
                   IF CND-DECLARATION-TYPE = "M"
                           OR CND-DECLARATION-TYPE = "N"
                       MOVE CND-DECLARATION-TYPE
                           TO CND-TBL-TYPE(C-ENTRY)
                   ELSE
                       MOVE SPACE TO CND-TBL-TYPE(C-ENTRY)
                   END-IF
                   ADD 1 TO C-ENTRY
           END-READ.

                   ADD 1 TO H-ENTRY
           END-READ.

       190-LOAD-DECLARATION-TABLE.
           SET DC-ENTRY TO 1.
           OPEN INPUT DECLARATION-FILE.
           IF DECLARATION-STATUS = "00" OR DECLARATION-STATUS = "05"
               PERFORM 195-LOAD-ONE-DECLARATION
                   UNTIL EOF-DECLARATION = "Y"
                   OR DC-ENTRY > DECLARATION-MAX
               CLOSE DECLARATION-FILE
           END-IF.
           COMPUTE DECLARATION-COUNT = DC-ENTRY - 1.
           IF EOF-DECLARATION NOT = "Y"
                   AND DECLARATION-COUNT >= DECLARATION-MAX
               DISPLAY "PROGRAM-DECLARATIONS.txt EXCEEDS "
                   DECLARATION-MAX " ROWS. RUN ABORTED - NOTHING "
                   "CHANGED."
               MOVE 8 TO RETURN-CODE
           END-IF.

       195-LOAD-ONE-DECLARATION.
           READ DECLARATION-FILE
               AT END
                   MOVE "Y" TO EOF-DECLARATION
               NOT AT END
                   MOVE PDC-STUDENT-NUMBER
                       TO DTBL-STUDENT-NUMBER(DC-ENTRY)
                   MOVE PDC-PROGRAM-CODE TO DTBL-PROGRAM-CODE(DC-ENTRY)
                   MOVE PDC-DECLARATION-TYPE TO DTBL-TYPE(DC-ENTRY)
                   MOVE PDC-DECLARED-TERM
                       TO DTBL-DECLARED-TERM(DC-ENTRY)
                   MOVE PDC-STATUS TO DTBL-STATUS(DC-ENTRY)
                   MOVE PDC-CHANGED-BY TO DTBL-CHANGED-BY(DC-ENTRY)
                   MOVE PDC-CHANGED-DATE
                       TO DTBL-CHANGED-DATE(DC-ENTRY)
                   SET DC-ENTRY UP BY 1
           END-READ.

       200-DECIDE-APPLICATIONS.
           OPEN INPUT  STUDENT-DATA-FILE.
           OPEN INPUT  DEMO-FILE.
           CLOSE DIPLOMA-ORDERS-FILE.
           CLOSE REPORT-FILE.
           PERFORM 800-SAVE-APP-TABLE.
           IF COMPLETED-COUNTER > 0
               PERFORM 820-SAVE-DECLARATION-TABLE
           END-IF.
           PERFORM 950-DISPLAY-STATS.

      *****************************************************************
               IF CND-TBL-STUDENT(C-ENTRY) = DCW-STUDENT-NUMBER
                       AND CND-TBL-PROGRAM(C-ENTRY)
                           = GTBL-PROGRAM-CODE(IDX-WS)
                       AND CND-TBL-TYPE(C-ENTRY) NOT = "N"
                   SET DCW-FOUND TO C-ENTRY
                   MOVE CND-TBL-NAME(C-ENTRY) TO DCW-STUDENT-NAME
                   MOVE CND-TBL-EXCEPTIONS(C-ENTRY) TO DCW-EXCEPTIONS
               END-IF
           END-PERFORM.
           IF DCW-FOUND = 0
           MOVE "C" TO GTBL-STATUS(IDX-WS).
           MOVE RUN-DATE-WS TO GTBL-DECIDED-DATE(IDX-WS).
           ADD 1 TO CONFERRED-COUNTER.
           IF DCW-EXCEPTIONS > 0
               MOVE "CONFERRED - WITH EXCEPTIONS" TO DCW-REASON
           ELSE
               MOVE "CONFERRED" TO DCW-REASON
           END-IF.
           PERFORM 700-WRITE-REPORT-LINE.
           PERFORM 420-COMPLETE-ONE-DECLARATION
               VARYING DC-ENTRY FROM 1 BY 1
               UNTIL DC-ENTRY > DECLARATION-COUNT.

      *****************************************************************
      * The graduate's active declarations: the second major this
      * credential is for, and any minor the term-end audit listed
      * with nothing missing, are completed by the conferral.
      *****************************************************************
       420-COMPLETE-ONE-DECLARATION.
           IF DTBL-STUDENT-NUMBER(DC-ENTRY) = DCW-STUDENT-NUMBER
                   AND DTBL-STATUS(DC-ENTRY) = "A"
               MOVE "N" TO MINOR-CLEARED
               IF DTBL-TYPE(DC-ENTRY) = "N"
                   PERFORM VARYING C-ENTRY FROM 1 BY 1
                           UNTIL C-ENTRY > CANDIDATE-COUNT
                           OR MINOR-CLEARED = "Y"
                       IF CND-TBL-STUDENT(C-ENTRY) = DCW-STUDENT-NUMBER
                               AND CND-TBL-PROGRAM(C-ENTRY)
                                   = DTBL-PROGRAM-CODE(DC-ENTRY)
                               AND CND-TBL-TYPE(C-ENTRY) = "N"
                           MOVE "Y" TO MINOR-CLEARED
                       END-IF
                   END-PERFORM
               END-IF
               IF MINOR-CLEARED = "Y"
                       OR (DTBL-TYPE(DC-ENTRY) = "M"
                           AND DTBL-PROGRAM-CODE(DC-ENTRY)
                               = GTBL-PROGRAM-CODE(IDX-WS))
                   MOVE "C" TO DTBL-STATUS(DC-ENTRY)
                   MOVE SUPERVISOR-ID-WS TO DTBL-CHANGED-BY(DC-ENTRY)
                   MOVE RUN-DATE-WS TO DTBL-CHANGED-DATE(DC-ENTRY)
                   ADD 1 TO COMPLETED-COUNTER
                   MOVE SPACES TO REPORT-DETAIL-LINE
                   MOVE DCW-STUDENT-NUMBER TO RPT-STUDENT-NUMBER
                   MOVE DTBL-PROGRAM-CODE(DC-ENTRY) TO RPT-PROGRAM-CODE
                   IF DTBL-TYPE(DC-ENTRY) = "N"
                       MOVE "MINOR COMPLETED" TO RPT-DISPOSITION
                   ELSE
                       MOVE "SECOND MAJOR COMPLETED" TO RPT-DISPOSITION
                   END-IF
                   WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE
               END-IF
           END-IF.

      *****************************************************************
      * The print vendor's extract line.  A student with no
           MOVE GTBL-DECIDED-DATE(A-ENTRY)   TO GAP-DECIDED-DATE.
           WRITE GRADAPP-RECORD.

       820-SAVE-DECLARATION-TABLE.
           OPEN OUTPUT DECLARATION-FILE.
           PERFORM 830-WRITE-ONE-DECLARATION
               VARYING DC-ENTRY FROM 1 BY 1
               UNTIL DC-ENTRY > DECLARATION-COUNT.
           CLOSE DECLARATION-FILE.

       830-WRITE-ONE-DECLARATION.
           MOVE SPACES TO PROGDECL-RECORD.
           MOVE DTBL-STUDENT-NUMBER(DC-ENTRY) TO PDC-STUDENT-NUMBER.
           MOVE DTBL-PROGRAM-CODE(DC-ENTRY)   TO PDC-PROGRAM-CODE.
           MOVE DTBL-TYPE(DC-ENTRY)          TO PDC-DECLARATION-TYPE.
           MOVE DTBL-DECLARED-TERM(DC-ENTRY)  TO PDC-DECLARED-TERM.
           MOVE DTBL-STATUS(DC-ENTRY)         TO PDC-STATUS.
           MOVE DTBL-CHANGED-BY(DC-ENTRY)     TO PDC-CHANGED-BY.
           MOVE DTBL-CHANGED-DATE(DC-ENTRY)   TO PDC-CHANGED-DATE.
           WRITE PROGDECL-RECORD.

       950-DISPLAY-STATS.
           DISPLAY "APPLICATIONS DECIDED: " PENDING-COUNTER.
           DISPLAY "CREDENTIALS CONFERRED:" CONFERRED-COUNTER.
           DISPLAY "APPLICATIONS BLOCKED: " BLOCKED-COUNTER.
           DISPLAY "DECLARATIONS COMPLETED:" COMPLETED-COUNTER.
           DISPLAY "DETAIL IN CONFERRAL-REPORT.txt".
           IF BLOCKED-COUNTER > 0
               MOVE 4 TO RETURN-CODE
