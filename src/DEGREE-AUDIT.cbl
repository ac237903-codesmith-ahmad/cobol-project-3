      * from a prompt, or for every active student on a term as the
      * term-end graduation-candidate list (students with nothing
      * missing land in GRAD-CANDIDATES.txt).  Detail goes to
      * DEGREE-AUDIT.txt either way.  An advisor-agreed exception on
      * REQ-EXCEPTIONS.txt (see REQEXC-RECORD.cpy) is honoured: a
      * waived requirement is WAIVED, not MISSING, and a substituted
      * one is judged on the substitute course at the requirement's
      * minimum grade; either is named on the detail line, and the
      * candidate row carries how many the student relied on.
      * Every second major and minor declared on
      * PROGRAM-DECLARATIONS.txt (see PROGDECL-RECORD.cpy) and not
      * dropped is audited after the PROGRAM-OF-STUDY, against its
      * own REQUIREMENTS.txt rows and from the same history; one
      * with nothing missing gets its own candidate row, typed 'M'
      * or 'N' (blank for the PROGRAM-OF-STUDY), which is how
      * CONFERRAL-RUN knows the minor was finished.  A declared
      * program with no requirements on file is reported, never a
      * candidate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-AUDIT.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CANDIDATES-FILE ASSIGN "GRAD-CANDIDATES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE ASSIGN "REQ-EXCEPTIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-STATUS.
           SELECT OPTIONAL DECLARATION-FILE
               ASSIGN "PROGRAM-DECLARATIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECLARATION-STATUS.

       DATA DIVISION.
       FILE SECTION.
               05 CND-PROGRAM-CODE   PIC X(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 CND-STUDENT-NAME   PIC X(40).
               05 FILLER             PIC X(2) VALUE SPACES.
      *            Requirements met only by a substitution or waiver.
               05 CND-EXCEPTION-COUNT PIC 9(2).
               05 FILLER             PIC X(2) VALUE SPACES.
      *            Space = the PROGRAM-OF-STUDY, 'M' = a declared
      *            second major, 'N' = a declared minor.
               05 CND-DECLARATION-TYPE PIC X(1).

           FD EXCEPTION-FILE.
           COPY "REQEXC-RECORD.cpy".

           FD DECLARATION-FILE.
           COPY "PROGDECL-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS         PIC X(2).
           01 HIST-STATUS         PIC X(2).
           01 REQUIREMENTS-STATUS PIC X(2).
           01 EXCEPTION-STATUS    PIC X(2).
           01 DECLARATION-STATUS  PIC X(2).

           01 RUN-MODE-WS PIC X(1) VALUE "S".
           01 RUN-TERM-CODE PIC X(6) VALUE SPACES.
           01 REQ-COUNT PIC 9(3) VALUE 0.
           01 REQ-MAX   PIC 9(3) VALUE 500.

      *    REQ-EXCEPTIONS.txt loaded once at startup.
           01 EXCEPTION-TABLE.
               05 EXC-ENTRY OCCURS 1000 TIMES INDEXED EX-ENTRY.
                   10 EXC-STUDENT-NUMBER    PIC 9(6).
                   10 EXC-PROGRAM           PIC X(6).
                   10 EXC-REQUIRED-COURSE   PIC X(7).
                   10 EXC-TYPE              PIC X(1).
                   10 EXC-SUBSTITUTE-COURSE PIC X(7).
                   10 EXC-APPROVED-BY       PIC X(10).
           01 EXC-COUNT PIC 9(4) VALUE 0.
           01 EXC-MAX   PIC 9(4) VALUE 1000.

      *    PROGRAM-DECLARATIONS.txt loaded once at startup - the
      *    dropped rows are left behind.
           01 DECLARATION-TABLE.
               05 DCL-ENTRY OCCURS 2000 TIMES INDEXED DC-ENTRY.
                   10 DCL-STUDENT-NUMBER PIC 9(6).
                   10 DCL-PROGRAM        PIC X(6).
                   10 DCL-TYPE           PIC X(1).
           01 DCL-COUNT PIC 9(4) VALUE 0.
           01 DCL-MAX   PIC 9(4) VALUE 2000.

      *    The student's whole course history, best grade per course,
      *    gathered from both files before the requirements are
      *    checked.
               05 EOF-REQ   PIC X VALUE "N".
               05 EOF-GROUP PIC X VALUE "N".
               05 EOF-SCAN  PIC X VALUE "N".
               05 EOF-EXC   PIC X VALUE "N".
               05 EOF-DCL   PIC X VALUE "N".
               05 ABORT-FLAG PIC X VALUE "N".

           01 AUDIT-WORK-AREA.
               05 AUD-STUDENT-NUMBER-WS PIC 9(6).
               05 AUD-PROGRAM-WS        PIC X(6).
               05 AUD-PRIMARY-PROGRAM-WS PIC X(6).
      *            Space = auditing the PROGRAM-OF-STUDY, else the
      *            declaration type being audited.
               05 AUD-DECLARATION-TYPE  PIC X(1).
               05 AUD-PROGRAM-LABEL     PIC X(12).
               05 REQ-LINE-COUNT        PIC 9(3).
               05 AUD-STUDENT-NAME-WS   PIC X(40).
               05 MISSING-COUNT         PIC 9(3).
               05 EXCEPTION-USED-COUNT  PIC 9(2).
               05 EXC-FOUND             PIC 9(4).
               05 LOOKUP-COURSE-WS      PIC X(7).
               05 CRS-IDX-WS            PIC 9(2).
               05 IDX-WS                PIC 9(3).
               05 HIS-FOUND             PIC 9(3).
               05 ADL-BEST-GRADE  PIC ZZ9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 ADL-DISPOSITION PIC X(12).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 ADL-EXCEPTION   PIC X(32).

       PROCEDURE DIVISION.
       100-MAIN.
               "ONE STUDENT (S)? ".
           ACCEPT RUN-MODE-WS.
           PERFORM 200-LOAD-REQUIREMENTS.
           PERFORM 220-LOAD-EXCEPTIONS.
           PERFORM 240-LOAD-DECLARATIONS.
           IF REQ-COUNT = 0
               DISPLAY "REQUIREMENTS.txt IS EMPTY OR MISSING. "
                   "NOTHING TO AUDIT."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ABORT-FLAG = "Y"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT STUDENT-DATA-FILE
                   OPEN INPUT STUHIST-FILE
                   OPEN OUTPUT AUDIT-REPORT-FILE
                   IF RUN-MODE-WS = "A"
                       DISPLAY "TERM CODE (CCYYTT): "
                       ACCEPT RUN-TERM-CODE
                       OPEN OUTPUT CANDIDATES-FILE
                       PERFORM 300-AUDIT-EVERY-STUDENT
                       CLOSE CANDIDATES-FILE
                       DISPLAY CANDIDATE-COUNTER " CANDIDATES IN "
                           "GRAD-CANDIDATES.txt"
                   ELSE
                       DISPLAY "STUDENT NUMBER: "
                       ACCEPT STUDENT-IN-WS
                       IF STUDENT-IN-WS IS NUMERIC
                           MOVE STUDENT-IN-WS TO AUD-STUDENT-NUMBER-WS
                           PERFORM 350-LOOKUP-STUDENT-DETAILS
                           IF AUD-PROGRAM-WS NOT = SPACES
                               PERFORM 400-AUDIT-ONE-STUDENT
                           ELSE
                               DISPLAY "NO RECORDS ON FILE FOR "
                                   AUD-STUDENT-NUMBER-WS
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       ELSE
                           DISPLAY "INVALID STUDENT NUMBER."
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
                   CLOSE STUDENT-DATA-FILE
                   CLOSE STUHIST-FILE
                   CLOSE AUDIT-REPORT-FILE
                   DISPLAY AUDITED-COUNTER " STUDENTS AUDITED. DETAIL "
                       "IN DEGREE-AUDIT.txt"
               END-IF
           END-IF.
           GOBACK.

                   ADD 1 TO RQ-ENTRY
           END-READ.

      *****************************************************************
      * Every approved exception, whoever it is for - the audit looks
      * each one up by student, program and required course.
      *****************************************************************
       220-LOAD-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE.
           IF EXCEPTION-STATUS = "00" OR EXCEPTION-STATUS = "05"
               PERFORM 230-LOAD-ONE-EXCEPTION UNTIL EOF-EXC = "Y"
                   OR EXC-COUNT > EXC-MAX
               CLOSE EXCEPTION-FILE
           END-IF.
           IF EXC-COUNT > EXC-MAX
               DISPLAY "REQ-EXCEPTIONS.txt EXCEEDS " EXC-MAX
                   " ROWS. RUN ABORTED - NOTHING AUDITED."
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       230-LOAD-ONE-EXCEPTION.
           READ EXCEPTION-FILE
               AT END
                   MOVE "Y" TO EOF-EXC
               NOT AT END
                   ADD 1 TO EXC-COUNT
                   IF EXC-COUNT NOT > EXC-MAX
                       SET EX-ENTRY TO EXC-COUNT
                       MOVE RQX-STUDENT-NUMBER
                           TO EXC-STUDENT-NUMBER(EX-ENTRY)
                       MOVE RQX-PROGRAM-CODE TO EXC-PROGRAM(EX-ENTRY)
                       MOVE RQX-REQUIRED-COURSE
                           TO EXC-REQUIRED-COURSE(EX-ENTRY)
                       MOVE RQX-EXCEPTION-TYPE TO EXC-TYPE(EX-ENTRY)
                       MOVE RQX-SUBSTITUTE-COURSE
                           TO EXC-SUBSTITUTE-COURSE(EX-ENTRY)
                       MOVE RQX-APPROVED-BY
                           TO EXC-APPROVED-BY(EX-ENTRY)
                   END-IF
           END-READ.

       240-LOAD-DECLARATIONS.
           OPEN INPUT DECLARATION-FILE.
           IF DECLARATION-STATUS = "00" OR DECLARATION-STATUS = "05"
               PERFORM 250-LOAD-ONE-DECLARATION UNTIL EOF-DCL = "Y"
                   OR DCL-COUNT > DCL-MAX
               CLOSE DECLARATION-FILE
           END-IF.
           IF DCL-COUNT > DCL-MAX
               DISPLAY "PROGRAM-DECLARATIONS.txt EXCEEDS " DCL-MAX
                   " ROWS. RUN ABORTED - NOTHING AUDITED."
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       250-LOAD-ONE-DECLARATION.
           READ DECLARATION-FILE
               AT END
                   MOVE "Y" TO EOF-DCL
               NOT AT END
                   IF PDC-STATUS NOT = "D"
                       ADD 1 TO DCL-COUNT
                       IF DCL-COUNT NOT > DCL-MAX
                           SET DC-ENTRY TO DCL-COUNT
                           MOVE PDC-STUDENT-NUMBER
                               TO DCL-STUDENT-NUMBER(DC-ENTRY)
                           MOVE PDC-PROGRAM-CODE
                               TO DCL-PROGRAM(DC-ENTRY)
                           MOVE PDC-DECLARATION-TYPE
                               TO DCL-TYPE(DC-ENTRY)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * Term-end mode: every active record on the term is one
      * student's audit.  The per-student history walk moves the file
               END-READ
           END-PERFORM.

      *****************************************************************
      * The history is gathered once and judged against the
      * PROGRAM-OF-STUDY, then against each second major and minor
      * the student has declared.
      *****************************************************************
       400-AUDIT-ONE-STUDENT.
           PERFORM 410-GATHER-COURSE-HISTORY.
           MOVE AUD-PROGRAM-WS TO AUD-PRIMARY-PROGRAM-WS.
           MOVE SPACE TO AUD-DECLARATION-TYPE.
           MOVE "PROGRAM" TO AUD-PROGRAM-LABEL.
           PERFORM 405-AUDIT-ONE-PROGRAM.
           PERFORM 480-AUDIT-ONE-DECLARATION
               VARYING DC-ENTRY FROM 1 BY 1
               UNTIL DC-ENTRY > DCL-COUNT.
           MOVE AUD-PRIMARY-PROGRAM-WS TO AUD-PROGRAM-WS.
           ADD 1 TO AUDITED-COUNTER.

       405-AUDIT-ONE-PROGRAM.
           MOVE 0 TO MISSING-COUNT.
           MOVE 0 TO EXCEPTION-USED-COUNT.
           MOVE 0 TO REQ-LINE-COUNT.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           STRING "STUDENT " AUD-STUDENT-NUMBER-WS " "
                  DELIMITED BY SIZE
                  AUD-PROGRAM-LABEL DELIMITED BY "  "
                  " " AUD-PROGRAM-WS
                  " " AUD-STUDENT-NAME-WS(1:30)
                  DELIMITED BY SIZE
               INTO AUDIT-REPORT-RECORD
           END-STRING.
           WRITE AUDIT-REPORT-RECORD.
           PERFORM 450-CHECK-ONE-REQUIREMENT
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > REQ-COUNT.
      *    A declared program nobody has keyed requirements for would
      *    otherwise pass with nothing missing.
           IF AUD-DECLARATION-TYPE NOT = SPACE AND REQ-LINE-COUNT = 0
               MOVE "NO REQUIREMENTS ON FILE FOR THE PROGRAM"
                   TO AUDIT-REPORT-RECORD
               WRITE AUDIT-REPORT-RECORD
               ADD 1 TO MISSING-COUNT
           END-IF.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           WRITE AUDIT-REPORT-RECORD.
           IF RUN-MODE-WS = "A" AND MISSING-COUNT = 0
               MOVE SPACES TO CANDIDATE-RECORD
               MOVE AUD-STUDENT-NUMBER-WS TO CND-STUDENT-NUMBER
               MOVE AUD-PROGRAM-WS        TO CND-PROGRAM-CODE
               MOVE AUD-STUDENT-NAME-WS   TO CND-STUDENT-NAME
               MOVE EXCEPTION-USED-COUNT  TO CND-EXCEPTION-COUNT
               MOVE AUD-DECLARATION-TYPE  TO CND-DECLARATION-TYPE
               WRITE CANDIDATE-RECORD
               ADD 1 TO CANDIDATE-COUNTER
           END-IF.

       480-AUDIT-ONE-DECLARATION.
           IF DCL-STUDENT-NUMBER(DC-ENTRY) = AUD-STUDENT-NUMBER-WS
                   AND DCL-PROGRAM(DC-ENTRY)
                       NOT = AUD-PRIMARY-PROGRAM-WS
               MOVE DCL-PROGRAM(DC-ENTRY) TO AUD-PROGRAM-WS
               MOVE DCL-TYPE(DC-ENTRY) TO AUD-DECLARATION-TYPE
               IF DCL-TYPE(DC-ENTRY) = "M"
                   MOVE "SECOND MAJOR" TO AUD-PROGRAM-LABEL
               ELSE
                   MOVE "MINOR" TO AUD-PROGRAM-LABEL
               END-IF
               PERFORM 405-AUDIT-ONE-PROGRAM
           END-IF.

      *****************************************************************
      * Best grade per course across every term on both files.  An
      * ungraded attempt (zero average, blank status) or an 'I' marks
               MOVE "N" TO HIS-IN-PROGRESS(HIS-FOUND)
           END-IF.

      *****************************************************************
      * A waived requirement needs nothing; a substituted one is
      * judged on the substitute's history instead of its own, at
      * the requirement's minimum grade.
      *****************************************************************
       450-CHECK-ONE-REQUIREMENT.
           IF REQ-PROGRAM(IDX-WS) = AUD-PROGRAM-WS
               ADD 1 TO REQ-LINE-COUNT
               MOVE SPACES TO AUDIT-DETAIL-LINE
               MOVE REQ-COURSE(IDX-WS) TO ADL-COURSE-CODE
               MOVE REQ-MIN-GRADE(IDX-WS) TO ADL-MIN-GRADE
               MOVE REQ-COURSE(IDX-WS) TO LOOKUP-COURSE-WS
               PERFORM 452-FIND-EXCEPTION
               IF EXC-FOUND > 0 AND EXC-TYPE(EXC-FOUND) = "W"
                   MOVE 0 TO ADL-BEST-GRADE
                   MOVE "WAIVED" TO ADL-DISPOSITION
                   STRING "WAIVED BY " EXC-APPROVED-BY(EXC-FOUND)
                       DELIMITED BY SIZE INTO ADL-EXCEPTION
                   END-STRING
                   ADD 1 TO EXCEPTION-USED-COUNT
               ELSE
                   IF EXC-FOUND > 0
                       MOVE EXC-SUBSTITUTE-COURSE(EXC-FOUND)
                           TO LOOKUP-COURSE-WS
                       STRING "SUBSTITUTE " LOOKUP-COURSE-WS " BY "
                           EXC-APPROVED-BY(EXC-FOUND)
                           DELIMITED BY SIZE INTO ADL-EXCEPTION
                       END-STRING
                   END-IF
                   PERFORM 470-JUDGE-ON-HISTORY
                   IF EXC-FOUND > 0
                           AND ADL-DISPOSITION = "COMPLETED"
                       ADD 1 TO EXCEPTION-USED-COUNT
                   END-IF
               END-IF
               WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
           END-IF.

       452-FIND-EXCEPTION.
           MOVE 0 TO EXC-FOUND.
           PERFORM VARYING EX-ENTRY FROM 1 BY 1
                   UNTIL EX-ENTRY > EXC-COUNT
                   OR EXC-FOUND > 0
               IF EXC-STUDENT-NUMBER(EX-ENTRY) = AUD-STUDENT-NUMBER-WS
                       AND EXC-PROGRAM(EX-ENTRY) = AUD-PROGRAM-WS
                       AND EXC-REQUIRED-COURSE(EX-ENTRY)
                           = REQ-COURSE(IDX-WS)
                   SET EXC-FOUND TO EX-ENTRY
               END-IF
           END-PERFORM.

       470-JUDGE-ON-HISTORY.
           MOVE 0 TO HIS-FOUND.
           PERFORM VARYING CRS-IDX-WS FROM 1 BY 1
                   UNTIL CRS-IDX-WS > HISTORY-COUNT
                   OR HIS-FOUND > 0
               IF HIS-COURSE-CODE(CRS-IDX-WS) = LOOKUP-COURSE-WS
                   MOVE CRS-IDX-WS TO HIS-FOUND
               END-IF
           END-PERFORM.
           IF HIS-FOUND = 0
               MOVE 0 TO ADL-BEST-GRADE
               MOVE "MISSING" TO ADL-DISPOSITION
               ADD 1 TO MISSING-COUNT
           ELSE
               MOVE HIS-BEST-GRADE(HIS-FOUND) TO ADL-BEST-GRADE
               IF HIS-BEST-GRADE(HIS-FOUND)
                       >= REQ-MIN-GRADE(IDX-WS)
                   MOVE "COMPLETED" TO ADL-DISPOSITION
               ELSE
                   IF HIS-IN-PROGRESS(HIS-FOUND) = "Y"
                       MOVE "IN PROGRESS" TO ADL-DISPOSITION
                       ADD 1 TO MISSING-COUNT
                   ELSE
                       MOVE "MISSING" TO ADL-DISPOSITION
                       ADD 1 TO MISSING-COUNT
                   END-IF
               END-IF
           END-IF.

       END PROGRAM DEGREE-AUDIT.
