      * Date: August 8th, 2023.
      * Purpose: Maintain PROGRAM.txt (program-of-study codes/names)
      *          through a menu instead of hand-editing the file.
      *          Also sets each program's intake quota - the cap on
      *          offers per entry term that APPLICANT-MAINT checks
      *          before an offer of admission goes out, and its
      *          normal length in terms - the yardstick
      *          COHORT-RETENTION measures graduation rates against.
      *          And the campus it is taught at, from the campus
      *          master CAMPUS-MAINT keeps - the campus subtotals and
      *          ledger segments the reports and GL feeds break out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN "PROGRAM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL CAMPUS-FILE
               ASSIGN "CAMPUS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           01 PROGRAM-RECORD.
               05 PROGRAM-CODE     PIC X(6).
               05 PROGRAM-NAME     PIC X(20).
               05 FILLER           PIC X(1).
               05 PROGRAM-INTAKE-QUOTA PIC 9(4).
               05 FILLER           PIC X(1).
               05 PROGRAM-LENGTH-TERMS PIC 9(2).
               05 FILLER           PIC X(1).
               05 PROGRAM-CAMPUS   PIC X(4).

           FD CAMPUS-FILE.
           COPY "CAMPUS-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC X(2).
           01 CAMPUS-STATUS PIC X(2).

      *    Same in-memory shape STUDENT-REPORT.cbl loads PROGRAM.txt
      *    into for reporting - reused here so adding/editing/removing
               05 EOF-PROG     PIC X VALUE "N".
               05 DONE-FLAG    PIC X VALUE "N".
               05 FOUND-FLAG   PIC X VALUE "N".
               05 EOF-CAMPUS   PIC X VALUE "N".
               05 CAMPUS-FOUND PIC X VALUE "N".

      *    Campus codes on CAMPUS.txt, for checking the one keyed.
           01 CAMPUS-CODE-TABLE.
               05 CAMPUS-CODE-ENTRY PIC X(4) OCCURS 50 TIMES.
           01 CAMPUS-COUNT     PIC 99 VALUE 0.
           01 CAMPUS-MAX       PIC 99 VALUE 50.
           01 CAMPUS-IDX       PIC 99 VALUE 0.
           01 CAMPUS-IN-WS     PIC X(4) VALUE SPACES.

      *    Operator running this session, validated against
      *    OPERATOR.txt at startup - deleting a program code is a
           01 CHOICE           PIC 9   VALUE 0.
           01 SEARCH-CODE-WS   PIC X(6) VALUE SPACES.
           01 SEARCH-ENTRY     PIC 999 VALUE 0.
           01 QUOTA-IN-WS      PIC X(4) VALUE SPACES.
           01 LENGTH-IN-WS     PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
               STOP RUN
           END-IF.
           PERFORM 150-LOAD-PROGRAM-TABLE.
           PERFORM 170-LOAD-CAMPUS-CODES.
           PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y".
           STOP RUN.

                   MOVE "Y" TO EOF-PROG
               NOT AT END
                   MOVE PROGRAM-RECORD TO PROGRAM-TABLE-ENTRY(T-ENTRY)
      *            Rows written before quotas came in end at the
      *            name - no quota means no cap.
                   IF PROGRAM-TABLE-QUOTA(T-ENTRY) IS NOT NUMERIC
                       MOVE 0 TO PROGRAM-TABLE-QUOTA(T-ENTRY)
                   END-IF
      *            Likewise rows from before program lengths - 0 is
      *            "not set".
                   IF PROGRAM-TABLE-LENGTH(T-ENTRY) IS NOT NUMERIC
                       MOVE 0 TO PROGRAM-TABLE-LENGTH(T-ENTRY)
                   END-IF
                   ADD 1 TO T-ENTRY
           END-READ.

      *****************************************************************
      * Only the codes are needed - enough to refuse a campus nobody
      * has set up on the campus master.
      *****************************************************************
       170-LOAD-CAMPUS-CODES.
           OPEN INPUT CAMPUS-FILE.
           IF CAMPUS-STATUS = "00" OR CAMPUS-STATUS = "05"
               PERFORM 175-LOAD-ONE-CAMPUS UNTIL EOF-CAMPUS = "Y"
                   OR CAMPUS-COUNT >= CAMPUS-MAX
               CLOSE CAMPUS-FILE
           END-IF.

       175-LOAD-ONE-CAMPUS.
           READ CAMPUS-FILE
               AT END
                   MOVE "Y" TO EOF-CAMPUS
               NOT AT END
                   ADD 1 TO CAMPUS-COUNT
                   MOVE CMP-CAMPUS-CODE
                       TO CAMPUS-CODE-ENTRY(CAMPUS-COUNT)
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "PROGRAM FILE MAINTENANCE".
           DISPLAY "   2. ADD A PROGRAM CODE".
           DISPLAY "   3. EDIT A PROGRAM CODE'S NAME".
           DISPLAY "   4. DELETE A PROGRAM CODE".
           DISPLAY "   5. SET A PROGRAM'S INTAKE QUOTA".
           DISPLAY "   6. SET A PROGRAM'S NORMAL LENGTH IN TERMS".
           DISPLAY "   7. SET A PROGRAM'S CAMPUS".
           DISPLAY "   8. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
                       DISPLAY "DELETE REQUIRES A SUPERVISOR "
                           "SIGN-ON."
                   END-IF
               WHEN 5 PERFORM 260-SET-INTAKE-QUOTA
               WHEN 6 PERFORM 270-SET-PROGRAM-LENGTH
               WHEN 7 PERFORM 280-SET-PROGRAM-CAMPUS
               WHEN 8 PERFORM 300-SAVE-PROGRAM-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-8."
           END-EVALUATE.

       210-LIST-PROGRAMS.

       215-LIST-ONE-PROGRAM.
           DISPLAY PROGRAM-TABLE-CODE(T-ENTRY) "  "
               PROGRAM-TABLE-NAME(T-ENTRY) "  INTAKE QUOTA "
               PROGRAM-TABLE-QUOTA(T-ENTRY) "  LENGTH "
               PROGRAM-TABLE-LENGTH(T-ENTRY) "  CAMPUS "
               PROGRAM-TABLE-CAMPUS(T-ENTRY).

      *****************************************************************
      * New codes always land at the end of the table - PROGRAM.txt
                       TO PROGRAM-TABLE-CODE(PROG-ENTRY-COUNT)
                   DISPLAY "ENTER THE PROGRAM NAME: "
                   ACCEPT PROGRAM-TABLE-NAME(PROG-ENTRY-COUNT)
                   MOVE 0 TO PROGRAM-TABLE-QUOTA(PROG-ENTRY-COUNT)
                   MOVE 0 TO PROGRAM-TABLE-LENGTH(PROG-ENTRY-COUNT)
                   MOVE SPACES
                       TO PROGRAM-TABLE-CAMPUS(PROG-ENTRY-COUNT)
                   DISPLAY "ADDED " SEARCH-CODE-WS "."
               END-IF
           END-IF.
               MOVE T-ENTRY TO SEARCH-ENTRY
           END-IF.

      *****************************************************************
      * The quota caps offers of admission per entry term; 0 lifts
      * the cap.  Raising it is how admissions gets past a full
      * program - APPLICANT-MAINT has no override of its own.
      *****************************************************************
       260-SET-INTAKE-QUOTA.
           DISPLAY "ENTER THE PROGRAM CODE: ".
           ACCEPT SEARCH-CODE-WS.
           PERFORM 250-FIND-PROGRAM.
           IF FOUND-FLAG = "Y"
               DISPLAY "CURRENT INTAKE QUOTA: "
                   PROGRAM-TABLE-QUOTA(SEARCH-ENTRY)
               DISPLAY "ENTER THE NEW QUOTA (0-9999, 0 = NO CAP): "
               ACCEPT QUOTA-IN-WS
               IF FUNCTION TRIM(QUOTA-IN-WS) IS NUMERIC
                   COMPUTE PROGRAM-TABLE-QUOTA(SEARCH-ENTRY) =
                       FUNCTION NUMVAL(QUOTA-IN-WS)
                   DISPLAY "UPDATED " SEARCH-CODE-WS "."
               ELSE
                   DISPLAY "QUOTA MUST BE DIGITS ONLY. NOT CHANGED."
               END-IF
           ELSE
               DISPLAY "CODE " SEARCH-CODE-WS " NOT FOUND."
           END-IF.

      *****************************************************************
      * Normal length in terms (a two-year diploma on two terms a
      * year is 4); 0 takes the program out of the graduation-rate
      * columns of the cohort report.
      *****************************************************************
       270-SET-PROGRAM-LENGTH.
           DISPLAY "ENTER THE PROGRAM CODE: ".
           ACCEPT SEARCH-CODE-WS.
           PERFORM 250-FIND-PROGRAM.
           IF FOUND-FLAG = "Y"
               DISPLAY "CURRENT LENGTH IN TERMS: "
                   PROGRAM-TABLE-LENGTH(SEARCH-ENTRY)
               DISPLAY "ENTER THE NEW LENGTH (0-99, 0 = NOT SET): "
               ACCEPT LENGTH-IN-WS
               IF FUNCTION TRIM(LENGTH-IN-WS) IS NUMERIC
                   COMPUTE PROGRAM-TABLE-LENGTH(SEARCH-ENTRY) =
                       FUNCTION NUMVAL(LENGTH-IN-WS)
                   DISPLAY "UPDATED " SEARCH-CODE-WS "."
               ELSE
                   DISPLAY "LENGTH MUST BE DIGITS ONLY. NOT CHANGED."
               END-IF
           ELSE
               DISPLAY "CODE " SEARCH-CODE-WS " NOT FOUND."
           END-IF.

      *****************************************************************
      * The campus must be on CAMPUS.txt; MAIN is always accepted,
      * whether or not anyone has keyed it there, since a blank
      * campus already means MAIN everywhere.
      *****************************************************************
       280-SET-PROGRAM-CAMPUS.
           DISPLAY "ENTER THE PROGRAM CODE: ".
           ACCEPT SEARCH-CODE-WS.
           PERFORM 250-FIND-PROGRAM.
           IF FOUND-FLAG = "Y"
               DISPLAY "CURRENT CAMPUS: "
                   PROGRAM-TABLE-CAMPUS(SEARCH-ENTRY)
               DISPLAY "ENTER THE NEW CAMPUS CODE: "
               ACCEPT CAMPUS-IN-WS
               MOVE "N" TO CAMPUS-FOUND
               IF CAMPUS-IN-WS = "MAIN"
                   MOVE "Y" TO CAMPUS-FOUND
               END-IF
               PERFORM VARYING CAMPUS-IDX FROM 1 BY 1
                       UNTIL CAMPUS-IDX > CAMPUS-COUNT
                   IF CAMPUS-CODE-ENTRY(CAMPUS-IDX) = CAMPUS-IN-WS
                       MOVE "Y" TO CAMPUS-FOUND
                   END-IF
               END-PERFORM
               IF CAMPUS-FOUND = "Y"
                   MOVE CAMPUS-IN-WS
                       TO PROGRAM-TABLE-CAMPUS(SEARCH-ENTRY)
                   DISPLAY "UPDATED " SEARCH-CODE-WS "."
               ELSE
                   DISPLAY "CAMPUS " CAMPUS-IN-WS
                       " IS NOT ON CAMPUS.txt. NOT CHANGED."
               END-IF
           ELSE
               DISPLAY "CODE " SEARCH-CODE-WS " NOT FOUND."
           END-IF.

      *****************************************************************
      * PROGRAM.txt has no keys to REWRITE against, so the whole file
      * is rewritten from PROGRAM-TABLE in one pass instead - the
