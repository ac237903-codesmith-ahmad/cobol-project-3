      ******************************************************************
      * Tectonics: Term over-award check.  A student could hold a
      * bursary, a scholarship and a sponsor's coverage that together
      * came to more than we charged them; the overage then went out
      * as a REFUND-BATCH cheque and the funding body claimed it back
      * at audit.  For the term given, this batch adds up every
      * student's AWARDS-POSTED.txt rows by source, adds the
      * coverage their SPONSORSHIPS.txt rows promise, and compares
      * the total against what the student may hold: the term's
      * assessed tuition (the TUITION-ASSESS 'ASSESS' audit deltas,
      * as DEFER-REVENUE sums them) plus the term's FEES.txt rows,
      * plus the cost-of-attendance allowance COA-ALLOWANCES.txt
      * gives their program.  A sponsor pays charges, never living
      * costs: a full-balance sponsor ('F') counts as covering all
      * the charges, a capped one up to its cap, and sponsor
      * coverage never counts past the charges - so any excess is
      * award money, spread over the student's award sources in
      * proportion to what each gave.  Over-awarded students are
      * listed with the excess by source in OVER-AWARD-LIST.txt and
      * flagged on OVER-AWARDS.txt, which holds their refunds in
      * REFUND-BATCH until the aid office clears the flag on
      * OVERAWARD-DESK.  Only students with an award on the term can
      * be over-awarded, so only they are checked.  Any over-award
      * ends the run severity 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERAWARD-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AWARDS-POSTED-FILE
               ASSIGN "AWARDS-POSTED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AWARDS-STATUS.
           SELECT OPTIONAL SPONSORSHIP-FILE ASSIGN "SPONSORSHIPS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPONSORSHIP-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT OPTIONAL FEES-FILE ASSIGN "FEES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEES-STATUS.
           SELECT OPTIONAL COA-FILE ASSIGN "COA-ALLOWANCES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COA-STATUS.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-KEY
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL OVERAWARD-FILE ASSIGN "OVER-AWARDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERAWARD-STATUS.
           SELECT REPORT-FILE ASSIGN "OVER-AWARD-LIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD AWARDS-POSTED-FILE.
           01 AWARD-POSTED-RECORD.
               05 AWP-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X.
               05 AWP-TERM-CODE      PIC X(6).
               05 FILLER             PIC X.
               05 AWP-SOURCE         PIC X(10).
               05 FILLER             PIC X.
               05 AWP-AMOUNT         PIC 9(5)V99.
               05 FILLER             PIC X.
               05 AWP-DATE           PIC X(8).

           FD SPONSORSHIP-FILE.
           COPY "SPONSORSHIP-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

           FD FEES-FILE.
           COPY "FEE-RECORD.cpy".

           FD COA-FILE.
           COPY "COA-RECORD.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD OVERAWARD-FILE.
           COPY "OVERAWARD-RECORD.cpy".

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           01 AWARDS-STATUS      PIC X(2).
           01 SPONSORSHIP-STATUS PIC X(2).
           01 AUDIT-STATUS       PIC X(2).
           01 FEES-STATUS        PIC X(2).
           01 COA-STATUS         PIC X(2).
           01 FILE-STATUS        PIC X(2).
           01 OVERAWARD-STATUS   PIC X(2).

           01 COUNTERS.
               05 CHECKED-COUNTER PIC 9(5) VALUE 0.
               05 OVER-COUNTER    PIC 9(5) VALUE 0.
               05 HOLDING-COUNTER PIC 9(5) VALUE 0.
               05 KEPT-CLEAR-COUNTER PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-LOAD   PIC X VALUE "N".
               05 ABORT-FLAG PIC X VALUE "N".

           01 TERM-CODE-WS PIC X(6) VALUE SPACES.

           01 COA-TABLE.
               05 COA-ENTRY OCCURS 200 TIMES INDEXED CO-ENTRY.
                   10 CTB-PROGRAM-CODE PIC X(6).
                   10 CTB-ALLOWANCE    PIC 9(7)V99.
           01 COA-COUNT PIC 9(3) VALUE 0.
           01 COA-MAX   PIC 9(3) VALUE 200.

      *    Every student with an award on the term, and what the
      *    check needs about them.
           01 AID-STUDENT-TABLE.
               05 AID-STUDENT-ENTRY OCCURS 2000 TIMES
                       INDEXED S-ENTRY.
                   10 AST-STUDENT-NUMBER PIC 9(6).
                   10 AST-PROGRAM        PIC X(6).
                   10 AST-ASSESSED       PIC S9(9)V99.
                   10 AST-FEES           PIC S9(9)V99.
                   10 AST-ALLOWANCE      PIC 9(7)V99.
                   10 AST-AWARDS         PIC 9(9)V99.
                   10 AST-SPONSOR-CAPS   PIC 9(9)V99.
                   10 AST-FULL-SPONSOR   PIC X(1).
                   10 AST-LINE-COUNT     PIC 9(3).
           01 AID-STUDENT-COUNT PIC 9(4) VALUE 0.
           01 AID-STUDENT-MAX   PIC 9(4) VALUE 2000.
           01 AST-FOUND         PIC 9(4) VALUE 0.
           01 SEARCH-STUDENT-WS PIC 9(6) VALUE 0.

      *    The term's awards by student and source.
           01 AID-LINE-TABLE.
               05 AID-LINE-ENTRY OCCURS 4000 TIMES INDEXED L-ENTRY.
                   10 ALN-STUDENT-NUMBER PIC 9(6).
                   10 ALN-SOURCE         PIC X(10).
                   10 ALN-AMOUNT         PIC 9(9)V99.
           01 AID-LINE-COUNT PIC 9(4) VALUE 0.
           01 AID-LINE-MAX   PIC 9(4) VALUE 4000.
           01 ALN-FOUND      PIC 9(4) VALUE 0.

      *    OVER-AWARDS.txt, every term - rows for other terms are
      *    written back untouched.  FLG-SEEN marks a row for this
      *    term the run confirmed; the rest of this term's rows are
      *    dropped on the save.
           01 FLAG-TABLE.
               05 FLAG-ENTRY OCCURS 2000 TIMES INDEXED G-ENTRY.
                   10 FLG-STUDENT-NUMBER PIC 9(6).
                   10 FLG-TERM-CODE      PIC X(6).
                   10 FLG-EXCESS         PIC 9(7)V99.
                   10 FLG-FLAGGED-DATE   PIC 9(8).
                   10 FLG-STATUS         PIC X(1).
                   10 FLG-CLEARED-BY     PIC X(10).
                   10 FLG-CLEARED-DATE   PIC 9(8).
                   10 FLG-SEEN           PIC X(1).
           01 FLAG-COUNT PIC 9(4) VALUE 0.
           01 FLAG-MAX   PIC 9(4) VALUE 2000.
           01 FLG-FOUND  PIC 9(4) VALUE 0.

           01 CHECK-WORK-AREA.
               05 RUN-DATE-WS      PIC 9(8) VALUE 0.
               05 OLD-VALUE-NUM    PIC S9(9)V99 VALUE 0.
               05 NEW-VALUE-NUM    PIC S9(9)V99 VALUE 0.
               05 CHARGES-WS       PIC 9(9)V99 VALUE 0.
               05 LIMIT-WS         PIC 9(9)V99 VALUE 0.
               05 SPONSOR-COVER-WS PIC 9(9)V99 VALUE 0.
               05 AID-TOTAL-WS     PIC 9(9)V99 VALUE 0.
               05 EXCESS-WS        PIC S9(9)V99 VALUE 0.
               05 SHARE-WS         PIC 9(9)V99 VALUE 0.
               05 SHARED-SO-FAR-WS PIC 9(9)V99 VALUE 0.
               05 LINES-DONE-WS    PIC 9(3) VALUE 0.
               05 TOTAL-EXCESS-WS  PIC 9(11)V99 VALUE 0.
               05 IDX-WS           PIC 9(4) VALUE 0.
               05 AMOUNT-DISPLAY-1 PIC ZZZ,ZZZ,ZZ9.99.
               05 AMOUNT-DISPLAY-2 PIC ZZZ,ZZZ,ZZ9.99.
               05 AMOUNT-DISPLAY-3 PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "OVER-AWARD CHECK - TERM (CCYYTT): ".
           ACCEPT TERM-CODE-WS.
           IF TERM-CODE-WS = SPACES
               DISPLAY "A TERM CODE IS REQUIRED."
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL "BUSINESS-DATE" USING RUN-DATE-WS
               PERFORM 150-LOAD-COA-TABLE
               PERFORM 200-GATHER-AWARDS
               PERFORM 250-LOAD-FLAG-TABLE
               IF ABORT-FLAG = "Y"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 300-GATHER-SPONSORSHIPS
                   PERFORM 350-SUM-ASSESSED
                   PERFORM 400-SUM-FEES
                   PERFORM 450-FIND-ALLOWANCES
                   OPEN OUTPUT REPORT-FILE
                   PERFORM 480-WRITE-REPORT-HEADER
                   PERFORM 500-CHECK-ONE-STUDENT
                       VARYING IDX-WS FROM 1 BY 1
                       UNTIL IDX-WS > AID-STUDENT-COUNT
                   PERFORM 690-WRITE-REPORT-TOTALS
                   CLOSE REPORT-FILE
                   PERFORM 800-SAVE-FLAG-TABLE
                   PERFORM 950-DISPLAY-STATS
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-LOAD-COA-TABLE.
           MOVE "N" TO EOF-LOAD.
           OPEN INPUT COA-FILE.
           IF COA-STATUS = "00" OR COA-STATUS = "05"
               PERFORM 160-LOAD-ONE-ALLOWANCE UNTIL EOF-LOAD = "Y"
                   OR COA-COUNT > COA-MAX
               CLOSE COA-FILE
           END-IF.
           IF COA-COUNT > COA-MAX
               DISPLAY "COA-ALLOWANCES.txt EXCEEDS " COA-MAX
                   " ROWS. RUN ABORTED - NOTHING FLAGGED."
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       160-LOAD-ONE-ALLOWANCE.
           READ COA-FILE
               AT END
                   MOVE "Y" TO EOF-LOAD
               NOT AT END
                   ADD 1 TO COA-COUNT
                   IF COA-COUNT NOT > COA-MAX
                       SET CO-ENTRY TO COA-COUNT
                       MOVE COA-PROGRAM-CODE
                           TO CTB-PROGRAM-CODE(CO-ENTRY)
                       MOVE COA-ALLOWANCE TO CTB-ALLOWANCE(CO-ENTRY)
                   END-IF
           END-READ.

      *****************************************************************
      * One table row per student with an award on the term, one
      * line per student and source with the source's total.
      *****************************************************************
       200-GATHER-AWARDS.
           MOVE "N" TO EOF-LOAD.
           OPEN INPUT AWARDS-POSTED-FILE.
           IF AWARDS-STATUS = "00" OR AWARDS-STATUS = "05"
               PERFORM 210-GATHER-ONE-AWARD UNTIL EOF-LOAD = "Y"
                   OR AID-STUDENT-COUNT > AID-STUDENT-MAX
                   OR AID-LINE-COUNT > AID-LINE-MAX
               CLOSE AWARDS-POSTED-FILE
           END-IF.
           IF AID-STUDENT-COUNT > AID-STUDENT-MAX
               DISPLAY "MORE THAN " AID-STUDENT-MAX " STUDENTS HOLD "
                   "AWARDS ON THE TERM. RUN ABORTED - NOTHING FLAGGED."
               MOVE "Y" TO ABORT-FLAG
           END-IF.
           IF AID-LINE-COUNT > AID-LINE-MAX
               DISPLAY "MORE THAN " AID-LINE-MAX " AWARD SOURCES ON "
                   "THE TERM. RUN ABORTED - NOTHING FLAGGED."
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       210-GATHER-ONE-AWARD.
           READ AWARDS-POSTED-FILE
               AT END
                   MOVE "Y" TO EOF-LOAD
               NOT AT END
                   IF AWP-TERM-CODE = TERM-CODE-WS
                       MOVE AWP-STUDENT-NUMBER TO SEARCH-STUDENT-WS
                       PERFORM 220-FILE-AWARD-STUDENT
                       IF AST-FOUND > 0
                           PERFORM 230-FILE-AWARD-LINE
                       END-IF
                   END-IF
           END-READ.

       220-FILE-AWARD-STUDENT.
           PERFORM 240-FIND-AID-STUDENT.
           IF AST-FOUND = 0
               ADD 1 TO AID-STUDENT-COUNT
               IF AID-STUDENT-COUNT NOT > AID-STUDENT-MAX
                   MOVE AID-STUDENT-COUNT TO AST-FOUND
                   MOVE AWP-STUDENT-NUMBER
                       TO AST-STUDENT-NUMBER(AST-FOUND)
                   MOVE SPACES TO AST-PROGRAM(AST-FOUND)
                   MOVE 0 TO AST-ASSESSED(AST-FOUND)
                   MOVE 0 TO AST-FEES(AST-FOUND)
                   MOVE 0 TO AST-ALLOWANCE(AST-FOUND)
                   MOVE 0 TO AST-AWARDS(AST-FOUND)
                   MOVE 0 TO AST-SPONSOR-CAPS(AST-FOUND)
                   MOVE "N" TO AST-FULL-SPONSOR(AST-FOUND)
                   MOVE 0 TO AST-LINE-COUNT(AST-FOUND)
               END-IF
           END-IF.

       230-FILE-AWARD-LINE.
           ADD AWP-AMOUNT TO AST-AWARDS(AST-FOUND).
           MOVE 0 TO ALN-FOUND.
           PERFORM VARYING L-ENTRY FROM 1 BY 1
                   UNTIL L-ENTRY > AID-LINE-COUNT OR ALN-FOUND > 0
               IF ALN-STUDENT-NUMBER(L-ENTRY) = AWP-STUDENT-NUMBER
                       AND ALN-SOURCE(L-ENTRY) = AWP-SOURCE
                   SET ALN-FOUND TO L-ENTRY
               END-IF
           END-PERFORM.
           IF ALN-FOUND = 0
               ADD 1 TO AID-LINE-COUNT
               IF AID-LINE-COUNT NOT > AID-LINE-MAX
                   MOVE AID-LINE-COUNT TO ALN-FOUND
                   MOVE AWP-STUDENT-NUMBER
                       TO ALN-STUDENT-NUMBER(ALN-FOUND)
                   MOVE AWP-SOURCE TO ALN-SOURCE(ALN-FOUND)
                   MOVE 0 TO ALN-AMOUNT(ALN-FOUND)
                   ADD 1 TO AST-LINE-COUNT(AST-FOUND)
               END-IF
           END-IF.
           IF ALN-FOUND > 0
               ADD AWP-AMOUNT TO ALN-AMOUNT(ALN-FOUND)
           END-IF.

      *    AST-FOUND comes back as the table row for the student in
      *    SEARCH-STUDENT-WS, or 0.
       240-FIND-AID-STUDENT.
           MOVE 0 TO AST-FOUND.
           PERFORM VARYING S-ENTRY FROM 1 BY 1
                   UNTIL S-ENTRY > AID-STUDENT-COUNT OR AST-FOUND > 0
               IF AST-STUDENT-NUMBER(S-ENTRY)
                       = SEARCH-STUDENT-WS
                   SET AST-FOUND TO S-ENTRY
               END-IF
           END-PERFORM.

       250-LOAD-FLAG-TABLE.
           MOVE "N" TO EOF-LOAD.
           OPEN INPUT OVERAWARD-FILE.
           IF OVERAWARD-STATUS = "00" OR OVERAWARD-STATUS = "05"
               PERFORM 260-LOAD-ONE-FLAG UNTIL EOF-LOAD = "Y"
                   OR FLAG-COUNT > FLAG-MAX
               CLOSE OVERAWARD-FILE
           END-IF.
           IF FLAG-COUNT > FLAG-MAX
               DISPLAY "OVER-AWARDS.txt EXCEEDS " FLAG-MAX
                   " ROWS. RUN ABORTED - NOTHING FLAGGED."
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       260-LOAD-ONE-FLAG.
           READ OVERAWARD-FILE
               AT END
                   MOVE "Y" TO EOF-LOAD
               NOT AT END
                   ADD 1 TO FLAG-COUNT
                   IF FLAG-COUNT NOT > FLAG-MAX
                       SET G-ENTRY TO FLAG-COUNT
                       MOVE OVA-STUDENT-NUMBER
                           TO FLG-STUDENT-NUMBER(G-ENTRY)
                       MOVE OVA-TERM-CODE  TO FLG-TERM-CODE(G-ENTRY)
                       MOVE OVA-EXCESS     TO FLG-EXCESS(G-ENTRY)
                       MOVE OVA-FLAGGED-DATE
                           TO FLG-FLAGGED-DATE(G-ENTRY)
                       MOVE OVA-STATUS     TO FLG-STATUS(G-ENTRY)
                       MOVE OVA-CLEARED-BY TO FLG-CLEARED-BY(G-ENTRY)
                       MOVE OVA-CLEARED-DATE
                           TO FLG-CLEARED-DATE(G-ENTRY)
                       MOVE "N" TO FLG-SEEN(G-ENTRY)
                   END-IF
           END-READ.

      *    Sponsor coverage only matters for a student holding an
      *    award; the rest of SPONSORSHIPS.txt is passed over.
       300-GATHER-SPONSORSHIPS.
           MOVE "N" TO EOF-LOAD.
           OPEN INPUT SPONSORSHIP-FILE.
           IF SPONSORSHIP-STATUS = "00" OR SPONSORSHIP-STATUS = "05"
               PERFORM 310-GATHER-ONE-SPONSORSHIP
                   UNTIL EOF-LOAD = "Y"
               CLOSE SPONSORSHIP-FILE
           END-IF.

       310-GATHER-ONE-SPONSORSHIP.
           READ SPONSORSHIP-FILE
               AT END
                   MOVE "Y" TO EOF-LOAD
               NOT AT END
                   IF SPL-TERM-CODE = TERM-CODE-WS
                       MOVE SPL-STUDENT-NUMBER TO SEARCH-STUDENT-WS
                       PERFORM 240-FIND-AID-STUDENT
                       IF AST-FOUND > 0
                           IF SPL-COVER-TYPE = "F"
                               MOVE "Y" TO AST-FULL-SPONSOR(AST-FOUND)
                           ELSE
                               ADD SPL-AMOUNT
                                   TO AST-SPONSOR-CAPS(AST-FOUND)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * Assessed tuition for the term, from the same 'ASSESS' audit
      * deltas DEFER-REVENUE and GL-EXTRACT use - re-assessments and
      * their corrections net out by construction.
      *****************************************************************
       350-SUM-ASSESSED.
           MOVE "N" TO EOF-LOAD.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-STATUS = "00" OR AUDIT-STATUS = "05"
               PERFORM 360-SUM-ONE-AUDIT-ROW UNTIL EOF-LOAD = "Y"
               CLOSE AUDIT-LOG-FILE
           END-IF.

       360-SUM-ONE-AUDIT-ROW.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE "Y" TO EOF-LOAD
               NOT AT END
                   IF AUD-FIELD-NAME = "TUITION-OWED"
                           AND AUD-OPERATOR-ID = "ASSESS"
                           AND AUD-TERM-CODE = TERM-CODE-WS
                       MOVE AUD-STUDENT-NUMBER TO SEARCH-STUDENT-WS
                       PERFORM 240-FIND-AID-STUDENT
                       IF AST-FOUND > 0
                           COMPUTE OLD-VALUE-NUM =
                               FUNCTION NUMVAL(AUD-OLD-VALUE)
                           COMPUTE NEW-VALUE-NUM =
                               FUNCTION NUMVAL(AUD-NEW-VALUE)
                           COMPUTE AST-ASSESSED(AST-FOUND) =
                               AST-ASSESSED(AST-FOUND)
                               + NEW-VALUE-NUM - OLD-VALUE-NUM
                       END-IF
                   END-IF
           END-READ.

       400-SUM-FEES.
           MOVE "N" TO EOF-LOAD.
           OPEN INPUT FEES-FILE.
           IF FEES-STATUS = "00" OR FEES-STATUS = "05"
               PERFORM 410-SUM-ONE-FEE UNTIL EOF-LOAD = "Y"
               CLOSE FEES-FILE
           END-IF.

       410-SUM-ONE-FEE.
           READ FEES-FILE
               AT END
                   MOVE "Y" TO EOF-LOAD
               NOT AT END
                   IF FEE-TERM-CODE = TERM-CODE-WS
                       MOVE FEE-STUDENT-NUMBER TO SEARCH-STUDENT-WS
                       PERFORM 240-FIND-AID-STUDENT
                       IF AST-FOUND > 0
                           ADD FEE-AMOUNT TO AST-FEES(AST-FOUND)
                       END-IF
                   END-IF
           END-READ.

      *    The program of study comes off the term's record; no
      *    record, or a program with no COA-ALLOWANCES.txt row,
      *    means no allowance beyond the charges.
       450-FIND-ALLOWANCES.
           OPEN INPUT STUDENT-DATA-FILE.
           PERFORM 460-FIND-ONE-ALLOWANCE
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > AID-STUDENT-COUNT.
           CLOSE STUDENT-DATA-FILE.

       460-FIND-ONE-ALLOWANCE.
           MOVE AST-STUDENT-NUMBER(IDX-WS) TO STUDENT-NUMBER.
           MOVE TERM-CODE-WS TO TERM-CODE.
           READ STUDENT-DATA-FILE
               INVALID KEY
                   MOVE SPACES TO AST-PROGRAM(IDX-WS)
               NOT INVALID KEY
                   MOVE PROGRAM-OF-STUDY TO AST-PROGRAM(IDX-WS)
           END-READ.
           PERFORM VARYING CO-ENTRY FROM 1 BY 1
                   UNTIL CO-ENTRY > COA-COUNT
                   OR AST-ALLOWANCE(IDX-WS) > 0
               IF CTB-PROGRAM-CODE(CO-ENTRY) = AST-PROGRAM(IDX-WS)
                       AND AST-PROGRAM(IDX-WS) NOT = SPACES
                   MOVE CTB-ALLOWANCE(CO-ENTRY)
                       TO AST-ALLOWANCE(IDX-WS)
               END-IF
           END-PERFORM.

       480-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD.
           STRING "OVER-AWARD CHECK - TERM " TERM-CODE-WS
                  "   RUN DATE " RUN-DATE-WS
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "AID LIMIT = TUITION + FEES + COST-OF-ATTENDANCE "
                  "ALLOWANCE; SPONSORS COUNT AGAINST CHARGES ONLY"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

      *****************************************************************
      * Charges are the assessment plus fees, never below zero.  The
      * sponsors' coverage is the charges for a full-balance sponsor,
      * otherwise the caps - but never more than the charges.
      *****************************************************************
       500-CHECK-ONE-STUDENT.
           ADD 1 TO CHECKED-COUNTER.
           MOVE 0 TO CHARGES-WS.
           IF AST-ASSESSED(IDX-WS) + AST-FEES(IDX-WS) > 0
               COMPUTE CHARGES-WS =
                   AST-ASSESSED(IDX-WS) + AST-FEES(IDX-WS)
           END-IF.
           IF AST-FULL-SPONSOR(IDX-WS) = "Y"
                   OR AST-SPONSOR-CAPS(IDX-WS) > CHARGES-WS
               MOVE CHARGES-WS TO SPONSOR-COVER-WS
           ELSE
               MOVE AST-SPONSOR-CAPS(IDX-WS) TO SPONSOR-COVER-WS
           END-IF.
           COMPUTE LIMIT-WS = CHARGES-WS + AST-ALLOWANCE(IDX-WS).
           COMPUTE AID-TOTAL-WS =
               AST-AWARDS(IDX-WS) + SPONSOR-COVER-WS.
           COMPUTE EXCESS-WS = AID-TOTAL-WS - LIMIT-WS.
           IF EXCESS-WS > 0
               ADD 1 TO OVER-COUNTER
               ADD EXCESS-WS TO TOTAL-EXCESS-WS
               PERFORM 600-WRITE-STUDENT-LINES
               PERFORM 700-FLAG-THE-STUDENT
           END-IF.

       600-WRITE-STUDENT-LINES.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE CHARGES-WS TO AMOUNT-DISPLAY-1.
           MOVE AST-ALLOWANCE(IDX-WS) TO AMOUNT-DISPLAY-2.
           MOVE LIMIT-WS TO AMOUNT-DISPLAY-3.
           MOVE SPACES TO REPORT-RECORD.
           STRING "STUDENT " AST-STUDENT-NUMBER(IDX-WS)
                  "  PROGRAM " AST-PROGRAM(IDX-WS)
                  "  CHARGES " AMOUNT-DISPLAY-1
                  "  ALLOWANCE " AMOUNT-DISPLAY-2
                  "  LIMIT " AMOUNT-DISPLAY-3
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE AID-TOTAL-WS TO AMOUNT-DISPLAY-1.
           MOVE EXCESS-WS TO AMOUNT-DISPLAY-2.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    AID AND SPONSOR COVERAGE " AMOUNT-DISPLAY-1
                  "   OVER-AWARDED BY " AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPONSOR-COVER-WS TO AMOUNT-DISPLAY-1.
           MOVE 0 TO AMOUNT-DISPLAY-2.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    SOURCE SPONSORS   " AMOUNT-DISPLAY-1
                  "   EXCESS " AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE 0 TO SHARED-SO-FAR-WS.
           MOVE 0 TO LINES-DONE-WS.
           PERFORM 610-WRITE-ONE-SOURCE-LINE
               VARYING L-ENTRY FROM 1 BY 1
               UNTIL L-ENTRY > AID-LINE-COUNT.

      *    The excess spread over the award sources in proportion to
      *    what each gave - the last source takes the rounding, so
      *    the shares always add back to the excess.
       610-WRITE-ONE-SOURCE-LINE.
           IF ALN-STUDENT-NUMBER(L-ENTRY) = AST-STUDENT-NUMBER(IDX-WS)
               ADD 1 TO LINES-DONE-WS
               IF LINES-DONE-WS = AST-LINE-COUNT(IDX-WS)
                   COMPUTE SHARE-WS = EXCESS-WS - SHARED-SO-FAR-WS
               ELSE
                   COMPUTE SHARE-WS ROUNDED = EXCESS-WS
                       * ALN-AMOUNT(L-ENTRY) / AST-AWARDS(IDX-WS)
               END-IF
               ADD SHARE-WS TO SHARED-SO-FAR-WS
               MOVE ALN-AMOUNT(L-ENTRY) TO AMOUNT-DISPLAY-1
               MOVE SHARE-WS TO AMOUNT-DISPLAY-2
               MOVE SPACES TO REPORT-RECORD
               STRING "    SOURCE " ALN-SOURCE(L-ENTRY)
                      AMOUNT-DISPLAY-1 "   EXCESS " AMOUNT-DISPLAY-2
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

       690-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE TOTAL-EXCESS-WS TO AMOUNT-DISPLAY-1.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  STUDENTS CHECKED: " CHECKED-COUNTER
                  "   OVER-AWARDED: " OVER-COUNTER
                  "   TOTAL EXCESS " AMOUNT-DISPLAY-1
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

      *****************************************************************
      * A new over-award holds the student's refunds.  One the aid
      * office already cleared stays cleared unless the excess has
      * grown since they looked at it.
      *****************************************************************
       700-FLAG-THE-STUDENT.
           MOVE 0 TO FLG-FOUND.
           PERFORM VARYING G-ENTRY FROM 1 BY 1
                   UNTIL G-ENTRY > FLAG-COUNT OR FLG-FOUND > 0
               IF FLG-STUDENT-NUMBER(G-ENTRY)
                       = AST-STUDENT-NUMBER(IDX-WS)
                       AND FLG-TERM-CODE(G-ENTRY) = TERM-CODE-WS
                   SET FLG-FOUND TO G-ENTRY
               END-IF
           END-PERFORM.
           IF FLG-FOUND = 0
               IF FLAG-COUNT < FLAG-MAX
                   ADD 1 TO FLAG-COUNT
                   MOVE FLAG-COUNT TO FLG-FOUND
                   MOVE AST-STUDENT-NUMBER(IDX-WS)
                       TO FLG-STUDENT-NUMBER(FLG-FOUND)
                   MOVE TERM-CODE-WS TO FLG-TERM-CODE(FLG-FOUND)
                   MOVE "H" TO FLG-STATUS(FLG-FOUND)
               ELSE
                   DISPLAY "OVER-AWARDS.txt FULL - STUDENT "
                       AST-STUDENT-NUMBER(IDX-WS) " NOT FLAGGED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF FLG-FOUND > 0
               MOVE "Y" TO FLG-SEEN(FLG-FOUND)
               IF FLG-STATUS(FLG-FOUND) = "C"
                       AND EXCESS-WS NOT > FLG-EXCESS(FLG-FOUND)
                   ADD 1 TO KEPT-CLEAR-COUNTER
               ELSE
                   MOVE "H" TO FLG-STATUS(FLG-FOUND)
                   MOVE EXCESS-WS TO FLG-EXCESS(FLG-FOUND)
                   MOVE RUN-DATE-WS TO FLG-FLAGGED-DATE(FLG-FOUND)
                   MOVE SPACES TO FLG-CLEARED-BY(FLG-FOUND)
                   MOVE 0 TO FLG-CLEARED-DATE(FLG-FOUND)
                   ADD 1 TO HOLDING-COUNTER
               END-IF
           END-IF.

      *    This term's rows the run did not confirm are no longer
      *    over-awarded and are dropped; every other term's rows go
      *    back as they came.
       800-SAVE-FLAG-TABLE.
           OPEN OUTPUT OVERAWARD-FILE.
           PERFORM 810-WRITE-ONE-FLAG
               VARYING G-ENTRY FROM 1 BY 1
               UNTIL G-ENTRY > FLAG-COUNT.
           CLOSE OVERAWARD-FILE.

       810-WRITE-ONE-FLAG.
           IF FLG-TERM-CODE(G-ENTRY) NOT = TERM-CODE-WS
                   OR FLG-SEEN(G-ENTRY) = "Y"
               MOVE SPACES TO OVERAWARD-RECORD
               MOVE FLG-STUDENT-NUMBER(G-ENTRY) TO OVA-STUDENT-NUMBER
               MOVE FLG-TERM-CODE(G-ENTRY)      TO OVA-TERM-CODE
               MOVE FLG-EXCESS(G-ENTRY)         TO OVA-EXCESS
               MOVE FLG-FLAGGED-DATE(G-ENTRY)   TO OVA-FLAGGED-DATE
               MOVE FLG-STATUS(G-ENTRY)         TO OVA-STATUS
               MOVE FLG-CLEARED-BY(G-ENTRY)     TO OVA-CLEARED-BY
               MOVE FLG-CLEARED-DATE(G-ENTRY)   TO OVA-CLEARED-DATE
               WRITE OVERAWARD-RECORD
           END-IF.

       950-DISPLAY-STATS.
           DISPLAY "STUDENTS WITH AWARDS: " CHECKED-COUNTER.
           DISPLAY "OVER-AWARDED:         " OVER-COUNTER.
           DISPLAY "  REFUNDS NOW HELD:   " HOLDING-COUNTER.
           DISPLAY "  ALREADY CLEARED:    " KEPT-CLEAR-COUNTER.
           DISPLAY "LIST IN OVER-AWARD-LIST.txt, FLAGS IN "
               "OVER-AWARDS.txt".
           IF OVER-COUNTER > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM OVERAWARD-RUN.
