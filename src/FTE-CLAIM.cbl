      ******************************************************************
      * Tectonics: Ministry FTE funding claim.  Built from the frozen
      * census extract CENSUS-SNAPSHOT wrote (CENSUS-<term>.txt), never
      * from the living STUFILE.dat, so the claim is the census-day
      * picture and nothing since.  Each funded student contributes
      * an FTE of fundable credit hours over the full-time load
      * (FTE-FULL-LOAD-HOURS on POLICY-PARMS.txt, default 15),
      * capped at 1.0000; each program's FTE is multiplied by its
      * ministry funding weight in force for the term (see
      * FUNDWT-RECORD.cpy, kept by WEIGHT-MAINT).  Left off the
      * claim, and counted on the report:
      *    - students withdrawn ('W') on census day,
      *    - students with no fundable hours - every course on the
      *      record audit-only (grade status 'A'),
      *    - programs weighted 0.000 (not funded by the ministry),
      *    - programs with no weight on file for the term.
      * Output: FTE-CLAIM-<term>.txt, the ministry's fixed layout -
      * HDR row, one DTL row per funded program in program order,
      * TRL row of control totals that foot to the DTL rows - and
      * FTE-CLAIM-REPORT.txt, the summary the registrar signs off.
      * Nothing on the claim depends on the day it is run: the same
      * census, weights and load always give the same file.  A
      * claim already on file for the term is compared with the new
      * one and the report says whether its totals match.
      * RETURN-CODE 0 clean, 4 a program with no weight, a census
      * frozen before fundable hours were kept, or a claim that
      * differs from the one on file, 8 no census for the term.
      * The claim file is registered on the outbound manifest
      * (OUTBOUND-REGISTRY, file code FTE+term, e.g. FTE202601) for
      * the business date, with its DTL count, weighted FTE total
      * and checksum; a second claim for the term on a business
      * date already produced is refused before anything is
      * written (RETURN-CODE 8), unless a supervisor authorized the
      * re-run through OUTBOUND-OVERRIDE.  Every run with a term
      * writes its JOB-LOG.txt row, the full-time load it used on
      * it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FTE-CLAIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CENSUS-FILE ASSIGN CENSUS-FILENAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENSUS-STATUS.
           SELECT OPTIONAL WEIGHT-FILE ASSIGN "FUNDING-WEIGHTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WEIGHT-STATUS.
           SELECT OPTIONAL CLAIM-FILE ASSIGN CLAIM-FILENAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLAIM-STATUS.
           SELECT REPORT-FILE ASSIGN "FTE-CLAIM-REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN "JOB-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD CENSUS-FILE.
           COPY "CENSUS-RECORD.cpy".

           FD WEIGHT-FILE.
           COPY "FUNDWT-RECORD.cpy".

      *    The ministry's claim layout - their spec.
           FD CLAIM-FILE.
           01 CLAIM-HEADER-RECORD.
               05 CLH-TYPE           PIC X(3).
               05 FILLER             PIC X.
               05 CLH-INSTITUTION    PIC X(6).
               05 FILLER             PIC X.
               05 CLH-TERM-CODE      PIC X(6).
               05 FILLER             PIC X.
               05 CLH-CENSUS-DATE    PIC 9(8).
               05 FILLER             PIC X.
               05 CLH-FULL-LOAD      PIC 9(2).
           01 CLAIM-DETAIL-RECORD.
               05 CLD-TYPE           PIC X(3).
               05 FILLER             PIC X.
               05 CLD-MINISTRY-CODE  PIC X(8).
               05 FILLER             PIC X.
               05 CLD-PROGRAM-CODE   PIC X(6).
               05 FILLER             PIC X.
               05 CLD-HEADCOUNT      PIC 9(6).
               05 FILLER             PIC X.
               05 CLD-FUNDABLE-HOURS PIC 9(7).
               05 FILLER             PIC X.
               05 CLD-FTE            PIC 9(6)V99.
               05 FILLER             PIC X.
               05 CLD-WEIGHT         PIC 9(2)V999.
               05 FILLER             PIC X.
               05 CLD-WEIGHTED-FTE   PIC 9(6)V99.
           01 CLAIM-TRAILER-RECORD.
               05 CLT-TYPE           PIC X(3).
               05 FILLER             PIC X.
               05 CLT-DETAIL-COUNT   PIC 9(6).
               05 FILLER             PIC X.
               05 CLT-HEADCOUNT      PIC 9(7).
               05 FILLER             PIC X.
               05 CLT-FUNDABLE-HOURS PIC 9(8).
               05 FILLER             PIC X.
               05 CLT-FTE            PIC 9(7)V99.
               05 FILLER             PIC X.
               05 CLT-WEIGHTED-FTE   PIC 9(7)V99.

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(100).

           FD JOB-LOG-FILE.
           COPY "JOB-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 CENSUS-STATUS PIC X(2).
           01 WEIGHT-STATUS PIC X(2).
           01 CLAIM-STATUS  PIC X(2).

           COPY "POLICY-LOOKUP.cpy".

      *    Our code on the provincial exchange, the same one the
      *    electronic transcript carries.
           01 OUR-INSTITUTION-CODE PIC X(6) VALUE "ONC042".

           01 CENSUS-FILENAME-WS PIC X(20) VALUE SPACES.
           01 CLAIM-FILENAME-WS  PIC X(22) VALUE SPACES.
           01 RUN-TERM-CODE      PIC X(6) VALUE SPACES.
           01 RUN-DATE-WS        PIC 9(8) VALUE 0.
           01 RUN-START-STAMP    PIC X(26) VALUE SPACES.
           01 CENSUS-DATE-WS     PIC 9(8) VALUE 0.
      *    Credit hours that make one FTE - FTE-FULL-LOAD-HOURS in
      *    force for the term replaces it.
           01 FULL-LOAD-HOURS    PIC 9(2) VALUE 15.

      *    The weight in force for the term, one row per program -
      *    the latest effective term at or before the claim term.
           01 WEIGHT-TABLE.
               05 WEIGHT-ENTRY OCCURS 200 TIMES INDEXED WT-ENTRY.
                   10 WTB-PROGRAM-CODE   PIC X(6).
                   10 WTB-EFFECTIVE-TERM PIC X(6).
                   10 WTB-MINISTRY-CODE  PIC X(8).
                   10 WTB-WEIGHT         PIC 9(2)V999.
           01 WEIGHT-COUNT PIC 9(3) VALUE 0.
           01 WEIGHT-MAX   PIC 9(3) VALUE 200.
           01 WEIGHT-FOUND PIC 9(3) VALUE 0.

      *    One row per program met on the census - funded or not, so
      *    the report accounts for every student.
           01 CLAIM-TABLE.
               05 CLAIM-ENTRY OCCURS 200 TIMES INDEXED CL-ENTRY.
                   10 CLM-PROGRAM-CODE   PIC X(6).
                   10 CLM-MINISTRY-CODE  PIC X(8).
                   10 CLM-WEIGHT         PIC 9(2)V999.
      *            'F' funded, 'U' weighted 0.000, 'M' no weight on
      *            file for the term.
                   10 CLM-FUNDING        PIC X(1).
                   10 CLM-HEADCOUNT      PIC 9(6).
                   10 CLM-FUNDABLE-HOURS PIC 9(7).
                   10 CLM-FTE-EXACT      PIC 9(6)V9999.
                   10 CLM-FTE            PIC 9(6)V99.
                   10 CLM-WEIGHTED-FTE   PIC 9(6)V99.
           01 CLAIM-COUNT PIC 9(3) VALUE 0.
           01 CLAIM-MAX   PIC 9(3) VALUE 200.
           01 CLAIM-FOUND PIC 9(3) VALUE 0.
           01 CLAIM-SWAP-HOLD PIC X(60).

           01 STUDENT-WORK-AREA.
               05 STU-HOURS PIC 9(3).
               05 STU-FTE   PIC 9(1)V9999.

      *    Control totals, footed from the DTL rows as written.
           01 CLAIM-TOTALS.
               05 TOT-DETAIL-COUNT   PIC 9(6) VALUE 0.
               05 TOT-HEADCOUNT      PIC 9(7) VALUE 0.
               05 TOT-FUNDABLE-HOURS PIC 9(8) VALUE 0.
               05 TOT-FTE            PIC 9(7)V99 VALUE 0.
               05 TOT-WEIGHTED-FTE   PIC 9(7)V99 VALUE 0.

      *    The TRL row of the claim already on file, if any.
           01 PRIOR-CLAIM.
               05 PRIOR-FOUND          PIC X VALUE "N".
               05 PRIOR-TRAILER-IMAGE  PIC X(48) VALUE SPACES.
               05 NEW-TRAILER-IMAGE    PIC X(48) VALUE SPACES.

           01 COUNTERS.
               05 CENSUS-READ-COUNTER  PIC 9(6) VALUE 0.
               05 WITHDRAWN-COUNTER    PIC 9(6) VALUE 0.
               05 NO-HOURS-COUNTER     PIC 9(6) VALUE 0.
               05 UNFUNDED-COUNTER     PIC 9(6) VALUE 0.
               05 NO-WEIGHT-COUNTER    PIC 9(6) VALUE 0.
               05 LEGACY-ROW-COUNTER   PIC 9(6) VALUE 0.
               05 DROPPED-COUNTER      PIC 9(6) VALUE 0.

           01 FLAGS.
               05 EOF-CENSUS PIC X VALUE "N".
               05 EOF-WEIGHT PIC X VALUE "N".
               05 EOF-CLAIM  PIC X VALUE "N".
               05 OUTBOUND-OK PIC X VALUE "N".

      *    OUTBOUND-REGISTRY parameter block - the term's claim file
      *    checked before anything is written, registered once it is
      *    closed.
           COPY "OUTBOUND-CHECK.cpy".

           01 SORT-WORK-AREA.
               05 SORT-IDX  PIC 9(3).
               05 SORT-SCAN PIC 9(3).
               05 SORT-BEST PIC 9(3).

           01 REPORT-TITLE-LINE.
               05 FILLER PIC X(27)
                   VALUE "MINISTRY FTE CLAIM - TERM ".
               05 RTL-TERM-CODE   PIC X(6).
               05 FILLER PIC X(16) VALUE "   CENSUS DATE ".
               05 RTL-CENSUS-DATE PIC 9(8).
               05 FILLER PIC X(8) VALUE "   RUN ".
               05 RTL-RUN-DATE    PIC 9(8).

           01 REPORT-LOAD-LINE.
               05 FILLER PIC X(31)
                   VALUE "FULL-TIME LOAD (HOURS = 1 FTE):".
               05 RLL-FULL-LOAD PIC ZZ9.
               05 FILLER PIC X(6) VALUE SPACES.
               05 FILLER PIC X(13) VALUE "CLAIM FILE: ".
               05 RLL-CLAIM-FILE PIC X(22).

           01 REPORT-HEADER-LINE.
               05 FILLER PIC X(34)
                   VALUE "PROGRM MINISTRY  FUNDING    HEADS ".
               05 FILLER PIC X(36)
                   VALUE "   HOURS       FTE  WEIGHT   WTD FTE".

           01 REPORT-DETAIL-LINE.
               05 RDT-PROGRAM-CODE  PIC X(6).
               05 FILLER            PIC X(1) VALUE SPACE.
               05 RDT-MINISTRY-CODE PIC X(8).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 RDT-FUNDING       PIC X(9).
               05 FILLER            PIC X(1) VALUE SPACE.
               05 RDT-HEADCOUNT     PIC ZZZZZ9.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 RDT-HOURS         PIC ZZZZZZZ9.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 RDT-FTE           PIC ZZZZZ9.99.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 RDT-WEIGHT        PIC Z9.999.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 RDT-WEIGHTED-FTE  PIC ZZZZZ9.99.

           01 REPORT-TOTAL-LINE.
               05 FILLER PIC X(17) VALUE "CLAIM TOTALS".
               05 FILLER PIC X(9) VALUE SPACES.
               05 RTT-HEADCOUNT     PIC ZZZZZZ9.
               05 RTT-HOURS         PIC ZZZZZZZZ9.
               05 RTT-FTE           PIC ZZZZZZ9.99.
               05 FILLER PIC X(8) VALUE SPACES.
               05 RTT-WEIGHTED-FTE  PIC ZZZZZZ9.99.

           01 REPORT-COUNT-LINE.
               05 RCL-LABEL PIC X(44).
               05 RCL-COUNT PIC ZZZZZ9.

           01 REPORT-TEXT-LINE PIC X(100).
           01 BLANK-LINE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "FTE FUNDING CLAIM - CENSUS TERM CODE (CCYYTT): ".
           ACCEPT RUN-TERM-CODE.
           IF RUN-TERM-CODE = SPACES
               DISPLAY "TERM CODE CANNOT BE BLANK."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO RUN-START-STAMP
               CALL "BUSINESS-DATE" USING RUN-DATE-WS
               MOVE SPACES TO CENSUS-FILENAME-WS
               STRING "CENSUS-" RUN-TERM-CODE ".txt"
                   DELIMITED BY SIZE INTO CENSUS-FILENAME-WS
               END-STRING
               MOVE SPACES TO CLAIM-FILENAME-WS
               STRING "FTE-CLAIM-" RUN-TERM-CODE ".txt"
                   DELIMITED BY SIZE INTO CLAIM-FILENAME-WS
               END-STRING
               OPEN INPUT CENSUS-FILE
               IF CENSUS-STATUS NOT = "00"
                   DISPLAY CENSUS-FILENAME-WS " NOT FOUND - RUN "
                       "CENSUS-SNAPSHOT FOR THE TERM FIRST. NO CLAIM."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 150-LOAD-POLICY-PARMS
                   PERFORM 200-LOAD-WEIGHT-TABLE
                   PERFORM 300-CLAIM-ONE-STUDENT
                       UNTIL EOF-CENSUS = "Y"
                   CLOSE CENSUS-FILE
                   IF CENSUS-READ-COUNTER = 0
                       DISPLAY CENSUS-FILENAME-WS " IS EMPTY. "
                           "NO CLAIM."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 500-SORT-ONE-PASS
                           VARYING SORT-IDX FROM 1 BY 1
                           UNTIL SORT-IDX >= CLAIM-COUNT
                       PERFORM 580-CHECK-OUTBOUND-FILE
                       IF OUTBOUND-OK = "Y"
                           PERFORM 550-READ-PRIOR-CLAIM
                           PERFORM 600-WRITE-CLAIM-FILE
                           PERFORM 620-REGISTER-OUTBOUND-FILE
                           PERFORM 700-WRITE-REPORT
                           PERFORM 950-DISPLAY-STATS
                       END-IF
                   END-IF
               END-IF
               PERFORM 960-LOG-RUN-PARAMETERS
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-LOAD-POLICY-PARMS.
           MOVE RUN-TERM-CODE TO POL-TERM-CODE.
           MOVE "FTE-FULL-LOAD-HOURS" TO POL-PARM-NAME.
           MOVE FULL-LOAD-HOURS TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           IF POL-PARM-VALUE > 0
               MOVE POL-PARM-VALUE TO FULL-LOAD-HOURS
           END-IF.

      *****************************************************************
      * Keep, per program, the row with the latest effective term at
      * or before the claim term (a blank effective term sorts
      * first, so it only stands when nothing later does).
      *****************************************************************
       200-LOAD-WEIGHT-TABLE.
           OPEN INPUT WEIGHT-FILE.
           IF WEIGHT-STATUS = "00" OR WEIGHT-STATUS = "05"
               PERFORM 210-LOAD-ONE-WEIGHT UNTIL EOF-WEIGHT = "Y"
               CLOSE WEIGHT-FILE
           END-IF.

       210-LOAD-ONE-WEIGHT.
           READ WEIGHT-FILE
               AT END
                   MOVE "Y" TO EOF-WEIGHT
               NOT AT END
                   IF FWT-EFFECTIVE-TERM NOT > RUN-TERM-CODE
                       PERFORM 220-KEEP-WEIGHT-IN-FORCE
                   END-IF
           END-READ.

       220-KEEP-WEIGHT-IN-FORCE.
           MOVE 0 TO WEIGHT-FOUND.
           PERFORM VARYING WT-ENTRY FROM 1 BY 1
                   UNTIL WT-ENTRY > WEIGHT-COUNT OR WEIGHT-FOUND > 0
               IF WTB-PROGRAM-CODE(WT-ENTRY) = FWT-PROGRAM-CODE
                   SET WEIGHT-FOUND TO WT-ENTRY
               END-IF
           END-PERFORM.
           IF WEIGHT-FOUND = 0
               IF WEIGHT-COUNT < WEIGHT-MAX
                   ADD 1 TO WEIGHT-COUNT
                   MOVE WEIGHT-COUNT TO WEIGHT-FOUND
                   MOVE LOW-VALUES
                       TO WTB-EFFECTIVE-TERM(WEIGHT-FOUND)
               ELSE
                   DISPLAY "FUNDING-WEIGHTS.txt HAS MORE THAN "
                       WEIGHT-MAX " PROGRAMS - " FWT-PROGRAM-CODE
                       " LEFT OUT."
               END-IF
           END-IF.
           IF WEIGHT-FOUND > 0
               IF FWT-EFFECTIVE-TERM NOT <
                       WTB-EFFECTIVE-TERM(WEIGHT-FOUND)
                   MOVE FWT-PROGRAM-CODE
                       TO WTB-PROGRAM-CODE(WEIGHT-FOUND)
                   MOVE FWT-EFFECTIVE-TERM
                       TO WTB-EFFECTIVE-TERM(WEIGHT-FOUND)
                   MOVE FWT-MINISTRY-CODE
                       TO WTB-MINISTRY-CODE(WEIGHT-FOUND)
                   MOVE FWT-WEIGHT TO WTB-WEIGHT(WEIGHT-FOUND)
               END-IF
           END-IF.

      *****************************************************************
      * One census row.  Withdrawn and no-hours students count toward
      * nothing but their exclusion line; every other student is
      * counted under their program, and only a funded program's
      * students carry FTE.
      *****************************************************************
       300-CLAIM-ONE-STUDENT.
           READ CENSUS-FILE
               AT END
                   MOVE "Y" TO EOF-CENSUS
               NOT AT END
                   ADD 1 TO CENSUS-READ-COUNTER
                   MOVE CEN-CENSUS-DATE TO CENSUS-DATE-WS
                   PERFORM 310-TAKE-FUNDABLE-HOURS
                   IF CEN-STATUS-CODE = "W"
                       ADD 1 TO WITHDRAWN-COUNTER
                   ELSE
                       IF STU-HOURS = 0
                           ADD 1 TO NO-HOURS-COUNTER
                       ELSE
                           PERFORM 320-COUNT-UNDER-PROGRAM
                       END-IF
                   END-IF
           END-READ.

      *    A census frozen before fundable hours were kept has no
      *    way to tell audit-only courses apart - its total hours
      *    are claimed as they stand, and the report says so.
       310-TAKE-FUNDABLE-HOURS.
           IF CEN-FUNDABLE-HOURS IS NUMERIC
               MOVE CEN-FUNDABLE-HOURS TO STU-HOURS
           ELSE
               ADD 1 TO LEGACY-ROW-COUNTER
               IF CEN-CREDIT-HOURS IS NUMERIC
                   MOVE CEN-CREDIT-HOURS TO STU-HOURS
               ELSE
                   MOVE 0 TO STU-HOURS
               END-IF
           END-IF.

       320-COUNT-UNDER-PROGRAM.
           PERFORM 330-FIND-CLAIM-ROW.
           IF CLAIM-FOUND = 0
               ADD 1 TO DROPPED-COUNTER
           ELSE
               ADD 1 TO CLM-HEADCOUNT(CLAIM-FOUND)
               EVALUATE CLM-FUNDING(CLAIM-FOUND)
                   WHEN "F"
                       ADD STU-HOURS TO CLM-FUNDABLE-HOURS(CLAIM-FOUND)
                       COMPUTE STU-FTE ROUNDED =
                           STU-HOURS / FULL-LOAD-HOURS
                           ON SIZE ERROR
                               MOVE 1 TO STU-FTE
                       END-COMPUTE
                       IF STU-FTE > 1
                           MOVE 1 TO STU-FTE
                       END-IF
                       ADD STU-FTE TO CLM-FTE-EXACT(CLAIM-FOUND)
                   WHEN "U"
                       ADD 1 TO UNFUNDED-COUNTER
                   WHEN OTHER
                       ADD 1 TO NO-WEIGHT-COUNTER
               END-EVALUATE
           END-IF.

       330-FIND-CLAIM-ROW.
           MOVE 0 TO CLAIM-FOUND.
           PERFORM VARYING CL-ENTRY FROM 1 BY 1
                   UNTIL CL-ENTRY > CLAIM-COUNT OR CLAIM-FOUND > 0
               IF CLM-PROGRAM-CODE(CL-ENTRY) = CEN-PROGRAM-CODE
                   SET CLAIM-FOUND TO CL-ENTRY
               END-IF
           END-PERFORM.
           IF CLAIM-FOUND = 0 AND CLAIM-COUNT < CLAIM-MAX
               ADD 1 TO CLAIM-COUNT
               MOVE CLAIM-COUNT TO CLAIM-FOUND
               PERFORM 340-OPEN-CLAIM-ROW
           END-IF.

       340-OPEN-CLAIM-ROW.
           MOVE CEN-PROGRAM-CODE TO CLM-PROGRAM-CODE(CLAIM-FOUND).
           MOVE SPACES TO CLM-MINISTRY-CODE(CLAIM-FOUND).
           MOVE 0 TO CLM-WEIGHT(CLAIM-FOUND).
           MOVE "M" TO CLM-FUNDING(CLAIM-FOUND).
           PERFORM VARYING WT-ENTRY FROM 1 BY 1
                   UNTIL WT-ENTRY > WEIGHT-COUNT
               IF WTB-PROGRAM-CODE(WT-ENTRY) = CEN-PROGRAM-CODE
                   MOVE WTB-MINISTRY-CODE(WT-ENTRY)
                       TO CLM-MINISTRY-CODE(CLAIM-FOUND)
                   MOVE WTB-WEIGHT(WT-ENTRY) TO CLM-WEIGHT(CLAIM-FOUND)
                   IF WTB-WEIGHT(WT-ENTRY) > 0
                       MOVE "F" TO CLM-FUNDING(CLAIM-FOUND)
                   ELSE
                       MOVE "U" TO CLM-FUNDING(CLAIM-FOUND)
                   END-IF
               END-IF
           END-PERFORM.
           IF CLM-FUNDING(CLAIM-FOUND) = "M"
               DISPLAY "PROGRAM " CEN-PROGRAM-CODE " HAS NO FUNDING "
                   "WEIGHT FOR " RUN-TERM-CODE " - NOT CLAIMED."
           END-IF.
           MOVE 0 TO CLM-HEADCOUNT(CLAIM-FOUND).
           MOVE 0 TO CLM-FUNDABLE-HOURS(CLAIM-FOUND).
           MOVE 0 TO CLM-FTE-EXACT(CLAIM-FOUND).
           MOVE 0 TO CLM-FTE(CLAIM-FOUND).
           MOVE 0 TO CLM-WEIGHTED-FTE(CLAIM-FOUND).

      *    Straight selection sort on program code - the claim's DTL
      *    rows come out in the same order every run.
       500-SORT-ONE-PASS.
           MOVE SORT-IDX TO SORT-BEST.
           PERFORM 510-SCAN-ONE-ROW
               VARYING SORT-SCAN FROM SORT-IDX BY 1
               UNTIL SORT-SCAN > CLAIM-COUNT.
           IF SORT-BEST NOT = SORT-IDX
               MOVE CLAIM-ENTRY(SORT-IDX) TO CLAIM-SWAP-HOLD
               MOVE CLAIM-ENTRY(SORT-BEST) TO CLAIM-ENTRY(SORT-IDX)
               MOVE CLAIM-SWAP-HOLD TO CLAIM-ENTRY(SORT-BEST)
           END-IF.

       510-SCAN-ONE-ROW.
           IF CLM-PROGRAM-CODE(SORT-SCAN) < CLM-PROGRAM-CODE(SORT-BEST)
               MOVE SORT-SCAN TO SORT-BEST
           END-IF.

      *    Keep the TRL row of the claim already on file before the
      *    new claim replaces it.
       550-READ-PRIOR-CLAIM.
           OPEN INPUT CLAIM-FILE.
           IF CLAIM-STATUS = "00" OR CLAIM-STATUS = "05"
               PERFORM 555-READ-ONE-PRIOR-ROW UNTIL EOF-CLAIM = "Y"
               CLOSE CLAIM-FILE
           END-IF.

       555-READ-ONE-PRIOR-ROW.
           READ CLAIM-FILE
               AT END
                   MOVE "Y" TO EOF-CLAIM
               NOT AT END
                   IF CLT-TYPE = "TRL"
                       MOVE "Y" TO PRIOR-FOUND
                       MOVE CLAIM-TRAILER-RECORD TO PRIOR-TRAILER-IMAGE
                   END-IF
           END-READ.

      *****************************************************************
      * The term's claim goes to OUTBOUND-REGISTRY before anything is
      * written: one already produced on this business date is
      * refused, unless a supervisor has authorized one re-run of it
      * through OUTBOUND-OVERRIDE.
      *****************************************************************
       580-CHECK-OUTBOUND-FILE.
           MOVE "N" TO OUTBOUND-OK.
           MOVE SPACES TO OUTBOUND-CHECK.
           MOVE "CK" TO OBC-ACTION.
           STRING "FTE" RUN-TERM-CODE
               DELIMITED BY SIZE INTO OBC-FILE-CODE
           END-STRING.
           MOVE CLAIM-FILENAME-WS TO OBC-FILE-NAME.
           MOVE "FTECLAIM" TO OBC-OPERATOR-ID.
           MOVE RUN-DATE-WS TO OBC-BUSINESS-DATE.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.
           EVALUATE OBC-RESULT
               WHEN "00"
                   MOVE "Y" TO OUTBOUND-OK
               WHEN "OV"
                   DISPLAY "FTE CLAIM FOR " RUN-TERM-CODE
                       " ALREADY PRODUCED ON " OBC-BUSINESS-DATE
                       " - RE-RUN AUTHORIZED BY " OBC-OVERRIDE-BY
                   MOVE "Y" TO OUTBOUND-OK
               WHEN OTHER
                   DISPLAY "FTE CLAIM FOR " RUN-TERM-CODE
                       " WAS ALREADY PRODUCED ON " OBC-BUSINESS-DATE
                       " - DUPLICATE FILE"
                   DISPLAY "A RE-RUN NEEDS A SUPERVISOR'S "
                       "OUTBOUND-OVERRIDE. NOTHING WRITTEN."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *****************************************************************
      * Program FTE is the sum of its students' FTEs, rounded once
      * to the claim's two places; weighted FTE is that rounded FTE
      * times the weight, so every DTL row checks by hand and the
      * TRL totals foot to the rows.
      *****************************************************************
       600-WRITE-CLAIM-FILE.
           OPEN OUTPUT CLAIM-FILE.
           MOVE SPACES TO CLAIM-HEADER-RECORD.
           MOVE "HDR" TO CLH-TYPE.
           MOVE OUR-INSTITUTION-CODE TO CLH-INSTITUTION.
           MOVE RUN-TERM-CODE  TO CLH-TERM-CODE.
           MOVE CENSUS-DATE-WS TO CLH-CENSUS-DATE.
           MOVE FULL-LOAD-HOURS TO CLH-FULL-LOAD.
           WRITE CLAIM-HEADER-RECORD.
           PERFORM 610-WRITE-ONE-DETAIL
               VARYING CL-ENTRY FROM 1 BY 1
               UNTIL CL-ENTRY > CLAIM-COUNT.
           MOVE SPACES TO CLAIM-TRAILER-RECORD.
           MOVE "TRL" TO CLT-TYPE.
           MOVE TOT-DETAIL-COUNT   TO CLT-DETAIL-COUNT.
           MOVE TOT-HEADCOUNT      TO CLT-HEADCOUNT.
           MOVE TOT-FUNDABLE-HOURS TO CLT-FUNDABLE-HOURS.
           MOVE TOT-FTE            TO CLT-FTE.
           MOVE TOT-WEIGHTED-FTE   TO CLT-WEIGHTED-FTE.
           MOVE CLAIM-TRAILER-RECORD TO NEW-TRAILER-IMAGE.
           WRITE CLAIM-TRAILER-RECORD.
           CLOSE CLAIM-FILE.

       610-WRITE-ONE-DETAIL.
           IF CLM-FUNDING(CL-ENTRY) = "F"
               COMPUTE CLM-FTE(CL-ENTRY) ROUNDED =
                   CLM-FTE-EXACT(CL-ENTRY)
               COMPUTE CLM-WEIGHTED-FTE(CL-ENTRY) ROUNDED =
                   CLM-FTE(CL-ENTRY) * CLM-WEIGHT(CL-ENTRY)
               MOVE SPACES TO CLAIM-DETAIL-RECORD
               MOVE "DTL" TO CLD-TYPE
               MOVE CLM-MINISTRY-CODE(CL-ENTRY)  TO CLD-MINISTRY-CODE
               MOVE CLM-PROGRAM-CODE(CL-ENTRY)   TO CLD-PROGRAM-CODE
               MOVE CLM-HEADCOUNT(CL-ENTRY)      TO CLD-HEADCOUNT
               MOVE CLM-FUNDABLE-HOURS(CL-ENTRY)
                   TO CLD-FUNDABLE-HOURS
               MOVE CLM-FTE(CL-ENTRY)            TO CLD-FTE
               MOVE CLM-WEIGHT(CL-ENTRY)         TO CLD-WEIGHT
               MOVE CLM-WEIGHTED-FTE(CL-ENTRY)   TO CLD-WEIGHTED-FTE
               WRITE CLAIM-DETAIL-RECORD
               ADD 1 TO TOT-DETAIL-COUNT
               ADD CLM-HEADCOUNT(CL-ENTRY)      TO TOT-HEADCOUNT
               ADD CLM-FUNDABLE-HOURS(CL-ENTRY) TO TOT-FUNDABLE-HOURS
               ADD CLM-FTE(CL-ENTRY)            TO TOT-FTE
               ADD CLM-WEIGHTED-FTE(CL-ENTRY)   TO TOT-WEIGHTED-FTE
           END-IF.

       620-REGISTER-OUTBOUND-FILE.
           MOVE "RG" TO OBC-ACTION.
           MOVE TOT-DETAIL-COUNT TO OBC-RECORD-COUNT.
           MOVE TOT-WEIGHTED-FTE TO OBC-CONTROL-AMOUNT.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.

       700-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-TERM-CODE  TO RTL-TERM-CODE.
           MOVE CENSUS-DATE-WS TO RTL-CENSUS-DATE.
           MOVE RUN-DATE-WS    TO RTL-RUN-DATE.
           WRITE REPORT-RECORD FROM REPORT-TITLE-LINE.
           MOVE FULL-LOAD-HOURS   TO RLL-FULL-LOAD.
           MOVE CLAIM-FILENAME-WS TO RLL-CLAIM-FILE.
           WRITE REPORT-RECORD FROM REPORT-LOAD-LINE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM REPORT-HEADER-LINE.
           PERFORM 710-WRITE-ONE-PROGRAM
               VARYING CL-ENTRY FROM 1 BY 1
               UNTIL CL-ENTRY > CLAIM-COUNT.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE TOT-HEADCOUNT      TO RTT-HEADCOUNT.
           MOVE TOT-FUNDABLE-HOURS TO RTT-HOURS.
           MOVE TOT-FTE            TO RTT-FTE.
           MOVE TOT-WEIGHTED-FTE   TO RTT-WEIGHTED-FTE.
           WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
           MOVE "FUNDED PROGRAMS ON THE CLAIM (DTL ROWS):"
               TO RCL-LABEL.
           MOVE TOT-DETAIL-COUNT TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE "CENSUS ROWS READ:" TO RCL-LABEL.
           MOVE CENSUS-READ-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "NOT CLAIMED - WITHDRAWN ON CENSUS DAY:"
               TO RCL-LABEL.
           MOVE WITHDRAWN-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "NOT CLAIMED - AUDIT-ONLY, NO FUNDABLE HOURS:"
               TO RCL-LABEL.
           MOVE NO-HOURS-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "NOT CLAIMED - PROGRAM NOT FUNDED:" TO RCL-LABEL.
           MOVE UNFUNDED-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "NOT CLAIMED - PROGRAM HAS NO WEIGHT ON FILE:"
               TO RCL-LABEL.
           MOVE NO-WEIGHT-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           IF DROPPED-COUNTER > 0
               MOVE "NOT CLAIMED - PROGRAM TABLE FULL:" TO RCL-LABEL
               MOVE DROPPED-COUNTER TO RCL-COUNT
               WRITE REPORT-RECORD FROM REPORT-COUNT-LINE
           END-IF.
           IF LEGACY-ROW-COUNTER > 0
               MOVE "ROWS FROZEN WITHOUT FUNDABLE HOURS (AUDIT-ONLY"
                   TO REPORT-TEXT-LINE
               WRITE REPORT-RECORD FROM REPORT-TEXT-LINE
               MOVE "  COURSES COULD NOT BE EXCLUDED):" TO RCL-LABEL
               MOVE LEGACY-ROW-COUNTER TO RCL-COUNT
               WRITE REPORT-RECORD FROM REPORT-COUNT-LINE
           END-IF.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           PERFORM 720-COMPARE-PRIOR-CLAIM.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE "PREPARED BY: ______________________________   DATE: "
               & "____________" TO REPORT-TEXT-LINE.
           WRITE REPORT-RECORD FROM REPORT-TEXT-LINE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE "APPROVED BY (REGISTRAR): __________________   DATE: "
               & "____________" TO REPORT-TEXT-LINE.
           WRITE REPORT-RECORD FROM REPORT-TEXT-LINE.
           CLOSE REPORT-FILE.
           IF (NO-WEIGHT-COUNTER > 0 OR LEGACY-ROW-COUNTER > 0
                   OR DROPPED-COUNTER > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       710-WRITE-ONE-PROGRAM.
           MOVE CLM-PROGRAM-CODE(CL-ENTRY)  TO RDT-PROGRAM-CODE.
           MOVE CLM-MINISTRY-CODE(CL-ENTRY) TO RDT-MINISTRY-CODE.
           EVALUATE CLM-FUNDING(CL-ENTRY)
               WHEN "F" MOVE "CLAIMED"   TO RDT-FUNDING
               WHEN "U" MOVE "UNFUNDED"  TO RDT-FUNDING
               WHEN OTHER MOVE "NO WEIGHT" TO RDT-FUNDING
           END-EVALUATE.
           MOVE CLM-HEADCOUNT(CL-ENTRY)      TO RDT-HEADCOUNT.
           MOVE CLM-FUNDABLE-HOURS(CL-ENTRY) TO RDT-HOURS.
           MOVE CLM-FTE(CL-ENTRY)            TO RDT-FTE.
           MOVE CLM-WEIGHT(CL-ENTRY)         TO RDT-WEIGHT.
           MOVE CLM-WEIGHTED-FTE(CL-ENTRY)   TO RDT-WEIGHTED-FTE.
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.

      *    Same census, same weights, same load: same totals.  A
      *    difference means a weight or the load for the term was
      *    changed after the claim on file was built.
       720-COMPARE-PRIOR-CLAIM.
           IF PRIOR-FOUND = "N"
               MOVE "FIRST CLAIM BUILT FOR THIS TERM."
                   TO REPORT-TEXT-LINE
           ELSE
               IF PRIOR-TRAILER-IMAGE = NEW-TRAILER-IMAGE
                   MOVE "CONTROL TOTALS MATCH THE CLAIM ALREADY ON "
                       & "FILE." TO REPORT-TEXT-LINE
               ELSE
                   MOVE "CONTROL TOTALS DIFFER FROM THE CLAIM ALREADY "
                       & "ON FILE - CHECK WEIGHTS AND LOAD."
                       TO REPORT-TEXT-LINE
                   DISPLAY "CLAIM TOTALS DIFFER FROM THE CLAIM "
                       "PREVIOUSLY BUILT FOR " RUN-TERM-CODE "."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-TEXT-LINE.

       950-DISPLAY-STATS.
           DISPLAY "FTE CLAIM COMPLETE".
           DISPLAY "  CENSUS ROWS READ:     " CENSUS-READ-COUNTER.
           DISPLAY "  FUNDED PROGRAMS:      " TOT-DETAIL-COUNT.
           DISPLAY "  STUDENTS CLAIMED:     " TOT-HEADCOUNT.
           MOVE TOT-WEIGHTED-FTE TO RTT-WEIGHTED-FTE.
           DISPLAY "  WEIGHTED FTE:         " RTT-WEIGHTED-FTE.
           DISPLAY "  CLAIM IN " CLAIM-FILENAME-WS
               ", SUMMARY IN FTE-CLAIM-REPORT.txt".

       960-LOG-RUN-PARAMETERS.
           OPEN EXTEND JOB-LOG-FILE.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE RUN-START-STAMP TO JOB-START-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO JOB-END-TIMESTAMP.
           MOVE "FTECLAIM" TO JOB-OPERATOR-ID.
           MOVE RUN-TERM-CODE TO JOB-TERM-CODE.
           MOVE "Y" TO JOB-BATCH-MODE.
           MOVE CENSUS-READ-COUNTER TO JOB-STUDENTS-READ.
           MOVE TOT-HEADCOUNT TO JOB-STUDENTS-WRITTEN.
           COMPUTE JOB-STUDENTS-REJECTED = WITHDRAWN-COUNTER
               + NO-HOURS-COUNTER + UNFUNDED-COUNTER
               + NO-WEIGHT-COUNTER + DROPPED-COUNTER.
           MOVE RETURN-CODE TO JOB-RETURN-CODE.
           STRING "LOAD=" FULL-LOAD-HOURS
               DELIMITED BY SIZE INTO JOB-PARM-VALUES
           END-STRING.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       END PROGRAM FTE-CLAIM.
