      ******************************************************************
      * Tectonics: Tuition estimate pricing.  Prices a proposed
      * course load for a term without touching a single record, so
      * "what will these four courses cost me?" gets the answer the
      * term-start assessment will actually give:
      *    - each course's credit hours off COURSE.txt, the standard
      *      3 for a code the catalog doesn't carry - the same
      *      lookup TUITION-ASSESS's 600-LOOKUP-COURSE-CREDIT-HOURS
      *      does;
      *    - the RATE.txt row in force for the program, term and
      *      residency, chosen exactly as TUITION-ASSESS's
      *      320-FIND-PROGRAM-RATE chooses it, tuition being hours
      *      times the rate plus the flat fee;
      *    - the student's TUITION-EXEMPTIONS.txt exemption in force
      *      for the term, taken off as TUITION-ASSESS takes it;
      *    - each course's COURSE-FEES.txt fee, as COURSE-REG
      *      assesses it on the add;
      *    - less the awards AWARDS-POSTED.txt already holds for the
      *      student's term, and less what their SPONSORSHIPS.txt
      *      rows for the term will cover of what is left.
      * See ESTIMATE-PRICE.cpy for the parameter block.  Every file
      * is opened INPUT and closed before returning; STUFILE.dat is
      * not even declared.  CALLed the same self-contained way
      * RESIDENCY-LOOKUP is, by TUITION-ESTIMATE at the desk and by
      * SELF-SERVICE for a signed-on student.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTIMATE-PRICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COURSE-FILE ASSIGN "COURSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-STATUS.
           SELECT OPTIONAL RATE-FILE ASSIGN "RATE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
           SELECT OPTIONAL COURSE-FEES-FILE ASSIGN "COURSE-FEES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-FEES-STATUS.
           SELECT OPTIONAL EXEMPTION-FILE
               ASSIGN "TUITION-EXEMPTIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXEMPTION-STATUS.
           SELECT OPTIONAL AWARDS-POSTED-FILE
               ASSIGN "AWARDS-POSTED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AWARDS-STATUS.
           SELECT OPTIONAL SPONSORSHIP-FILE ASSIGN "SPONSORSHIPS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPONSORSHIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD COURSE-FILE.
           01 COURSE-RECORD.
               05 COURSE-REC-CODE          PIC X(7).
               05 COURSE-REC-TITLE         PIC X(20).
               05 COURSE-REC-CREDIT-HOURS  PIC 9(2).

           FD RATE-FILE.
           COPY "RATE-RECORD.cpy".

           FD COURSE-FEES-FILE.
           COPY "CRSFEE-RECORD.cpy".

           FD EXEMPTION-FILE.
           COPY "EXEMPT-RECORD.cpy".

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

       WORKING-STORAGE SECTION.
           01 COURSE-STATUS      PIC X(2).
           01 RATE-STATUS        PIC X(2).
           01 COURSE-FEES-STATUS PIC X(2).
           01 EXEMPTION-STATUS   PIC X(2).
           01 AWARDS-STATUS      PIC X(2).
           01 SPONSORSHIP-STATUS PIC X(2).

           01 EOF-SIDE PIC X VALUE "N".
           01 DEFAULT-CREDIT-HOURS PIC 9(2) VALUE 3.

           01 ESTIMATE-WORK-AREA.
               05 EIX-WS              PIC 9(2).
               05 BEST-EFFECTIVE-WS   PIC X(6) VALUE SPACES.
               05 BEST-RESIDENCY-WS   PIC X(1) VALUE SPACE.
               05 FEE-SEEN-WS         PIC X(1) OCCURS 10 TIMES.
               05 EXEMPT-FOUND        PIC X VALUE "N".
               05 EXEMPT-BASIS-WS     PIC X(1) VALUE SPACE.
               05 EXEMPT-PERCENT-WS   PIC 9(3)V99 VALUE 0.
               05 EXEMPT-AMOUNT-WS    PIC 9(5)V99 VALUE 0.
               05 EXEMPT-EFFECTIVE-WS PIC X(6) VALUE SPACES.
               05 FULL-COVER-FLAG     PIC X VALUE "N".
               05 SPONSOR-CAPS-WS     PIC 9(9)V99 VALUE 0.
               05 CHARGES-WS          PIC 9(9)V99 VALUE 0.

           COPY "RESIDENCY-LOOKUP.cpy".

       LINKAGE SECTION.
           COPY "ESTIMATE-PRICE.cpy".

       PROCEDURE DIVISION USING ESTIMATE-PRICE.
       100-MAIN.
           MOVE "N" TO EST-RATE-FOUND.
           MOVE 0 TO EST-CREDIT-HOURS EST-PER-CREDIT EST-FLAT-FEE.
           MOVE 0 TO EST-TUITION EST-EXEMPTED EST-COURSE-FEES.
           MOVE 0 TO EST-AWARDS EST-SPONSOR-COVER.
           MOVE 0 TO EST-NET-OWING EST-AWARD-EXCESS.
           MOVE SPACES TO EST-EXEMPT-CATEGORY.
           MOVE "N" TO FULL-COVER-FLAG.
           MOVE 0 TO SPONSOR-CAPS-WS.
           IF EST-COURSE-COUNT > 10
               MOVE 10 TO EST-COURSE-COUNT
           END-IF.
           PERFORM 150-CLEAR-ONE-COURSE
               VARYING EIX-WS FROM 1 BY 1 UNTIL EIX-WS > 10.
           PERFORM 200-FIND-RESIDENCY.
           PERFORM 300-PRICE-COURSE-HOURS.
           PERFORM 400-FIND-PROGRAM-RATE.
           IF EST-RATE-FOUND = "Y"
               COMPUTE EST-TUITION ROUNDED =
                   (EST-CREDIT-HOURS * EST-PER-CREDIT) + EST-FLAT-FEE
               PERFORM 500-PRICE-COURSE-FEES
               IF EST-STUDENT-NUMBER > 0
                   PERFORM 600-FIND-EXEMPTION
                   PERFORM 700-TOTAL-AWARDS
                   PERFORM 750-TOTAL-SPONSOR-COVER
               END-IF
               PERFORM 800-SETTLE-NET-OWING
           END-IF.
           GOBACK.

       150-CLEAR-ONE-COURSE.
           MOVE DEFAULT-CREDIT-HOURS TO EST-COURSE-HOURS(EIX-WS).
           MOVE "N" TO EST-IN-CATALOG(EIX-WS).
           MOVE SPACES TO EST-COURSE-FEE-TYPE(EIX-WS).
           MOVE 0 TO EST-COURSE-FEE(EIX-WS).
           MOVE "N" TO FEE-SEEN-WS(EIX-WS).

      *    A residency keyed by the caller is a "what if" and wins;
      *    otherwise the student's own, domestic for a newcomer.
       200-FIND-RESIDENCY.
           IF EST-RESIDENCY NOT = SPACE
               MOVE EST-RESIDENCY TO EST-RESIDENCY-USED
           ELSE
               IF EST-STUDENT-NUMBER > 0
                   MOVE EST-STUDENT-NUMBER TO RSL-STUDENT-NUMBER
                   MOVE EST-TERM-CODE TO RSL-TERM-CODE
                   CALL "RESIDENCY-LOOKUP" USING RESIDENCY-LOOKUP
                   MOVE RSL-STATUS TO EST-RESIDENCY-USED
               ELSE
                   MOVE "D" TO EST-RESIDENCY-USED
               END-IF
           END-IF.

      *    First catalog row for a code wins, as in the table lookup.
       300-PRICE-COURSE-HOURS.
           MOVE "N" TO EOF-SIDE.
           OPEN INPUT COURSE-FILE.
           IF COURSE-STATUS = "00" OR COURSE-STATUS = "05"
               PERFORM 310-CHECK-ONE-COURSE UNTIL EOF-SIDE = "Y"
               CLOSE COURSE-FILE
           END-IF.
           MOVE 0 TO EST-CREDIT-HOURS.
           PERFORM VARYING EIX-WS FROM 1 BY 1
                   UNTIL EIX-WS > EST-COURSE-COUNT
               IF EST-COURSE-CODE(EIX-WS) NOT = SPACES
                   ADD EST-COURSE-HOURS(EIX-WS) TO EST-CREDIT-HOURS
               END-IF
           END-PERFORM.

       310-CHECK-ONE-COURSE.
           READ COURSE-FILE
               AT END
                   MOVE "Y" TO EOF-SIDE
               NOT AT END
                   PERFORM VARYING EIX-WS FROM 1 BY 1
                           UNTIL EIX-WS > EST-COURSE-COUNT
                       IF EST-COURSE-CODE(EIX-WS) = COURSE-REC-CODE
                               AND EST-IN-CATALOG(EIX-WS) = "N"
                           MOVE COURSE-REC-CREDIT-HOURS
                               TO EST-COURSE-HOURS(EIX-WS)
                           MOVE "Y" TO EST-IN-CATALOG(EIX-WS)
                       END-IF
                   END-PERFORM
           END-READ.

      *****************************************************************
      * The row in force: latest effective term at or before the
      * term, a row keyed to the residency beating a blank-residency
      * row whatever their effective terms - TUITION-ASSESS's rule,
      * applied row by row as the file is read.
      *****************************************************************
       400-FIND-PROGRAM-RATE.
           MOVE SPACE TO BEST-RESIDENCY-WS.
           MOVE LOW-VALUES TO BEST-EFFECTIVE-WS.
           MOVE "N" TO EOF-SIDE.
           OPEN INPUT RATE-FILE.
           IF RATE-STATUS = "00" OR RATE-STATUS = "05"
               PERFORM 410-WEIGH-ONE-RATE UNTIL EOF-SIDE = "Y"
               CLOSE RATE-FILE
           END-IF.

       410-WEIGH-ONE-RATE.
           READ RATE-FILE
               AT END
                   MOVE "Y" TO EOF-SIDE
               NOT AT END
                   IF RATE-PROGRAM-CODE = EST-PROGRAM-CODE
                           AND RATE-EFFECTIVE-TERM <= EST-TERM-CODE
                           AND (RATE-RESIDENCY = EST-RESIDENCY-USED
                               OR RATE-RESIDENCY = SPACE)
                       IF EST-RATE-FOUND = "N"
                               OR (RATE-RESIDENCY NOT = SPACE
                                   AND BEST-RESIDENCY-WS = SPACE)
                               OR (RATE-RESIDENCY = BEST-RESIDENCY-WS
                                   AND RATE-EFFECTIVE-TERM
                                       > BEST-EFFECTIVE-WS)
                           MOVE RATE-PER-CREDIT TO EST-PER-CREDIT
                           MOVE RATE-FLAT-FEE   TO EST-FLAT-FEE
                           MOVE RATE-EFFECTIVE-TERM
                               TO BEST-EFFECTIVE-WS
                           MOVE RATE-RESIDENCY  TO BEST-RESIDENCY-WS
                           MOVE "Y" TO EST-RATE-FOUND
                       END-IF
                   END-IF
           END-READ.

      *    One fee per course, the first COURSE-FEES.txt row for it.
       500-PRICE-COURSE-FEES.
           MOVE "N" TO EOF-SIDE.
           OPEN INPUT COURSE-FEES-FILE.
           IF COURSE-FEES-STATUS = "00" OR COURSE-FEES-STATUS = "05"
               PERFORM 510-CHECK-ONE-FEE UNTIL EOF-SIDE = "Y"
               CLOSE COURSE-FEES-FILE
           END-IF.
           PERFORM VARYING EIX-WS FROM 1 BY 1
                   UNTIL EIX-WS > EST-COURSE-COUNT
               ADD EST-COURSE-FEE(EIX-WS) TO EST-COURSE-FEES
           END-PERFORM.

       510-CHECK-ONE-FEE.
           READ COURSE-FEES-FILE
               AT END
                   MOVE "Y" TO EOF-SIDE
               NOT AT END
                   PERFORM VARYING EIX-WS FROM 1 BY 1
                           UNTIL EIX-WS > EST-COURSE-COUNT
                       IF EST-COURSE-CODE(EIX-WS) = CFE-COURSE-CODE
                               AND FEE-SEEN-WS(EIX-WS) = "N"
                               AND CFE-AMOUNT > 0
                           MOVE CFE-AMOUNT TO EST-COURSE-FEE(EIX-WS)
                           MOVE CFE-FEE-TYPE
                               TO EST-COURSE-FEE-TYPE(EIX-WS)
                           MOVE "Y" TO FEE-SEEN-WS(EIX-WS)
                       END-IF
                   END-PERFORM
           END-READ.

      *    Latest effective exemption in force for the term, never
      *    more than the tuition - TUITION-ASSESS's 380 rule.
       600-FIND-EXEMPTION.
           MOVE "N" TO EXEMPT-FOUND.
           MOVE LOW-VALUES TO EXEMPT-EFFECTIVE-WS.
           MOVE "N" TO EOF-SIDE.
           OPEN INPUT EXEMPTION-FILE.
           IF EXEMPTION-STATUS = "00" OR EXEMPTION-STATUS = "05"
               PERFORM 610-CHECK-ONE-EXEMPTION UNTIL EOF-SIDE = "Y"
               CLOSE EXEMPTION-FILE
           END-IF.
           IF EXEMPT-FOUND = "Y"
               IF EXEMPT-BASIS-WS = "F"
                   MOVE EXEMPT-AMOUNT-WS TO EST-EXEMPTED
               ELSE
                   COMPUTE EST-EXEMPTED ROUNDED =
                       EST-TUITION * EXEMPT-PERCENT-WS / 100
               END-IF
               IF EST-EXEMPTED > EST-TUITION
                   MOVE EST-TUITION TO EST-EXEMPTED
               END-IF
           END-IF.

       610-CHECK-ONE-EXEMPTION.
           READ EXEMPTION-FILE
               AT END
                   MOVE "Y" TO EOF-SIDE
               NOT AT END
                   IF EXM-STUDENT-NUMBER = EST-STUDENT-NUMBER
                           AND EXM-EFFECTIVE-TERM <= EST-TERM-CODE
                           AND (EXM-EXPIRY-TERM = SPACES
                               OR EXM-EXPIRY-TERM >= EST-TERM-CODE)
                       IF EXEMPT-FOUND = "N"
                               OR EXM-EFFECTIVE-TERM
                                   > EXEMPT-EFFECTIVE-WS
                           MOVE EXM-CATEGORY TO EST-EXEMPT-CATEGORY
                           MOVE EXM-BASIS    TO EXEMPT-BASIS-WS
                           MOVE EXM-PERCENT  TO EXEMPT-PERCENT-WS
                           MOVE EXM-AMOUNT   TO EXEMPT-AMOUNT-WS
                           MOVE EXM-EFFECTIVE-TERM
                               TO EXEMPT-EFFECTIVE-WS
                           MOVE "Y" TO EXEMPT-FOUND
                       END-IF
                   END-IF
           END-READ.

       700-TOTAL-AWARDS.
           MOVE "N" TO EOF-SIDE.
           OPEN INPUT AWARDS-POSTED-FILE.
           IF AWARDS-STATUS = "00" OR AWARDS-STATUS = "05"
               PERFORM 710-TOTAL-ONE-AWARD UNTIL EOF-SIDE = "Y"
               CLOSE AWARDS-POSTED-FILE
           END-IF.

       710-TOTAL-ONE-AWARD.
           READ AWARDS-POSTED-FILE
               AT END
                   MOVE "Y" TO EOF-SIDE
               NOT AT END
                   IF AWP-STUDENT-NUMBER = EST-STUDENT-NUMBER
                           AND AWP-TERM-CODE = EST-TERM-CODE
                       ADD AWP-AMOUNT TO EST-AWARDS
                   END-IF
           END-READ.

      *    A full-balance sponsor covers whatever the awards leave;
      *    capped ones up to their caps together.
       750-TOTAL-SPONSOR-COVER.
           MOVE "N" TO FULL-COVER-FLAG.
           MOVE 0 TO SPONSOR-CAPS-WS.
           MOVE "N" TO EOF-SIDE.
           OPEN INPUT SPONSORSHIP-FILE.
           IF SPONSORSHIP-STATUS = "00" OR SPONSORSHIP-STATUS = "05"
               PERFORM 760-TOTAL-ONE-SPONSORSHIP UNTIL EOF-SIDE = "Y"
               CLOSE SPONSORSHIP-FILE
           END-IF.

       760-TOTAL-ONE-SPONSORSHIP.
           READ SPONSORSHIP-FILE
               AT END
                   MOVE "Y" TO EOF-SIDE
               NOT AT END
                   IF SPL-STUDENT-NUMBER = EST-STUDENT-NUMBER
                           AND SPL-TERM-CODE = EST-TERM-CODE
                       IF SPL-COVER-TYPE = "F"
                           MOVE "Y" TO FULL-COVER-FLAG
                       ELSE
                           ADD SPL-AMOUNT TO SPONSOR-CAPS-WS
                       END-IF
                   END-IF
           END-READ.

       800-SETTLE-NET-OWING.
           COMPUTE CHARGES-WS =
               EST-TUITION - EST-EXEMPTED + EST-COURSE-FEES.
           IF EST-AWARDS > CHARGES-WS
               COMPUTE EST-AWARD-EXCESS = EST-AWARDS - CHARGES-WS
               MOVE 0 TO CHARGES-WS
           ELSE
               SUBTRACT EST-AWARDS FROM CHARGES-WS
           END-IF.
           IF FULL-COVER-FLAG = "Y" OR SPONSOR-CAPS-WS > CHARGES-WS
               MOVE CHARGES-WS TO EST-SPONSOR-COVER
           ELSE
               MOVE SPONSOR-CAPS-WS TO EST-SPONSOR-COVER
           END-IF.
           COMPUTE EST-NET-OWING = CHARGES-WS - EST-SPONSOR-COVER.

       END PROGRAM ESTIMATE-PRICE.
