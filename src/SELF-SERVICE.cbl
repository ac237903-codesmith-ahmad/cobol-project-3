      * do the reading: student number plus the PIN held on the
      * demographics master, and then ONLY their own record: the
      * newest term's courses and grades (I/W/AU shown properly),
      * the balance, their PAYMENTS.dat history, and any holds.
      * Every master file here is OPEN INPUT - there is no update
      * path against STUFILE.dat or DEMOGRAPHICS.dat compiled into
      * this program at all, by design.  The one thing a student
      * TRANSCRIPT-REQUESTS.txt queue (append-only); the fee posts
      * when the fulfillment batch first touches the request, since
      * this program holds no posting authority.
      * A student on DECEASED.txt cannot sign in - refused with the
      * same message as a wrong PIN.
      * The student is greeted by the name they go by - the
      * preferred name through NAME-LOOKUP, else the legal name.
      * The student also sees who they have authorized us to talk
      * to - the third-party consents in force, through
      * CONSENT-LOOKUP - so a lapsed or forgotten one can be taken
      * up with the registrar.  Consents are given and revoked at
      * the desk (CONSENT-MAINT), not here, and the passphrase is
      * not shown.
      * The student can also price a course load they are thinking
      * of taking - their own program, a term, the proposed
      * courses - through ESTIMATE-PRICE, the same pricing the desk's
      * TUITION-ESTIMATE uses, with their own residency, exemption,
      * awards and sponsor coverage; the dated estimate and its
      * disclaimer are shown on the screen and nothing is recorded.
      * A closed fiscal year's payments FY-ROLLOVER has archived show
      * as one carried-forward line per term.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELF-SERVICE.
               ALTERNATE KEY IS STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.
           SELECT OPTIONAL HOLDS-FILE ASSIGN "HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
      *    reads oldest-first, so the last one read wins.
           01 NEWEST-TERM-AREA.
               05 NEW-TERM-CODE     PIC X(6) VALUE SPACES.
               05 NEW-STUDENT-NAME  PIC X(40) VALUE SPACES.
               05 NEW-TUITION-OWED  PIC S9(7)V99 VALUE 0.
               05 NEW-PROGRAM-CODE  PIC X(6) VALUE SPACES.
               05 NEW-COURSE-COUNT  PIC 9(2) VALUE 0.
               05 NEW-COURSE-ENTRY OCCURS 10 TIMES.
                   10 NEW-COURSE-CODE  PIC X(7).
                   10 NEW-COURSE-AVG   PIC 9(3).
                   10 NEW-GRADE-STATUS PIC X(1).

           COPY "DECEASED-CHECK.cpy".
           COPY "NAME-LOOKUP.cpy".
           COPY "CONSENT-LOOKUP.cpy".
           COPY "ESTIMATE-PRICE.cpy".

           01 ESTIMATE-WORK-AREA.
               05 ETW-ANSWER    PIC X(1) VALUE SPACE.
               05 ETW-TERM-IN   PIC X(6) VALUE SPACES.
               05 ETW-COURSE-IN PIC X(7) VALUE SPACES.
               05 ETW-DONE      PIC X VALUE "N".
               05 ETW-IDX       PIC 9(2).
               05 HOURS-DISPLAY PIC ZZ9.
               05 RATE-DISPLAY  PIC Z,ZZ9.99.

           01 FLAGS.
               05 EOF-GROUP  PIC X VALUE "N".
               05 EOF-SIDE   PIC X VALUE "N".
               05 AVG-EDIT-WS      PIC ZZ9.
               05 BALANCE-DISPLAY  PIC -ZZZ,ZZZ,ZZ9.99.
               05 AMOUNT-DISPLAY   PIC -ZZZ,ZZZ,ZZ9.99.
               05 CONSENT-IDX-WS   PIC 9(2).
               05 TODAY-WS         PIC 9(8).

       PROCEDURE DIVISION.
       100-MAIN.
      * The PIN lives on the demographics master.  A missing record,
      * a PIN of 0000 (never issued), or a mismatch all refuse with
      * the SAME message - this screen confirms nothing about who
      * exists to someone guessing numbers.  So does a student
      * recorded deceased: whoever holds the PIN now, it is not the
      * student.
      *****************************************************************
       200-VERIFY-PIN.
           MOVE SS-STUDENT TO DCK-STUDENT-NUMBER.
           CALL "DECEASED-CHECK" USING DECEASED-CHECK.
           OPEN INPUT DEMO-FILE.
           IF DEMO-STATUS NOT = "00"
               DISPLAY "SELF-SERVICE IS NOT AVAILABLE RIGHT NOW."
                   NOT INVALID KEY
                       IF DEM-PIN = 0
                               OR SS-PIN-IN NOT = DEM-PIN
                               OR DCK-FOUND-FLAG = "Y"
                           DISPLAY "NUMBER OR PIN NOT RECOGNIZED."
                           MOVE 4 TO RETURN-CODE
                       ELSE
               PERFORM 400-SHOW-TERM-AND-BALANCE
               PERFORM 500-SHOW-PAYMENT-HISTORY
               PERFORM 600-SHOW-HOLDS
               PERFORM 650-SHOW-CONSENTS
               PERFORM 700-OFFER-TRANSCRIPT-REQUEST
               PERFORM 750-OFFER-BURSARY-APPLICATION
               PERFORM 800-OFFER-ESTIMATE
           ELSE
               DISPLAY "NO TERM RECORDS ON FILE."
           END-IF.
                   ELSE
                       MOVE "Y" TO RECORD-SEEN
                       MOVE TERM-CODE    TO NEW-TERM-CODE
                       MOVE STUDENT-NAME TO NEW-STUDENT-NAME
                       MOVE TUITION-OWED TO NEW-TUITION-OWED
                       MOVE PROGRAM-OF-STUDY TO NEW-PROGRAM-CODE
                       MOVE COURSE-COUNT TO NEW-COURSE-COUNT
                       PERFORM VARYING CRS-IDX-WS FROM 1 BY 1
                               UNTIL CRS-IDX-WS > COURSE-COUNT
           END-READ.

       400-SHOW-TERM-AND-BALANCE.
           MOVE "N" TO NML-ACTION.
           MOVE SS-STUDENT TO NML-STUDENT-NUMBER.
           MOVE NEW-STUDENT-NAME TO NML-NAME.
           CALL "NAME-LOOKUP" USING NAME-LOOKUP.
           DISPLAY " ".
           DISPLAY "WELCOME, " NML-GIVEN-NAME " " NML-SURNAME.
           DISPLAY "CURRENT TERM: " NEW-TERM-CODE.
           MOVE NEW-TUITION-OWED TO BALANCE-DISPLAY.
           DISPLAY "BALANCE OWING:" BALANCE-DISPLAY.
           MOVE "N" TO EOF-SIDE.
           OPEN INPUT PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
               MOVE SS-STUDENT TO PAY-STUDENT-NUMBER
               MOVE LOW-VALUES TO PAY-TERM-CODE
               MOVE LOW-VALUES TO PAY-DATE
               MOVE 0          TO PAY-SEQ
               START PAYMENTS-FILE KEY IS NOT LESS THAN PAY-KEY
                   INVALID KEY
                       MOVE "Y" TO EOF-SIDE
               END-START
               PERFORM 510-SHOW-ONE-PAYMENT UNTIL EOF-SIDE = "Y"
               CLOSE PAYMENTS-FILE
           END-IF.

      *    Keyed straight to the student's rows, term by term; the
      *    first row past them ends the listing.
       510-SHOW-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-SIDE
               NOT AT END
                   IF PAY-STUDENT-NUMBER NOT = SS-STUDENT
                       MOVE "Y" TO EOF-SIDE
                   END-IF
                   IF EOF-SIDE NOT = "Y"
                       MOVE PAY-AMOUNT TO AMOUNT-DISPLAY
                       EVALUATE PAY-REVERSAL-FLAG
                           WHEN "R"
                               DISPLAY "  " PAY-DATE " TERM "
                                   PAY-TERM-CODE " " AMOUNT-DISPLAY
                                   "  (REVERSED)"
                           WHEN "F"
                               DISPLAY "  " PAY-DATE " TERM "
                                   PAY-TERM-CODE " " AMOUNT-DISPLAY
                                   "  (CARRIED FORWARD)"
                           WHEN OTHER
                               DISPLAY "  " PAY-DATE " TERM "
                                   PAY-TERM-CODE " " AMOUNT-DISPLAY
                       END-EVALUATE
                   END-IF
           END-READ.

                   END-IF
           END-READ.

       650-SHOW-CONSENTS.
           ACCEPT TODAY-WS FROM DATE YYYYMMDD.
           MOVE SS-STUDENT TO CNL-STUDENT-NUMBER.
           MOVE TODAY-WS TO CNL-AS-OF-DATE.
           CALL "CONSENT-LOOKUP" USING CONSENT-LOOKUP.
           IF CNL-COUNT = 0
               DISPLAY "NO ONE IS AUTHORIZED TO DISCUSS YOUR "
                   "RECORD WITH US."
           ELSE
               DISPLAY "PEOPLE YOU HAVE AUTHORIZED US TO TALK TO:"
               PERFORM 660-SHOW-ONE-CONSENT
                   VARYING CONSENT-IDX-WS FROM 1 BY 1
                   UNTIL CONSENT-IDX-WS > CNL-COUNT
           END-IF.

       660-SHOW-ONE-CONSENT.
           IF CNL-SCOPE(CONSENT-IDX-WS) = "B"
               DISPLAY "  " CNL-PERSON-NAME(CONSENT-IDX-WS) " "
                   CNL-RELATIONSHIP(CONSENT-IDX-WS)
                   " GRADES AND FINANCES UNTIL "
                   CNL-EXPIRY-DATE(CONSENT-IDX-WS)
           ELSE
               DISPLAY "  " CNL-PERSON-NAME(CONSENT-IDX-WS) " "
                   CNL-RELATIONSHIP(CONSENT-IDX-WS)
                   " FINANCES ONLY UNTIL "
                   CNL-EXPIRY-DATE(CONSENT-IDX-WS)
           END-IF.

      *****************************************************************
      * Drops a transcript request into the queue.  A financial hold
      * refuses it here the same way the desk refuses it - taking a
                   END-IF
           END-READ.

      *****************************************************************
      * Tuition estimate for the student's own program and record.
      * ESTIMATE-PRICE opens nothing but reference and posting files
      * for input, so this program still posts nothing anywhere.
      *****************************************************************
       800-OFFER-ESTIMATE.
           DISPLAY " ".
           DISPLAY "ESTIMATE THE COST OF A COURSE LOAD (Y/N)? ".
           ACCEPT ETW-ANSWER.
           IF ETW-ANSWER = "Y"
               MOVE SS-STUDENT TO EST-STUDENT-NUMBER
               MOVE NEW-PROGRAM-CODE TO EST-PROGRAM-CODE
               MOVE SPACE TO EST-RESIDENCY
               DISPLAY "TERM CODE (BLANK FOR " NEW-TERM-CODE "): "
               MOVE SPACES TO ETW-TERM-IN
               ACCEPT ETW-TERM-IN
               IF ETW-TERM-IN = SPACES
                   MOVE NEW-TERM-CODE TO EST-TERM-CODE
               ELSE
                   MOVE ETW-TERM-IN TO EST-TERM-CODE
               END-IF
               MOVE 0 TO EST-COURSE-COUNT
               MOVE "N" TO ETW-DONE
               DISPLAY "COURSES, ONE PER LINE - BLANK TO FINISH "
                   "(UP TO 10):"
               PERFORM 810-ACCEPT-ONE-COURSE
                   UNTIL ETW-DONE = "Y" OR EST-COURSE-COUNT = 10
               IF EST-COURSE-COUNT = 0
                   DISPLAY "NO COURSES ENTERED."
               ELSE
                   CALL "ESTIMATE-PRICE" USING ESTIMATE-PRICE
                   IF EST-RATE-FOUND NOT = "Y"
                       DISPLAY "NO TUITION RATE IS SET FOR YOUR "
                           "PROGRAM IN THAT TERM YET. PLEASE ASK "
                           "THE DESK."
                   ELSE
                       PERFORM 820-SHOW-ESTIMATE
                   END-IF
               END-IF
           END-IF.

       810-ACCEPT-ONE-COURSE.
           MOVE SPACES TO ETW-COURSE-IN.
           ACCEPT ETW-COURSE-IN.
           IF ETW-COURSE-IN = SPACES
               MOVE "Y" TO ETW-DONE
           ELSE
               ADD 1 TO EST-COURSE-COUNT
               MOVE ETW-COURSE-IN TO EST-COURSE-CODE(EST-COURSE-COUNT)
           END-IF.

       820-SHOW-ESTIMATE.
           ACCEPT TODAY-WS FROM DATE YYYYMMDD.
           DISPLAY " ".
           DISPLAY "TUITION AND FEE ESTIMATE - PREPARED " TODAY-WS.
           DISPLAY "PROGRAM " EST-PROGRAM-CODE "  TERM "
               EST-TERM-CODE.
           PERFORM 830-SHOW-ONE-COURSE
               VARYING ETW-IDX FROM 1 BY 1
               UNTIL ETW-IDX > EST-COURSE-COUNT.
           MOVE EST-CREDIT-HOURS TO HOURS-DISPLAY.
           MOVE EST-PER-CREDIT TO RATE-DISPLAY.
           DISPLAY "CREDIT HOURS " HOURS-DISPLAY " AT " RATE-DISPLAY
               " PER HOUR".
           MOVE EST-FLAT-FEE TO AMOUNT-DISPLAY.
           DISPLAY "PROGRAM FLAT FEE          " AMOUNT-DISPLAY.
           MOVE EST-TUITION TO AMOUNT-DISPLAY.
           DISPLAY "TUITION                   " AMOUNT-DISPLAY.
           IF EST-EXEMPTED > 0
               COMPUTE AMOUNT-DISPLAY = 0 - EST-EXEMPTED
               DISPLAY "EXEMPTION " EST-EXEMPT-CATEGORY "        "
                   AMOUNT-DISPLAY
           END-IF.
           MOVE EST-COURSE-FEES TO AMOUNT-DISPLAY.
           DISPLAY "COURSE FEES               " AMOUNT-DISPLAY.
           IF EST-AWARDS > 0
               COMPUTE AMOUNT-DISPLAY = 0 - EST-AWARDS
               DISPLAY "YOUR AWARDS FOR THE TERM  " AMOUNT-DISPLAY
           END-IF.
           IF EST-SPONSOR-COVER > 0
               COMPUTE AMOUNT-DISPLAY = 0 - EST-SPONSOR-COVER
               DISPLAY "SPONSOR COVERAGE          " AMOUNT-DISPLAY
           END-IF.
           MOVE EST-NET-OWING TO AMOUNT-DISPLAY.
           DISPLAY "ESTIMATED AMOUNT TO PAY   " AMOUNT-DISPLAY.
           DISPLAY "THIS IS AN ESTIMATE, NOT A BILL.  TUITION IS "
               "ASSESSED AT TERM START FROM THE COURSES YOU ARE".
           DISPLAY "REGISTERED IN AND THE RATES THEN IN FORCE; "
               "AWARDS AND SPONSOR COVERAGE ARE THOSE ON FILE".
           DISPLAY "TODAY.".

       830-SHOW-ONE-COURSE.
           MOVE EST-COURSE-HOURS(ETW-IDX) TO HOURS-DISPLAY.
           IF EST-COURSE-FEE(ETW-IDX) > 0
               MOVE EST-COURSE-FEE(ETW-IDX) TO AMOUNT-DISPLAY
               DISPLAY "  " EST-COURSE-CODE(ETW-IDX) "  "
                   HOURS-DISPLAY " HOURS  "
                   EST-COURSE-FEE-TYPE(ETW-IDX) AMOUNT-DISPLAY
           ELSE
               DISPLAY "  " EST-COURSE-CODE(ETW-IDX) "  "
                   HOURS-DISPLAY " HOURS"
           END-IF.
           IF EST-IN-CATALOG(ETW-IDX) NOT = "Y"
               DISPLAY "    NOT IN THE CATALOG - PRICED AT 3 HOURS"
           END-IF.

       END PROGRAM SELF-SERVICE.
