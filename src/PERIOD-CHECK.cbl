      ******************************************************************
      * Tectonics: Fiscal period check.  TERM-CLOSE protects an
      * academic term, but a posting dated into a month finance has
      * already closed and reported would quietly change the numbers
      * GL-EXTRACT sent them.  Every posting path CALLs here with the
      * date its rows would carry (see PERIOD-CHECK.cpy): "CK" looks
      * the date up on FISCAL-PERIODS.txt and, when its period is
      * closed, hands back the first day of the next open period to
      * post under instead - walking past any run of closed periods.
      * "AJ" writes the adjustment flag for one such posting to
      * PERIOD-ADJUSTMENTS.txt, so the moved amount can be traced
      * back to the month it belonged to.  CALLed the same
      * self-contained way INBOUND-REGISTRY is.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIODS-FILE ASSIGN "FISCAL-PERIODS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODS-STATUS.
           SELECT OPTIONAL ADJUSTMENTS-FILE
               ASSIGN "PERIOD-ADJUSTMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD PERIODS-FILE.
           COPY "FISCAL-PERIOD-RECORD.cpy".

           FD ADJUSTMENTS-FILE.
           COPY "PERIOD-ADJUST-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 PERIODS-STATUS PIC X(2).
           01 EOF-PERIODS    PIC X VALUE "N".

      *    The calendar's closed periods - an open row changes
      *    nothing, so only closed ones are kept.
           01 CLOSED-PERIOD-TABLE.
               05 CLOSED-PERIOD-ENTRY OCCURS 300 TIMES
                       INDEXED P-ENTRY.
                   10 CPT-PERIOD     PIC X(6).
                   10 CPT-START-DATE PIC 9(8).
                   10 CPT-END-DATE   PIC 9(8).
           01 CLOSED-PERIOD-COUNT PIC 9(3) VALUE 0.
           01 CLOSED-PERIOD-MAX   PIC 9(3) VALUE 300.

           01 PERIOD-WORK-AREA.
               05 PCW-CANDIDATE   PIC 9(8) VALUE 0.
               05 PCW-FOUND-ENTRY PIC 9(3) VALUE 0.
               05 PCW-NEXT-INT    PIC 9(7) VALUE 0.

       LINKAGE SECTION.
           COPY "PERIOD-CHECK.cpy".

       PROCEDURE DIVISION USING PERIOD-CHECK.
       100-MAIN.
           EVALUATE PCK-ACTION
               WHEN "CK" PERFORM 200-CHECK-DATE
               WHEN "AJ" PERFORM 300-RECORD-ADJUSTMENT
           END-EVALUATE.
           GOBACK.

       150-LOAD-CLOSED-PERIODS.
           MOVE 0 TO CLOSED-PERIOD-COUNT.
           MOVE "N" TO EOF-PERIODS.
           OPEN INPUT PERIODS-FILE.
           IF PERIODS-STATUS = "00" OR PERIODS-STATUS = "05"
               PERFORM 160-LOAD-ONE-PERIOD UNTIL EOF-PERIODS = "Y"
               CLOSE PERIODS-FILE
           END-IF.

       160-LOAD-ONE-PERIOD.
           READ PERIODS-FILE
               AT END
                   MOVE "Y" TO EOF-PERIODS
               NOT AT END
                   IF FPD-CLOSED
                           AND CLOSED-PERIOD-COUNT < CLOSED-PERIOD-MAX
                       ADD 1 TO CLOSED-PERIOD-COUNT
                       MOVE FPD-PERIOD
                           TO CPT-PERIOD(CLOSED-PERIOD-COUNT)
                       MOVE FPD-START-DATE
                           TO CPT-START-DATE(CLOSED-PERIOD-COUNT)
                       MOVE FPD-END-DATE
                           TO CPT-END-DATE(CLOSED-PERIOD-COUNT)
                   END-IF
           END-READ.

      *****************************************************************
      * The first closed period the date falls in is the one named
      * back; the open date moves to the day after each closed
      * period in turn until it lands in one that is not closed.
      *****************************************************************
       200-CHECK-DATE.
           PERFORM 150-LOAD-CLOSED-PERIODS.
           MOVE "00" TO PCK-RESULT.
           MOVE SPACES TO PCK-PERIOD.
           MOVE PCK-POSTING-DATE TO PCW-CANDIDATE.
           PERFORM 210-FIND-CLOSED-PERIOD.
           IF PCW-FOUND-ENTRY > 0
               MOVE "CL" TO PCK-RESULT
               MOVE CPT-PERIOD(PCW-FOUND-ENTRY) TO PCK-PERIOD
               PERFORM 220-STEP-PAST-PERIOD
                   UNTIL PCW-FOUND-ENTRY = 0
           END-IF.
           MOVE PCW-CANDIDATE TO PCK-OPEN-DATE.

       210-FIND-CLOSED-PERIOD.
           MOVE 0 TO PCW-FOUND-ENTRY.
           PERFORM VARYING P-ENTRY FROM 1 BY 1
                   UNTIL P-ENTRY > CLOSED-PERIOD-COUNT
                   OR PCW-FOUND-ENTRY > 0
               IF PCW-CANDIDATE >= CPT-START-DATE(P-ENTRY)
                       AND PCW-CANDIDATE <= CPT-END-DATE(P-ENTRY)
                   SET PCW-FOUND-ENTRY TO P-ENTRY
               END-IF
           END-PERFORM.

       220-STEP-PAST-PERIOD.
           COMPUTE PCW-NEXT-INT = FUNCTION INTEGER-OF-DATE
               (CPT-END-DATE(PCW-FOUND-ENTRY)) + 1.
           COMPUTE PCW-CANDIDATE =
               FUNCTION DATE-OF-INTEGER(PCW-NEXT-INT).
           PERFORM 210-FIND-CLOSED-PERIOD.

       300-RECORD-ADJUSTMENT.
           OPEN EXTEND ADJUSTMENTS-FILE.
           MOVE SPACES TO PERIOD-ADJUST-RECORD.
           MOVE PCK-EVENT-TYPE     TO PAJ-EVENT-TYPE.
           MOVE PCK-STUDENT-NUMBER TO PAJ-STUDENT-NUMBER.
           MOVE PCK-TERM-CODE      TO PAJ-TERM-CODE.
           MOVE PCK-AMOUNT         TO PAJ-AMOUNT.
           MOVE PCK-POSTING-DATE   TO PAJ-ORIGINAL-DATE.
           MOVE PCK-PERIOD         TO PAJ-CLOSED-PERIOD.
           MOVE PCK-OPEN-DATE      TO PAJ-POSTED-DATE.
           MOVE PCK-SOURCE         TO PAJ-SOURCE.
           WRITE PERIOD-ADJUST-RECORD.
           CLOSE ADJUSTMENTS-FILE.

       END PROGRAM PERIOD-CHECK.
