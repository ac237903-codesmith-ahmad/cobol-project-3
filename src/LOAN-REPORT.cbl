      * proof), so the same event never reports twice and "show me
      * we told them" is a lookup.  Run it nightly; the thirty-day
      * clock never gets close.
      * A student on an approved leave of absence (STATUS-CODE 'L',
      * see LEAVE-MAINT) is not a withdrawal: the lender is sent the
      * leave event ('L') instead, once per term, and the empty
      * course table of a term away is never read as a part-time
      * drop.
      * LENDER-STATUS.txt is registered on the outbound manifest
      * (OUTBOUND-REGISTRY) for the business date, with its report
      * count and checksum (no money in it, so no control amount);
      * a second run on a business date already produced is refused
      * before anything is written, unless a supervisor authorized
      * the re-run through OUTBOUND-OVERRIDE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-REPORT.
               05 FILLER             PIC X VALUE SPACE.
               05 LRP-TERM-CODE      PIC X(6).
               05 FILLER             PIC X VALUE SPACE.
      *            'W' withdrawn, 'P' dropped below full-time,
      *            'L' approved leave of absence.
               05 LRP-EVENT-CODE     PIC X(1).
               05 FILLER             PIC X VALUE SPACE.
               05 LRP-REPORT-DATE    PIC 9(8).
               05 EOF-RECIPIENTS PIC X VALUE "N".
               05 EOF-INTENSITY  PIC X VALUE "N".
               05 EOF-REPORTED   PIC X VALUE "N".
               05 OUTBOUND-OK    PIC X VALUE "N".

      *    OUTBOUND-REGISTRY parameter block - the business date's
      *    lender file checked before anything is written, registered
      *    once it is closed.
           COPY "OUTBOUND-CHECK.cpy".

           01 CHECK-WORK-AREA.
               05 EVENT-CODE-WS    PIC X(1) VALUE SPACE.
                       "NOTHING TO CHECK."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 200-CHECK-OUTBOUND-FILE
               END-IF
               IF OUTBOUND-OK = "Y"
                   OPEN INPUT STUDENT-DATA-FILE
                   OPEN OUTPUT LENDER-FILE
                   OPEN EXTEND REPORTED-FILE
                   CLOSE STUDENT-DATA-FILE
                   CLOSE LENDER-FILE
                   CLOSE REPORTED-FILE
                   PERFORM 210-REGISTER-OUTBOUND-FILE
                   PERFORM 950-DISPLAY-STATS
               END-IF
           END-IF.
                   ADD 1 TO RP-ENTRY
           END-READ.

      *****************************************************************
      * The business date's lender file goes to OUTBOUND-REGISTRY
      * before anything is written: one already produced is refused,
      * unless a supervisor has authorized one re-run of it through
      * OUTBOUND-OVERRIDE.
      *****************************************************************
       200-CHECK-OUTBOUND-FILE.
           MOVE "N" TO OUTBOUND-OK.
           MOVE SPACES TO OUTBOUND-CHECK.
           MOVE "CK" TO OBC-ACTION.
           MOVE "LENDERSTAT" TO OBC-FILE-CODE.
           MOVE "LENDER-STATUS.txt" TO OBC-FILE-NAME.
           MOVE "LENDERSTAT" TO OBC-OPERATOR-ID.
           CALL "BUSINESS-DATE" USING OBC-BUSINESS-DATE.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.
           EVALUATE OBC-RESULT
               WHEN "00"
                   MOVE "Y" TO OUTBOUND-OK
               WHEN "OV"
                   DISPLAY "LENDER STATUS FOR " OBC-BUSINESS-DATE
                       " ALREADY PRODUCED - RE-RUN AUTHORIZED BY "
                       OBC-OVERRIDE-BY
                   MOVE "Y" TO OUTBOUND-OK
               WHEN OTHER
                   CLOSE RECIPIENTS-FILE
                   DISPLAY "LENDER STATUS FOR " OBC-BUSINESS-DATE
                       " WAS ALREADY PRODUCED - DUPLICATE FILE"
                   DISPLAY "A RE-RUN NEEDS A SUPERVISOR'S "
                       "OUTBOUND-OVERRIDE. NOTHING WRITTEN."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       210-REGISTER-OUTBOUND-FILE.
           MOVE "RG" TO OBC-ACTION.
           MOVE REPORT-COUNTER TO OBC-RECORD-COUNT.
           MOVE 0 TO OBC-CONTROL-AMOUNT.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.

       300-CHECK-ONE-RECIPIENT.
           READ RECIPIENTS-FILE
               AT END

      *****************************************************************
      * The triggering events, worst first: a 'W' on the record
      * reports as a withdrawal and an 'L' as a leave of absence;
      * otherwise an intensity below full-time ('P' - overload and
      * full-time are fine) reports as a part-time drop.  A
      * recipient with no record on the term has nothing new to
      * report.
      *****************************************************************
       310-JUDGE-ONE-RECIPIENT.
           MOVE SPACE TO EVENT-CODE-WS.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STATUS-CODE = "W" OR STATUS-CODE = "L"
                       MOVE STATUS-CODE TO EVENT-CODE-WS
                   ELSE
                       PERFORM 320-FIND-INTENSITY
                       IF INTENSITY-WS = "P"
           DISPLAY "REPORTS SENT:        " REPORT-COUNTER.
           DISPLAY "FILE IN LENDER-STATUS.txt, PROOF IN "
               "LOAN-REPORTED.txt".
           DISPLAY "CHECKSUM:            " OBC-CHECKSUM.

       END PROGRAM LOAN-REPORT.
