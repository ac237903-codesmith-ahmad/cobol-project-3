      * every condition met except an average within five points of
      * the minimum - the aid office's judgment call, flagged for a
      * human.
      * A holder on DECEASED.txt is listed TERMINATE with the reason
      * STUDENT DECEASED, and gets no letter.  A terminated holder
      * whose address has come back undeliverable (ADDRESS-CHECK)
      * keeps the verdict but gets no letter either - the skip is
      * listed on the run log for the aid office to phone.
      * A holder who meets every condition is renewed only if the
      * source's AWARD-FUNDS.txt budget for the new term's fiscal
      * year (FUND-CHECK) still has room for what they held on the
      * prior term, after the renewals already rated this run;
      * otherwise they are listed WARN - FUND CANNOT COVER RENEWAL,
      * or NO FUND BUDGET FOR NEW YEAR - for the aid office to
      * decide, the same way a borderline average is.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWARD-RENEWAL.
               05 HOLDER-ENTRY OCCURS 1000 TIMES INDEXED H-ENTRY.
                   10 HLD-TBL-STUDENT PIC 9(6).
                   10 HLD-TBL-SOURCE  PIC X(10).
                   10 HLD-TBL-AMOUNT  PIC 9(7)V99.
           01 HOLDER-COUNT PIC 9(4) VALUE 0.
           01 HOLDER-MAX   PIC 9(4) VALUE 1000.
           01 HOLDER-SEEN  PIC X VALUE "N".

      *    What this run's renewals already take from each fund -
      *    one slot per renewable source.
           01 RESERVE-TABLE.
               05 RESERVE-ENTRY OCCURS 100 TIMES INDEXED V-ENTRY.
                   10 RSV-SOURCE PIC X(10).
                   10 RSV-AMOUNT PIC 9(9)V99.
           01 RESERVE-COUNT PIC 9(3) VALUE 0.
           01 RSV-FOUND     PIC 9(3) VALUE 0.

           COPY "FUND-CHECK.cpy".

           01 CALC-AVERAGE-LINKAGE.
               05 CAL-COURSE-AVERAGES.
                   10 CAL-COURSE-AVG PIC 9(3) OCCURS 10 TIMES.
               05 RENEW-COUNTER     PIC 9(4) VALUE 0.
               05 WARN-COUNTER      PIC 9(4) VALUE 0.
               05 TERMINATE-COUNTER PIC 9(4) VALUE 0.
               05 DECEASED-COUNTER  PIC 9(4) VALUE 0.
               05 BAD-ADDRESS-COUNTER PIC 9(4) VALUE 0.
               05 FUND-SHORT-COUNTER PIC 9(4) VALUE 0.

           01 FLAGS.
               05 EOF-RULES  PIC X VALUE "N".

           01 BLANK-LINE PIC X(80) VALUE SPACES.

           COPY "DECEASED-CHECK.cpy".
           COPY "ADDRESS-CHECK.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "AWARD RENEWAL - PRIOR TERM (CCYYTT): ".
               IF HLD-TBL-STUDENT(H-ENTRY) = AWP-STUDENT-NUMBER
                       AND HLD-TBL-SOURCE(H-ENTRY) = AWP-SOURCE
                   MOVE "Y" TO HOLDER-SEEN
                   ADD AWP-AMOUNT TO HLD-TBL-AMOUNT(H-ENTRY)
               END-IF
           END-PERFORM.
           IF HOLDER-SEEN NOT = "Y" AND HOLDER-COUNT < HOLDER-MAX
               MOVE AWP-STUDENT-NUMBER
                   TO HLD-TBL-STUDENT(HOLDER-COUNT)
               MOVE AWP-SOURCE TO HLD-TBL-SOURCE(HOLDER-COUNT)
               MOVE AWP-AMOUNT TO HLD-TBL-AMOUNT(HOLDER-COUNT)
           END-IF.

       300-RATE-ONE-HOLDER.
           MOVE SPACES TO VERDICT-WS.
           MOVE HLD-TBL-SOURCE(IDX-WS) TO SOURCE-LOOKUP-WS.
           PERFORM 270-FIND-SOURCE-RULE.
           MOVE HLD-TBL-STUDENT(IDX-WS) TO DCK-STUDENT-NUMBER.
           CALL "DECEASED-CHECK" USING DECEASED-CHECK.
           IF DCK-FOUND-FLAG = "Y"
               ADD 1 TO DECEASED-COUNTER
               MOVE "TERMINATE" TO VERDICT-WS
               MOVE "STUDENT DECEASED - NO LETTER" TO REASON-WS
           ELSE
               PERFORM 310-READ-AND-RATE
           END-IF.
           IF VERDICT-WS = "RENEW"
               PERFORM 500-CHECK-RENEWAL-FUND
           END-IF.
           PERFORM 700-WRITE-VERDICT.
           IF VERDICT-WS = "TERMINATE" AND DCK-FOUND-FLAG NOT = "Y"
               PERFORM 790-LETTER-IF-DELIVERABLE
           END-IF.

       310-READ-AND-RATE.
           MOVE HLD-TBL-STUDENT(IDX-WS) TO STUDENT-NUMBER.
           MOVE NEW-TERM-CODE           TO TERM-CODE.
           READ STUDENT-DATA-FILE
               NOT INVALID KEY
                   PERFORM 400-RATE-THE-RECORD
           END-READ.

       400-RATE-THE-RECORD.
           PERFORM 410-COMPUTE-TERM-PICTURE.
               END-IF
           END-IF.

      *****************************************************************
      * Room in the new year's fund for this renewal on top of the
      * ones already rated?  Only a renewal that fits is reserved.
      *****************************************************************
       500-CHECK-RENEWAL-FUND.
           PERFORM 510-FIND-RESERVE-SLOT.
           MOVE "CK" TO FCK-ACTION.
           MOVE HLD-TBL-SOURCE(IDX-WS) TO FCK-FUND-CODE.
           MOVE NEW-TERM-CODE(1:4) TO FCK-FISCAL-YEAR.
           COMPUTE FCK-AMOUNT = RSV-AMOUNT(RSV-FOUND)
               + HLD-TBL-AMOUNT(IDX-WS).
           MOVE SPACE TO FCK-COMMITTED-FLAG.
           CALL "FUND-CHECK" USING FUND-CHECK.
           IF FCK-RESULT = "00"
               ADD HLD-TBL-AMOUNT(IDX-WS) TO RSV-AMOUNT(RSV-FOUND)
           ELSE
               ADD 1 TO FUND-SHORT-COUNTER
               MOVE "WARN" TO VERDICT-WS
               EVALUATE FCK-RESULT
                   WHEN "OV"
                       MOVE "FUND CANNOT COVER RENEWAL" TO REASON-WS
                   WHEN "NF"
                       MOVE "NO FUND BUDGET FOR NEW YEAR"
                           TO REASON-WS
                   WHEN OTHER
                       MOVE "FUND TABLE FULL" TO REASON-WS
               END-EVALUATE
           END-IF.

       510-FIND-RESERVE-SLOT.
           MOVE 0 TO RSV-FOUND.
           PERFORM VARYING V-ENTRY FROM 1 BY 1
                   UNTIL V-ENTRY > RESERVE-COUNT OR RSV-FOUND > 0
               IF RSV-SOURCE(V-ENTRY) = HLD-TBL-SOURCE(IDX-WS)
                   SET RSV-FOUND TO V-ENTRY
               END-IF
           END-PERFORM.
           IF RSV-FOUND = 0
               ADD 1 TO RESERVE-COUNT
               MOVE RESERVE-COUNT TO RSV-FOUND
               MOVE HLD-TBL-SOURCE(IDX-WS) TO RSV-SOURCE(RSV-FOUND)
               MOVE 0 TO RSV-AMOUNT(RSV-FOUND)
           END-IF.

       600-LOOKUP-COURSE-CREDIT-HOURS.
           MOVE "N" TO CREDIT-LOOKUP-FOUND.
           MOVE DEFAULT-CREDIT-HOURS TO CREDIT-LOOKUP-HOURS.
           MOVE REASON-WS               TO LST-REASON.
           WRITE LIST-RECORD.

       790-LETTER-IF-DELIVERABLE.
           MOVE HLD-TBL-STUDENT(IDX-WS) TO ADC-STUDENT-NUMBER.
           CALL "ADDRESS-CHECK" USING ADDRESS-CHECK.
           IF ADC-BAD-FLAG = "Y"
               ADD 1 TO BAD-ADDRESS-COUNTER
               DISPLAY "SKIPPED " HLD-TBL-STUDENT(IDX-WS)
                   " - ADDRESS RETURNED UNDELIVERABLE "
                   ADC-RETURNED-DATE " (" ADC-DOCUMENT-TYPE ")"
           ELSE
               PERFORM 800-WRITE-LOSS-LETTER
           END-IF.

       800-WRITE-LOSS-LETTER.
           MOVE SPACES TO LETTER-RECORD.
           STRING "AWARD TERMINATION - " HLD-TBL-STUDENT(IDX-WS)
           DISPLAY "HOLDERS RATED:       " RATED-COUNTER.
           DISPLAY "RENEW:               " RENEW-COUNTER.
           DISPLAY "WARN:                " WARN-COUNTER.
           DISPLAY "  OF WHICH FUND SHORT: " FUND-SHORT-COUNTER.
           DISPLAY "TERMINATE:           " TERMINATE-COUNTER.
           DISPLAY "  OF WHICH DECEASED: " DECEASED-COUNTER.
           DISPLAY "BAD-ADDRESS-SKIPPED: " BAD-ADDRESS-COUNTER.
           DISPLAY "LIST IN AWARD-RENEWAL-LIST.txt, LETTERS IN "
               "RENEWAL-LETTERS.txt".
           IF TERMINATE-COUNTER > 0 OR WARN-COUNTER > 0
