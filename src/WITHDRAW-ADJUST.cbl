      * Any resulting credit balance
      * sits where REFUND-BATCH already looks.  A term with no
      * schedule row adjusts nothing and says so.
      * The rate in force is the student's residency rate, chosen as
      * TUITION-ASSESS chooses it (RESIDENCY-LOOKUP).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WITHDRAW-ADJUST.
                   10 RATE-TABLE-PER-CREDIT PIC 9(4)V99.
                   10 RATE-TABLE-FLAT-FEE   PIC 9(4)V99.
                   10 RATE-TABLE-EFFECTIVE  PIC X(6).
                   10 RATE-TABLE-RESIDENCY  PIC X(1).
           01 RATE-ENTRY-COUNT PIC 999 VALUE 0.
           01 RATE-TABLE-CAPACITY PIC 999 VALUE 200.

      *    The student's residency for the term - picks between the
      *    program's residency-keyed RATE.txt rows.
           COPY "RESIDENCY-LOOKUP.cpy".

           01 FLAGS.
               05 EOF-COURSE   PIC X VALUE "N".
               05 EOF-RATE     PIC X VALUE "N".
               05 ASSESSED-TUITION   PIC 9(7)V99 VALUE 0.
               05 RATE-PER-CREDIT-WS PIC 9(4)V99 VALUE 0.
               05 BEST-EFFECTIVE-WS  PIC X(6) VALUE SPACES.
               05 BEST-RESIDENCY-WS  PIC X(1) VALUE SPACE.
               05 RATE-FLAT-FEE-WS   PIC 9(4)V99 VALUE 0.
               05 REDUCTION-WS       PIC 9(7)V99 VALUE 0.
               05 CRS-IDX-WS         PIC 9(2).
                       TO RATE-TABLE-FLAT-FEE(R-ENTRY)
                   MOVE RATE-EFFECTIVE-TERM
                       TO RATE-TABLE-EFFECTIVE(R-ENTRY)
                   MOVE RATE-RESIDENCY
                       TO RATE-TABLE-RESIDENCY(R-ENTRY)
                   ADD 1 TO R-ENTRY
           END-READ.

           CLOSE STUDENT-DATA-FILE.

       410-FIND-PROGRAM-RATE.
      *    Residency: a row keyed to the student's residency in
      *    force for the term (RESIDENCY-LOOKUP) beats a blank-
      *    residency row whatever their effective terms, so the
      *    program's own international rate is never undercut by a
      *    newer domestic one; blank rows price only a residency the
      *    program has no row of its own for.
           MOVE LK-STUDENT-NUMBER TO RSL-STUDENT-NUMBER.
           MOVE LK-TERM-CODE TO RSL-TERM-CODE.
           CALL "RESIDENCY-LOOKUP" USING RESIDENCY-LOOKUP.
           MOVE "N" TO RATE-FOUND.
           MOVE SPACE TO BEST-RESIDENCY-WS.
           MOVE LOW-VALUES TO BEST-EFFECTIVE-WS.
           PERFORM VARYING R-ENTRY FROM 1 BY 1
                   UNTIL R-ENTRY > RATE-ENTRY-COUNT
               IF RATE-TABLE-PROGRAM(R-ENTRY) = PROGRAM-OF-STUDY
                       AND RATE-TABLE-EFFECTIVE(R-ENTRY)
                           <= LK-TERM-CODE
                       AND (RATE-TABLE-RESIDENCY(R-ENTRY) = RSL-STATUS
                           OR RATE-TABLE-RESIDENCY(R-ENTRY) = SPACE)
                   IF RATE-FOUND = "N"
                           OR (RATE-TABLE-RESIDENCY(R-ENTRY)
                                   NOT = SPACE
                               AND BEST-RESIDENCY-WS = SPACE)
                           OR (RATE-TABLE-RESIDENCY(R-ENTRY)
                                   = BEST-RESIDENCY-WS
                               AND RATE-TABLE-EFFECTIVE(R-ENTRY)
                                   > BEST-EFFECTIVE-WS)
                       MOVE RATE-TABLE-PER-CREDIT(R-ENTRY)
                           TO RATE-PER-CREDIT-WS
                       MOVE RATE-TABLE-FLAT-FEE(R-ENTRY)
                           TO RATE-FLAT-FEE-WS
                       MOVE RATE-TABLE-EFFECTIVE(R-ENTRY)
                           TO BEST-EFFECTIVE-WS
                       MOVE RATE-TABLE-RESIDENCY(R-ENTRY)
                           TO BEST-RESIDENCY-WS
                       MOVE "Y" TO RATE-FOUND
                   END-IF
               END-IF
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

