      ******************************************************************
      * Tectonics: Document-hold release.  DOC-HOLD-RUN places an
      * administrative hold (type 'A', reason "DOCUMENTS OVERDUE",
      * placed by DOCHOLD) on a student whose required documents
      * are overdue on DOCUMENT-CHECKLIST.txt; the hold must come off
      * by itself once the last of them is received or waived, not
      * wait for someone to remember HOLD-MAINT.  The caller passes
      * the student; every such hold of theirs is removed from
      * HOLDS.txt (whole-file load/save, the way HOLD-MAINT releases
      * a hold) and the count comes back.  Any other hold - a
      * financial hold, an integrity hold, one keyed by hand - is
      * left exactly as it was.  DOC-CHECKLIST and DOC-HOLD-RUN both
      * CALL here, so the two cannot disagree about which hold is
      * the documents hold.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOC-HOLD-RELEASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLDS-FILE ASSIGN "HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD HOLDS-FILE.
           COPY "HOLD-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 HOLDS-STATUS PIC X(2).
           01 EOF-HOLDS    PIC X VALUE "N".

      *    Every hold NOT being released, in file order.
           01 HOLD-TABLE.
               05 HOLD-TABLE-ENTRY PIC X(49)
                       OCCURS 500 TIMES INDEXED H-ENTRY.
           01 HOLD-ENTRY-COUNT PIC 9(3) VALUE 0.
           01 HOLD-TABLE-MAX   PIC 9(3) VALUE 500.

       LINKAGE SECTION.
           COPY "DOC-HOLD-RELEASE.cpy".

       PROCEDURE DIVISION USING DOC-HOLD-RELEASE.
       100-MAIN.
           MOVE 0 TO DHR-RELEASED-COUNT.
           MOVE "N" TO DHR-TABLE-FULL.
           MOVE "N" TO EOF-HOLDS.
           MOVE 0 TO HOLD-ENTRY-COUNT.
           OPEN INPUT HOLDS-FILE.
           IF HOLDS-STATUS = "00" OR HOLDS-STATUS = "05"
               PERFORM 200-LOAD-ONE-HOLD UNTIL EOF-HOLDS = "Y"
                   OR DHR-TABLE-FULL = "Y"
               CLOSE HOLDS-FILE
           END-IF.
           IF DHR-TABLE-FULL = "Y"
               DISPLAY "HOLDS.txt EXCEEDS " HOLD-TABLE-MAX
                   " ROWS. DOCUMENTS HOLD NOT RELEASED FOR "
                   DHR-STUDENT-NUMBER
               MOVE 0 TO DHR-RELEASED-COUNT
           ELSE
               IF DHR-RELEASED-COUNT > 0
                   PERFORM 300-SAVE-HOLD-TABLE
               END-IF
           END-IF.
           GOBACK.

       200-LOAD-ONE-HOLD.
           READ HOLDS-FILE
               AT END
                   MOVE "Y" TO EOF-HOLDS
               NOT AT END
                   EVALUATE TRUE
                       WHEN HLD-STUDENT-NUMBER = DHR-STUDENT-NUMBER
                               AND HLD-TYPE = "A"
                               AND HLD-REASON = "DOCUMENTS OVERDUE"
                           ADD 1 TO DHR-RELEASED-COUNT
                       WHEN HOLD-ENTRY-COUNT >= HOLD-TABLE-MAX
                           MOVE "Y" TO DHR-TABLE-FULL
                       WHEN OTHER
                           ADD 1 TO HOLD-ENTRY-COUNT
                           MOVE HOLD-RECORD
                               TO HOLD-TABLE-ENTRY(HOLD-ENTRY-COUNT)
                   END-EVALUATE
           END-READ.

       300-SAVE-HOLD-TABLE.
           OPEN OUTPUT HOLDS-FILE.
           PERFORM 310-WRITE-ONE-HOLD
               VARYING H-ENTRY FROM 1 BY 1
               UNTIL H-ENTRY > HOLD-ENTRY-COUNT.
           CLOSE HOLDS-FILE.

       310-WRITE-ONE-HOLD.
           MOVE HOLD-TABLE-ENTRY(H-ENTRY) TO HOLD-RECORD.
           WRITE HOLD-RECORD.

       END PROGRAM DOC-HOLD-RELEASE.
