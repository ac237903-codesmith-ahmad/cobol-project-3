      ******************************************************************
      * Tectonics: Transfer-credit posting.  The one path transfer
      * credit reaches STUFILE.dat by, CALLed USING TRANSFER-POSTING
      * (see TRANSPOST-PARMS.cpy) the same self-contained way
      * WITHDRAW-ADJUST is: by TRANSFER-CREDIT when the clerk keys
      * an equivalency, and by ARTIC-ASSESS when an articulation
      * agreement grants one.  The course goes on the term record
      * with grade status 'T' under COURSE-REG's slot rules, its
      * origin goes to TRANSFER-CREDITS.txt, and the placement
      * writes the standard AUDIT-LOG.txt row - identically, however
      * the credit was decided.  Callers check the equivalent
      * against the COURSE.txt catalog before they call.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-POST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE KEY IS STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL TRANSFER-FILE
               ASSIGN "TRANSFER-CREDITS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD TRANSFER-FILE.
           01 TRANSFER-RECORD.
               05 TRC-STUDENT-NUMBER  PIC 9(6).
               05 FILLER              PIC X VALUE SPACE.
               05 TRC-TERM-CODE       PIC X(6).
               05 FILLER              PIC X VALUE SPACE.
               05 TRC-INSTITUTION     PIC X(20).
               05 FILLER              PIC X VALUE SPACE.
               05 TRC-EXT-COURSE      PIC X(12).
               05 FILLER              PIC X VALUE SPACE.
               05 TRC-EQUIV-COURSE    PIC X(7).
               05 FILLER              PIC X VALUE SPACE.
               05 TRC-GRADE           PIC 9(3).
               05 FILLER              PIC X VALUE SPACE.
               05 TRC-POSTED-DATE     PIC 9(8).
               05 FILLER              PIC X VALUE SPACE.
               05 TRC-POSTED-BY       PIC X(10).

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC X(2).

           01 FLAGS.
               05 EOF-GROUP PIC X VALUE "N".

           01 POST-WORK-AREA.
               05 RUN-DATE-WS    PIC 9(8) VALUE 0.
               05 NEWEST-TERM-WS PIC X(6) VALUE SPACES.
               05 CRS-IDX-WS     PIC 9(2).
               05 CRS-SLOT-FOUND PIC 9(2).
               05 CRS-BLANK-SLOT PIC 9(2).

       LINKAGE SECTION.
           COPY "TRANSPOST-PARMS.cpy".

       PROCEDURE DIVISION USING TRANSFER-POSTING.
       100-MAIN.
      *    CALLed once per credit - nothing may lean on a VALUE
      *    clause surviving from the previous call.
           MOVE "03" TO TPP-POST-STATUS.
           MOVE "N" TO EOF-GROUP.
           CALL "BUSINESS-DATE" USING RUN-DATE-WS.
           OPEN I-O STUDENT-DATA-FILE.
           IF TPP-TERM-CODE = SPACES
               PERFORM 200-FIND-NEWEST-TERM
           END-IF.
           IF TPP-TERM-CODE NOT = SPACES
               PERFORM 400-PLACE-ON-RECORD
           END-IF.
           CLOSE STUDENT-DATA-FILE.
           GOBACK.

       200-FIND-NEWEST-TERM.
           MOVE SPACES TO NEWEST-TERM-WS.
           MOVE TPP-STUDENT-NUMBER TO STUDENT-NUMBER.
           START STUDENT-DATA-FILE
               KEY IS EQUAL STUDENT-NUMBER
               INVALID KEY
                   MOVE "Y" TO EOF-GROUP
           END-START.
           PERFORM 210-WALK-ONE-TERM UNTIL EOF-GROUP = "Y".
           MOVE NEWEST-TERM-WS TO TPP-TERM-CODE.

       210-WALK-ONE-TERM.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-GROUP
               NOT AT END
                   IF STUDENT-NUMBER NOT = TPP-STUDENT-NUMBER
                       MOVE "Y" TO EOF-GROUP
                   ELSE
                       IF TERM-CODE > NEWEST-TERM-WS
                           MOVE TERM-CODE TO NEWEST-TERM-WS
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * The same slot rules COURSE-REG's add follows: reuse the
      * first blank slot or append - but the placed course carries
      * status 'T', which is the whole trick: real toward the
      * degree, invisible to the GPA, labeled on the transcript.
      *****************************************************************
       400-PLACE-ON-RECORD.
           MOVE TPP-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE TPP-TERM-CODE      TO TERM-CODE.
           READ STUDENT-DATA-FILE
               INVALID KEY
                   MOVE "03" TO TPP-POST-STATUS
               NOT INVALID KEY
                   PERFORM 410-SCAN-COURSE-SLOTS
                   IF CRS-SLOT-FOUND > 0
                       MOVE "01" TO TPP-POST-STATUS
                   ELSE
                       PERFORM 420-PLACE-IN-SLOT
                   END-IF
           END-READ.

       410-SCAN-COURSE-SLOTS.
           MOVE 0 TO CRS-SLOT-FOUND.
           MOVE 0 TO CRS-BLANK-SLOT.
           PERFORM VARYING CRS-IDX-WS FROM 1 BY 1
                   UNTIL CRS-IDX-WS > COURSE-COUNT
               IF COURSE-CODE(CRS-IDX-WS) = TPP-EQUIV-COURSE
                       AND CRS-SLOT-FOUND = 0
                   MOVE CRS-IDX-WS TO CRS-SLOT-FOUND
               END-IF
               IF COURSE-CODE(CRS-IDX-WS) = SPACES
                       AND CRS-BLANK-SLOT = 0
                   MOVE CRS-IDX-WS TO CRS-BLANK-SLOT
               END-IF
           END-PERFORM.

       420-PLACE-IN-SLOT.
           IF CRS-BLANK-SLOT = 0
               IF COURSE-COUNT < 10
                   ADD 1 TO COURSE-COUNT
                   MOVE COURSE-COUNT TO CRS-BLANK-SLOT
               END-IF
           END-IF.
           IF CRS-BLANK-SLOT = 0
               MOVE "02" TO TPP-POST-STATUS
           ELSE
               MOVE TPP-EQUIV-COURSE
                   TO COURSE-CODE(CRS-BLANK-SLOT)
               MOVE TPP-GRADE TO COURSE-AVG(CRS-BLANK-SLOT)
               MOVE "T" TO COURSE-GRADE-STATUS(CRS-BLANK-SLOT)
               REWRITE STUDENT-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED. STATUS: "
                           FILE-STATUS
                       MOVE "08" TO TPP-POST-STATUS
                   NOT INVALID KEY
                       PERFORM 500-WRITE-ORIGIN-ROW
                       PERFORM 510-LOG-PLACEMENT
                       MOVE "00" TO TPP-POST-STATUS
               END-REWRITE
           END-IF.

       500-WRITE-ORIGIN-ROW.
           OPEN EXTEND TRANSFER-FILE.
           MOVE SPACES TO TRANSFER-RECORD.
           MOVE TPP-STUDENT-NUMBER TO TRC-STUDENT-NUMBER.
           MOVE TPP-TERM-CODE      TO TRC-TERM-CODE.
           MOVE TPP-INSTITUTION    TO TRC-INSTITUTION.
           MOVE TPP-EXT-COURSE     TO TRC-EXT-COURSE.
           MOVE TPP-EQUIV-COURSE   TO TRC-EQUIV-COURSE.
           MOVE TPP-GRADE          TO TRC-GRADE.
           MOVE RUN-DATE-WS        TO TRC-POSTED-DATE.
           MOVE TPP-OPERATOR-ID    TO TRC-POSTED-BY.
           WRITE TRANSFER-RECORD.
           CLOSE TRANSFER-FILE.

       510-LOG-PLACEMENT.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE TPP-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE TPP-TERM-CODE      TO AUD-TERM-CODE.
           MOVE TPP-EQUIV-COURSE   TO AUD-FIELD-NAME.
           MOVE SPACES     TO AUD-OLD-VALUE.
           MOVE "TRANSFER" TO AUD-NEW-VALUE.
           MOVE TPP-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       END PROGRAM TRANSFER-POST.
