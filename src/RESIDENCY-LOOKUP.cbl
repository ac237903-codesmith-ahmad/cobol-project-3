      ******************************************************************
      * Tectonics: Residency lookup.  Returns a student's residency
      * status for tuition as of a term, from RESIDENCY.txt (see
      * RESIDENCY-RECORD.cpy):
      *    RSL-FOUND-FLAG 'Y' = RSL-STATUS, RSL-DOCUMENT-REF and
      *                         RSL-EFFECTIVE-TERM are the row in
      *                         force for RSL-TERM-CODE,
      *                   'N' = no row in force - RSL-STATUS comes
      *                         back 'D' (domestic), the other two
      *                         blank.
      * The row in force is the one with the latest effective term
      * at or before the term asked for (a later row for the same
      * term wins the tie); a blank term asked for takes the newest
      * row on file.  Every program that prices a term - and so
      * picks a RATE.txt row by residency - CALLs here, so they
      * cannot disagree about who is international.  CALLed the
      * same self-contained way POLICY-PARM is.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESIDENCY-LOOKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESIDENCY-FILE ASSIGN "RESIDENCY.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESIDENCY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD RESIDENCY-FILE.
           COPY "RESIDENCY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 RESIDENCY-STATUS PIC X(2).
           01 EOF-RESIDENCY    PIC X VALUE "N".

       LINKAGE SECTION.
           COPY "RESIDENCY-LOOKUP.cpy".

       PROCEDURE DIVISION USING RESIDENCY-LOOKUP.
       100-MAIN.
           MOVE "N" TO RSL-FOUND-FLAG.
           MOVE "D" TO RSL-STATUS.
           MOVE SPACES TO RSL-DOCUMENT-REF.
           MOVE SPACES TO RSL-EFFECTIVE-TERM.
           MOVE "N" TO EOF-RESIDENCY.
           OPEN INPUT RESIDENCY-FILE.
           IF RESIDENCY-STATUS = "00" OR RESIDENCY-STATUS = "05"
               PERFORM 200-CHECK-ONE-ROW UNTIL EOF-RESIDENCY = "Y"
               CLOSE RESIDENCY-FILE
           END-IF.
           GOBACK.

       200-CHECK-ONE-ROW.
           READ RESIDENCY-FILE
               AT END
                   MOVE "Y" TO EOF-RESIDENCY
               NOT AT END
                   IF RES-STUDENT-NUMBER = RSL-STUDENT-NUMBER
                       PERFORM 210-WEIGH-ONE-ROW
                   END-IF
           END-READ.

       210-WEIGH-ONE-ROW.
           IF RSL-TERM-CODE = SPACES
                   OR RES-EFFECTIVE-TERM <= RSL-TERM-CODE
               IF RSL-FOUND-FLAG = "N"
                       OR RES-EFFECTIVE-TERM >= RSL-EFFECTIVE-TERM
                   MOVE RES-STATUS         TO RSL-STATUS
                   MOVE RES-DOCUMENT-REF   TO RSL-DOCUMENT-REF
                   MOVE RES-EFFECTIVE-TERM TO RSL-EFFECTIVE-TERM
                   MOVE "Y" TO RSL-FOUND-FLAG
               END-IF
           END-IF.

       END PROGRAM RESIDENCY-LOOKUP.
