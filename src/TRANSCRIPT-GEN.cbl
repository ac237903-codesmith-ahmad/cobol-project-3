      * program takes the ticket instead of prompting - appending
      * to the output document so a batch of fulfillments doesn't
      * overwrite itself.
      * Under the program of study the header lists every second
      * major and minor the student has declared and not dropped
      * (PROGRAM-DECLARATIONS.txt, kept by DECLARE-MAINT), with the
      * term declared and whether it was completed at conferral.
      * A responsible academic integrity finding sanctioned with a
      * transcript notation (INTEGRITY-CASES.txt, kept by
      * INTEGRITY-MAINT) prints a NOTATION line for the course under
      * the term it was heard against.
      * The name printed is the legal name (STUDENT-NAME), never a
      * preferred name - NAME-MAINT keeps it current on every term,
      * live and purged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT-GEN.
           SELECT OPTIONAL EMPLOYER-FILE ASSIGN "EMPLOYERS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPLOYER-STATUS.
      *    Declared second majors and minors - listed in the header.
           SELECT OPTIONAL DECLARATION-FILE
               ASSIGN "PROGRAM-DECLARATIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECLARATION-STATUS.
      *    Integrity findings sanctioned 'T' - noted under the term.
           SELECT OPTIONAL INTEGRITY-FILE ASSIGN "INTEGRITY-CASES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTEGRITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD EMPLOYER-FILE.
           COPY "EMPLOYER-RECORD.cpy".

           FD DECLARATION-FILE.
           COPY "PROGDECL-RECORD.cpy".

           FD INTEGRITY-FILE.
           COPY "INTEGRITY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC X(2).
           01 HIST-STATUS PIC X(2).
               05 FILLER PIC X(21)
                   VALUE "CO-OP WORK TERM WITH ".
               05 WTL-EMPLOYER-NAME PIC X(30).
      *    The student's declared second majors and minors, dropped
      *    ones left out.
           01 DECLARATION-STATUS PIC X(2) VALUE SPACES.
           01 DECLARED-TABLE.
               05 DECLARED-ENTRY OCCURS 10 TIMES INDEXED DC-ENTRY.
                   10 DCT-PROGRAM-CODE PIC X(6).
                   10 DCT-TYPE         PIC X(1).
                   10 DCT-TERM-CODE    PIC X(6).
                   10 DCT-STATUS       PIC X(1).
           01 DECLARED-COUNT PIC 9(2) VALUE 0.
           01 DECLARED-MAX   PIC 9(2) VALUE 10.
           01 EOF-DECLARATION PIC X VALUE "N".

           01 TRANSCRIPT-DECLARED-LINE.
               05 TRD-LABEL         PIC X(18).
               05 TRD-PROGRAM-CODE  PIC X(6).
               05 FILLER            PIC X(11) VALUE "  DECLARED ".
               05 TRD-TERM-CODE     PIC X(6).
      *    The student's transcript notations - a responsible finding
      *    sanctioned 'T', by term and course.
           01 INTEGRITY-STATUS PIC X(2) VALUE SPACES.
           01 NOTATION-TABLE.
               05 NOTATION-ENTRY OCCURS 20 TIMES INDEXED NT-ENTRY.
                   10 NTT-TERM-CODE   PIC X(6).
                   10 NTT-COURSE-CODE PIC X(7).
           01 NOTATION-COUNT PIC 9(2) VALUE 0.
           01 NOTATION-MAX   PIC 9(2) VALUE 20.
           01 EOF-INTEGRITY PIC X VALUE "N".

           01 NOTATION-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(40)
                   VALUE "NOTATION: ACADEMIC INTEGRITY FINDING -  ".
               05 NTL-COURSE-CODE PIC X(7).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 TRD-STATUS-LABEL  PIC X(9).
           01 EOF-HIST-GROUP PIC X VALUE "N".
           01 HOLDS-STATUS PIC X(2).
           01 EOF-HOLDS PIC X VALUE "N".
           MOVE "N" TO EOF-COURSE.
           MOVE "N" TO EOF-AMNESTY.
           MOVE "N" TO EOF-PLACEMENT.
           MOVE "N" TO EOF-DECLARATION.
           MOVE "N" TO EOF-INTEGRITY.
           MOVE "N" TO HEADER-WRITTEN.
           MOVE 0 TO TERM-COUNTER.
           MOVE 0 TO CUM-WEIGHTED-SUM.
           MOVE 0 TO CUM-AVERAGE.
           MOVE 0 TO AMNESTY-COUNT.
           MOVE 0 TO COOP-COUNT.
           MOVE 0 TO DECLARED-COUNT.
           MOVE 0 TO NOTATION-COUNT.
           PERFORM 110-CHECK-WORK-TICKET.
           IF TICKET-MODE-FLAG NOT = "Y"
               DISPLAY "ENTER STUDENT NUMBER FOR TRANSCRIPT: "
                   PERFORM 210-READ-COURSE-TABLE
                   PERFORM 215-LOAD-AMNESTY-TERMS
                   PERFORM 217-LOAD-WORK-TERMS
                   PERFORM 223-LOAD-DECLARATIONS
                   PERFORM 225-LOAD-NOTATIONS
                   PERFORM 300-WALK-TERM-GROUP
                   PERFORM 900-CLOSE-FILES
               END-IF
                   END-IF
           END-READ.

       223-LOAD-DECLARATIONS.
           SET DC-ENTRY TO 1.
           OPEN INPUT DECLARATION-FILE.
           IF DECLARATION-STATUS = "00" OR DECLARATION-STATUS = "05"
               PERFORM 224-LOAD-ONE-DECLARATION
                   UNTIL EOF-DECLARATION = "Y"
                   OR DC-ENTRY > DECLARED-MAX
               CLOSE DECLARATION-FILE
           END-IF.
           COMPUTE DECLARED-COUNT = DC-ENTRY - 1.

       224-LOAD-ONE-DECLARATION.
           READ DECLARATION-FILE
               AT END
                   MOVE "Y" TO EOF-DECLARATION
               NOT AT END
                   IF PDC-STUDENT-NUMBER = TRANSCRIPT-STUDENT-NUMBER
                       AND PDC-STATUS NOT = "D"
                       MOVE PDC-PROGRAM-CODE
                           TO DCT-PROGRAM-CODE(DC-ENTRY)
                       MOVE PDC-DECLARATION-TYPE TO DCT-TYPE(DC-ENTRY)
                       MOVE PDC-DECLARED-TERM
                           TO DCT-TERM-CODE(DC-ENTRY)
                       MOVE PDC-STATUS TO DCT-STATUS(DC-ENTRY)
                       ADD 1 TO DC-ENTRY
                   END-IF
           END-READ.

       225-LOAD-NOTATIONS.
           SET NT-ENTRY TO 1.
           OPEN INPUT INTEGRITY-FILE.
           IF INTEGRITY-STATUS = "00" OR INTEGRITY-STATUS = "05"
               PERFORM 226-LOAD-ONE-NOTATION
                   UNTIL EOF-INTEGRITY = "Y"
                   OR NT-ENTRY > NOTATION-MAX
               CLOSE INTEGRITY-FILE
           END-IF.
           COMPUTE NOTATION-COUNT = NT-ENTRY - 1.

       226-LOAD-ONE-NOTATION.
           READ INTEGRITY-FILE
               AT END
                   MOVE "Y" TO EOF-INTEGRITY
               NOT AT END
                   IF INT-STUDENT-NUMBER = TRANSCRIPT-STUDENT-NUMBER
                       AND INT-FINDING = "R"
                       AND INT-SANCTION = "T"
                       MOVE INT-TERM-CODE TO NTT-TERM-CODE(NT-ENTRY)
                       MOVE INT-COURSE-CODE
                           TO NTT-COURSE-CODE(NT-ENTRY)
                       ADD 1 TO NT-ENTRY
                   END-IF
           END-READ.

       221-RESOLVE-EMPLOYER-NAME.
           MOVE COOP-EMPLOYER-LOOKUP
               TO CPT-EMPLOYER-NAME(CP-ENTRY).
               IF STATUS-CODE = "W"
                   MOVE "(WITHDRAWN)" TO TRT-STATUS-LABEL
               ELSE
                   IF STATUS-CODE = "L"
                       MOVE "(LEAVE OF ABSENCE)" TO TRT-STATUS-LABEL
                   ELSE
                       MOVE SPACES TO TRT-STATUS-LABEL
                   END-IF
               END-IF
           END-IF.
           WRITE TRANSCRIPT-OUT-RECORD FROM TRANSCRIPT-TERM-LINE.
           PERFORM 340-WRITE-ONE-COURSE
               VARYING CRS-IDX-WS FROM 1 BY 1
               UNTIL CRS-IDX-WS > COURSE-COUNT.
           PERFORM 347-WRITE-ONE-NOTATION
               VARYING NT-ENTRY FROM 1 BY 1
               UNTIL NT-ENTRY > NOTATION-COUNT.
           PERFORM 345-WRITE-TERM-AVERAGE.
           WRITE TRANSCRIPT-OUT-RECORD FROM BLANK-LINE.

           MOVE PROGRAM-OF-STUDY TO TRP-PROGRAM-CODE.
           WRITE TRANSCRIPT-OUT-RECORD FROM TRANSCRIPT-HEADER-LINE.
           WRITE TRANSCRIPT-OUT-RECORD FROM TRANSCRIPT-PROGRAM-LINE.
           PERFORM 335-WRITE-ONE-DECLARATION
               VARYING DC-ENTRY FROM 1 BY 1
               UNTIL DC-ENTRY > DECLARED-COUNT.
           WRITE TRANSCRIPT-OUT-RECORD FROM BLANK-LINE.
           MOVE "Y" TO HEADER-WRITTEN.

       335-WRITE-ONE-DECLARATION.
           IF DCT-TYPE(DC-ENTRY) = "M"
               MOVE "SECOND MAJOR:" TO TRD-LABEL
           ELSE
               MOVE "MINOR:" TO TRD-LABEL
           END-IF.
           MOVE DCT-PROGRAM-CODE(DC-ENTRY) TO TRD-PROGRAM-CODE.
           MOVE DCT-TERM-CODE(DC-ENTRY)    TO TRD-TERM-CODE.
           IF DCT-STATUS(DC-ENTRY) = "C"
               MOVE "COMPLETED" TO TRD-STATUS-LABEL
           ELSE
               MOVE SPACES TO TRD-STATUS-LABEL
           END-IF.
           WRITE TRANSCRIPT-OUT-RECORD FROM TRANSCRIPT-DECLARED-LINE.

       340-WRITE-ONE-COURSE.
           MOVE COURSE-CODE(CRS-IDX-WS) TO CREDIT-LOOKUP-CODE.
           PERFORM 400-LOOKUP-COURSE-CATALOG.
           MOVE CAL-STUDENT-AVG TO TRA-AVERAGE.
           WRITE TRANSCRIPT-OUT-RECORD FROM TRANSCRIPT-AVG-LINE.

       347-WRITE-ONE-NOTATION.
           IF NTT-TERM-CODE(NT-ENTRY) = TERM-CODE
               MOVE NTT-COURSE-CODE(NT-ENTRY) TO NTL-COURSE-CODE
               WRITE TRANSCRIPT-OUT-RECORD FROM NOTATION-LINE
           END-IF.

       410-CLEAR-ONE-CAL-SLOT.
           MOVE 0 TO CAL-COURSE-AVG(CRS-IDX-WS).
           MOVE 0 TO CAL-CREDIT-HOUR(CRS-IDX-WS).
