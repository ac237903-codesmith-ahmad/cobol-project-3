      ******************************************************************
      * Tectonics: Ad-hoc extract generator.  "Every student in
      * program X owing more than Y, with their email" used to be a
      * custom program each time, or a DAT-READER CSV dump someone
      * cut down in a spreadsheet - personal data and all.  This
      * program reads a spec file (layout and keywords in
      * EXTRACT-SPEC.cpy) naming the fields wanted, the WHERE
      * conditions, the sort keys and the format, and runs it over
      * the nightly reporting snapshot STUFILE-SNAPSHOT.txt, one row
      * per student/term, joined to:
      *    DEMOGRAPHICS.dat      - address, phone and email,
      *    ENROLL-INTENSITY.txt  - credit hours and intensity for
      *                            the row's term (zero/blank when
      *                            INTENSITY-RUN has not classified
      *                            it),
      *    HOLDS.txt             - how many active holds, and
      *                            whether any is financial or
      *                            administrative (Y/N).
      * Any field in the catalog below can be output, selected on
      * or sorted by.  The PIN and the privacy flag itself are never
      * offered.  CSV (ADHOC-EXTRACT.csv) starts with a row of field
      * names; FIXED (ADHOC-EXTRACT.txt) puts each field at its
      * catalog width plus one space, columns shown on the console.
      * A privacy-blocked student is ALWAYS left out, whatever the
      * spec says, and each row kept out is logged to AUDIT-LOG.txt
      * the way ALUMNI-HANDOFF logs one.  The operator signs on, and
      * every run past sign-on - a refused spec included - goes on
      * EXTRACT-LOG.txt with the spec used (see
      * EXTRACT-LOG-RECORD.cpy), on JOB-LOG.txt, and as a chained
      * AUDIT-LOG.txt row, so we can always show who pulled what.
      * RETURN-CODE 4 = rows were suppressed or nothing was
      * selected; 8 = sign-on, spec or snapshot problem, nothing
      * written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADHOC-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The spec file is named at run time, default below.
           SELECT OPTIONAL SPEC-FILE ASSIGN SPEC-FILENAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPEC-STATUS.
           SELECT STUDENT-DATA-FILE ASSIGN "STUFILE-SNAPSHOT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL DEMO-FILE
               ASSIGN "DEMOGRAPHICS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEM-STUDENT-NUMBER
               FILE STATUS IS DEMO-STATUS.
           SELECT OPTIONAL INTENSITY-FILE
               ASSIGN "ENROLL-INTENSITY.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTENSITY-STATUS.
           SELECT OPTIONAL HOLDS-FILE ASSIGN "HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.
      *    ADHOC-EXTRACT.csv or ADHOC-EXTRACT.txt, by format.
           SELECT EXTRACT-FILE ASSIGN EXTRACT-FILENAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXTRACT-LOG-FILE ASSIGN "EXTRACT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN "JOB-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD SPEC-FILE.
           COPY "EXTRACT-SPEC.cpy".

           FD STUDENT-DATA-FILE.
           01 SNAPSHOT-IMAGE PIC X(181).

           FD DEMO-FILE.
           COPY "DEMO-RECORD.cpy".

           FD INTENSITY-FILE.
           COPY "INTENSITY-RECORD.cpy".

           FD HOLDS-FILE.
           COPY "HOLD-RECORD.cpy".

           FD EXTRACT-FILE.
           01 EXTRACT-RECORD PIC X(700).

           FD EXTRACT-LOG-FILE.
           COPY "EXTRACT-LOG-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

           FD JOB-LOG-FILE.
           COPY "JOB-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 SPEC-STATUS      PIC X(2).
           01 FILE-STATUS      PIC X(2).
           01 DEMO-STATUS      PIC X(2).
           01 INTENSITY-STATUS PIC X(2).
           01 HOLDS-STATUS     PIC X(2).

           01 SPEC-FILENAME-WS    PIC X(30) VALUE SPACES.
           01 EXTRACT-FILENAME-WS PIC X(20) VALUE SPACES.

           01 OPERATOR-ID-WS       PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS     PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS     PIC X(2) VALUE SPACES.

           01 RUN-OK          PIC X VALUE "Y".
           01 RUN-START-STAMP PIC X(26) VALUE SPACES.
           01 RC-DISPLAY      PIC 9(3) VALUE 0.

           COPY "SNAPSHOT-RECORD.cpy".

      *****************************************************************
      * The field catalog - every name a spec may use: the name, how
      * it compares ('A' as text, 'N' as a number) and its width in
      * a FIXED extract.  The position in the list is the field
      * number 400-FETCH-FIELD works from - add a field at the end
      * and give it a WHEN there.
      *****************************************************************
           01 FIELD-CATALOG-VALUES.
               05 FILLER PIC X(23) VALUE "STUDENT-NUMBER      N06".
               05 FILLER PIC X(23) VALUE "TERM-CODE           A06".
               05 FILLER PIC X(23) VALUE "TUITION-OWED        N11".
               05 FILLER PIC X(23) VALUE "STUDENT-SURNAME     A20".
               05 FILLER PIC X(23) VALUE "STUDENT-GIVEN-NAME  A20".
               05 FILLER PIC X(23) VALUE "PROGRAM-OF-STUDY    A06".
               05 FILLER PIC X(23) VALUE "STATUS-CODE         A01".
               05 FILLER PIC X(23) VALUE "STANDING-CODE       A01".
               05 FILLER PIC X(23) VALUE "COURSE-COUNT        N02".
               05 FILLER PIC X(23) VALUE "DEM-ADDRESS-LINE-1  A30".
               05 FILLER PIC X(23) VALUE "DEM-ADDRESS-LINE-2  A30".
               05 FILLER PIC X(23) VALUE "DEM-CITY            A20".
               05 FILLER PIC X(23) VALUE "DEM-PROVINCE        A02".
               05 FILLER PIC X(23) VALUE "DEM-POSTAL-CODE     A07".
               05 FILLER PIC X(23) VALUE "DEM-PHONE           A12".
               05 FILLER PIC X(23) VALUE "DEM-EMAIL           A30".
               05 FILLER PIC X(23) VALUE "ENI-CREDIT-HOURS    N03".
               05 FILLER PIC X(23) VALUE "ENI-INTENSITY       A01".
               05 FILLER PIC X(23) VALUE "HOLD-COUNT          N02".
               05 FILLER PIC X(23) VALUE "HOLD-FINANCIAL      A01".
               05 FILLER PIC X(23) VALUE "HOLD-ADMIN          A01".
           01 FIELD-CATALOG REDEFINES FIELD-CATALOG-VALUES.
               05 CATALOG-ENTRY OCCURS 21 TIMES.
                   10 CAT-FIELD-NAME PIC X(20).
                   10 CAT-TYPE       PIC X(1).
                   10 CAT-WIDTH      PIC 9(2).
           01 CATALOG-COUNT PIC 9(2) VALUE 21.

      *    The spec as read - kept line for line for EXTRACT-LOG.txt.
           01 SPEC-LINE-TABLE.
               05 SPEC-LINE PIC X(61) OCCURS 60 TIMES.
           01 SPEC-LINE-COUNT PIC 9(3) VALUE 0.
           01 SPEC-LINE-MAX   PIC 9(3) VALUE 60.

           01 OUTPUT-FIELD-TABLE.
               05 OUT-FIELD-NO PIC 9(2) OCCURS 20 TIMES.
           01 OUTPUT-FIELD-COUNT PIC 9(2) VALUE 0.
           01 OUTPUT-FIELD-MAX   PIC 9(2) VALUE 20.

           01 CONDITION-TABLE.
               05 CONDITION-ENTRY OCCURS 20 TIMES.
                   10 CND-FIELD-NO PIC 9(2).
                   10 CND-OPERATOR PIC X(2).
                   10 CND-VALUE    PIC X(30).
                   10 CND-NUMBER   PIC S9(9)V99.
           01 CONDITION-COUNT PIC 9(2) VALUE 0.
           01 CONDITION-MAX   PIC 9(2) VALUE 20.

           01 SORT-KEY-TABLE.
               05 SORT-KEY-ENTRY OCCURS 3 TIMES.
                   10 SKY-FIELD-NO  PIC 9(2).
                   10 SKY-DIRECTION PIC X(1).
           01 SORT-KEY-COUNT PIC 9 VALUE 0.
           01 SORT-KEY-MAX   PIC 9 VALUE 3.

      *    "CSV" or "FIXED".
           01 EXTRACT-FORMAT PIC X(5) VALUE "CSV".

      *    ENROLL-INTENSITY.txt - one row per student/term.
           01 INTENSITY-TABLE.
               05 INTENSITY-ENTRY OCCURS 5000 TIMES.
                   10 ITB-STUDENT-NUMBER PIC 9(6).
                   10 ITB-TERM-CODE      PIC X(6).
                   10 ITB-CREDIT-HOURS   PIC 9(3).
                   10 ITB-INTENSITY      PIC X(1).
           01 INTENSITY-COUNT PIC 9(5) VALUE 0.
           01 INTENSITY-MAX   PIC 9(5) VALUE 5000.

      *    HOLDS.txt rolled up to one entry per student.
           01 HOLD-TABLE.
               05 HOLD-ENTRY OCCURS 2000 TIMES.
                   10 HTB-STUDENT-NUMBER PIC 9(6).
                   10 HTB-COUNT          PIC 9(2).
                   10 HTB-FINANCIAL      PIC X(1).
                   10 HTB-ADMIN          PIC X(1).
           01 HOLD-COUNT-WS PIC 9(4) VALUE 0.
           01 HOLD-MAX      PIC 9(4) VALUE 2000.

      *    The rows selected, each with the key it sorts on and the
      *    finished output line.
           01 EXTRACT-ROW-TABLE.
               05 EXTRACT-ROW OCCURS 5000 TIMES.
                   10 ERW-SORT-KEY.
                       15 ERW-KEY-PART PIC X(30) OCCURS 3 TIMES.
                   10 ERW-LINE PIC X(700).
           01 EXTRACT-ROW-COUNT PIC 9(5) VALUE 0.
           01 EXTRACT-ROW-MAX   PIC 9(5) VALUE 5000.
           01 ROW-SWAP-HOLD     PIC X(790).

           01 SORT-WORK-AREA.
               05 SORT-IDX     PIC 9(5).
               05 SORT-SCAN    PIC 9(5).
               05 SORT-BEST    PIC 9(5).
               05 KEY-IDX      PIC 9.
               05 KEY-DECIDED  PIC X VALUE "N".
               05 SCAN-IS-FIRST PIC X VALUE "N".

      *    The joined row: the snapshot record plus what the side
      *    files say about the same student (and term).
           01 JOIN-WORK-AREA.
               05 JNW-PRIVACY-BLOCK  PIC X(1).
               05 JNW-CREDIT-HOURS   PIC 9(3).
               05 JNW-INTENSITY      PIC X(1).
               05 JNW-HOLD-COUNT     PIC 9(2).
               05 JNW-HOLD-FINANCIAL PIC X(1).
               05 JNW-HOLD-ADMIN     PIC X(1).
               05 JNW-SELECTED       PIC X(1).

      *    One field fetched from the joined row: its text as it goes
      *    out, and its value when it is a number.
           01 FETCH-WORK-AREA.
               05 FTW-FIELD-NO     PIC 9(2).
               05 FTW-ALPHA        PIC X(30).
               05 FTW-NUMBER       PIC S9(9)V99.
               05 FTW-WIDTH        PIC 9(2).
               05 FTW-COMMA-COUNT  PIC 9(2).
               05 FTW-SORT-NUMBER  PIC 9(10)V99.
               05 FTW-SORT-TEXT REDEFINES FTW-SORT-NUMBER
                                   PIC X(12).
               05 FTW-MONEY-EDIT   PIC -(7)9.99.
               05 FTW-COUNT-EDIT   PIC Z9.
               05 FTW-HOURS-EDIT   PIC ZZ9.

           01 SPEC-WORK-AREA.
               05 SPW-FIELD-NAME   PIC X(20).
               05 SPW-FOUND-ENTRY  PIC 9(2).
               05 SPW-CHECK-VALUE  PIC X(30).
               05 SPW-LINE-NUMBER  PIC 9(3).

           01 LINE-WORK-AREA.
               05 EXW-LINE         PIC X(700).
               05 LINE-POINTER     PIC 9(4).
               05 OUT-IDX          PIC 9(2).
               05 CND-IDX          PIC 9(2).
               05 TBL-IDX          PIC 9(5).
               05 FIXED-COLUMN     PIC 9(4).

           01 COUNTERS.
               05 READ-COUNTER       PIC 9(5) VALUE 0.
               05 SELECTED-COUNTER   PIC 9(5) VALUE 0.
               05 SUPPRESSED-COUNTER PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-SPEC      PIC X VALUE "N".
               05 EOF-STU       PIC X VALUE "N".
               05 EOF-INTENSITY PIC X VALUE "N".
               05 EOF-HOLDS     PIC X VALUE "N".
               05 MATCH-FOUND   PIC X VALUE "N".

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO RUN-START-STAMP.
           DISPLAY "AD-HOC EXTRACT - ENTER OPERATOR ID: ".
           ACCEPT OPERATOR-ID-WS.
           DISPLAY "ENTER YOUR PASSWORD: ".
           ACCEPT OPERATOR-PASSWORD-WS.
           CALL "OPERATOR-SIGNON" USING OPERATOR-ID-WS
               OPERATOR-PASSWORD-WS OPERATOR-ROLE-WS
               SIGNON-STATUS-WS.
           IF SIGNON-STATUS-WS NOT = "00"
               DISPLAY "SIGN-ON REQUIRED. RUN CANCELLED."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "SPEC FILE (BLANK = EXTRACT-SPEC.txt): "
               ACCEPT SPEC-FILENAME-WS
               IF SPEC-FILENAME-WS = SPACES
                   MOVE "EXTRACT-SPEC.txt" TO SPEC-FILENAME-WS
               END-IF
               PERFORM 200-LOAD-SPEC
               IF RUN-OK = "Y"
                   PERFORM 250-LOAD-INTENSITY-TABLE
                   PERFORM 260-LOAD-HOLD-TABLE
                   PERFORM 300-SELECT-ROWS
               END-IF
               IF RUN-OK = "Y"
                   IF SORT-KEY-COUNT > 0
                       PERFORM 500-SORT-ONE-PASS
                           VARYING SORT-IDX FROM 1 BY 1
                           UNTIL SORT-IDX >= EXTRACT-ROW-COUNT
                   END-IF
                   PERFORM 600-WRITE-EXTRACT
                   PERFORM 950-DISPLAY-STATS
                   IF SUPPRESSED-COUNTER > 0
                           OR EXTRACT-ROW-COUNT = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE 0 TO EXTRACT-ROW-COUNT
                   DISPLAY "NOTHING WRITTEN."
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM 960-LOG-RUN-PARAMETERS
               PERFORM 970-LOG-EXTRACT-RUN
      *        The AUDIT-CHAIN CALL resets RETURN-CODE - put the run's
      *        own back.
               MOVE RC-DISPLAY TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************************
      * Read and check the whole spec before touching any data - a
      * spec with one bad line runs nothing.  Each problem is shown
      * with its line number so the office can fix the file.
      *****************************************************************
       200-LOAD-SPEC.
           OPEN INPUT SPEC-FILE.
           IF SPEC-STATUS = "00"
               MOVE 0 TO SPW-LINE-NUMBER
               PERFORM 210-LOAD-ONE-SPEC-LINE UNTIL EOF-SPEC = "Y"
               CLOSE SPEC-FILE
           ELSE
               IF SPEC-STATUS = "05"
                   CLOSE SPEC-FILE
               END-IF
               DISPLAY "SPEC FILE " FUNCTION TRIM(SPEC-FILENAME-WS)
                   " NOT FOUND."
               MOVE "N" TO RUN-OK
           END-IF.
           IF RUN-OK = "Y" AND OUTPUT-FIELD-COUNT = 0
               DISPLAY "SPEC NAMES NO FIELD TO OUTPUT."
               MOVE "N" TO RUN-OK
           END-IF.

       210-LOAD-ONE-SPEC-LINE.
           MOVE SPACES TO EXTRACT-SPEC-RECORD.
           READ SPEC-FILE
               AT END
                   MOVE "Y" TO EOF-SPEC
               NOT AT END
                   ADD 1 TO SPW-LINE-NUMBER
                   IF SPEC-LINE-COUNT < SPEC-LINE-MAX
                       ADD 1 TO SPEC-LINE-COUNT
                       MOVE EXTRACT-SPEC-RECORD
                           TO SPEC-LINE(SPEC-LINE-COUNT)
                       PERFORM 220-EDIT-ONE-SPEC-LINE
                   ELSE
                       DISPLAY "SPEC LINE " SPW-LINE-NUMBER
                           ": MORE THAN " SPEC-LINE-MAX " LINES."
                       MOVE "N" TO RUN-OK
                       MOVE "Y" TO EOF-SPEC
                   END-IF
           END-READ.

       220-EDIT-ONE-SPEC-LINE.
           EVALUATE TRUE
               WHEN EXTRACT-SPEC-RECORD(1:1) = "*"
                   CONTINUE
               WHEN EXTRACT-SPEC-RECORD = SPACES
                   CONTINUE
               WHEN EXS-KEYWORD = "FIELD"
                   PERFORM 230-EDIT-FIELD-LINE
               WHEN EXS-KEYWORD = "WHERE"
                   PERFORM 232-EDIT-WHERE-LINE
               WHEN EXS-KEYWORD = "SORT"
                   PERFORM 236-EDIT-SORT-LINE
               WHEN EXS-KEYWORD = "FORMAT"
                   IF EXS-FIELD-NAME = "CSV"
                           OR EXS-FIELD-NAME = "FIXED"
                       MOVE EXS-FIELD-NAME TO EXTRACT-FORMAT
                   ELSE
                       DISPLAY "SPEC LINE " SPW-LINE-NUMBER
                           ": FORMAT MUST BE CSV OR FIXED."
                       MOVE "N" TO RUN-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "SPEC LINE " SPW-LINE-NUMBER
                       ": UNKNOWN KEYWORD " EXS-KEYWORD
                   MOVE "N" TO RUN-OK
           END-EVALUATE.

       230-EDIT-FIELD-LINE.
           PERFORM 240-FIND-CATALOG-FIELD.
           IF SPW-FOUND-ENTRY > 0
               IF OUTPUT-FIELD-COUNT < OUTPUT-FIELD-MAX
                   ADD 1 TO OUTPUT-FIELD-COUNT
                   MOVE SPW-FOUND-ENTRY
                       TO OUT-FIELD-NO(OUTPUT-FIELD-COUNT)
               ELSE
                   DISPLAY "SPEC LINE " SPW-LINE-NUMBER
                       ": MORE THAN " OUTPUT-FIELD-MAX " FIELDS."
                   MOVE "N" TO RUN-OK
               END-IF
           END-IF.

       232-EDIT-WHERE-LINE.
           PERFORM 240-FIND-CATALOG-FIELD.
           IF SPW-FOUND-ENTRY > 0
               EVALUATE TRUE
                   WHEN EXS-OPERATOR NOT = "EQ"
                           AND EXS-OPERATOR NOT = "NE"
                           AND EXS-OPERATOR NOT = "GT"
                           AND EXS-OPERATOR NOT = "GE"
                           AND EXS-OPERATOR NOT = "LT"
                           AND EXS-OPERATOR NOT = "LE"
                       DISPLAY "SPEC LINE " SPW-LINE-NUMBER
                           ": OPERATOR MUST BE EQ NE GT GE LT LE."
                       MOVE "N" TO RUN-OK
                   WHEN CONDITION-COUNT NOT < CONDITION-MAX
                       DISPLAY "SPEC LINE " SPW-LINE-NUMBER
                           ": MORE THAN " CONDITION-MAX
                           " CONDITIONS."
                       MOVE "N" TO RUN-OK
                   WHEN OTHER
                       PERFORM 234-ADD-CONDITION
               END-EVALUATE
           END-IF.

      *    A number field's value must be a number - checked here, so
      *    NUMVAL never sees anything else.
       234-ADD-CONDITION.
           IF CAT-TYPE(SPW-FOUND-ENTRY) = "N"
               MOVE EXS-VALUE TO SPW-CHECK-VALUE
               INSPECT SPW-CHECK-VALUE CONVERTING "0123456789.-"
                   TO SPACES
               IF SPW-CHECK-VALUE NOT = SPACES
                       OR EXS-VALUE = SPACES
                   DISPLAY "SPEC LINE " SPW-LINE-NUMBER
                       ": " FUNCTION TRIM(SPW-FIELD-NAME)
                       " NEEDS A NUMBER."
                   MOVE "N" TO RUN-OK
               END-IF
           END-IF.
           IF RUN-OK = "Y"
               ADD 1 TO CONDITION-COUNT
               MOVE SPW-FOUND-ENTRY TO CND-FIELD-NO(CONDITION-COUNT)
               MOVE EXS-OPERATOR    TO CND-OPERATOR(CONDITION-COUNT)
               MOVE EXS-VALUE       TO CND-VALUE(CONDITION-COUNT)
               MOVE 0 TO CND-NUMBER(CONDITION-COUNT)
               IF CAT-TYPE(SPW-FOUND-ENTRY) = "N"
                   COMPUTE CND-NUMBER(CONDITION-COUNT) =
                       FUNCTION NUMVAL(EXS-VALUE)
               END-IF
           END-IF.

       236-EDIT-SORT-LINE.
           PERFORM 240-FIND-CATALOG-FIELD.
           IF SPW-FOUND-ENTRY > 0
               EVALUATE TRUE
                   WHEN EXS-OPERATOR NOT = "A"
                           AND EXS-OPERATOR NOT = "D"
                           AND EXS-OPERATOR NOT = SPACES
                       DISPLAY "SPEC LINE " SPW-LINE-NUMBER
                           ": SORT DIRECTION MUST BE A OR D."
                       MOVE "N" TO RUN-OK
                   WHEN SORT-KEY-COUNT NOT < SORT-KEY-MAX
                       DISPLAY "SPEC LINE " SPW-LINE-NUMBER
                           ": MORE THAN " SORT-KEY-MAX
                           " SORT KEYS."
                       MOVE "N" TO RUN-OK
                   WHEN OTHER
                       ADD 1 TO SORT-KEY-COUNT
                       MOVE SPW-FOUND-ENTRY
                           TO SKY-FIELD-NO(SORT-KEY-COUNT)
                       MOVE "A" TO SKY-DIRECTION(SORT-KEY-COUNT)
                       IF EXS-OPERATOR = "D"
                           MOVE "D" TO SKY-DIRECTION(SORT-KEY-COUNT)
                       END-IF
               END-EVALUATE
           END-IF.

       240-FIND-CATALOG-FIELD.
           MOVE EXS-FIELD-NAME TO SPW-FIELD-NAME.
           MOVE 0 TO SPW-FOUND-ENTRY.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > CATALOG-COUNT
                   OR SPW-FOUND-ENTRY > 0
               IF CAT-FIELD-NAME(TBL-IDX) = SPW-FIELD-NAME
                   MOVE TBL-IDX TO SPW-FOUND-ENTRY
               END-IF
           END-PERFORM.
           IF SPW-FOUND-ENTRY = 0
               DISPLAY "SPEC LINE " SPW-LINE-NUMBER
                   ": UNKNOWN FIELD " SPW-FIELD-NAME
               MOVE "N" TO RUN-OK
           END-IF.

       250-LOAD-INTENSITY-TABLE.
           OPEN INPUT INTENSITY-FILE.
           IF INTENSITY-STATUS = "00" OR INTENSITY-STATUS = "05"
               PERFORM 255-LOAD-ONE-INTENSITY
                   UNTIL EOF-INTENSITY = "Y"
                   OR INTENSITY-COUNT >= INTENSITY-MAX
               CLOSE INTENSITY-FILE
           END-IF.

       255-LOAD-ONE-INTENSITY.
           READ INTENSITY-FILE
               AT END
                   MOVE "Y" TO EOF-INTENSITY
               NOT AT END
                   ADD 1 TO INTENSITY-COUNT
                   MOVE ENI-STUDENT-NUMBER
                       TO ITB-STUDENT-NUMBER(INTENSITY-COUNT)
                   MOVE ENI-TERM-CODE
                       TO ITB-TERM-CODE(INTENSITY-COUNT)
                   MOVE ENI-CREDIT-HOURS
                       TO ITB-CREDIT-HOURS(INTENSITY-COUNT)
                   MOVE ENI-INTENSITY
                       TO ITB-INTENSITY(INTENSITY-COUNT)
           END-READ.

       260-LOAD-HOLD-TABLE.
           OPEN INPUT HOLDS-FILE.
           IF HOLDS-STATUS = "00" OR HOLDS-STATUS = "05"
               PERFORM 265-LOAD-ONE-HOLD UNTIL EOF-HOLDS = "Y"
               CLOSE HOLDS-FILE
           END-IF.

       265-LOAD-ONE-HOLD.
           READ HOLDS-FILE
               AT END
                   MOVE "Y" TO EOF-HOLDS
               NOT AT END
                   MOVE "N" TO MATCH-FOUND
                   PERFORM VARYING TBL-IDX FROM 1 BY 1
                           UNTIL TBL-IDX > HOLD-COUNT-WS
                           OR MATCH-FOUND = "Y"
                       IF HTB-STUDENT-NUMBER(TBL-IDX)
                               = HLD-STUDENT-NUMBER
                           MOVE "Y" TO MATCH-FOUND
                       END-IF
                   END-PERFORM
                   IF MATCH-FOUND = "Y"
                       SUBTRACT 1 FROM TBL-IDX
                   ELSE
                       IF HOLD-COUNT-WS < HOLD-MAX
                           ADD 1 TO HOLD-COUNT-WS
                           MOVE HOLD-COUNT-WS TO TBL-IDX
                           MOVE HLD-STUDENT-NUMBER
                               TO HTB-STUDENT-NUMBER(TBL-IDX)
                           MOVE 0   TO HTB-COUNT(TBL-IDX)
                           MOVE "N" TO HTB-FINANCIAL(TBL-IDX)
                           MOVE "N" TO HTB-ADMIN(TBL-IDX)
                           MOVE "Y" TO MATCH-FOUND
                       END-IF
                   END-IF
                   IF MATCH-FOUND = "Y"
                       ADD 1 TO HTB-COUNT(TBL-IDX)
                       IF HLD-TYPE = "F"
                           MOVE "Y" TO HTB-FINANCIAL(TBL-IDX)
                       END-IF
                       IF HLD-TYPE = "A"
                           MOVE "Y" TO HTB-ADMIN(TBL-IDX)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * One pass of the snapshot.  Each row is joined, tested against
      * every WHERE, and only then checked for a privacy block - a
      * blocked student the spec did not ask for is nobody's business,
      * but one it did ask for is an attempted access, suppressed and
      * logged.
      *****************************************************************
       300-SELECT-ROWS.
           OPEN INPUT STUDENT-DATA-FILE.
           IF FILE-STATUS NOT = "00"
               DISPLAY "STUFILE-SNAPSHOT.txt NOT FOUND - SNAPSHOT-RUN "
                   "MUST RUN FIRST."
               MOVE "N" TO RUN-OK
           ELSE
               OPEN INPUT DEMO-FILE
               OPEN EXTEND AUDIT-LOG-FILE
               PERFORM 310-SCAN-ONE-SNAPSHOT
                   UNTIL EOF-STU = "Y" OR RUN-OK = "N"
               CLOSE STUDENT-DATA-FILE
               CLOSE DEMO-FILE
               CLOSE AUDIT-LOG-FILE
           END-IF.

       310-SCAN-ONE-SNAPSHOT.
           READ STUDENT-DATA-FILE
               AT END
                   MOVE "Y" TO EOF-STU
               NOT AT END
                   ADD 1 TO READ-COUNTER
                   MOVE SNAPSHOT-IMAGE TO STUDENT-RECORD
                   PERFORM 320-JOIN-ONE-ROW
                   MOVE "Y" TO JNW-SELECTED
                   PERFORM 330-TEST-ONE-CONDITION
                       VARYING CND-IDX FROM 1 BY 1
                       UNTIL CND-IDX > CONDITION-COUNT
                       OR JNW-SELECTED = "N"
                   IF JNW-SELECTED = "Y"
                       ADD 1 TO SELECTED-COUNTER
                       IF JNW-PRIVACY-BLOCK = "Y"
                           ADD 1 TO SUPPRESSED-COUNTER
                           PERFORM 700-LOG-SUPPRESSION
                       ELSE
                           PERFORM 350-ADD-EXTRACT-ROW
                       END-IF
                   END-IF
           END-READ.

       320-JOIN-ONE-ROW.
           MOVE "N" TO JNW-PRIVACY-BLOCK.
           MOVE STUDENT-NUMBER TO DEM-STUDENT-NUMBER.
           READ DEMO-FILE
               INVALID KEY
                   MOVE SPACES TO DEMO-RECORD
               NOT INVALID KEY
                   IF DEM-PRIVACY-BLOCK = "Y"
                       MOVE "Y" TO JNW-PRIVACY-BLOCK
                   END-IF
           END-READ.
           MOVE 0 TO JNW-CREDIT-HOURS.
           MOVE SPACE TO JNW-INTENSITY.
           MOVE "N" TO MATCH-FOUND.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > INTENSITY-COUNT
                   OR MATCH-FOUND = "Y"
               IF ITB-STUDENT-NUMBER(TBL-IDX) = STUDENT-NUMBER
                       AND ITB-TERM-CODE(TBL-IDX) = TERM-CODE
                   MOVE "Y" TO MATCH-FOUND
                   MOVE ITB-CREDIT-HOURS(TBL-IDX) TO JNW-CREDIT-HOURS
                   MOVE ITB-INTENSITY(TBL-IDX)    TO JNW-INTENSITY
               END-IF
           END-PERFORM.
           MOVE 0   TO JNW-HOLD-COUNT.
           MOVE "N" TO JNW-HOLD-FINANCIAL.
           MOVE "N" TO JNW-HOLD-ADMIN.
           MOVE "N" TO MATCH-FOUND.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > HOLD-COUNT-WS
                   OR MATCH-FOUND = "Y"
               IF HTB-STUDENT-NUMBER(TBL-IDX) = STUDENT-NUMBER
                   MOVE "Y" TO MATCH-FOUND
                   MOVE HTB-COUNT(TBL-IDX)     TO JNW-HOLD-COUNT
                   MOVE HTB-FINANCIAL(TBL-IDX) TO JNW-HOLD-FINANCIAL
                   MOVE HTB-ADMIN(TBL-IDX)     TO JNW-HOLD-ADMIN
               END-IF
           END-PERFORM.

       330-TEST-ONE-CONDITION.
           MOVE CND-FIELD-NO(CND-IDX) TO FTW-FIELD-NO.
           PERFORM 400-FETCH-FIELD.
           IF CAT-TYPE(FTW-FIELD-NO) = "N"
               EVALUATE CND-OPERATOR(CND-IDX)
                   WHEN "EQ"
                       IF FTW-NUMBER NOT = CND-NUMBER(CND-IDX)
                           MOVE "N" TO JNW-SELECTED
                       END-IF
                   WHEN "NE"
                       IF FTW-NUMBER = CND-NUMBER(CND-IDX)
                           MOVE "N" TO JNW-SELECTED
                       END-IF
                   WHEN "GT"
                       IF FTW-NUMBER NOT > CND-NUMBER(CND-IDX)
                           MOVE "N" TO JNW-SELECTED
                       END-IF
                   WHEN "GE"
                       IF FTW-NUMBER < CND-NUMBER(CND-IDX)
                           MOVE "N" TO JNW-SELECTED
                       END-IF
                   WHEN "LT"
                       IF FTW-NUMBER NOT < CND-NUMBER(CND-IDX)
                           MOVE "N" TO JNW-SELECTED
                       END-IF
                   WHEN "LE"
                       IF FTW-NUMBER > CND-NUMBER(CND-IDX)
                           MOVE "N" TO JNW-SELECTED
                       END-IF
               END-EVALUATE
           ELSE
               EVALUATE CND-OPERATOR(CND-IDX)
                   WHEN "EQ"
                       IF FTW-ALPHA NOT = CND-VALUE(CND-IDX)
                           MOVE "N" TO JNW-SELECTED
                       END-IF
                   WHEN "NE"
                       IF FTW-ALPHA = CND-VALUE(CND-IDX)
                           MOVE "N" TO JNW-SELECTED
                       END-IF
                   WHEN "GT"
                       IF FTW-ALPHA NOT > CND-VALUE(CND-IDX)
                           MOVE "N" TO JNW-SELECTED
                       END-IF
                   WHEN "GE"
                       IF FTW-ALPHA < CND-VALUE(CND-IDX)
                           MOVE "N" TO JNW-SELECTED
                       END-IF
                   WHEN "LT"
                       IF FTW-ALPHA NOT < CND-VALUE(CND-IDX)
                           MOVE "N" TO JNW-SELECTED
                       END-IF
                   WHEN "LE"
                       IF FTW-ALPHA > CND-VALUE(CND-IDX)
                           MOVE "N" TO JNW-SELECTED
                       END-IF
               END-EVALUATE
           END-IF.

       350-ADD-EXTRACT-ROW.
           IF EXTRACT-ROW-COUNT >= EXTRACT-ROW-MAX
               DISPLAY "MORE THAN " EXTRACT-ROW-MAX " ROWS SELECTED "
                   "- NARROW THE SPEC."
               MOVE "N" TO RUN-OK
           ELSE
               ADD 1 TO EXTRACT-ROW-COUNT
               MOVE SPACES TO EXW-LINE
               MOVE 1 TO LINE-POINTER
               PERFORM 355-ADD-ONE-FIELD
                   VARYING OUT-IDX FROM 1 BY 1
                   UNTIL OUT-IDX > OUTPUT-FIELD-COUNT
               MOVE EXW-LINE TO ERW-LINE(EXTRACT-ROW-COUNT)
               MOVE SPACES TO ERW-SORT-KEY(EXTRACT-ROW-COUNT)
               PERFORM 360-BUILD-ONE-SORT-KEY
                   VARYING KEY-IDX FROM 1 BY 1
                   UNTIL KEY-IDX > SORT-KEY-COUNT
           END-IF.

      *    FIXED: the field at its catalog width and a space.  CSV:
      *    the trimmed value, quoted when it has a comma in it (an
      *    address line often does).
       355-ADD-ONE-FIELD.
           MOVE OUT-FIELD-NO(OUT-IDX) TO FTW-FIELD-NO.
           PERFORM 400-FETCH-FIELD.
           IF EXTRACT-FORMAT = "FIXED"
               MOVE CAT-WIDTH(FTW-FIELD-NO) TO FTW-WIDTH
               STRING FTW-ALPHA(1:FTW-WIDTH) " "
                   DELIMITED BY SIZE INTO EXW-LINE
                   WITH POINTER LINE-POINTER
               END-STRING
           ELSE
               IF OUT-IDX > 1
                   STRING "," DELIMITED BY SIZE INTO EXW-LINE
                       WITH POINTER LINE-POINTER
                   END-STRING
               END-IF
               IF FTW-ALPHA NOT = SPACES
                   MOVE 0 TO FTW-COMMA-COUNT
                   INSPECT FTW-ALPHA TALLYING FTW-COMMA-COUNT
                       FOR ALL ","
                   IF FTW-COMMA-COUNT > 0
                       STRING QUOTE FUNCTION TRIM(FTW-ALPHA) QUOTE
                           DELIMITED BY SIZE INTO EXW-LINE
                           WITH POINTER LINE-POINTER
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(FTW-ALPHA)
                           DELIMITED BY SIZE INTO EXW-LINE
                           WITH POINTER LINE-POINTER
                       END-STRING
                   END-IF
               END-IF
           END-IF.

      *    Numbers sort on the value shifted clear of zero, so a
      *    credit balance sorts below a zero one.
       360-BUILD-ONE-SORT-KEY.
           MOVE SKY-FIELD-NO(KEY-IDX) TO FTW-FIELD-NO.
           PERFORM 400-FETCH-FIELD.
           IF CAT-TYPE(FTW-FIELD-NO) = "N"
               COMPUTE FTW-SORT-NUMBER = FTW-NUMBER + 1000000000
               MOVE FTW-SORT-TEXT
                   TO ERW-KEY-PART(EXTRACT-ROW-COUNT, KEY-IDX)
           ELSE
               MOVE FTW-ALPHA
                   TO ERW-KEY-PART(EXTRACT-ROW-COUNT, KEY-IDX)
           END-IF.

      *****************************************************************
      * The field numbered FTW-FIELD-NO in the catalog, from the
      * joined row: FTW-ALPHA is the text as it goes out (numbers
      * edited to their catalog width), FTW-NUMBER the value a
      * number compares and sorts on.
      *****************************************************************
       400-FETCH-FIELD.
           MOVE SPACES TO FTW-ALPHA.
           MOVE 0 TO FTW-NUMBER.
           EVALUATE FTW-FIELD-NO
               WHEN 1
                   MOVE STUDENT-NUMBER TO FTW-ALPHA
                   MOVE STUDENT-NUMBER TO FTW-NUMBER
               WHEN 2
                   MOVE TERM-CODE TO FTW-ALPHA
               WHEN 3
                   MOVE TUITION-OWED TO FTW-NUMBER
                   MOVE TUITION-OWED TO FTW-MONEY-EDIT
                   MOVE FTW-MONEY-EDIT TO FTW-ALPHA
               WHEN 4
                   MOVE STUDENT-SURNAME TO FTW-ALPHA
               WHEN 5
                   MOVE STUDENT-GIVEN-NAME TO FTW-ALPHA
               WHEN 6
                   MOVE PROGRAM-OF-STUDY TO FTW-ALPHA
               WHEN 7
                   MOVE STATUS-CODE TO FTW-ALPHA
               WHEN 8
                   MOVE STANDING-CODE TO FTW-ALPHA
               WHEN 9
                   MOVE COURSE-COUNT TO FTW-NUMBER
                   MOVE COURSE-COUNT TO FTW-COUNT-EDIT
                   MOVE FTW-COUNT-EDIT TO FTW-ALPHA
               WHEN 10
                   MOVE DEM-ADDRESS-LINE-1 TO FTW-ALPHA
               WHEN 11
                   MOVE DEM-ADDRESS-LINE-2 TO FTW-ALPHA
               WHEN 12
                   MOVE DEM-CITY TO FTW-ALPHA
               WHEN 13
                   MOVE DEM-PROVINCE TO FTW-ALPHA
               WHEN 14
                   MOVE DEM-POSTAL-CODE TO FTW-ALPHA
               WHEN 15
                   MOVE DEM-PHONE TO FTW-ALPHA
               WHEN 16
                   MOVE DEM-EMAIL TO FTW-ALPHA
               WHEN 17
                   MOVE JNW-CREDIT-HOURS TO FTW-NUMBER
                   MOVE JNW-CREDIT-HOURS TO FTW-HOURS-EDIT
                   MOVE FTW-HOURS-EDIT TO FTW-ALPHA
               WHEN 18
                   MOVE JNW-INTENSITY TO FTW-ALPHA
               WHEN 19
                   MOVE JNW-HOLD-COUNT TO FTW-NUMBER
                   MOVE JNW-HOLD-COUNT TO FTW-COUNT-EDIT
                   MOVE FTW-COUNT-EDIT TO FTW-ALPHA
               WHEN 20
                   MOVE JNW-HOLD-FINANCIAL TO FTW-ALPHA
               WHEN 21
                   MOVE JNW-HOLD-ADMIN TO FTW-ALPHA
           END-EVALUATE.

      *    Straight selection sort on the spec's SORT keys, major
      *    key first, each ascending or descending.
       500-SORT-ONE-PASS.
           MOVE SORT-IDX TO SORT-BEST.
           PERFORM 510-SCAN-ONE-ROW
               VARYING SORT-SCAN FROM SORT-IDX BY 1
               UNTIL SORT-SCAN > EXTRACT-ROW-COUNT.
           IF SORT-BEST NOT = SORT-IDX
               MOVE EXTRACT-ROW(SORT-IDX) TO ROW-SWAP-HOLD
               MOVE EXTRACT-ROW(SORT-BEST) TO EXTRACT-ROW(SORT-IDX)
               MOVE ROW-SWAP-HOLD TO EXTRACT-ROW(SORT-BEST)
           END-IF.

       510-SCAN-ONE-ROW.
           MOVE "N" TO KEY-DECIDED.
           MOVE "N" TO SCAN-IS-FIRST.
           PERFORM 515-COMPARE-ONE-KEY
               VARYING KEY-IDX FROM 1 BY 1
               UNTIL KEY-IDX > SORT-KEY-COUNT
               OR KEY-DECIDED = "Y".
           IF SCAN-IS-FIRST = "Y"
               MOVE SORT-SCAN TO SORT-BEST
           END-IF.

       515-COMPARE-ONE-KEY.
           IF ERW-KEY-PART(SORT-SCAN, KEY-IDX)
                   NOT = ERW-KEY-PART(SORT-BEST, KEY-IDX)
               MOVE "Y" TO KEY-DECIDED
               IF SKY-DIRECTION(KEY-IDX) = "D"
                   IF ERW-KEY-PART(SORT-SCAN, KEY-IDX)
                           > ERW-KEY-PART(SORT-BEST, KEY-IDX)
                       MOVE "Y" TO SCAN-IS-FIRST
                   END-IF
               ELSE
                   IF ERW-KEY-PART(SORT-SCAN, KEY-IDX)
                           < ERW-KEY-PART(SORT-BEST, KEY-IDX)
                       MOVE "Y" TO SCAN-IS-FIRST
                   END-IF
               END-IF
           END-IF.

       600-WRITE-EXTRACT.
           IF EXTRACT-FORMAT = "FIXED"
               MOVE "ADHOC-EXTRACT.txt" TO EXTRACT-FILENAME-WS
           ELSE
               MOVE "ADHOC-EXTRACT.csv" TO EXTRACT-FILENAME-WS
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
           IF EXTRACT-FORMAT = "FIXED"
               MOVE 1 TO FIXED-COLUMN
               PERFORM 620-SHOW-ONE-COLUMN
                   VARYING OUT-IDX FROM 1 BY 1
                   UNTIL OUT-IDX > OUTPUT-FIELD-COUNT
           ELSE
               MOVE SPACES TO EXW-LINE
               MOVE 1 TO LINE-POINTER
               PERFORM 610-ADD-ONE-HEADING
                   VARYING OUT-IDX FROM 1 BY 1
                   UNTIL OUT-IDX > OUTPUT-FIELD-COUNT
               WRITE EXTRACT-RECORD FROM EXW-LINE
           END-IF.
           PERFORM 630-WRITE-ONE-ROW
               VARYING SORT-IDX FROM 1 BY 1
               UNTIL SORT-IDX > EXTRACT-ROW-COUNT.
           CLOSE EXTRACT-FILE.

       610-ADD-ONE-HEADING.
           IF OUT-IDX > 1
               STRING "," DELIMITED BY SIZE INTO EXW-LINE
                   WITH POINTER LINE-POINTER
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(CAT-FIELD-NAME(OUT-FIELD-NO(OUT-IDX)))
               DELIMITED BY SIZE INTO EXW-LINE
               WITH POINTER LINE-POINTER
           END-STRING.

      *    A FIXED file carries no heading row - the layout goes to
      *    the console for whoever asked for the file.
       620-SHOW-ONE-COLUMN.
           MOVE OUT-FIELD-NO(OUT-IDX) TO FTW-FIELD-NO.
           DISPLAY "COLUMN " FIXED-COLUMN " WIDTH "
               CAT-WIDTH(FTW-FIELD-NO) " "
               CAT-FIELD-NAME(FTW-FIELD-NO).
           ADD CAT-WIDTH(FTW-FIELD-NO) 1 TO FIXED-COLUMN.

       630-WRITE-ONE-ROW.
           WRITE EXTRACT-RECORD FROM ERW-LINE(SORT-IDX).

      *    Same audit row ALUMNI-HANDOFF writes for a blocked
      *    student, under the operator who asked.
       700-LOG-SUPPRESSION.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE STUDENT-NUMBER  TO AUD-STUDENT-NUMBER.
           MOVE TERM-CODE       TO AUD-TERM-CODE.
           MOVE "PRIVACY-BLOCK" TO AUD-FIELD-NAME.
           MOVE "ADHOC EXTRACT" TO AUD-OLD-VALUE.
           MOVE "SUPPRESSED"    TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS  TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       950-DISPLAY-STATS.
           DISPLAY "SNAPSHOT ROWS READ:  " READ-COUNTER.
           DISPLAY "ROWS SELECTED:       " SELECTED-COUNTER.
           DISPLAY "PRIVACY-SUPPRESSED:  " SUPPRESSED-COUNTER.
           DISPLAY "ROWS WRITTEN:        " EXTRACT-ROW-COUNT.
           DISPLAY "EXTRACT IN " FUNCTION TRIM(EXTRACT-FILENAME-WS).

       960-LOG-RUN-PARAMETERS.
           OPEN EXTEND JOB-LOG-FILE.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE RUN-START-STAMP TO JOB-START-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO JOB-END-TIMESTAMP.
           MOVE OPERATOR-ID-WS TO JOB-OPERATOR-ID.
           MOVE "N" TO JOB-BATCH-MODE.
           MOVE READ-COUNTER TO JOB-STUDENTS-READ.
           MOVE EXTRACT-ROW-COUNT TO JOB-STUDENTS-WRITTEN.
           MOVE SUPPRESSED-COUNTER TO JOB-STUDENTS-REJECTED.
           MOVE RETURN-CODE TO JOB-RETURN-CODE.
           STRING "ADHOC SPEC=" FUNCTION TRIM(SPEC-FILENAME-WS)
                  " FMT=" EXTRACT-FORMAT
               DELIMITED BY SIZE INTO JOB-PARM-VALUES
           END-STRING.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

      *****************************************************************
      * The spec exactly as read, then the outcome - on
      * EXTRACT-LOG.txt - and one chained AUDIT-LOG.txt row for the
      * run, so the record of who pulled data cannot be quietly
      * edited away.
      *****************************************************************
       970-LOG-EXTRACT-RUN.
           OPEN EXTEND EXTRACT-LOG-FILE.
           PERFORM 975-LOG-ONE-SPEC-LINE
               VARYING TBL-IDX FROM 1 BY 1
               UNTIL TBL-IDX > SPEC-LINE-COUNT.
           MOVE SPACES TO EXTRACT-LOG-RECORD.
           MOVE RUN-START-STAMP    TO EXL-RUN-STAMP.
           MOVE OPERATOR-ID-WS     TO EXL-OPERATOR-ID.
           MOVE "R"                TO EXL-ROW-TYPE.
           MOVE SPEC-FILENAME-WS   TO EXL-SPEC-FILE.
           MOVE EXTRACT-FORMAT     TO EXL-FORMAT.
           MOVE EXTRACT-ROW-COUNT  TO EXL-ROWS-WRITTEN.
           MOVE SUPPRESSED-COUNTER TO EXL-SUPPRESSED.
           MOVE RETURN-CODE        TO EXL-RETURN-CODE.
           WRITE EXTRACT-LOG-RECORD.
           CLOSE EXTRACT-LOG-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE 0 TO AUD-STUDENT-NUMBER.
           MOVE "ADHOC EXTRACT" TO AUD-FIELD-NAME.
           MOVE SPEC-FILENAME-WS TO AUD-OLD-VALUE.
           MOVE RETURN-CODE TO RC-DISPLAY.
           STRING "ROWS " EXTRACT-ROW-COUNT " RC " RC-DISPLAY
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       975-LOG-ONE-SPEC-LINE.
           MOVE SPACES TO EXTRACT-LOG-RECORD.
           MOVE RUN-START-STAMP     TO EXL-RUN-STAMP.
           MOVE OPERATOR-ID-WS      TO EXL-OPERATOR-ID.
           MOVE "S"                 TO EXL-ROW-TYPE.
           MOVE SPEC-LINE(TBL-IDX)  TO EXL-DETAIL.
           WRITE EXTRACT-LOG-RECORD.

       END PROGRAM ADHOC-EXTRACT.
