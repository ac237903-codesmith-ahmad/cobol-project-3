      ******************************************************************
      * Tectonics: Continuing-education offering maintenance.  The
      * evening non-credit courses lived on the CE office's own
      * spreadsheet; NONCREDIT-OFFERINGS.txt (see
      * NONCREDIT-OFFERING.cpy) is now the schedule NONCREDIT-DESK
      * sells seats from - code, title, first and last session
      * dates, the flat fee, the seat capacity and the campus.  An
      * offering code may not be a COURSE.txt code, so a non-credit
      * course can never be registered onto a student record for
      * credit.  An offering is never removed - its registrations
      * and receipts still carry the code; closing it ('X') stops
      * further sales.  Every offering added or changed lands on
      * AUDIT-LOG.txt (student 000000 - the table belongs to no
      * student), field "NONCREDIT code".  Update sign-on only.
      * Menu-driven whole-file load/save, the CAMPUS-MAINT way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NONCREDIT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OFFERING-FILE
               ASSIGN "NONCREDIT-OFFERINGS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFFERING-STATUS.
           SELECT COURSE-FILE ASSIGN "COURSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-STATUS.
           SELECT OPTIONAL CAMPUS-FILE ASSIGN "CAMPUS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPUS-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD OFFERING-FILE.
           COPY "NONCREDIT-OFFERING.cpy".

           FD COURSE-FILE.
           01 COURSE-RECORD.
               05 COURSE-REC-CODE          PIC X(7).
               05 COURSE-REC-TITLE         PIC X(20).
               05 COURSE-REC-CREDIT-HOURS  PIC 9(2).

           FD CAMPUS-FILE.
           COPY "CAMPUS-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 OFFERING-STATUS PIC X(2).
           01 COURSE-STATUS   PIC X(2).
           01 CAMPUS-STATUS   PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

      *    Same shape as the file row, so a row moves in and out in
      *    one MOVE.
           01 OFFERING-TABLE.
               05 OFFERING-ENTRY OCCURS 200 TIMES INDEXED O-ENTRY.
                   10 OTB-OFFERING-CODE PIC X(6).
                   10 FILLER            PIC X.
                   10 OTB-TITLE         PIC X(30).
                   10 FILLER            PIC X.
                   10 OTB-START-DATE    PIC 9(8).
                   10 FILLER            PIC X.
                   10 OTB-END-DATE      PIC 9(8).
                   10 FILLER            PIC X.
                   10 OTB-FEE           PIC 9(5)V99.
                   10 FILLER            PIC X.
                   10 OTB-CAPACITY      PIC 9(3).
                   10 FILLER            PIC X.
                   10 OTB-CAMPUS        PIC X(4).
                   10 FILLER            PIC X.
                   10 OTB-STATUS        PIC X(1).
           01 OFFERING-COUNT PIC 9(3) VALUE 0.
           01 OFFERING-MAX   PIC 9(3) VALUE 200.

      *    Campus codes on CAMPUS.txt, for checking the one keyed.
           01 CAMPUS-CODE-TABLE.
               05 CAMPUS-CODE-ENTRY PIC X(4) OCCURS 50 TIMES.
           01 CAMPUS-COUNT PIC 99 VALUE 0.
           01 CAMPUS-MAX   PIC 99 VALUE 50.

           01 FLAGS.
               05 EOF-OFFERING  PIC X VALUE "N".
               05 EOF-COURSE    PIC X VALUE "N".
               05 EOF-CAMPUS    PIC X VALUE "N".
               05 DONE-FLAG     PIC X VALUE "N".
               05 CHANGED-FLAG  PIC X VALUE "N".
               05 CREDIT-CODE   PIC X VALUE "N".
               05 CAMPUS-FOUND  PIC X VALUE "N".
               05 DETAIL-OK     PIC X VALUE "Y".

           01 CHOICE PIC 9 VALUE 0.

           01 OFFERING-WORK-AREA.
               05 NCW-OFFERING-CODE PIC X(6) VALUE SPACES.
               05 NCW-TITLE         PIC X(30) VALUE SPACES.
               05 NCW-START-IN      PIC X(8) VALUE SPACES.
               05 NCW-END-IN        PIC X(8) VALUE SPACES.
               05 NCW-FEE-IN        PIC X(9) VALUE SPACES.
               05 NCW-CAPACITY-IN   PIC X(3) VALUE SPACES.
               05 NCW-CAMPUS        PIC X(4) VALUE SPACES.
               05 NCW-STATUS-IN     PIC X(1) VALUE SPACE.
               05 NCW-START-DATE    PIC 9(8) VALUE 0.
               05 NCW-END-DATE      PIC 9(8) VALUE 0.
               05 NCW-FEE           PIC 9(5)V99 VALUE 0.
               05 NCW-CAPACITY      PIC 9(3) VALUE 0.
               05 NCW-FOUND-ENTRY   PIC 9(3) VALUE 0.
               05 NCW-FEE-DISPLAY   PIC ZZ,ZZ9.99.
           01 IDX-WS PIC 9(3).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "NON-CREDIT OFFERINGS - ENTER YOUR OPERATOR ID: ".
           ACCEPT OPERATOR-ID-WS.
           DISPLAY "ENTER YOUR PASSWORD: ".
           ACCEPT OPERATOR-PASSWORD-WS.
           CALL "OPERATOR-SIGNON" USING OPERATOR-ID-WS
               OPERATOR-PASSWORD-WS OPERATOR-ROLE-WS
               SIGNON-STATUS-WS.
           IF SIGNON-STATUS-WS NOT = "00"
                   OR OPERATOR-ROLE-WS = "I" OR "A" OR "C"
               DISPLAY "UPDATE SIGN-ON REQUIRED. RUN CANCELLED."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 150-LOAD-OFFERING-TABLE
               PERFORM 170-LOAD-CAMPUS-CODES
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       150-LOAD-OFFERING-TABLE.
           SET O-ENTRY TO 1.
           OPEN INPUT OFFERING-FILE.
           IF OFFERING-STATUS = "00" OR OFFERING-STATUS = "05"
               PERFORM 160-LOAD-ONE-OFFERING UNTIL EOF-OFFERING = "Y"
                   OR O-ENTRY > OFFERING-MAX
               CLOSE OFFERING-FILE
           END-IF.
           COMPUTE OFFERING-COUNT = O-ENTRY - 1.
           IF EOF-OFFERING NOT = "Y" AND OFFERING-COUNT >= OFFERING-MAX
               DISPLAY "NONCREDIT-OFFERINGS.txt EXCEEDS " OFFERING-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           ELSE
               DISPLAY "LOADED " OFFERING-COUNT " OFFERINGS."
           END-IF.

       160-LOAD-ONE-OFFERING.
           READ OFFERING-FILE
               AT END
                   MOVE "Y" TO EOF-OFFERING
               NOT AT END
                   MOVE NONCREDIT-OFFERING-RECORD
                       TO OFFERING-ENTRY(O-ENTRY)
                   SET O-ENTRY UP BY 1
           END-READ.

       170-LOAD-CAMPUS-CODES.
           OPEN INPUT CAMPUS-FILE.
           IF CAMPUS-STATUS = "00" OR CAMPUS-STATUS = "05"
               PERFORM 175-LOAD-ONE-CAMPUS UNTIL EOF-CAMPUS = "Y"
                   OR CAMPUS-COUNT >= CAMPUS-MAX
               CLOSE CAMPUS-FILE
           END-IF.

       175-LOAD-ONE-CAMPUS.
           READ CAMPUS-FILE
               AT END
                   MOVE "Y" TO EOF-CAMPUS
               NOT AT END
                   ADD 1 TO CAMPUS-COUNT
                   MOVE CMP-CAMPUS-CODE
                       TO CAMPUS-CODE-ENTRY(CAMPUS-COUNT)
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "NON-CREDIT OFFERINGS".
           DISPLAY "   1. LIST OFFERINGS".
           DISPLAY "   2. ADD OR CHANGE AN OFFERING".
           DISPLAY "   3. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-LIST-OFFERINGS
               WHEN 2 PERFORM 300-SET-OFFERING
               WHEN 3 PERFORM 800-SAVE-OFFERING-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-3."
           END-EVALUATE.

       210-LIST-OFFERINGS.
           IF OFFERING-COUNT = 0
               DISPLAY "NO NON-CREDIT OFFERINGS ON FILE."
           ELSE
               DISPLAY "  CODE   TITLE                          "
                   "START    END          FEE  CAP CAMP ST"
               PERFORM 215-LIST-ONE-OFFERING
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > OFFERING-COUNT
           END-IF.

       215-LIST-ONE-OFFERING.
           MOVE OTB-FEE(IDX-WS) TO NCW-FEE-DISPLAY.
           DISPLAY "  " OTB-OFFERING-CODE(IDX-WS) " "
               OTB-TITLE(IDX-WS) " " OTB-START-DATE(IDX-WS) " "
               OTB-END-DATE(IDX-WS) " " NCW-FEE-DISPLAY " "
               OTB-CAPACITY(IDX-WS) " " OTB-CAMPUS(IDX-WS) " "
               OTB-STATUS(IDX-WS).

       230-FIND-OFFERING.
           MOVE 0 TO NCW-FOUND-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > OFFERING-COUNT OR NCW-FOUND-ENTRY > 0
               IF OTB-OFFERING-CODE(IDX-WS) = NCW-OFFERING-CODE
                   MOVE IDX-WS TO NCW-FOUND-ENTRY
               END-IF
           END-PERFORM.

      *    A credit catalog code can't double as an offering code -
      *    checked once, when the offering is first keyed.
       240-CHECK-CREDIT-CATALOG.
           MOVE "N" TO CREDIT-CODE.
           MOVE "N" TO EOF-COURSE.
           OPEN INPUT COURSE-FILE.
           IF COURSE-STATUS = "00"
               PERFORM 245-CHECK-ONE-COURSE
                   UNTIL EOF-COURSE = "Y" OR CREDIT-CODE = "Y"
               CLOSE COURSE-FILE
           END-IF.

       245-CHECK-ONE-COURSE.
           READ COURSE-FILE
               AT END
                   MOVE "Y" TO EOF-COURSE
               NOT AT END
                   IF COURSE-REC-CODE = NCW-OFFERING-CODE
                       MOVE "Y" TO CREDIT-CODE
                   END-IF
           END-READ.

       300-SET-OFFERING.
           DISPLAY "OFFERING CODE (UP TO 6 CHARACTERS): ".
           ACCEPT NCW-OFFERING-CODE.
           PERFORM 230-FIND-OFFERING.
           IF NCW-FOUND-ENTRY = 0 AND NCW-OFFERING-CODE NOT = SPACES
               PERFORM 240-CHECK-CREDIT-CATALOG
           ELSE
               MOVE "N" TO CREDIT-CODE
           END-IF.
           EVALUATE TRUE
               WHEN NCW-OFFERING-CODE = SPACES
                   DISPLAY "OFFERING CODE REQUIRED. NOTHING SET."
               WHEN CREDIT-CODE = "Y"
                   DISPLAY NCW-OFFERING-CODE " IS A CREDIT COURSE ON "
                       "COURSE.txt. NOTHING SET."
               WHEN NCW-FOUND-ENTRY = 0
                       AND OFFERING-COUNT >= OFFERING-MAX
                   DISPLAY "OFFERING TABLE FULL. NOTHING SET."
               WHEN OTHER
                   PERFORM 310-ACCEPT-OFFERING-DETAIL
           END-EVALUATE.

      *    Blank keeps what is on file for a change; a new offering
      *    needs a title, both dates, a fee and a capacity.
       310-ACCEPT-OFFERING-DETAIL.
           IF NCW-FOUND-ENTRY > 0
               DISPLAY "ON FILE:"
               MOVE NCW-FOUND-ENTRY TO IDX-WS
               PERFORM 215-LIST-ONE-OFFERING
           END-IF.
           DISPLAY "TITLE: ".
           ACCEPT NCW-TITLE.
           DISPLAY "FIRST SESSION DATE (CCYYMMDD): ".
           ACCEPT NCW-START-IN.
           DISPLAY "LAST SESSION DATE (CCYYMMDD): ".
           ACCEPT NCW-END-IN.
           DISPLAY "FLAT FEE (99999.99): ".
           ACCEPT NCW-FEE-IN.
           DISPLAY "SEAT CAPACITY (1-999): ".
           ACCEPT NCW-CAPACITY-IN.
           DISPLAY "CAMPUS (BLANK = MAIN OR AS ON FILE): ".
           ACCEPT NCW-CAMPUS.
           DISPLAY "CLOSE TO REGISTRATION? (X = CLOSE, O = OPEN, "
               "BLANK = AS ON FILE): ".
           ACCEPT NCW-STATUS-IN.
           PERFORM 320-VALIDATE-DETAIL.
           IF DETAIL-OK = "Y"
               PERFORM 330-STORE-OFFERING
           END-IF.

       320-VALIDATE-DETAIL.
           MOVE "Y" TO DETAIL-OK.
           IF NCW-FOUND-ENTRY > 0
               MOVE OTB-START-DATE(NCW-FOUND-ENTRY) TO NCW-START-DATE
               MOVE OTB-END-DATE(NCW-FOUND-ENTRY) TO NCW-END-DATE
           ELSE
               MOVE 0 TO NCW-START-DATE NCW-END-DATE
           END-IF.
           IF NCW-START-IN NOT = SPACES
               IF NCW-START-IN IS NUMERIC
                   MOVE NCW-START-IN TO NCW-START-DATE
               ELSE
                   MOVE 0 TO NCW-START-DATE
               END-IF
           END-IF.
           IF NCW-END-IN NOT = SPACES
               IF NCW-END-IN IS NUMERIC
                   MOVE NCW-END-IN TO NCW-END-DATE
               ELSE
                   MOVE 0 TO NCW-END-DATE
               END-IF
           END-IF.
           IF NCW-CAMPUS NOT = SPACES
               PERFORM 325-CHECK-CAMPUS
           END-IF.
           EVALUATE TRUE
               WHEN NCW-FOUND-ENTRY = 0 AND NCW-TITLE = SPACES
                   DISPLAY "A NEW OFFERING NEEDS A TITLE. NOTHING SET."
                   MOVE "N" TO DETAIL-OK
               WHEN NCW-START-DATE = 0 OR NCW-END-DATE = 0
                   DISPLAY "SESSION DATES MUST BE CCYYMMDD DIGITS. "
                       "NOTHING SET."
                   MOVE "N" TO DETAIL-OK
               WHEN NCW-END-DATE < NCW-START-DATE
                   DISPLAY "LAST SESSION IS BEFORE THE FIRST. "
                       "NOTHING SET."
                   MOVE "N" TO DETAIL-OK
               WHEN NCW-FOUND-ENTRY = 0 AND NCW-FEE-IN = SPACES
                   DISPLAY "A NEW OFFERING NEEDS A FEE. NOTHING SET."
                   MOVE "N" TO DETAIL-OK
               WHEN NCW-FOUND-ENTRY = 0 AND NCW-CAPACITY-IN = SPACES
                   DISPLAY "A NEW OFFERING NEEDS A CAPACITY. "
                       "NOTHING SET."
                   MOVE "N" TO DETAIL-OK
               WHEN NCW-CAPACITY-IN NOT = SPACES
                       AND FUNCTION TRIM(NCW-CAPACITY-IN)
                           IS NOT NUMERIC
                   DISPLAY "CAPACITY MUST BE DIGITS ONLY. NOTHING SET."
                   MOVE "N" TO DETAIL-OK
               WHEN NCW-CAMPUS NOT = SPACES AND CAMPUS-FOUND = "N"
                   DISPLAY "CAMPUS " NCW-CAMPUS " IS NOT ON CAMPUS.txt."
                       " NOTHING SET."
                   MOVE "N" TO DETAIL-OK
               WHEN NCW-STATUS-IN NOT = SPACE
                       AND NCW-STATUS-IN NOT = "X"
                       AND NCW-STATUS-IN NOT = "O"
                   DISPLAY "STATUS MUST BE X, O OR BLANK. NOTHING SET."
                   MOVE "N" TO DETAIL-OK
           END-EVALUATE.

       325-CHECK-CAMPUS.
           MOVE "N" TO CAMPUS-FOUND.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > CAMPUS-COUNT OR CAMPUS-FOUND = "Y"
               IF CAMPUS-CODE-ENTRY(IDX-WS) = NCW-CAMPUS
                   MOVE "Y" TO CAMPUS-FOUND
               END-IF
           END-PERFORM.

       330-STORE-OFFERING.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           IF NCW-FOUND-ENTRY > 0
               MOVE OTB-FEE(NCW-FOUND-ENTRY) TO NCW-FEE-DISPLAY
               STRING NCW-FEE-DISPLAY " CAP "
                   OTB-CAPACITY(NCW-FOUND-ENTRY) " "
                   OTB-STATUS(NCW-FOUND-ENTRY)
                   DELIMITED BY SIZE INTO AUD-OLD-VALUE
               END-STRING
           ELSE
               ADD 1 TO OFFERING-COUNT
               MOVE OFFERING-COUNT TO NCW-FOUND-ENTRY
               MOVE SPACES TO OFFERING-ENTRY(NCW-FOUND-ENTRY)
               MOVE NCW-OFFERING-CODE
                   TO OTB-OFFERING-CODE(NCW-FOUND-ENTRY)
               MOVE 0 TO OTB-FEE(NCW-FOUND-ENTRY)
               MOVE 0 TO OTB-CAPACITY(NCW-FOUND-ENTRY)
               MOVE "NONE" TO AUD-OLD-VALUE
           END-IF.
           IF NCW-TITLE NOT = SPACES
               MOVE NCW-TITLE TO OTB-TITLE(NCW-FOUND-ENTRY)
           END-IF.
           MOVE NCW-START-DATE TO OTB-START-DATE(NCW-FOUND-ENTRY).
           MOVE NCW-END-DATE TO OTB-END-DATE(NCW-FOUND-ENTRY).
           IF NCW-FEE-IN NOT = SPACES
               COMPUTE NCW-FEE = FUNCTION NUMVAL(NCW-FEE-IN)
               MOVE NCW-FEE TO OTB-FEE(NCW-FOUND-ENTRY)
           END-IF.
           IF NCW-CAPACITY-IN NOT = SPACES
               COMPUTE NCW-CAPACITY = FUNCTION NUMVAL(NCW-CAPACITY-IN)
               MOVE NCW-CAPACITY TO OTB-CAPACITY(NCW-FOUND-ENTRY)
           END-IF.
           IF NCW-CAMPUS NOT = SPACES
               MOVE NCW-CAMPUS TO OTB-CAMPUS(NCW-FOUND-ENTRY)
           END-IF.
           EVALUATE NCW-STATUS-IN
               WHEN "X" MOVE "X" TO OTB-STATUS(NCW-FOUND-ENTRY)
               WHEN "O" MOVE SPACE TO OTB-STATUS(NCW-FOUND-ENTRY)
           END-EVALUATE.
           MOVE OTB-FEE(NCW-FOUND-ENTRY) TO NCW-FEE-DISPLAY.
           STRING NCW-FEE-DISPLAY " CAP "
               OTB-CAPACITY(NCW-FOUND-ENTRY) " "
               OTB-STATUS(NCW-FOUND-ENTRY)
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           MOVE "Y" TO CHANGED-FLAG.
           PERFORM 700-WRITE-AUDIT-ROW.
           DISPLAY "OFFERING " NCW-OFFERING-CODE " SET.".

      *    The caller has cleared the row and set the values (fee,
      *    capacity and status); the field name carries which
      *    offering changed.
       700-WRITE-AUDIT-ROW.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE 0 TO AUD-STUDENT-NUMBER.
           MOVE SPACES TO AUD-TERM-CODE.
           STRING "NONCREDIT " NCW-OFFERING-CODE
               DELIMITED BY SIZE INTO AUD-FIELD-NAME
           END-STRING.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       800-SAVE-OFFERING-TABLE.
           IF CHANGED-FLAG = "Y"
               OPEN OUTPUT OFFERING-FILE
               PERFORM 810-WRITE-ONE-OFFERING
                   VARYING O-ENTRY FROM 1 BY 1
                   UNTIL O-ENTRY > OFFERING-COUNT
               CLOSE OFFERING-FILE
               DISPLAY "SAVED " OFFERING-COUNT
                   " OFFERINGS TO NONCREDIT-OFFERINGS.txt"
           ELSE
               DISPLAY "NO CHANGES TO SAVE."
           END-IF.

       810-WRITE-ONE-OFFERING.
           MOVE OFFERING-ENTRY(O-ENTRY) TO NONCREDIT-OFFERING-RECORD.
           WRITE NONCREDIT-OFFERING-RECORD.

       END PROGRAM NONCREDIT-MAINT.
