      ******************************************************************
      * Tectonics: Campus master maintenance.  Keys each campus we
      * teach at on CAMPUS.txt (see CAMPUS-RECORD.cpy) - its code,
      * its name as the campus directors' reports print it, and the
      * travel minutes COURSE-REG allows between classes at two
      * different campuses.  UpdateProgramFile and ROOM-MAINT only
      * accept a campus code that is on this file.  A campus is
      * never removed here - programs, sections and ledger history
      * still carry its code; set its travel minutes and leave it.
      * Every campus added or changed lands on AUDIT-LOG.txt
      * (student 000000 - the table belongs to no student), field
      * "CAMPUS code".  Update sign-on only.  Menu-driven whole-file
      * load/save, the FXRATE-MAINT way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPUS-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAMPUS-FILE
               ASSIGN "CAMPUS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPUS-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD CAMPUS-FILE.
           COPY "CAMPUS-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 CAMPUS-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 CAMPUS-TABLE.
               05 CAMPUS-ENTRY OCCURS 50 TIMES INDEXED C-ENTRY.
                   10 CTB-CAMPUS-CODE    PIC X(4).
                   10 CTB-CAMPUS-NAME    PIC X(30).
                   10 CTB-TRAVEL-MINUTES PIC 9(3).
           01 CAMPUS-COUNT PIC 9(2) VALUE 0.
           01 CAMPUS-MAX   PIC 9(2) VALUE 50.

           01 FLAGS.
               05 EOF-CAMPUS   PIC X VALUE "N".
               05 DONE-FLAG    PIC X VALUE "N".
               05 CHANGED-FLAG PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 CAMPUS-WORK-AREA.
               05 CMW-CAMPUS-CODE    PIC X(4) VALUE SPACES.
               05 CMW-CAMPUS-NAME    PIC X(30) VALUE SPACES.
               05 CMW-MINUTES-IN     PIC X(3) VALUE SPACES.
               05 CMW-TRAVEL-MINUTES PIC 9(3) VALUE 0.
               05 CMW-FOUND-ENTRY    PIC 9(2) VALUE 0.
           01 IDX-WS PIC 9(2).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "CAMPUS MASTER - ENTER YOUR OPERATOR ID: ".
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
               PERFORM 150-LOAD-CAMPUS-TABLE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       150-LOAD-CAMPUS-TABLE.
           SET C-ENTRY TO 1.
           OPEN INPUT CAMPUS-FILE.
           IF CAMPUS-STATUS = "00" OR CAMPUS-STATUS = "05"
               PERFORM 160-LOAD-ONE-CAMPUS UNTIL EOF-CAMPUS = "Y"
                   OR C-ENTRY > CAMPUS-MAX
               CLOSE CAMPUS-FILE
           END-IF.
           COMPUTE CAMPUS-COUNT = C-ENTRY - 1.
           IF EOF-CAMPUS NOT = "Y" AND CAMPUS-COUNT >= CAMPUS-MAX
               DISPLAY "CAMPUS.txt EXCEEDS " CAMPUS-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           ELSE
               DISPLAY "LOADED " CAMPUS-COUNT " CAMPUSES."
           END-IF.

       160-LOAD-ONE-CAMPUS.
           READ CAMPUS-FILE
               AT END
                   MOVE "Y" TO EOF-CAMPUS
               NOT AT END
                   MOVE CMP-CAMPUS-CODE TO CTB-CAMPUS-CODE(C-ENTRY)
                   MOVE CMP-CAMPUS-NAME TO CTB-CAMPUS-NAME(C-ENTRY)
                   MOVE 0 TO CTB-TRAVEL-MINUTES(C-ENTRY)
                   IF CMP-TRAVEL-MINUTES IS NUMERIC
                       MOVE CMP-TRAVEL-MINUTES
                           TO CTB-TRAVEL-MINUTES(C-ENTRY)
                   END-IF
                   SET C-ENTRY UP BY 1
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "CAMPUS MASTER".
           DISPLAY "   1. LIST CAMPUSES".
           DISPLAY "   2. ADD OR CHANGE A CAMPUS".
           DISPLAY "   3. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-LIST-CAMPUSES
               WHEN 2 PERFORM 300-SET-CAMPUS
               WHEN 3 PERFORM 800-SAVE-CAMPUS-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-3."
           END-EVALUATE.

       210-LIST-CAMPUSES.
           IF CAMPUS-COUNT = 0
               DISPLAY "NO CAMPUSES ON FILE - EVERYTHING IS MAIN."
           ELSE
               DISPLAY "  CODE  NAME                            TRAVEL"
               PERFORM 215-LIST-ONE-CAMPUS
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > CAMPUS-COUNT
           END-IF.

       215-LIST-ONE-CAMPUS.
           DISPLAY "  " CTB-CAMPUS-CODE(IDX-WS) "  "
               CTB-CAMPUS-NAME(IDX-WS) "  "
               CTB-TRAVEL-MINUTES(IDX-WS) " MIN".

       230-FIND-CAMPUS.
           MOVE 0 TO CMW-FOUND-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > CAMPUS-COUNT OR CMW-FOUND-ENTRY > 0
               IF CTB-CAMPUS-CODE(IDX-WS) = CMW-CAMPUS-CODE
                   MOVE IDX-WS TO CMW-FOUND-ENTRY
               END-IF
           END-PERFORM.

      *    A blank name keeps the one on file; the travel minutes are
      *    0-999, blank keeps the minutes on file (0 for a new one).
       300-SET-CAMPUS.
           DISPLAY "CAMPUS CODE (UP TO 4 CHARACTERS): ".
           ACCEPT CMW-CAMPUS-CODE.
           PERFORM 230-FIND-CAMPUS.
           EVALUATE TRUE
               WHEN CMW-CAMPUS-CODE = SPACES
                   DISPLAY "CAMPUS CODE REQUIRED. NOTHING SET."
               WHEN CMW-FOUND-ENTRY = 0 AND CAMPUS-COUNT >= CAMPUS-MAX
                   DISPLAY "CAMPUS TABLE FULL. NOTHING SET."
               WHEN OTHER
                   PERFORM 310-ACCEPT-CAMPUS-DETAIL
           END-EVALUATE.

       310-ACCEPT-CAMPUS-DETAIL.
           IF CMW-FOUND-ENTRY > 0
               DISPLAY "ON FILE: " CTB-CAMPUS-NAME(CMW-FOUND-ENTRY)
                   "  " CTB-TRAVEL-MINUTES(CMW-FOUND-ENTRY) " MIN"
           END-IF.
           DISPLAY "CAMPUS NAME: ".
           ACCEPT CMW-CAMPUS-NAME.
           DISPLAY "TRAVEL MINUTES FROM THE OTHER CAMPUSES (0-999): ".
           ACCEPT CMW-MINUTES-IN.
           IF CMW-MINUTES-IN NOT = SPACES
                   AND FUNCTION TRIM(CMW-MINUTES-IN) IS NOT NUMERIC
               DISPLAY "MINUTES MUST BE DIGITS ONLY. NOTHING SET."
           ELSE
               IF CMW-FOUND-ENTRY = 0 AND CMW-CAMPUS-NAME = SPACES
                   DISPLAY "A NEW CAMPUS NEEDS A NAME. NOTHING SET."
               ELSE
                   PERFORM 320-STORE-CAMPUS
               END-IF
           END-IF.

       320-STORE-CAMPUS.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           IF CMW-FOUND-ENTRY > 0
               STRING CTB-TRAVEL-MINUTES(CMW-FOUND-ENTRY) " "
                   CTB-CAMPUS-NAME(CMW-FOUND-ENTRY)
                   DELIMITED BY SIZE INTO AUD-OLD-VALUE
               END-STRING
           ELSE
               ADD 1 TO CAMPUS-COUNT
               MOVE CAMPUS-COUNT TO CMW-FOUND-ENTRY
               MOVE CMW-CAMPUS-CODE TO CTB-CAMPUS-CODE(CMW-FOUND-ENTRY)
               MOVE 0 TO CTB-TRAVEL-MINUTES(CMW-FOUND-ENTRY)
               MOVE "NONE" TO AUD-OLD-VALUE
           END-IF.
           IF CMW-CAMPUS-NAME NOT = SPACES
               MOVE CMW-CAMPUS-NAME TO CTB-CAMPUS-NAME(CMW-FOUND-ENTRY)
           END-IF.
           IF CMW-MINUTES-IN NOT = SPACES
               COMPUTE CMW-TRAVEL-MINUTES =
                   FUNCTION NUMVAL(CMW-MINUTES-IN)
               MOVE CMW-TRAVEL-MINUTES
                   TO CTB-TRAVEL-MINUTES(CMW-FOUND-ENTRY)
           END-IF.
           STRING CTB-TRAVEL-MINUTES(CMW-FOUND-ENTRY) " "
               CTB-CAMPUS-NAME(CMW-FOUND-ENTRY)
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           MOVE "Y" TO CHANGED-FLAG.
           PERFORM 700-WRITE-AUDIT-ROW.
           DISPLAY "CAMPUS " CMW-CAMPUS-CODE " SET.".

      *    The caller has cleared the row and set the values (travel
      *    minutes then as much of the name as fits); the field name
      *    carries which campus changed.
       700-WRITE-AUDIT-ROW.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE 0 TO AUD-STUDENT-NUMBER.
           MOVE SPACES TO AUD-TERM-CODE.
           STRING "CAMPUS " CMW-CAMPUS-CODE
               DELIMITED BY SIZE INTO AUD-FIELD-NAME
           END-STRING.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       800-SAVE-CAMPUS-TABLE.
           IF CHANGED-FLAG = "Y"
               OPEN OUTPUT CAMPUS-FILE
               PERFORM 810-WRITE-ONE-CAMPUS
                   VARYING C-ENTRY FROM 1 BY 1
                   UNTIL C-ENTRY > CAMPUS-COUNT
               CLOSE CAMPUS-FILE
               DISPLAY "SAVED " CAMPUS-COUNT " CAMPUSES TO CAMPUS.txt"
           ELSE
               DISPLAY "NO CHANGES TO SAVE."
           END-IF.

       810-WRITE-ONE-CAMPUS.
           MOVE SPACES TO CAMPUS-RECORD.
           MOVE CTB-CAMPUS-CODE(C-ENTRY)    TO CMP-CAMPUS-CODE.
           MOVE CTB-CAMPUS-NAME(C-ENTRY)    TO CMP-CAMPUS-NAME.
           MOVE CTB-TRAVEL-MINUTES(C-ENTRY) TO CMP-TRAVEL-MINUTES.
           WRITE CAMPUS-RECORD.

       END PROGRAM CAMPUS-MAINT.
