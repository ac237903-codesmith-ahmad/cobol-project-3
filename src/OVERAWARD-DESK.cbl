      ******************************************************************
      * Tectonics: Over-award desk.  OVERAWARD-RUN flags each
      * student whose aid and sponsor coverage came to more than the
      * term's charges plus their program's cost-of-attendance
      * allowance on OVER-AWARDS.txt (see OVERAWARD-RECORD.cpy), and
      * REFUND-BATCH holds that student's refund while the flag is
      * holding.  Once the aid office has dealt with it - returned
      * the excess to the funding source, or satisfied itself the
      * award stands - the flag is cleared here, which lets the next
      * refund run pay the student.  Every clearing lands on
      * AUDIT-LOG.txt against the student and term, field
      * "OVER-AWARD".  Update sign-on only.  Menu-driven whole-file
      * load/save, the HOLD-MAINT way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERAWARD-DESK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OVERAWARD-FILE ASSIGN "OVER-AWARDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERAWARD-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD OVERAWARD-FILE.
           COPY "OVERAWARD-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 OVERAWARD-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 FLAG-TABLE.
               05 FLAG-ENTRY OCCURS 2000 TIMES INDEXED G-ENTRY.
                   10 FLG-STUDENT-NUMBER PIC 9(6).
                   10 FLG-TERM-CODE      PIC X(6).
                   10 FLG-EXCESS         PIC 9(7)V99.
                   10 FLG-FLAGGED-DATE   PIC 9(8).
                   10 FLG-STATUS         PIC X(1).
                   10 FLG-CLEARED-BY     PIC X(10).
                   10 FLG-CLEARED-DATE   PIC 9(8).
           01 FLAG-COUNT PIC 9(4) VALUE 0.
           01 FLAG-MAX   PIC 9(4) VALUE 2000.

           01 FLAGS.
               05 EOF-OVERAWARD PIC X VALUE "N".
               05 DONE-FLAG     PIC X VALUE "N".
               05 CHANGED-FLAG  PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 DESK-WORK-AREA.
               05 OAW-STUDENT-IN    PIC X(6) VALUE SPACES.
               05 OAW-STUDENT       PIC 9(6) VALUE 0.
               05 OAW-TERM-CODE     PIC X(6) VALUE SPACES.
               05 OAW-TODAY         PIC 9(8) VALUE 0.
               05 OAW-EXCESS-DISPLAY PIC Z,ZZZ,ZZ9.99.
               05 OAW-FOUND-ENTRY   PIC 9(4) VALUE 0.
               05 OAW-LISTED        PIC 9(4) VALUE 0.
           01 IDX-WS PIC 9(4).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "OVER-AWARD DESK - ENTER YOUR OPERATOR ID: ".
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
               CALL "BUSINESS-DATE" USING OAW-TODAY
               PERFORM 150-LOAD-FLAG-TABLE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       150-LOAD-FLAG-TABLE.
           SET G-ENTRY TO 1.
           OPEN INPUT OVERAWARD-FILE.
           IF OVERAWARD-STATUS = "00" OR OVERAWARD-STATUS = "05"
               PERFORM 160-LOAD-ONE-FLAG UNTIL EOF-OVERAWARD = "Y"
                   OR G-ENTRY > FLAG-MAX
               CLOSE OVERAWARD-FILE
           END-IF.
           COMPUTE FLAG-COUNT = G-ENTRY - 1.
           IF EOF-OVERAWARD NOT = "Y" AND FLAG-COUNT >= FLAG-MAX
               DISPLAY "OVER-AWARDS.txt EXCEEDS " FLAG-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           ELSE
               DISPLAY "LOADED " FLAG-COUNT " OVER-AWARD FLAGS."
           END-IF.

       160-LOAD-ONE-FLAG.
           READ OVERAWARD-FILE
               AT END
                   MOVE "Y" TO EOF-OVERAWARD
               NOT AT END
                   MOVE OVA-STUDENT-NUMBER
                       TO FLG-STUDENT-NUMBER(G-ENTRY)
                   MOVE OVA-TERM-CODE    TO FLG-TERM-CODE(G-ENTRY)
                   MOVE OVA-EXCESS       TO FLG-EXCESS(G-ENTRY)
                   MOVE OVA-FLAGGED-DATE TO FLG-FLAGGED-DATE(G-ENTRY)
                   MOVE OVA-STATUS       TO FLG-STATUS(G-ENTRY)
                   MOVE OVA-CLEARED-BY   TO FLG-CLEARED-BY(G-ENTRY)
                   MOVE OVA-CLEARED-DATE TO FLG-CLEARED-DATE(G-ENTRY)
                   SET G-ENTRY UP BY 1
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "OVER-AWARDED STUDENTS".
           DISPLAY "   1. LIST REFUNDS ON HOLD".
           DISPLAY "   2. CLEAR A STUDENT'S OVER-AWARD".
           DISPLAY "   3. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-LIST-HOLDING
               WHEN 2 PERFORM 300-CLEAR-FLAG
               WHEN 3 PERFORM 800-SAVE-FLAG-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-3."
           END-EVALUATE.

       210-LIST-HOLDING.
           MOVE 0 TO OAW-LISTED.
           DISPLAY "  STUDENT  TERM          EXCESS  FLAGGED".
           PERFORM 215-LIST-ONE-FLAG
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > FLAG-COUNT.
           IF OAW-LISTED = 0
               DISPLAY "NO REFUNDS ON HOLD."
           END-IF.

       215-LIST-ONE-FLAG.
           IF FLG-STATUS(IDX-WS) = "H"
               MOVE FLG-EXCESS(IDX-WS) TO OAW-EXCESS-DISPLAY
               DISPLAY "  " FLG-STUDENT-NUMBER(IDX-WS) "   "
                   FLG-TERM-CODE(IDX-WS) "  " OAW-EXCESS-DISPLAY
                   "  " FLG-FLAGGED-DATE(IDX-WS)
               ADD 1 TO OAW-LISTED
           END-IF.

       300-CLEAR-FLAG.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT OAW-STUDENT-IN.
           DISPLAY "TERM CODE (CCYYTT): ".
           ACCEPT OAW-TERM-CODE.
           MOVE 0 TO OAW-STUDENT.
           IF OAW-STUDENT-IN IS NUMERIC
               MOVE OAW-STUDENT-IN TO OAW-STUDENT
           END-IF.
           MOVE 0 TO OAW-FOUND-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > FLAG-COUNT OR OAW-FOUND-ENTRY > 0
               IF FLG-STUDENT-NUMBER(IDX-WS) = OAW-STUDENT
                       AND FLG-TERM-CODE(IDX-WS) = OAW-TERM-CODE
                   MOVE IDX-WS TO OAW-FOUND-ENTRY
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN OAW-FOUND-ENTRY = 0
                   DISPLAY "NO OVER-AWARD ON FILE FOR THAT STUDENT "
                       "AND TERM."
               WHEN FLG-STATUS(OAW-FOUND-ENTRY) = "C"
                   DISPLAY "ALREADY CLEARED BY "
                       FLG-CLEARED-BY(OAW-FOUND-ENTRY) " ON "
                       FLG-CLEARED-DATE(OAW-FOUND-ENTRY) "."
               WHEN OTHER
                   PERFORM 310-STORE-THE-CLEARING
           END-EVALUATE.

       310-STORE-THE-CLEARING.
           MOVE "C"            TO FLG-STATUS(OAW-FOUND-ENTRY).
           MOVE OPERATOR-ID-WS TO FLG-CLEARED-BY(OAW-FOUND-ENTRY).
           MOVE OAW-TODAY      TO FLG-CLEARED-DATE(OAW-FOUND-ENTRY).
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "HOLDING" TO AUD-OLD-VALUE.
           MOVE "CLEARED" TO AUD-NEW-VALUE.
           MOVE "Y" TO CHANGED-FLAG.
           PERFORM 700-WRITE-AUDIT-ROW.
           MOVE FLG-EXCESS(OAW-FOUND-ENTRY) TO OAW-EXCESS-DISPLAY.
           DISPLAY "OVER-AWARD OF " OAW-EXCESS-DISPLAY
               " CLEARED - REFUNDS RELEASED.".

      *    The caller has cleared the row and set the values.
       700-WRITE-AUDIT-ROW.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE OAW-STUDENT   TO AUD-STUDENT-NUMBER.
           MOVE OAW-TERM-CODE TO AUD-TERM-CODE.
           MOVE "OVER-AWARD"  TO AUD-FIELD-NAME.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       800-SAVE-FLAG-TABLE.
           IF CHANGED-FLAG = "Y"
               OPEN OUTPUT OVERAWARD-FILE
               PERFORM 810-WRITE-ONE-FLAG
                   VARYING G-ENTRY FROM 1 BY 1
                   UNTIL G-ENTRY > FLAG-COUNT
               CLOSE OVERAWARD-FILE
               DISPLAY "SAVED " FLAG-COUNT
                   " FLAGS TO OVER-AWARDS.txt"
           ELSE
               DISPLAY "NO CHANGES TO SAVE."
           END-IF.

       810-WRITE-ONE-FLAG.
           MOVE SPACES TO OVERAWARD-RECORD.
           MOVE FLG-STUDENT-NUMBER(G-ENTRY) TO OVA-STUDENT-NUMBER.
           MOVE FLG-TERM-CODE(G-ENTRY)      TO OVA-TERM-CODE.
           MOVE FLG-EXCESS(G-ENTRY)         TO OVA-EXCESS.
           MOVE FLG-FLAGGED-DATE(G-ENTRY)   TO OVA-FLAGGED-DATE.
           MOVE FLG-STATUS(G-ENTRY)         TO OVA-STATUS.
           MOVE FLG-CLEARED-BY(G-ENTRY)     TO OVA-CLEARED-BY.
           MOVE FLG-CLEARED-DATE(G-ENTRY)   TO OVA-CLEARED-DATE.
           WRITE OVERAWARD-RECORD.

       END PROGRAM OVERAWARD-DESK.
