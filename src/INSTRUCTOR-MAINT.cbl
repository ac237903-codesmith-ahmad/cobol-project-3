      * allowed to submit grades for what, and tell ROSTER-EXTRACT
      * whose class lists to cut.  Menu-driven whole-file load/save
      * for both files, the same way HOLD-MAINT maintains HOLDS.txt.
      * Each instructor also carries an employment category and,
      * for sessionals, the contract pay rate per credit hour that
      * TEACHING-LOAD prices the term's sections at.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTRUCTOR-MAINT.
                   10 ITB-ID     PIC X(8).
                   10 ITB-NAME   PIC X(30).
                   10 ITB-ACTIVE PIC X(1).
                   10 ITB-CATEGORY PIC X(1).
                   10 ITB-PAY-RATE PIC 9(5)V99.
           01 INSTRUCTOR-COUNT PIC 9(3) VALUE 0.
           01 INSTRUCTOR-MAX   PIC 9(3) VALUE 200.

               05 MTW-TERM        PIC X(6) VALUE SPACES.
               05 MTW-COURSE      PIC X(7) VALUE SPACES.
               05 MTW-MATCH-COUNT PIC 9(3) VALUE 0.
               05 MTW-FOUND-ENTRY PIC 9(3) VALUE 0.
               05 MTW-CATEGORY    PIC X(1) VALUE SPACE.
               05 MTW-RATE-IN     PIC X(8) VALUE SPACES.
               05 MTW-PAY-RATE    PIC 9(5)V99 VALUE 0.
               05 MTW-RATE-DISPLAY PIC ZZZZ9.99.

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 IDX-WS PIC 9(3).
                   MOVE INS-ID     TO ITB-ID(I-ENTRY)
                   MOVE INS-NAME   TO ITB-NAME(I-ENTRY)
                   MOVE INS-ACTIVE TO ITB-ACTIVE(I-ENTRY)
                   IF INS-CATEGORY = "F" OR INS-CATEGORY = "P"
                           OR INS-CATEGORY = "S"
                       MOVE INS-CATEGORY TO ITB-CATEGORY(I-ENTRY)
                   ELSE
                       MOVE "F" TO ITB-CATEGORY(I-ENTRY)
                   END-IF
                   IF INS-PAY-RATE IS NUMERIC
                       MOVE INS-PAY-RATE TO ITB-PAY-RATE(I-ENTRY)
                   ELSE
                       MOVE 0 TO ITB-PAY-RATE(I-ENTRY)
                   END-IF
                   ADD 1 TO I-ENTRY
           END-READ.

           DISPLAY "   2. ADD AN INSTRUCTOR".
           DISPLAY "   3. ASSIGN AN INSTRUCTOR TO A SECTION".
           DISPLAY "   4. LIST A TERM'S ASSIGNMENTS".
           DISPLAY "   5. SET CATEGORY AND PAY RATE".
           DISPLAY "   6. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 2 PERFORM 220-ADD-INSTRUCTOR
               WHEN 3 PERFORM 230-ASSIGN-SECTION
               WHEN 4 PERFORM 240-LIST-ASSIGNMENTS
               WHEN 5 PERFORM 250-SET-EMPLOYMENT
               WHEN 6 PERFORM 300-SAVE-TABLES
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-6."
           END-EVALUATE.

       210-LIST-INSTRUCTORS.
           END-IF.

       215-LIST-ONE-INSTRUCTOR.
           MOVE ITB-PAY-RATE(IDX-WS) TO MTW-RATE-DISPLAY.
           DISPLAY "  " ITB-ID(IDX-WS) "  " ITB-NAME(IDX-WS)
               "  ACTIVE " ITB-ACTIVE(IDX-WS)
               "  CATEGORY " ITB-CATEGORY(IDX-WS)
               "  RATE " MTW-RATE-DISPLAY.

       220-ADD-INSTRUCTOR.
           IF INSTRUCTOR-COUNT >= INSTRUCTOR-MAX
                   DISPLAY "INSTRUCTOR NAME: "
                   ACCEPT ITB-NAME(INSTRUCTOR-COUNT)
                   MOVE "Y" TO ITB-ACTIVE(INSTRUCTOR-COUNT)
                   MOVE INSTRUCTOR-COUNT TO MTW-FOUND-ENTRY
                   PERFORM 255-ACCEPT-EMPLOYMENT
                   DISPLAY "INSTRUCTOR ADDED."
               END-IF
           END-IF.
                   ATB-INSTRUCTOR(IDX-WS)
           END-IF.

       250-SET-EMPLOYMENT.
           DISPLAY "INSTRUCTOR ID: ".
           ACCEPT MTW-ID.
           MOVE 0 TO MTW-FOUND-ENTRY.
           PERFORM 252-FIND-ONE-ID
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > INSTRUCTOR-COUNT.
           IF MTW-FOUND-ENTRY = 0
               DISPLAY MTW-ID " IS NOT ON FILE."
           ELSE
               PERFORM 255-ACCEPT-EMPLOYMENT
               DISPLAY "EMPLOYMENT TERMS RECORDED."
           END-IF.

       252-FIND-ONE-ID.
           IF ITB-ID(IDX-WS) = MTW-ID
               MOVE IDX-WS TO MTW-FOUND-ENTRY
           END-IF.

      *    Anything but P or S keys as full-time; the rate is only
      *    asked of sessionals - nobody else is paid per section.
       255-ACCEPT-EMPLOYMENT.
           DISPLAY "CATEGORY (F=FULL-TIME, P=PART-TIME, "
               "S=SESSIONAL): ".
           ACCEPT MTW-CATEGORY.
           IF MTW-CATEGORY NOT = "P" AND MTW-CATEGORY NOT = "S"
               MOVE "F" TO MTW-CATEGORY
           END-IF.
           MOVE MTW-CATEGORY TO ITB-CATEGORY(MTW-FOUND-ENTRY).
           MOVE 0 TO ITB-PAY-RATE(MTW-FOUND-ENTRY).
           IF MTW-CATEGORY = "S"
               DISPLAY "CONTRACT PAY PER CREDIT HOUR (99999.99): "
               ACCEPT MTW-RATE-IN
               COMPUTE MTW-PAY-RATE = FUNCTION NUMVAL(MTW-RATE-IN)
               MOVE MTW-PAY-RATE TO ITB-PAY-RATE(MTW-FOUND-ENTRY)
           END-IF.

       300-SAVE-TABLES.
           OPEN OUTPUT INSTRUCTOR-FILE.
           PERFORM 310-WRITE-ONE-INSTRUCTOR
           MOVE ITB-ID(I-ENTRY)     TO INS-ID.
           MOVE ITB-NAME(I-ENTRY)   TO INS-NAME.
           MOVE ITB-ACTIVE(I-ENTRY) TO INS-ACTIVE.
           MOVE ITB-CATEGORY(I-ENTRY) TO INS-CATEGORY.
           MOVE ITB-PAY-RATE(I-ENTRY) TO INS-PAY-RATE.
           WRITE INSTRUCTOR-RECORD.

       320-WRITE-ONE-ASSIGN.
