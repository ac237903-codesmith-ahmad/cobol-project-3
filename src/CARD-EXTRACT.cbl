      ******************************************************************
      * Tectonics: Nightly ID card extract.  The card office used to
      * re-key every new student from a printout, and a card
      * reported lost was never switched off in the library or the
      * building access system.  Each night this run:
      *    - opens a card on ID-CARDS.txt (see ID-CARD-RECORD.cpy)
      *      for every applicant APPLICANT-MAINT has converted to a
      *      student who has no card yet, with the name and program
      *      from the application and expiry at the end of the entry
      *      term on TERM-CALENDAR.txt;
      *    - sends every active card not yet printed that has its
      *      photo reference recorded - new admissions and CARD-DESK
      *      replacements alike - to the card vendor on
      *      CARD-PRINT.txt, in the vendor's fixed layout: one 'D'
      *      row per card, then a 'TRL' row carrying the count;
      *      cards still waiting on a photo stay back and are
      *      counted;
      *    - sends every lost or replaced card not yet reported to
      *      the library and access control systems on
      *      CARD-DEACTIVATIONS.txt, serial and status, the same
      *      detail-plus-'TRL' way.
      * Each card goes out once; its sent flag is set and the card
      * file written back.  A card file too big for the table ends
      * the run severity 8 with nothing sent.
      * An active card whose holder DECEASED-CHECK finds recorded
      * deceased is never sent to print: it is marked 'D' and sent
      * on CARD-DEACTIVATIONS.txt instead, so the serial is switched
      * off, and counted.
      * Both files are registered on the outbound manifest
      * (OUTBOUND-REGISTRY, file codes CARDPRINT and CARDDEACT) for
      * the business date, each with its row count; a second run on
      * a business date already produced is refused severity 8
      * before anything is written or the card file touched, unless
      * a supervisor authorized the re-run through OUTBOUND-OVERRIDE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARDS-FILE ASSIGN "ID-CARDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARDS-STATUS.
           SELECT OPTIONAL APPLICANTS-FILE ASSIGN "APPLICANTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICANTS-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN "TERM-CALENDAR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.
      *    To the card vendor.
           SELECT PRINT-FILE ASSIGN "CARD-PRINT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    To the library and building access control systems.
           SELECT DEACTIVATION-FILE ASSIGN "CARD-DEACTIVATIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD CARDS-FILE.
           COPY "ID-CARD-RECORD.cpy".

           FD APPLICANTS-FILE.
           COPY "APPLICANT-RECORD.cpy".

           FD CALENDAR-FILE.
           COPY "TERM-CALENDAR.cpy".

      *    The vendor's card layout: one 'D' row per card to print,
      *    then a TRL row carrying the count.
           FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PRT-TYPE           PIC X(3).
               05 FILLER             PIC X VALUE SPACE.
               05 PRT-CARD-SERIAL    PIC 9(8).
               05 FILLER             PIC X VALUE SPACE.
               05 PRT-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X VALUE SPACE.
               05 PRT-SURNAME        PIC X(20).
               05 FILLER             PIC X VALUE SPACE.
               05 PRT-GIVEN-NAME     PIC X(20).
               05 FILLER             PIC X VALUE SPACE.
               05 PRT-PROGRAM        PIC X(6).
               05 FILLER             PIC X VALUE SPACE.
               05 PRT-EXPIRY-DATE    PIC 9(8).
               05 FILLER             PIC X VALUE SPACE.
               05 PRT-PHOTO-REF      PIC X(20).
               05 FILLER             PIC X VALUE SPACE.
               05 PRT-ISSUE-TYPE     PIC X(1).
           01 PRINT-TRAILER-RECORD.
               05 PRT-TRL-TYPE       PIC X(3).
               05 FILLER             PIC X.
               05 PRT-TRL-COUNT      PIC 9(6).

      *    One row per serial to switch off, then a TRL row.
           FD DEACTIVATION-FILE.
           01 DEACTIVATION-RECORD.
               05 DEA-TYPE           PIC X(3).
               05 FILLER             PIC X VALUE SPACE.
               05 DEA-CARD-SERIAL    PIC 9(8).
               05 FILLER             PIC X VALUE SPACE.
               05 DEA-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X VALUE SPACE.
      *            'L' = lost, 'R' = replaced, 'D' = holder
      *            deceased.
               05 DEA-STATUS         PIC X(1).
               05 FILLER             PIC X VALUE SPACE.
               05 DEA-STATUS-DATE    PIC 9(8).
           01 DEACTIVATION-TRAILER-RECORD.
               05 DEA-TRL-TYPE       PIC X(3).
               05 FILLER             PIC X.
               05 DEA-TRL-COUNT      PIC 9(6).

       WORKING-STORAGE SECTION.
           01 CARDS-STATUS      PIC X(2).
           01 APPLICANTS-STATUS PIC X(2).
           01 CALENDAR-STATUS   PIC X(2).

           01 COUNTERS.
               05 CARDS-READ-COUNTER  PIC 9(5) VALUE 0.
               05 ADMITTED-COUNTER    PIC 9(5) VALUE 0.
               05 OPENED-COUNTER      PIC 9(5) VALUE 0.
               05 PRINT-COUNTER       PIC 9(6) VALUE 0.
               05 NO-PHOTO-COUNTER    PIC 9(5) VALUE 0.
               05 DEACT-COUNTER       PIC 9(6) VALUE 0.
               05 DECEASED-COUNTER    PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-LOAD       PIC X VALUE "N".
               05 EOF-APPLICANTS PIC X VALUE "N".
               05 ABORT-FLAG     PIC X VALUE "N".
               05 OUTBOUND-OK    PIC X VALUE "N".

           01 CARD-TABLE.
               05 CARD-ENTRY OCCURS 5000 TIMES INDEXED C-ENTRY.
                   10 CTB-CARD-SERIAL    PIC 9(8).
                   10 CTB-STUDENT-NUMBER PIC 9(6).
                   10 CTB-SURNAME        PIC X(20).
                   10 CTB-GIVEN-NAME     PIC X(20).
                   10 CTB-PROGRAM        PIC X(6).
                   10 CTB-ISSUE-DATE     PIC 9(8).
                   10 CTB-EXPIRY-TERM    PIC X(6).
                   10 CTB-EXPIRY-DATE    PIC 9(8).
                   10 CTB-PHOTO-REF      PIC X(20).
                   10 CTB-ISSUE-TYPE     PIC X(1).
                   10 CTB-STATUS         PIC X(1).
                   10 CTB-STATUS-DATE    PIC 9(8).
                   10 CTB-PRINT-SENT     PIC X(1).
                   10 CTB-DEACT-SENT     PIC X(1).
           01 CARD-COUNT PIC 9(5) VALUE 0.
           01 CARD-MAX   PIC 9(5) VALUE 5000.
           01 CARD-FOUND PIC 9(5) VALUE 0.
           01 NEXT-SERIAL-WS PIC 9(8) VALUE 0.

           01 CALENDAR-TABLE.
               05 CALENDAR-ENTRY OCCURS 200 TIMES INDEXED K-ENTRY.
                   10 KTB-TERM-CODE PIC X(6).
                   10 KTB-TERM-END  PIC 9(8).
           01 CALENDAR-COUNT PIC 9(3) VALUE 0.
           01 CALENDAR-MAX   PIC 9(3) VALUE 200.

           01 RUN-DATE-WS PIC 9(8) VALUE 0.
           01 IDX-WS      PIC 9(5).

           COPY "DECEASED-CHECK.cpy".

      *    OUTBOUND-REGISTRY parameter block - both files checked
      *    before anything is written, registered once closed.  The
      *    business date and each file's override, as "CK" handed
      *    them back, are kept for the "RG" calls.
           COPY "OUTBOUND-CHECK.cpy".
           01 OUTBOUND-WORK-AREA.
               05 OUTBOUND-DATE-WS    PIC 9(8) VALUE 0.
               05 PRINT-OVERRIDE-BY   PIC X(10) VALUE SPACES.
               05 DEACT-OVERRIDE-BY   PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           CALL "BUSINESS-DATE" USING RUN-DATE-WS.
           PERFORM 150-LOAD-CARD-TABLE.
           PERFORM 160-LOAD-CALENDAR-TABLE.
           IF ABORT-FLAG = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 300-CARD-NEW-ADMISSIONS
           END-IF.
           IF ABORT-FLAG = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 250-CHECK-OUTBOUND-FILES
               IF OUTBOUND-OK = "Y"
                   PERFORM 200-OPEN-FILES
                   PERFORM 400-EXTRACT-ONE-CARD
                       VARYING C-ENTRY FROM 1 BY 1
                       UNTIL C-ENTRY > CARD-COUNT
                   PERFORM 700-WRITE-TRAILERS
                   PERFORM 900-CLOSE-FILES
                   PERFORM 910-REGISTER-OUTBOUND-FILES
                   PERFORM 800-SAVE-CARD-TABLE
                   PERFORM 950-DISPLAY-STATS
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-LOAD-CARD-TABLE.
           MOVE "N" TO EOF-LOAD.
           OPEN INPUT CARDS-FILE.
           IF CARDS-STATUS = "00" OR CARDS-STATUS = "05"
               PERFORM 155-LOAD-ONE-CARD UNTIL EOF-LOAD = "Y"
                   OR CARD-COUNT > CARD-MAX
               CLOSE CARDS-FILE
           END-IF.
           IF CARD-COUNT > CARD-MAX
               DISPLAY "ID-CARDS.txt EXCEEDS " CARD-MAX
                   " ROWS. RUN ABORTED - NOTHING SENT."
               MOVE "Y" TO ABORT-FLAG
           END-IF.
           MOVE CARD-COUNT TO CARDS-READ-COUNTER.

       155-LOAD-ONE-CARD.
           READ CARDS-FILE
               AT END
                   MOVE "Y" TO EOF-LOAD
               NOT AT END
                   ADD 1 TO CARD-COUNT
                   IF CARD-COUNT NOT > CARD-MAX
                       SET C-ENTRY TO CARD-COUNT
                       PERFORM 157-MOVE-CARD-IN
                   END-IF
           END-READ.

       157-MOVE-CARD-IN.
           MOVE IDC-CARD-SERIAL    TO CTB-CARD-SERIAL(C-ENTRY).
           MOVE IDC-STUDENT-NUMBER TO CTB-STUDENT-NUMBER(C-ENTRY).
           MOVE IDC-SURNAME        TO CTB-SURNAME(C-ENTRY).
           MOVE IDC-GIVEN-NAME     TO CTB-GIVEN-NAME(C-ENTRY).
           MOVE IDC-PROGRAM        TO CTB-PROGRAM(C-ENTRY).
           MOVE IDC-ISSUE-DATE     TO CTB-ISSUE-DATE(C-ENTRY).
           MOVE IDC-EXPIRY-TERM    TO CTB-EXPIRY-TERM(C-ENTRY).
           MOVE IDC-EXPIRY-DATE    TO CTB-EXPIRY-DATE(C-ENTRY).
           MOVE IDC-PHOTO-REF      TO CTB-PHOTO-REF(C-ENTRY).
           MOVE IDC-ISSUE-TYPE     TO CTB-ISSUE-TYPE(C-ENTRY).
           MOVE IDC-STATUS         TO CTB-STATUS(C-ENTRY).
           MOVE IDC-STATUS-DATE    TO CTB-STATUS-DATE(C-ENTRY).
           MOVE IDC-PRINT-SENT     TO CTB-PRINT-SENT(C-ENTRY).
           MOVE IDC-DEACT-SENT     TO CTB-DEACT-SENT(C-ENTRY).
           IF IDC-CARD-SERIAL > NEXT-SERIAL-WS
               MOVE IDC-CARD-SERIAL TO NEXT-SERIAL-WS
           END-IF.

      *    Only the term end dates are wanted; a term past the
      *    table's end just prints with no expiry date.
       160-LOAD-CALENDAR-TABLE.
           MOVE "N" TO EOF-LOAD.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-STATUS = "00" OR CALENDAR-STATUS = "05"
               PERFORM 165-LOAD-ONE-TERM UNTIL EOF-LOAD = "Y"
               CLOSE CALENDAR-FILE
           END-IF.

       165-LOAD-ONE-TERM.
           READ CALENDAR-FILE
               AT END
                   MOVE "Y" TO EOF-LOAD
               NOT AT END
                   IF CALENDAR-COUNT < CALENDAR-MAX
                       ADD 1 TO CALENDAR-COUNT
                       SET K-ENTRY TO CALENDAR-COUNT
                       MOVE TCA-TERM-CODE TO KTB-TERM-CODE(K-ENTRY)
                       MOVE TCA-TERM-END  TO KTB-TERM-END(K-ENTRY)
                   END-IF
           END-READ.

       200-OPEN-FILES.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT DEACTIVATION-FILE.

      *****************************************************************
      * The business date's print and deactivation files go to
      * OUTBOUND-REGISTRY before anything is written: either one
      * already produced is refused, unless a supervisor has
      * authorized one re-run of it through OUTBOUND-OVERRIDE.
      *****************************************************************
       250-CHECK-OUTBOUND-FILES.
           MOVE "N" TO OUTBOUND-OK.
           PERFORM 252-CHECK-PRINT-FILE.
           IF OUTBOUND-OK = "Y"
               MOVE "N" TO OUTBOUND-OK
               PERFORM 254-CHECK-DEACTIVATION-FILE
           END-IF.

       252-CHECK-PRINT-FILE.
           MOVE SPACES TO OUTBOUND-CHECK.
           MOVE "CK" TO OBC-ACTION.
           MOVE "CARDPRINT" TO OBC-FILE-CODE.
           MOVE "CARD-PRINT.txt" TO OBC-FILE-NAME.
           MOVE "CARDPRINT" TO OBC-OPERATOR-ID.
           CALL "BUSINESS-DATE" USING OBC-BUSINESS-DATE.
           MOVE OBC-BUSINESS-DATE TO OUTBOUND-DATE-WS.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.
           MOVE OBC-OVERRIDE-BY TO PRINT-OVERRIDE-BY.
           EVALUATE OBC-RESULT
               WHEN "00"
                   MOVE "Y" TO OUTBOUND-OK
               WHEN "OV"
                   DISPLAY "CARD PRINT FILE FOR " OBC-BUSINESS-DATE
                       " ALREADY PRODUCED - RE-RUN AUTHORIZED BY "
                       OBC-OVERRIDE-BY
                   MOVE "Y" TO OUTBOUND-OK
               WHEN OTHER
                   DISPLAY "CARD PRINT FILE FOR " OBC-BUSINESS-DATE
                       " WAS ALREADY PRODUCED - DUPLICATE FILE"
                   DISPLAY "A RE-RUN NEEDS A SUPERVISOR'S "
                       "OUTBOUND-OVERRIDE. NOTHING WRITTEN."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       254-CHECK-DEACTIVATION-FILE.
           MOVE SPACES TO OUTBOUND-CHECK.
           MOVE "CK" TO OBC-ACTION.
           MOVE "CARDDEACT" TO OBC-FILE-CODE.
           MOVE "CARD-DEACTIVATIONS.txt" TO OBC-FILE-NAME.
           MOVE "CARDDEACT" TO OBC-OPERATOR-ID.
           MOVE OUTBOUND-DATE-WS TO OBC-BUSINESS-DATE.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.
           MOVE OBC-OVERRIDE-BY TO DEACT-OVERRIDE-BY.
           EVALUATE OBC-RESULT
               WHEN "00"
                   MOVE "Y" TO OUTBOUND-OK
               WHEN "OV"
                   DISPLAY "CARD DEACTIVATIONS FOR " OBC-BUSINESS-DATE
                       " ALREADY PRODUCED - RE-RUN AUTHORIZED BY "
                       OBC-OVERRIDE-BY
                   MOVE "Y" TO OUTBOUND-OK
               WHEN OTHER
                   DISPLAY "CARD DEACTIVATIONS FOR " OBC-BUSINESS-DATE
                       " WERE ALREADY PRODUCED - DUPLICATE FILE"
                   DISPLAY "A RE-RUN NEEDS A SUPERVISOR'S "
                       "OUTBOUND-OVERRIDE. NOTHING WRITTEN."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *****************************************************************
      * Every converted applicant without a card gets one.  Once the
      * card is on file the applicant is skipped every night after.
      *****************************************************************
       300-CARD-NEW-ADMISSIONS.
           ADD 1 TO NEXT-SERIAL-WS.
           OPEN INPUT APPLICANTS-FILE.
           IF APPLICANTS-STATUS = "00" OR APPLICANTS-STATUS = "05"
               PERFORM 310-CHECK-ONE-APPLICANT
                   UNTIL EOF-APPLICANTS = "Y" OR ABORT-FLAG = "Y"
               CLOSE APPLICANTS-FILE
           END-IF.

       310-CHECK-ONE-APPLICANT.
           READ APPLICANTS-FILE
               AT END
                   MOVE "Y" TO EOF-APPLICANTS
               NOT AT END
                   IF APL-STUDENT-NUMBER > 0
                       ADD 1 TO ADMITTED-COUNTER
                       PERFORM 320-FIND-STUDENT-CARD
                       IF CARD-FOUND = 0
                           PERFORM 330-OPEN-NEW-CARD
                       END-IF
                   END-IF
           END-READ.

       320-FIND-STUDENT-CARD.
           MOVE 0 TO CARD-FOUND.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > CARD-COUNT OR CARD-FOUND > 0
               IF CTB-STUDENT-NUMBER(IDX-WS) = APL-STUDENT-NUMBER
                   MOVE IDX-WS TO CARD-FOUND
               END-IF
           END-PERFORM.

       330-OPEN-NEW-CARD.
           IF CARD-COUNT >= CARD-MAX
               DISPLAY "ID-CARDS.txt WOULD EXCEED " CARD-MAX
                   " ROWS. RUN ABORTED - NOTHING SENT."
               MOVE "Y" TO ABORT-FLAG
           ELSE
               ADD 1 TO CARD-COUNT
               SET C-ENTRY TO CARD-COUNT
               MOVE NEXT-SERIAL-WS     TO CTB-CARD-SERIAL(C-ENTRY)
               ADD 1 TO NEXT-SERIAL-WS
               MOVE APL-STUDENT-NUMBER TO CTB-STUDENT-NUMBER(C-ENTRY)
               MOVE APL-SURNAME        TO CTB-SURNAME(C-ENTRY)
               MOVE APL-GIVEN-NAME     TO CTB-GIVEN-NAME(C-ENTRY)
               MOVE APL-PROGRAM-CODE   TO CTB-PROGRAM(C-ENTRY)
               MOVE RUN-DATE-WS        TO CTB-ISSUE-DATE(C-ENTRY)
               MOVE APL-ENTRY-TERM     TO CTB-EXPIRY-TERM(C-ENTRY)
               MOVE 0                  TO CTB-EXPIRY-DATE(C-ENTRY)
               PERFORM VARYING K-ENTRY FROM 1 BY 1
                       UNTIL K-ENTRY > CALENDAR-COUNT
                   IF KTB-TERM-CODE(K-ENTRY) = APL-ENTRY-TERM
                       MOVE KTB-TERM-END(K-ENTRY)
                           TO CTB-EXPIRY-DATE(C-ENTRY)
                   END-IF
               END-PERFORM
               MOVE SPACES             TO CTB-PHOTO-REF(C-ENTRY)
               MOVE "N"                TO CTB-ISSUE-TYPE(C-ENTRY)
               MOVE "A"                TO CTB-STATUS(C-ENTRY)
               MOVE RUN-DATE-WS        TO CTB-STATUS-DATE(C-ENTRY)
               MOVE "N"                TO CTB-PRINT-SENT(C-ENTRY)
               MOVE "N"                TO CTB-DEACT-SENT(C-ENTRY)
               ADD 1 TO OPENED-COUNTER
           END-IF.

       400-EXTRACT-ONE-CARD.
           EVALUATE TRUE
               WHEN CTB-STATUS(C-ENTRY) = "A"
                   PERFORM 405-CHECK-DECEASED
               WHEN (CTB-STATUS(C-ENTRY) = "L"
                       OR CTB-STATUS(C-ENTRY) = "R")
                       AND CTB-DEACT-SENT(C-ENTRY) NOT = "Y"
                   PERFORM 420-WRITE-DEACTIVATION-ROW
           END-EVALUATE.

      *****************************************************************
      * An active card whose holder is recorded deceased is switched
      * off rather than printed - marked 'D' as of today and sent on
      * the deactivation feed like a lost card.
      *****************************************************************
       405-CHECK-DECEASED.
           MOVE SPACES TO DECEASED-CHECK.
           MOVE CTB-STUDENT-NUMBER(C-ENTRY) TO DCK-STUDENT-NUMBER.
           CALL "DECEASED-CHECK" USING DECEASED-CHECK.
           IF DCK-FOUND-FLAG = "Y"
               MOVE "D" TO CTB-STATUS(C-ENTRY)
               MOVE RUN-DATE-WS TO CTB-STATUS-DATE(C-ENTRY)
               PERFORM 420-WRITE-DEACTIVATION-ROW
               ADD 1 TO DECEASED-COUNTER
               DISPLAY "CARD " CTB-CARD-SERIAL(C-ENTRY) " OF "
                   CTB-STUDENT-NUMBER(C-ENTRY)
                   " - HOLDER DECEASED, SENT FOR DEACTIVATION"
           ELSE
               IF CTB-PRINT-SENT(C-ENTRY) NOT = "Y"
                   IF CTB-PHOTO-REF(C-ENTRY) = SPACES
                       ADD 1 TO NO-PHOTO-COUNTER
                   ELSE
                       PERFORM 410-WRITE-PRINT-ROW
                   END-IF
               END-IF
           END-IF.

       410-WRITE-PRINT-ROW.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "D"                        TO PRT-TYPE.
           MOVE CTB-CARD-SERIAL(C-ENTRY)    TO PRT-CARD-SERIAL.
           MOVE CTB-STUDENT-NUMBER(C-ENTRY) TO PRT-STUDENT-NUMBER.
           MOVE CTB-SURNAME(C-ENTRY)        TO PRT-SURNAME.
           MOVE CTB-GIVEN-NAME(C-ENTRY)     TO PRT-GIVEN-NAME.
           MOVE CTB-PROGRAM(C-ENTRY)        TO PRT-PROGRAM.
           MOVE CTB-EXPIRY-DATE(C-ENTRY)    TO PRT-EXPIRY-DATE.
           MOVE CTB-PHOTO-REF(C-ENTRY)      TO PRT-PHOTO-REF.
           MOVE CTB-ISSUE-TYPE(C-ENTRY)     TO PRT-ISSUE-TYPE.
           WRITE PRINT-RECORD.
           MOVE "Y" TO CTB-PRINT-SENT(C-ENTRY).
           ADD 1 TO PRINT-COUNTER.

       420-WRITE-DEACTIVATION-ROW.
           MOVE SPACES TO DEACTIVATION-RECORD.
           MOVE "D"                        TO DEA-TYPE.
           MOVE CTB-CARD-SERIAL(C-ENTRY)    TO DEA-CARD-SERIAL.
           MOVE CTB-STUDENT-NUMBER(C-ENTRY) TO DEA-STUDENT-NUMBER.
           MOVE CTB-STATUS(C-ENTRY)         TO DEA-STATUS.
           MOVE CTB-STATUS-DATE(C-ENTRY)    TO DEA-STATUS-DATE.
           WRITE DEACTIVATION-RECORD.
           MOVE "Y" TO CTB-DEACT-SENT(C-ENTRY).
           ADD 1 TO DEACT-COUNTER.

       700-WRITE-TRAILERS.
           MOVE SPACES TO PRINT-TRAILER-RECORD.
           MOVE "TRL" TO PRT-TRL-TYPE.
           MOVE PRINT-COUNTER TO PRT-TRL-COUNT.
           WRITE PRINT-TRAILER-RECORD.
           MOVE SPACES TO DEACTIVATION-TRAILER-RECORD.
           MOVE "TRL" TO DEA-TRL-TYPE.
           MOVE DEACT-COUNTER TO DEA-TRL-COUNT.
           WRITE DEACTIVATION-TRAILER-RECORD.

       800-SAVE-CARD-TABLE.
           OPEN OUTPUT CARDS-FILE.
           PERFORM 810-WRITE-ONE-CARD
               VARYING C-ENTRY FROM 1 BY 1
               UNTIL C-ENTRY > CARD-COUNT.
           CLOSE CARDS-FILE.

       810-WRITE-ONE-CARD.
           MOVE SPACES TO ID-CARD-RECORD.
           MOVE CTB-CARD-SERIAL(C-ENTRY)    TO IDC-CARD-SERIAL.
           MOVE CTB-STUDENT-NUMBER(C-ENTRY) TO IDC-STUDENT-NUMBER.
           MOVE CTB-SURNAME(C-ENTRY)        TO IDC-SURNAME.
           MOVE CTB-GIVEN-NAME(C-ENTRY)     TO IDC-GIVEN-NAME.
           MOVE CTB-PROGRAM(C-ENTRY)        TO IDC-PROGRAM.
           MOVE CTB-ISSUE-DATE(C-ENTRY)     TO IDC-ISSUE-DATE.
           MOVE CTB-EXPIRY-TERM(C-ENTRY)    TO IDC-EXPIRY-TERM.
           MOVE CTB-EXPIRY-DATE(C-ENTRY)    TO IDC-EXPIRY-DATE.
           MOVE CTB-PHOTO-REF(C-ENTRY)      TO IDC-PHOTO-REF.
           MOVE CTB-ISSUE-TYPE(C-ENTRY)     TO IDC-ISSUE-TYPE.
           MOVE CTB-STATUS(C-ENTRY)         TO IDC-STATUS.
           MOVE CTB-STATUS-DATE(C-ENTRY)    TO IDC-STATUS-DATE.
           MOVE CTB-PRINT-SENT(C-ENTRY)     TO IDC-PRINT-SENT.
           MOVE CTB-DEACT-SENT(C-ENTRY)     TO IDC-DEACT-SENT.
           WRITE ID-CARD-RECORD.

       900-CLOSE-FILES.
           CLOSE PRINT-FILE.
           CLOSE DEACTIVATION-FILE.

      *    Each file's count is its detail rows, the trailer not
      *    included, and each is registered with the override its
      *    own "CK" handed back.
       910-REGISTER-OUTBOUND-FILES.
           MOVE SPACES TO OUTBOUND-CHECK.
           MOVE "RG" TO OBC-ACTION.
           MOVE "CARDPRINT" TO OBC-FILE-CODE.
           MOVE "CARD-PRINT.txt" TO OBC-FILE-NAME.
           MOVE "CARDPRINT" TO OBC-OPERATOR-ID.
           MOVE OUTBOUND-DATE-WS TO OBC-BUSINESS-DATE.
           MOVE PRINT-COUNTER TO OBC-RECORD-COUNT.
           MOVE 0 TO OBC-CONTROL-AMOUNT.
           MOVE PRINT-OVERRIDE-BY TO OBC-OVERRIDE-BY.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.
           MOVE SPACES TO OUTBOUND-CHECK.
           MOVE "RG" TO OBC-ACTION.
           MOVE "CARDDEACT" TO OBC-FILE-CODE.
           MOVE "CARD-DEACTIVATIONS.txt" TO OBC-FILE-NAME.
           MOVE "CARDDEACT" TO OBC-OPERATOR-ID.
           MOVE OUTBOUND-DATE-WS TO OBC-BUSINESS-DATE.
           MOVE DEACT-COUNTER TO OBC-RECORD-COUNT.
           MOVE 0 TO OBC-CONTROL-AMOUNT.
           MOVE DEACT-OVERRIDE-BY TO OBC-OVERRIDE-BY.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.

       950-DISPLAY-STATS.
           DISPLAY "CARDS ON FILE AT START: " CARDS-READ-COUNTER.
           DISPLAY "ADMITTED APPLICANTS:    " ADMITTED-COUNTER.
           DISPLAY "NEW CARDS OPENED:       " OPENED-COUNTER.
           DISPLAY "SENT TO CARD VENDOR:    " PRINT-COUNTER.
           DISPLAY "AWAITING PHOTO:         " NO-PHOTO-COUNTER.
           DISPLAY "SENT FOR DEACTIVATION:  " DEACT-COUNTER.
           DISPLAY "  OF WHICH DECEASED:    " DECEASED-COUNTER.

       END PROGRAM CARD-EXTRACT.
