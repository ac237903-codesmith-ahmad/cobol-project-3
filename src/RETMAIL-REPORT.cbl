      ******************************************************************
      * Tectonics: Bad-address balances, weekly, for collections.
      * A student whose mail is coming back undeliverable is a
      * student the statements and dunning letters are no longer
      * reaching - the balance just sits.  Every student with an
      * open RETURNED-MAIL.txt row (see RTMAIL-RECORD.cpy) is looked
      * up across all their STUFILE.dat terms, and those owing money
      * are listed on BAD-ADDRESS-BALANCES.txt with the latest
      * return, how many envelopes have come back, the phone number
      * on DEMOGRAPHICS.dat and the total owing, so collections can
      * phone or trace instead of mailing.  A student whose terms
      * net to zero or a credit is counted but not listed.
      * Read-only - the report changes nothing.
      * RETURN-CODE 0 clean, 4 balances listed, 8 RETURNED-MAIL.txt
      * too big to load (no report).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMAIL-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RTMAIL-FILE ASSIGN "RETURNED-MAIL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTMAIL-STATUS.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE KEY IS STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL DEMO-FILE
               ASSIGN "DEMOGRAPHICS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEM-STUDENT-NUMBER
               FILE STATUS IS DEMO-STATUS.
           SELECT REPORT-FILE ASSIGN "BAD-ADDRESS-BALANCES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD RTMAIL-FILE.
           COPY "RTMAIL-RECORD.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD DEMO-FILE.
           COPY "DEMO-RECORD.cpy".

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           01 RTMAIL-STATUS PIC X(2).
           01 FILE-STATUS   PIC X(2).
           01 DEMO-STATUS   PIC X(2).

           01 RUN-DATE-WS PIC 9(8) VALUE 0.

      *    One entry per student with a return still open - the
      *    latest return and the count of envelopes behind it.
           01 BAD-ADDRESS-TABLE.
               05 BAD-ADDRESS-ENTRY OCCURS 2000 TIMES INDEXED B-ENTRY.
                   10 BTB-STUDENT-NUMBER PIC 9(6).
                   10 BTB-RETURNED-DATE  PIC 9(8).
                   10 BTB-DOCUMENT-TYPE  PIC X(1).
                   10 BTB-RETURN-COUNT   PIC 9(3).
           01 BAD-ADDRESS-COUNT PIC 9(4) VALUE 0.
           01 BAD-ADDRESS-MAX   PIC 9(4) VALUE 2000.

           01 COUNTERS.
               05 OPEN-RETURN-COUNTER PIC 9(5) VALUE 0.
               05 LISTED-COUNTER      PIC 9(5) VALUE 0.
               05 NOT-OWING-COUNTER   PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-RTMAIL  PIC X VALUE "N".
               05 EOF-STU     PIC X VALUE "N".
               05 ABORT-FLAG  PIC X VALUE "N".

           01 REPORT-WORK-AREA.
               05 BRW-FOUND-ENTRY  PIC 9(4) VALUE 0.
               05 BRW-BALANCE      PIC S9(9)V99 VALUE 0.
               05 BRW-TOTAL-OWING  PIC S9(11)V99 VALUE 0.
               05 BRW-STUDENT-NAME PIC X(40) VALUE SPACES.
               05 IDX-WS           PIC 9(4).

           01 REPORT-TITLE-LINE.
               05 FILLER PIC X(51)
                   VALUE "UNDELIVERABLE ADDRESSES WITH A BALANCE OWING".
               05 FILLER PIC X(4) VALUE "RUN ".
               05 RTL-RUN-DATE  PIC 9(8).

           01 REPORT-HEADER-LINE.
               05 FILLER PIC X(8)  VALUE "STUDENT".
               05 FILLER PIC X(31) VALUE "NAME".
               05 FILLER PIC X(9)  VALUE "RETURNED".
               05 FILLER PIC X(4)  VALUE "DOC".
               05 FILLER PIC X(5)  VALUE "RTNS".
               05 FILLER PIC X(13) VALUE "PHONE".
               05 FILLER PIC X(15) VALUE "    OWING".

           01 REPORT-DETAIL-LINE.
               05 RDL-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 RDL-STUDENT-NAME   PIC X(30).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 RDL-RETURNED-DATE  PIC 9(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 RDL-DOCUMENT-TYPE  PIC X(1).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 RDL-RETURN-COUNT   PIC ZZ9.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 RDL-PHONE          PIC X(12).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 RDL-BALANCE        PIC -ZZ,ZZZ,ZZ9.99.

           01 REPORT-COUNT-LINE.
               05 RCL-LABEL PIC X(40).
               05 RCL-COUNT PIC ZZZZZ9.

           01 REPORT-TOTAL-LINE.
               05 RTT-LABEL  PIC X(40).
               05 RTT-AMOUNT PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

           01 BLANK-LINE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           CALL "BUSINESS-DATE" USING RUN-DATE-WS.
           PERFORM 200-LOAD-OPEN-RETURNS.
           IF ABORT-FLAG = "N"
               OPEN INPUT STUDENT-DATA-FILE
               OPEN INPUT DEMO-FILE
               OPEN OUTPUT REPORT-FILE
               PERFORM 250-WRITE-HEADING
               PERFORM 300-CHECK-ONE-STUDENT
                   VARYING B-ENTRY FROM 1 BY 1
                   UNTIL B-ENTRY > BAD-ADDRESS-COUNT
               PERFORM 700-WRITE-TOTALS
               CLOSE STUDENT-DATA-FILE
               CLOSE DEMO-FILE
               CLOSE REPORT-FILE
               PERFORM 950-DISPLAY-STATS
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       200-LOAD-OPEN-RETURNS.
           OPEN INPUT RTMAIL-FILE.
           IF RTMAIL-STATUS = "00" OR RTMAIL-STATUS = "05"
               PERFORM 210-LOAD-ONE-RETURN UNTIL EOF-RTMAIL = "Y"
                   OR ABORT-FLAG = "Y"
               CLOSE RTMAIL-FILE
           END-IF.
           IF ABORT-FLAG = "Y"
               DISPLAY "RETURNED-MAIL.txt HOLDS MORE THAN "
                   BAD-ADDRESS-MAX " STUDENTS. RUN ABORTED - "
                   "NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    Cleared rows are history; only open ones count.
       210-LOAD-ONE-RETURN.
           READ RTMAIL-FILE
               AT END
                   MOVE "Y" TO EOF-RTMAIL
               NOT AT END
                   IF RTM-STATUS = SPACE
                       ADD 1 TO OPEN-RETURN-COUNTER
                       PERFORM 220-FILE-ONE-RETURN
                   END-IF
           END-READ.

       220-FILE-ONE-RETURN.
           MOVE 0 TO BRW-FOUND-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > BAD-ADDRESS-COUNT
                       OR BRW-FOUND-ENTRY > 0
               IF BTB-STUDENT-NUMBER(IDX-WS) = RTM-STUDENT-NUMBER
                   MOVE IDX-WS TO BRW-FOUND-ENTRY
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN BRW-FOUND-ENTRY > 0
                   ADD 1 TO BTB-RETURN-COUNT(BRW-FOUND-ENTRY)
                   IF RTM-RETURNED-DATE
                           NOT < BTB-RETURNED-DATE(BRW-FOUND-ENTRY)
                       MOVE RTM-RETURNED-DATE
                           TO BTB-RETURNED-DATE(BRW-FOUND-ENTRY)
                       MOVE RTM-DOCUMENT-TYPE
                           TO BTB-DOCUMENT-TYPE(BRW-FOUND-ENTRY)
                   END-IF
               WHEN BAD-ADDRESS-COUNT >= BAD-ADDRESS-MAX
                   MOVE "Y" TO ABORT-FLAG
               WHEN OTHER
                   ADD 1 TO BAD-ADDRESS-COUNT
                   MOVE RTM-STUDENT-NUMBER
                       TO BTB-STUDENT-NUMBER(BAD-ADDRESS-COUNT)
                   MOVE RTM-RETURNED-DATE
                       TO BTB-RETURNED-DATE(BAD-ADDRESS-COUNT)
                   MOVE RTM-DOCUMENT-TYPE
                       TO BTB-DOCUMENT-TYPE(BAD-ADDRESS-COUNT)
                   MOVE 1 TO BTB-RETURN-COUNT(BAD-ADDRESS-COUNT)
           END-EVALUATE.

       250-WRITE-HEADING.
           MOVE RUN-DATE-WS TO RTL-RUN-DATE.
           WRITE REPORT-RECORD FROM REPORT-TITLE-LINE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM REPORT-HEADER-LINE.

      *****************************************************************
      * The balance is every term the student has, netted - a credit
      * on one term offsets what is owed on another, the way the
      * statement shows it.
      *****************************************************************
       300-CHECK-ONE-STUDENT.
           MOVE 0 TO BRW-BALANCE.
           MOVE SPACES TO BRW-STUDENT-NAME.
           MOVE "N" TO EOF-STU.
           MOVE BTB-STUDENT-NUMBER(B-ENTRY) TO STUDENT-NUMBER.
           START STUDENT-DATA-FILE
               KEY IS EQUAL STUDENT-NUMBER
               INVALID KEY
                   MOVE "Y" TO EOF-STU
           END-START.
           PERFORM 310-ADD-ONE-TERM UNTIL EOF-STU = "Y".
           IF BRW-BALANCE > 0
               PERFORM 400-LIST-THE-STUDENT
           ELSE
               ADD 1 TO NOT-OWING-COUNTER
           END-IF.

       310-ADD-ONE-TERM.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-STU
               NOT AT END
                   IF STUDENT-NUMBER NOT = BTB-STUDENT-NUMBER(B-ENTRY)
                       MOVE "Y" TO EOF-STU
                   ELSE
                       ADD TUITION-OWED TO BRW-BALANCE
                       MOVE STUDENT-NAME TO BRW-STUDENT-NAME
                   END-IF
           END-READ.

       400-LIST-THE-STUDENT.
           ADD 1 TO LISTED-COUNTER.
           ADD BRW-BALANCE TO BRW-TOTAL-OWING.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE BTB-STUDENT-NUMBER(B-ENTRY) TO RDL-STUDENT-NUMBER.
           MOVE BRW-STUDENT-NAME(1:30)      TO RDL-STUDENT-NAME.
           MOVE BTB-RETURNED-DATE(B-ENTRY)  TO RDL-RETURNED-DATE.
           MOVE BTB-DOCUMENT-TYPE(B-ENTRY)  TO RDL-DOCUMENT-TYPE.
           MOVE BTB-RETURN-COUNT(B-ENTRY)   TO RDL-RETURN-COUNT.
           MOVE BRW-BALANCE                 TO RDL-BALANCE.
           MOVE BTB-STUDENT-NUMBER(B-ENTRY) TO DEM-STUDENT-NUMBER.
           READ DEMO-FILE
               INVALID KEY
                   MOVE "NONE ON FILE" TO RDL-PHONE
               NOT INVALID KEY
                   MOVE DEM-PHONE TO RDL-PHONE
           END-READ.
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.

       700-WRITE-TOTALS.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE "OPEN RETURNS ON FILE:" TO RCL-LABEL.
           MOVE OPEN-RETURN-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "STUDENTS WITH AN UNDELIVERABLE ADDRESS:"
               TO RCL-LABEL.
           MOVE BAD-ADDRESS-COUNT TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "  OF WHICH NOT OWING:" TO RCL-LABEL.
           MOVE NOT-OWING-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "  OF WHICH LISTED (OWING):" TO RCL-LABEL.
           MOVE LISTED-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "TOTAL OWING ON LISTED ACCOUNTS:" TO RTT-LABEL.
           MOVE BRW-TOTAL-OWING TO RTT-AMOUNT.
           WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.

      *****************************************************************
      * RETURN-CODE follows the standard severity scale: 0 clean, 4
      * when a balance is owing behind an undeliverable address.
      *****************************************************************
       950-DISPLAY-STATS.
           DISPLAY "UNDELIVERABLE ADDRESSES: " BAD-ADDRESS-COUNT.
           DISPLAY "LISTED WITH A BALANCE:   " LISTED-COUNTER.
           DISPLAY "REPORT IN BAD-ADDRESS-BALANCES.txt".
           IF LISTED-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM RETMAIL-REPORT.
