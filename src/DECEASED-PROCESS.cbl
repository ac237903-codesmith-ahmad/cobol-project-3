      ******************************************************************
      * Tectonics: Deceased-student processing.  When we are told a
      * student has died, a supervisor records it here once - the
      * date of death and who notified us - and this transaction
      * winds down everything that would otherwise keep writing to
      * the family:
      *    1. DECEASED.txt row (see DECEASED-RECORD.cpy), which every
      *       mailer, extract, notification and self-service path
      *       checks through DECEASED-CHECK from then on.
      *    2. PAYMENT-PLAN.txt installments not yet due are
      *       cancelled (the ones already due stay, as history).
      *    3. Every active STUDENT-BANKING.txt agreement goes
      *       inactive, so PAD-ORIGINATE debits nothing more.
      *    4. Every COLLECTIONS.txt account is closed - the row
      *       comes off the file, so the dunning ladder stops.
      *    5. Every term still owing is written off the way
      *       WRITEOFF-RUN writes one off - TUITION-OWED to zero, a
      *       WRITE-OFFS.txt row, an AUDIT-LOG.txt row - but with
      *       WOF-REASON 'C' (compassionate), so the debt is never
      *       sent for recovery.  A credit balance is left alone and
      *       listed for the estate.
      * Each step lands on AUDIT-LOG.txt under the supervisor's ID,
      * and DECEASED-CHECKLIST.txt lists what was done, step by
      * step, for the file and the family's correspondence.
      * The plan, banking and collections files are loaded whole
      * first; if any will not fit, nothing at all is changed.
      * Supervisor sign-on required (OPERATOR-SIGNON role 'S').
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECEASED-PROCESS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DECEASED-FILE ASSIGN "DECEASED.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    DYNAMIC so the student's whole STUDENT-NUMBER group can be
      *    walked and rewritten.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE KEY IS STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL PLAN-FILE ASSIGN "PAYMENT-PLAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.
           SELECT OPTIONAL BANKING-FILE ASSIGN "STUDENT-BANKING.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANKING-STATUS.
           SELECT OPTIONAL COLLECT-FILE ASSIGN "COLLECTIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLLECT-STATUS.
           SELECT OPTIONAL WRITEOFF-FILE ASSIGN "WRITE-OFFS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKLIST-FILE ASSIGN "DECEASED-CHECKLIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD DECEASED-FILE.
           COPY "DECEASED-RECORD.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD PLAN-FILE.
           COPY "PLAN-RECORD.cpy".

           FD BANKING-FILE.
           COPY "BANKING-RECORD.cpy".

           FD COLLECT-FILE.
           COPY "COLLECT-RECORD.cpy".

           FD WRITEOFF-FILE.
           COPY "WRITEOFF-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

           FD CHECKLIST-FILE.
           01 CHECKLIST-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS    PIC X(2).
           01 PLAN-STATUS    PIC X(2).
           01 BANKING-STATUS PIC X(2).
           01 COLLECT-STATUS PIC X(2).

           01 SUPERVISOR-ID-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

      *    Already recorded?  The same question every outbound path
      *    asks.
           COPY "DECEASED-CHECK.cpy".

           01 PLAN-TABLE.
               05 PLAN-TABLE-ENTRY OCCURS 600 TIMES INDEXED PL-ENTRY.
                   10 PLTBL-STUDENT-NUMBER PIC 9(6).
                   10 PLTBL-TERM-CODE      PIC X(6).
                   10 PLTBL-SEQ            PIC 9(2).
                   10 PLTBL-DUE-DATE       PIC 9(8).
                   10 PLTBL-AMOUNT         PIC 9(7)V99.
           01 PLAN-ENTRY-COUNT PIC 9(3) VALUE 0.
           01 PLAN-TABLE-MAX   PIC 9(3) VALUE 600.

           01 BANKING-TABLE.
               05 BANKING-TABLE-ENTRY OCCURS 500 TIMES
                       INDEXED B-ENTRY.
                   10 BTBL-STUDENT-NUMBER PIC 9(6).
                   10 BTBL-INSTITUTION    PIC 9(3).
                   10 BTBL-TRANSIT        PIC 9(5).
                   10 BTBL-ACCOUNT        PIC X(12).
                   10 BTBL-ACTIVE-FLAG    PIC X(1).
           01 BANKING-ENTRY-COUNT PIC 9(3) VALUE 0.
           01 BANKING-TABLE-MAX   PIC 9(3) VALUE 500.

           01 COLLECT-TABLE.
               05 COLLECT-ENTRY OCCURS 500 TIMES INDEXED CO-ENTRY.
                   10 CTB-STUDENT-NUMBER PIC 9(6).
                   10 CTB-TERM-CODE      PIC X(6).
                   10 CTB-DUNNING-STAGE  PIC 9(1).
                   10 CTB-STAGE-DATE     PIC 9(8).
                   10 CTB-PROMISE-AMOUNT PIC 9(7)V99.
                   10 CTB-PROMISE-DATE   PIC 9(8).
                   10 CTB-PROMISE-STATUS PIC X(1).
                   10 CTB-LAST-CONTACT   PIC 9(8).
                   10 CTB-CONTACT-COUNT  PIC 9(3).
           01 COLLECT-COUNT PIC 9(3) VALUE 0.
           01 COLLECT-MAX   PIC 9(3) VALUE 500.

           01 COUNTERS.
               05 PLAN-CANCEL-COUNTER PIC 9(3) VALUE 0.
               05 PLAN-KEPT-COUNTER   PIC 9(3) VALUE 0.
               05 BANK-STOP-COUNTER   PIC 9(3) VALUE 0.
               05 COLLECT-CLOSE-COUNTER PIC 9(3) VALUE 0.
               05 WRITEOFF-COUNTER    PIC 9(3) VALUE 0.
               05 CREDIT-COUNTER      PIC 9(3) VALUE 0.
               05 REJECT-COUNTER      PIC 9(3) VALUE 0.

           01 FLAGS.
               05 EOF-PLAN     PIC X VALUE "N".
               05 EOF-BANKING  PIC X VALUE "N".
               05 EOF-COLLECT  PIC X VALUE "N".
               05 EOF-STU      PIC X VALUE "N".
               05 ABORT-FLAG   PIC X VALUE "N".
               05 STUDENT-FOUND PIC X VALUE "N".
               05 DETAILS-OK   PIC X VALUE "N".

           01 DECEASED-WORK-AREA.
               05 DCW-STUDENT-IN      PIC X(6) VALUE SPACES.
               05 DCW-STUDENT-NUMBER  PIC 9(6) VALUE 0.
               05 DCW-STUDENT-NAME    PIC X(40) VALUE SPACES.
               05 DCW-DATE-IN         PIC X(8) VALUE SPACES.
               05 DCW-DATE-OF-DEATH   PIC 9(8) VALUE 0.
               05 DCW-NOTIFIED-BY     PIC X(30) VALUE SPACES.
               05 DCW-CONFIRM         PIC X(1) VALUE SPACE.
               05 DCW-RUN-DATE        PIC 9(8) VALUE 0.
               05 DCW-CANCELLED-AMT   PIC 9(7)V99 VALUE 0.
               05 DCW-WRITEOFF-AMT    PIC 9(7)V99 VALUE 0.
               05 DCW-TOTAL-WRITTEN   PIC 9(9)V99 VALUE 0.
               05 DCW-AMOUNT-DISPLAY  PIC ZZZ,ZZZ,ZZ9.99.
               05 DCW-BALANCE-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.
               05 DCW-COUNT-DISPLAY   PIC ZZ9.
               05 IDX-WS              PIC 9(3).

           01 AUDIT-WORK-AREA.
               05 AUD-TUITION-BEFORE-WS   PIC S9(7)V99.
               05 AUD-OLD-TUITION-DISPLAY PIC -ZZZZZZ9.99.
               05 AUD-NEW-TUITION-DISPLAY PIC -ZZZZZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "DECEASED STUDENT - ENTER YOUR SUPERVISOR ID: ".
           ACCEPT SUPERVISOR-ID-WS.
           DISPLAY "ENTER YOUR PASSWORD: ".
           ACCEPT SUPERVISOR-PASSWORD-WS.
           CALL "OPERATOR-SIGNON" USING SUPERVISOR-ID-WS
               SUPERVISOR-PASSWORD-WS SUPERVISOR-ROLE-WS
               SIGNON-STATUS-WS.
           IF SIGNON-STATUS-WS NOT = "00"
                   OR SUPERVISOR-ROLE-WS NOT = "S"
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED. RUN CANCELLED."
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT DCW-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 200-ACCEPT-NOTIFICATION
               IF DETAILS-OK = "Y"
                   PERFORM 150-LOAD-TABLES
                   IF ABORT-FLAG = "Y"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 300-PROCESS-THE-DEATH
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

      *****************************************************************
      * Plans, agreements and collections accounts loaded whole - an
      * overflow on any one of them aborts before anything changes.
      *****************************************************************
       150-LOAD-TABLES.
           SET PL-ENTRY TO 1.
           OPEN INPUT PLAN-FILE.
           IF PLAN-STATUS = "00" OR PLAN-STATUS = "05"
               PERFORM 160-LOAD-ONE-INSTALLMENT UNTIL EOF-PLAN = "Y"
                   OR PL-ENTRY > PLAN-TABLE-MAX
               CLOSE PLAN-FILE
           END-IF.
           COMPUTE PLAN-ENTRY-COUNT = PL-ENTRY - 1.
           IF EOF-PLAN NOT = "Y"
                   AND PLAN-ENTRY-COUNT >= PLAN-TABLE-MAX
               DISPLAY "PAYMENT-PLAN.txt EXCEEDS " PLAN-TABLE-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE "Y" TO ABORT-FLAG
           END-IF.
           SET B-ENTRY TO 1.
           OPEN INPUT BANKING-FILE.
           IF BANKING-STATUS = "00" OR BANKING-STATUS = "05"
               PERFORM 170-LOAD-ONE-AGREEMENT UNTIL EOF-BANKING = "Y"
                   OR B-ENTRY > BANKING-TABLE-MAX
               CLOSE BANKING-FILE
           END-IF.
           COMPUTE BANKING-ENTRY-COUNT = B-ENTRY - 1.
           IF EOF-BANKING NOT = "Y"
                   AND BANKING-ENTRY-COUNT >= BANKING-TABLE-MAX
               DISPLAY "STUDENT-BANKING.txt EXCEEDS " BANKING-TABLE-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE "Y" TO ABORT-FLAG
           END-IF.
           SET CO-ENTRY TO 1.
           OPEN INPUT COLLECT-FILE.
           IF COLLECT-STATUS = "00" OR COLLECT-STATUS = "05"
               PERFORM 180-LOAD-ONE-ACCOUNT UNTIL EOF-COLLECT = "Y"
                   OR CO-ENTRY > COLLECT-MAX
               CLOSE COLLECT-FILE
           END-IF.
           COMPUTE COLLECT-COUNT = CO-ENTRY - 1.
           IF EOF-COLLECT NOT = "Y" AND COLLECT-COUNT >= COLLECT-MAX
               DISPLAY "COLLECTIONS.txt EXCEEDS " COLLECT-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       160-LOAD-ONE-INSTALLMENT.
           READ PLAN-FILE
               AT END
                   MOVE "Y" TO EOF-PLAN
               NOT AT END
                   MOVE PLN-STUDENT-NUMBER
                       TO PLTBL-STUDENT-NUMBER(PL-ENTRY)
                   MOVE PLN-TERM-CODE TO PLTBL-TERM-CODE(PL-ENTRY)
                   MOVE PLN-SEQ       TO PLTBL-SEQ(PL-ENTRY)
                   MOVE PLN-DUE-DATE  TO PLTBL-DUE-DATE(PL-ENTRY)
                   MOVE PLN-AMOUNT    TO PLTBL-AMOUNT(PL-ENTRY)
                   ADD 1 TO PL-ENTRY
           END-READ.

       170-LOAD-ONE-AGREEMENT.
           READ BANKING-FILE
               AT END
                   MOVE "Y" TO EOF-BANKING
               NOT AT END
                   MOVE BNK-STUDENT-NUMBER
                       TO BTBL-STUDENT-NUMBER(B-ENTRY)
                   MOVE BNK-INSTITUTION TO BTBL-INSTITUTION(B-ENTRY)
                   MOVE BNK-TRANSIT     TO BTBL-TRANSIT(B-ENTRY)
                   MOVE BNK-ACCOUNT     TO BTBL-ACCOUNT(B-ENTRY)
                   MOVE BNK-ACTIVE-FLAG TO BTBL-ACTIVE-FLAG(B-ENTRY)
                   ADD 1 TO B-ENTRY
           END-READ.

       180-LOAD-ONE-ACCOUNT.
           READ COLLECT-FILE
               AT END
                   MOVE "Y" TO EOF-COLLECT
               NOT AT END
                   MOVE CLW-STUDENT-NUMBER
                       TO CTB-STUDENT-NUMBER(CO-ENTRY)
                   MOVE CLW-TERM-CODE TO CTB-TERM-CODE(CO-ENTRY)
                   MOVE CLW-DUNNING-STAGE
                       TO CTB-DUNNING-STAGE(CO-ENTRY)
                   MOVE CLW-STAGE-DATE TO CTB-STAGE-DATE(CO-ENTRY)
                   MOVE CLW-PROMISE-AMOUNT
                       TO CTB-PROMISE-AMOUNT(CO-ENTRY)
                   MOVE CLW-PROMISE-DATE
                       TO CTB-PROMISE-DATE(CO-ENTRY)
                   MOVE CLW-PROMISE-STATUS
                       TO CTB-PROMISE-STATUS(CO-ENTRY)
                   MOVE CLW-LAST-CONTACT
                       TO CTB-LAST-CONTACT(CO-ENTRY)
                   MOVE CLW-CONTACT-COUNT
                       TO CTB-CONTACT-COUNT(CO-ENTRY)
                   ADD 1 TO CO-ENTRY
           END-READ.

       200-ACCEPT-NOTIFICATION.
           MOVE "N" TO DETAILS-OK.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT DCW-STUDENT-IN.
           IF DCW-STUDENT-IN IS NOT NUMERIC
               DISPLAY "INVALID STUDENT NUMBER. DIGITS ONLY."
           ELSE
               MOVE DCW-STUDENT-IN TO DCW-STUDENT-NUMBER
               PERFORM 210-FIND-THE-STUDENT
               MOVE DCW-STUDENT-NUMBER TO DCK-STUDENT-NUMBER
               CALL "DECEASED-CHECK" USING DECEASED-CHECK
               EVALUATE TRUE
                   WHEN STUDENT-FOUND NOT = "Y"
                       DISPLAY "NO RECORD ON FILE FOR STUDENT "
                           DCW-STUDENT-NUMBER ". NOTHING CHANGED."
                   WHEN DCK-FOUND-FLAG = "Y"
                       DISPLAY "STUDENT " DCW-STUDENT-NUMBER
                           " IS ALREADY RECORDED DECEASED ("
                           DCK-DATE-OF-DEATH "). NOTHING CHANGED."
                   WHEN OTHER
                       PERFORM 220-ACCEPT-DEATH-DETAILS
               END-EVALUATE
           END-IF.

       210-FIND-THE-STUDENT.
           MOVE "N" TO STUDENT-FOUND.
           MOVE "N" TO EOF-STU.
           OPEN INPUT STUDENT-DATA-FILE.
           MOVE DCW-STUDENT-NUMBER TO STUDENT-NUMBER.
           START STUDENT-DATA-FILE
               KEY IS EQUAL STUDENT-NUMBER
               INVALID KEY
                   MOVE "Y" TO EOF-STU
           END-START.
           IF EOF-STU NOT = "Y"
               READ STUDENT-DATA-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF STUDENT-NUMBER = DCW-STUDENT-NUMBER
                           MOVE "Y" TO STUDENT-FOUND
                           MOVE STUDENT-NAME TO DCW-STUDENT-NAME
                       END-IF
               END-READ
           END-IF.
           CLOSE STUDENT-DATA-FILE.

       220-ACCEPT-DEATH-DETAILS.
           DISPLAY "STUDENT " DCW-STUDENT-NUMBER " - "
               DCW-STUDENT-NAME.
           DISPLAY "DATE OF DEATH (CCYYMMDD): ".
           ACCEPT DCW-DATE-IN.
           DISPLAY "NOTIFIED BY (WHO TOLD US, AND HOW): ".
           ACCEPT DCW-NOTIFIED-BY.
           EVALUATE TRUE
               WHEN DCW-DATE-IN IS NOT NUMERIC
                   DISPLAY "DATE OF DEATH MUST BE CCYYMMDD DIGITS. "
                       "NOTHING CHANGED."
               WHEN DCW-DATE-IN > DCW-RUN-DATE
                   DISPLAY "DATE OF DEATH CANNOT BE IN THE FUTURE. "
                       "NOTHING CHANGED."
               WHEN DCW-NOTIFIED-BY = SPACES
                   DISPLAY "THE SOURCE OF THE NOTIFICATION IS "
                       "REQUIRED. NOTHING CHANGED."
               WHEN OTHER
                   MOVE DCW-DATE-IN TO DCW-DATE-OF-DEATH
                   DISPLAY "THIS CANCELS FUTURE PLAN INSTALLMENTS AND "
                       "BANKING, CLOSES COLLECTIONS AND WRITES OFF "
                       "THE BALANCE."
                   DISPLAY "RECORD STUDENT " DCW-STUDENT-NUMBER
                       " AS DECEASED " DCW-DATE-OF-DEATH
                       "? (Y/N): "
                   ACCEPT DCW-CONFIRM
                   IF DCW-CONFIRM = "Y"
                       MOVE "Y" TO DETAILS-OK
                   ELSE
                       DISPLAY "NOTHING CHANGED."
                   END-IF
           END-EVALUATE.

       300-PROCESS-THE-DEATH.
           OPEN OUTPUT CHECKLIST-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 310-WRITE-CHECKLIST-HEADER.
           PERFORM 400-RECORD-THE-DEATH.
           PERFORM 500-CANCEL-FUTURE-INSTALLMENTS.
           PERFORM 550-STOP-BANKING-AGREEMENTS.
           PERFORM 600-CLOSE-COLLECTIONS.
           PERFORM 700-WRITE-OFF-BALANCES.
           PERFORM 900-FINISH-CHECKLIST.
           CLOSE AUDIT-LOG-FILE.
           CLOSE CHECKLIST-FILE.
           DISPLAY "STUDENT " DCW-STUDENT-NUMBER
               " RECORDED DECEASED. CHECKLIST IN "
               "DECEASED-CHECKLIST.txt".
           IF REJECT-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       310-WRITE-CHECKLIST-HEADER.
           MOVE SPACES TO CHECKLIST-RECORD.
           STRING "DECEASED STUDENT CHECKLIST - RUN " DCW-RUN-DATE
                  " - SUPERVISOR " SUPERVISOR-ID-WS
               DELIMITED BY SIZE INTO CHECKLIST-RECORD
           END-STRING.
           WRITE CHECKLIST-RECORD.
           MOVE SPACES TO CHECKLIST-RECORD.
           STRING "STUDENT " DCW-STUDENT-NUMBER "  " DCW-STUDENT-NAME
               DELIMITED BY SIZE INTO CHECKLIST-RECORD
           END-STRING.
           WRITE CHECKLIST-RECORD.
           MOVE SPACES TO CHECKLIST-RECORD.
           STRING "DATE OF DEATH " DCW-DATE-OF-DEATH
                  "  NOTIFIED BY " DCW-NOTIFIED-BY
               DELIMITED BY SIZE INTO CHECKLIST-RECORD
           END-STRING.
           WRITE CHECKLIST-RECORD.
           MOVE SPACES TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.

      *****************************************************************
      * 1. The register row every outbound path checks.
      *****************************************************************
       400-RECORD-THE-DEATH.
           OPEN EXTEND DECEASED-FILE.
           MOVE SPACES TO DECEASED-RECORD.
           MOVE DCW-STUDENT-NUMBER TO DCS-STUDENT-NUMBER.
           MOVE DCW-DATE-OF-DEATH  TO DCS-DATE-OF-DEATH.
           MOVE DCW-NOTIFIED-BY    TO DCS-NOTIFIED-BY.
           MOVE SUPERVISOR-ID-WS   TO DCS-RECORDED-BY.
           MOVE DCW-RUN-DATE       TO DCS-RECORDED-DATE.
           WRITE DECEASED-RECORD.
           CLOSE DECEASED-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE DCW-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE "DECEASED" TO AUD-FIELD-NAME.
           STRING "DIED " DCW-DATE-OF-DEATH
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           PERFORM 800-WRITE-AUDIT-ROW.
           MOVE "  [X] 1. RECORDED ON DECEASED.txt - OUTBOUND PATHS "
               TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.
           MOVE "         NOW SUPPRESS THIS STUDENT"
               TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.

      *****************************************************************
      * 2. Installments not yet due come off PAYMENT-PLAN.txt; the
      * ones already due stay as the record of what was owed.
      *****************************************************************
       500-CANCEL-FUTURE-INSTALLMENTS.
           MOVE 0 TO DCW-CANCELLED-AMT.
           OPEN OUTPUT PLAN-FILE.
           PERFORM 510-KEEP-OR-CANCEL-ONE
               VARYING PL-ENTRY FROM 1 BY 1
               UNTIL PL-ENTRY > PLAN-ENTRY-COUNT.
           CLOSE PLAN-FILE.
           IF PLAN-CANCEL-COUNTER > 0
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE DCW-STUDENT-NUMBER TO AUD-STUDENT-NUMBER
               MOVE "PAYMENT-PLAN" TO AUD-FIELD-NAME
               MOVE PLAN-CANCEL-COUNTER TO DCW-COUNT-DISPLAY
               STRING DCW-COUNT-DISPLAY " INSTALLMENTS DUE"
                   DELIMITED BY SIZE INTO AUD-OLD-VALUE
               END-STRING
               MOVE "CANCELLED - DECEASED" TO AUD-NEW-VALUE
               PERFORM 800-WRITE-AUDIT-ROW
           END-IF.
           MOVE DCW-CANCELLED-AMT TO DCW-AMOUNT-DISPLAY.
           MOVE PLAN-CANCEL-COUNTER TO DCW-COUNT-DISPLAY.
           MOVE SPACES TO CHECKLIST-RECORD.
           STRING "  [X] 2. FUTURE PLAN INSTALLMENTS CANCELLED: "
                  DCW-COUNT-DISPLAY "  TOTAL " DCW-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CHECKLIST-RECORD
           END-STRING.
           WRITE CHECKLIST-RECORD.
           MOVE PLAN-KEPT-COUNTER TO DCW-COUNT-DISPLAY.
           MOVE SPACES TO CHECKLIST-RECORD.
           STRING "         ALREADY DUE, LEFT ON FILE: "
                  DCW-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHECKLIST-RECORD
           END-STRING.
           WRITE CHECKLIST-RECORD.

       510-KEEP-OR-CANCEL-ONE.
           IF PLTBL-STUDENT-NUMBER(PL-ENTRY) = DCW-STUDENT-NUMBER
                   AND PLTBL-DUE-DATE(PL-ENTRY) > DCW-RUN-DATE
               ADD 1 TO PLAN-CANCEL-COUNTER
               ADD PLTBL-AMOUNT(PL-ENTRY) TO DCW-CANCELLED-AMT
           ELSE
               IF PLTBL-STUDENT-NUMBER(PL-ENTRY) = DCW-STUDENT-NUMBER
                   ADD 1 TO PLAN-KEPT-COUNTER
               END-IF
               MOVE SPACES TO PLAN-RECORD
               MOVE PLTBL-STUDENT-NUMBER(PL-ENTRY)
                   TO PLN-STUDENT-NUMBER
               MOVE PLTBL-TERM-CODE(PL-ENTRY) TO PLN-TERM-CODE
               MOVE PLTBL-SEQ(PL-ENTRY)       TO PLN-SEQ
               MOVE PLTBL-DUE-DATE(PL-ENTRY)  TO PLN-DUE-DATE
               MOVE PLTBL-AMOUNT(PL-ENTRY)    TO PLN-AMOUNT
               WRITE PLAN-RECORD
           END-IF.

      *****************************************************************
      * 3. Active debit agreements go inactive - the account details
      * stay on the row, PAD-ORIGINATE just stops using them.
      *****************************************************************
       550-STOP-BANKING-AGREEMENTS.
           OPEN OUTPUT BANKING-FILE.
           PERFORM 560-WRITE-ONE-AGREEMENT
               VARYING B-ENTRY FROM 1 BY 1
               UNTIL B-ENTRY > BANKING-ENTRY-COUNT.
           CLOSE BANKING-FILE.
           MOVE BANK-STOP-COUNTER TO DCW-COUNT-DISPLAY.
           MOVE SPACES TO CHECKLIST-RECORD.
           STRING "  [X] 3. BANKING AGREEMENTS MADE INACTIVE: "
                  DCW-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHECKLIST-RECORD
           END-STRING.
           WRITE CHECKLIST-RECORD.

       560-WRITE-ONE-AGREEMENT.
           IF BTBL-STUDENT-NUMBER(B-ENTRY) = DCW-STUDENT-NUMBER
                   AND BTBL-ACTIVE-FLAG(B-ENTRY) = "Y"
               MOVE "N" TO BTBL-ACTIVE-FLAG(B-ENTRY)
               ADD 1 TO BANK-STOP-COUNTER
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE DCW-STUDENT-NUMBER TO AUD-STUDENT-NUMBER
               MOVE "BANKING-AGREEMENT" TO AUD-FIELD-NAME
               MOVE "ACTIVE" TO AUD-OLD-VALUE
               MOVE "INACTIVE - DECEASED" TO AUD-NEW-VALUE
               PERFORM 800-WRITE-AUDIT-ROW
           END-IF.
           MOVE SPACES TO BANKING-RECORD.
           MOVE BTBL-STUDENT-NUMBER(B-ENTRY) TO BNK-STUDENT-NUMBER.
           MOVE BTBL-INSTITUTION(B-ENTRY)    TO BNK-INSTITUTION.
           MOVE BTBL-TRANSIT(B-ENTRY)        TO BNK-TRANSIT.
           MOVE BTBL-ACCOUNT(B-ENTRY)        TO BNK-ACCOUNT.
           MOVE BTBL-ACTIVE-FLAG(B-ENTRY)    TO BNK-ACTIVE-FLAG.
           WRITE BANKING-RECORD.

      *****************************************************************
      * 4. Collections accounts come off COLLECTIONS.txt, so the
      * ladder has nothing left to climb; the stage each had reached
      * is kept on the audit row.
      *****************************************************************
       600-CLOSE-COLLECTIONS.
           OPEN OUTPUT COLLECT-FILE.
           PERFORM 610-KEEP-OR-CLOSE-ONE
               VARYING CO-ENTRY FROM 1 BY 1
               UNTIL CO-ENTRY > COLLECT-COUNT.
           CLOSE COLLECT-FILE.
           MOVE COLLECT-CLOSE-COUNTER TO DCW-COUNT-DISPLAY.
           MOVE SPACES TO CHECKLIST-RECORD.
           STRING "  [X] 4. COLLECTIONS ACCOUNTS CLOSED: "
                  DCW-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHECKLIST-RECORD
           END-STRING.
           WRITE CHECKLIST-RECORD.

       610-KEEP-OR-CLOSE-ONE.
           IF CTB-STUDENT-NUMBER(CO-ENTRY) = DCW-STUDENT-NUMBER
               ADD 1 TO COLLECT-CLOSE-COUNTER
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE DCW-STUDENT-NUMBER TO AUD-STUDENT-NUMBER
               MOVE CTB-TERM-CODE(CO-ENTRY) TO AUD-TERM-CODE
               MOVE "COLLECTIONS" TO AUD-FIELD-NAME
               STRING "DUNNING STAGE " CTB-DUNNING-STAGE(CO-ENTRY)
                   DELIMITED BY SIZE INTO AUD-OLD-VALUE
               END-STRING
               MOVE "CLOSED - DECEASED" TO AUD-NEW-VALUE
               PERFORM 800-WRITE-AUDIT-ROW
           ELSE
               MOVE SPACES TO COLLECT-RECORD
               MOVE CTB-STUDENT-NUMBER(CO-ENTRY)
                   TO CLW-STUDENT-NUMBER
               MOVE CTB-TERM-CODE(CO-ENTRY)      TO CLW-TERM-CODE
               MOVE CTB-DUNNING-STAGE(CO-ENTRY)  TO CLW-DUNNING-STAGE
               MOVE CTB-STAGE-DATE(CO-ENTRY)     TO CLW-STAGE-DATE
               MOVE CTB-PROMISE-AMOUNT(CO-ENTRY)
                   TO CLW-PROMISE-AMOUNT
               MOVE CTB-PROMISE-DATE(CO-ENTRY)   TO CLW-PROMISE-DATE
               MOVE CTB-PROMISE-STATUS(CO-ENTRY)
                   TO CLW-PROMISE-STATUS
               MOVE CTB-LAST-CONTACT(CO-ENTRY)   TO CLW-LAST-CONTACT
               MOVE CTB-CONTACT-COUNT(CO-ENTRY)  TO CLW-CONTACT-COUNT
               WRITE COLLECT-RECORD
           END-IF.

      *****************************************************************
      * 5. Every term still owing is written off through WRITEOFF-RUN's
      * trail - cleared first, and only a successful REWRITE writes
      * the WRITE-OFFS.txt row - marked compassionate.  A credit
      * balance is money the estate is owed, so it is listed and
      * left for the refund desk.
      *****************************************************************
       700-WRITE-OFF-BALANCES.
           MOVE "N" TO EOF-STU.
           OPEN I-O STUDENT-DATA-FILE.
           OPEN EXTEND WRITEOFF-FILE.
           MOVE DCW-STUDENT-NUMBER TO STUDENT-NUMBER.
           START STUDENT-DATA-FILE
               KEY IS EQUAL STUDENT-NUMBER
               INVALID KEY
                   MOVE "Y" TO EOF-STU
           END-START.
           PERFORM 710-CONSIDER-ONE-TERM UNTIL EOF-STU = "Y".
           CLOSE WRITEOFF-FILE.
           CLOSE STUDENT-DATA-FILE.
           MOVE WRITEOFF-COUNTER TO DCW-COUNT-DISPLAY.
           MOVE DCW-TOTAL-WRITTEN TO DCW-AMOUNT-DISPLAY.
           MOVE SPACES TO CHECKLIST-RECORD.
           STRING "  [X] 5. BALANCES WRITTEN OFF (COMPASSIONATE): "
                  DCW-COUNT-DISPLAY "  TOTAL " DCW-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CHECKLIST-RECORD
           END-STRING.
           WRITE CHECKLIST-RECORD.
           IF REJECT-COUNTER > 0
               MOVE REJECT-COUNTER TO DCW-COUNT-DISPLAY
               MOVE SPACES TO CHECKLIST-RECORD
               STRING "         *** " DCW-COUNT-DISPLAY
                      " TERM(S) NOT CLEARED - SEE ABOVE ***"
                   DELIMITED BY SIZE INTO CHECKLIST-RECORD
               END-STRING
               WRITE CHECKLIST-RECORD
           END-IF.

       710-CONSIDER-ONE-TERM.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-STU
               NOT AT END
                   IF STUDENT-NUMBER NOT = DCW-STUDENT-NUMBER
                       MOVE "Y" TO EOF-STU
                   ELSE
                       IF TUITION-OWED > 0
                           PERFORM 720-CLEAR-ONE-BALANCE
                       END-IF
                       IF TUITION-OWED < 0
                           PERFORM 740-LIST-CREDIT-BALANCE
                       END-IF
                   END-IF
           END-READ.

       720-CLEAR-ONE-BALANCE.
           MOVE TUITION-OWED TO AUD-TUITION-BEFORE-WS.
           MOVE TUITION-OWED TO DCW-WRITEOFF-AMT.
           MOVE 0 TO TUITION-OWED.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   ADD 1 TO REJECT-COUNTER
                   MOVE SPACES TO CHECKLIST-RECORD
                   STRING "         TERM " TERM-CODE
                          " REWRITE FAILED, STATUS " FILE-STATUS
                          " - BALANCE NOT WRITTEN OFF"
                       DELIMITED BY SIZE INTO CHECKLIST-RECORD
                   END-STRING
                   WRITE CHECKLIST-RECORD
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WRITEOFF-COUNTER
                   ADD DCW-WRITEOFF-AMT TO DCW-TOTAL-WRITTEN
                   PERFORM 730-WRITE-WRITEOFF-ROW
                   MOVE SPACES TO AUDIT-LOG-RECORD
                   MOVE AUD-TUITION-BEFORE-WS
                       TO AUD-OLD-TUITION-DISPLAY
                   MOVE TUITION-OWED TO AUD-NEW-TUITION-DISPLAY
                   MOVE STUDENT-NUMBER TO AUD-STUDENT-NUMBER
                   MOVE TERM-CODE      TO AUD-TERM-CODE
                   MOVE "TUITION-OWED" TO AUD-FIELD-NAME
                   MOVE AUD-OLD-TUITION-DISPLAY TO AUD-OLD-VALUE
                   MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE
                   PERFORM 800-WRITE-AUDIT-ROW
           END-REWRITE.

       730-WRITE-WRITEOFF-ROW.
           MOVE SPACES TO WRITEOFF-RECORD.
           MOVE STUDENT-NUMBER   TO WOF-STUDENT-NUMBER.
           MOVE TERM-CODE        TO WOF-TERM-CODE.
           MOVE DCW-WRITEOFF-AMT TO WOF-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WOF-DATE.
           MOVE 0 TO WOF-RECOVERED.
           MOVE "C" TO WOF-REASON.
           WRITE WRITEOFF-RECORD.

       740-LIST-CREDIT-BALANCE.
           ADD 1 TO CREDIT-COUNTER.
           MOVE TUITION-OWED TO DCW-BALANCE-DISPLAY.
           MOVE SPACES TO CHECKLIST-RECORD.
           STRING "         TERM " TERM-CODE " CREDIT BALANCE "
                  DCW-BALANCE-DISPLAY " - REFER TO THE ESTATE"
               DELIMITED BY SIZE INTO CHECKLIST-RECORD
           END-STRING.
           WRITE CHECKLIST-RECORD.

      *    Every row this transaction writes goes under the
      *    supervisor's ID.
       800-WRITE-AUDIT-ROW.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       900-FINISH-CHECKLIST.
           MOVE SPACES TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.
           MOVE "SUPPRESSED FROM TODAY (DECEASED-CHECK):"
               TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.
           MOVE "  DUNNING LETTERS     COLLECT-MONITOR"
               TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.
           MOVE "  BANK DEBITS         PAD-ORIGINATE"
               TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.
           MOVE "  LATE FEES           LATE-FEE-RUN"
               TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.
           MOVE "  STATEMENTS          STATEMENT-GEN"
               TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.
           MOVE "  CAMPUS MESSAGES     NOTIFY-DISPATCH"
               TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.
           MOVE "  WARNING LETTERS     MIDTERM-WARNING"
               TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.
           MOVE "  RENEWAL LETTERS     AWARD-RENEWAL"
               TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.
           MOVE "  ENROLLMENT LETTERS  ENROLL-VERIFY"
               TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.
           MOVE "  CLASS ROSTERS       ROSTER-EXTRACT"
               TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.
           MOVE "  ALUMNI EXTRACT      ALUMNI-HANDOFF"
               TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.
           MOVE "  STUDENT SIGN-IN     SELF-SERVICE"
               TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.
           MOVE SPACES TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.
           MOVE "STILL TO DO BY HAND:" TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.
           MOVE "  [ ] CONDOLENCE LETTER TO THE FAMILY"
               TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.
           IF CREDIT-COUNTER > 0
               MOVE "  [ ] CREDIT BALANCE(S) ABOVE REFUNDED TO ESTATE"
                   TO CHECKLIST-RECORD
               WRITE CHECKLIST-RECORD
           END-IF.
           MOVE SPACES TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.
           MOVE "CHECKED BY: ____________________   DATE: __________"
               TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.

       END PROGRAM DECEASED-PROCESS.
