           WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC X(2).

      *    PERIOD-CHECK parameter block - a desk payment is dated
      *    today, and today must not sit in a closed fiscal period.
           COPY "PERIOD-CHECK.cpy".

           LINKAGE SECTION.
           01 LK-STUDENT-NUMBER  PIC 9(6).
           01 LK-TERM-CODE       PIC X(6).
      *    Self-contained: opens, updates and closes STUFILE.dat on
      *    its own, the same way UPDATE-STUDENT-FILE's search-and-save
      *    screen does one record at a time.
      *    A closed fiscal period refuses the payment outright with
      *    status "PC" - the desk can take it once finance reopens
      *    the period or the calendar moves on; nothing is forced.
       PROCEDURE DIVISION USING LK-STUDENT-NUMBER LK-TERM-CODE
               LK-PAYMENT-AMOUNT LK-UPDATE-STATUS.

           MOVE "CK" TO PCK-ACTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PCK-POSTING-DATE.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK.
           IF PCK-RESULT NOT = "00"
               DISPLAY "FISCAL PERIOD " PCK-PERIOD " IS CLOSED. "
                   "PAYMENT NOT APPLIED."
               MOVE "PC" TO LK-UPDATE-STATUS
           ELSE
               PERFORM APPLY-THE-PAYMENT
           END-IF.
           GOBACK.

       APPLY-THE-PAYMENT.
           OPEN I-O INDEXED-FILE.
           MOVE LK-STUDENT-NUMBER TO OUT-STUDENT-NUMBER.
           MOVE LK-TERM-CODE TO OUT-TERM-CODE.
           END-READ.
           MOVE FILE-STATUS TO LK-UPDATE-STATUS.
           CLOSE INDEXED-FILE.
