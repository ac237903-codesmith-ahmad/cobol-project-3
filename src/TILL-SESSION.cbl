      * Tectonics: Cashier till sessions.  A cashier opens a session
      * under their OPERATOR.txt sign-on with a counted float, takes
      * payments all day (every desk posting stamps the session id
      * on its PAYMENTS.dat row), and closes the session by counting
      * the drawer: counted cash, less the float, less what the
      * stamped payment rows total, is the over/short figure recorded
      * on the TILL-SESSIONS.txt row - so CASH-RECON's daily
      * discrepancy finally points at one drawer.  Session ids are
      * issued from the file itself (highest on file plus one).
      * Menu-driven whole-file load/save, the HOLD-MAINT way.
      * The count is a two-person job: the cashier who opened the
      * drawer cannot close it (SOD-CHECK's till rule), and whoever
      * signed on to close it is kept on the row as TIL-CLOSED-BY.
      * Seats sold at NONCREDIT-DESK go into the same drawer and
      * carry the session id on their NONCREDIT-REGS.txt row, so
      * the count takes those in as well.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILL-SESSION.
           SELECT OPTIONAL TILL-FILE ASSIGN "TILL-SESSIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TILL-STATUS.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.
           SELECT OPTIONAL REG-FILE ASSIGN "NONCREDIT-REGS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PAYMENTS-FILE.
           COPY "PAYMENT-RECORD.cpy".

           FD REG-FILE.
           COPY "NONCREDIT-REG.cpy".

       WORKING-STORAGE SECTION.
           01 TILL-STATUS     PIC X(2).
           01 PAYMENTS-STATUS PIC X(2).
           01 REG-STATUS      PIC X(2).

           01 TILL-TABLE.
               05 TILL-TABLE-ENTRY OCCURS 500 TIMES INDEXED T-ENTRY.
                   10 TTBL-COUNTED-CASH PIC 9(7)V99.
                   10 TTBL-OVER-SHORT   PIC S9(5)V99.
                   10 TTBL-CLOSE-DATE   PIC 9(8).
                   10 TTBL-CLOSED-BY    PIC X(10).
           01 TILL-ENTRY-COUNT PIC 9(3) VALUE 0.
           01 TILL-TABLE-MAX   PIC 9(3) VALUE 500.

           01 FLAGS.
               05 EOF-TILL     PIC X VALUE "N".
               05 EOF-PAYMENTS PIC X VALUE "N".
               05 EOF-REG      PIC X VALUE "N".
               05 DONE-FLAG    PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.
               05 SSW-DISPLAY      PIC -ZZ,ZZ9.99.
               05 IDX-WS           PIC 9(3).

      *    SOD-CHECK parameter block - the opener against the closer.
           COPY "SOD-CHECK.cpy".

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "TILL SESSIONS - ENTER YOUR OPERATOR ID: ".
                       TO TTBL-COUNTED-CASH(T-ENTRY)
                   MOVE TIL-OVER-SHORT   TO TTBL-OVER-SHORT(T-ENTRY)
                   MOVE TIL-CLOSE-DATE   TO TTBL-CLOSE-DATE(T-ENTRY)
                   MOVE TIL-CLOSED-BY    TO TTBL-CLOSED-BY(T-ENTRY)
                   ADD 1 TO T-ENTRY
           END-READ.

               MOVE 0 TO TTBL-COUNTED-CASH(TILL-ENTRY-COUNT)
               MOVE 0 TO TTBL-OVER-SHORT(TILL-ENTRY-COUNT)
               MOVE 0 TO TTBL-CLOSE-DATE(TILL-ENTRY-COUNT)
               MOVE SPACES TO TTBL-CLOSED-BY(TILL-ENTRY-COUNT)
               DISPLAY "SESSION " SSW-NEXT-ID " OPENED. QUOTE THIS "
                   "ID ON EVERY PAYMENT YOU TAKE."
           END-IF.
           END-IF.

      *****************************************************************
      * Closing: the expected drawer is float plus every PAYMENTS.dat
      * row stamped with this session (negative rows net out, the
      * same way CASH-RECON nets the day), plus every non-credit
      * seat sold into it.  Counted minus expected
      * is the over/short the row keeps forever.
      *****************************************************************
       230-CLOSE-SESSION.
                   IF TTBL-STATUS(SSW-FOUND-ENTRY) = "C"
                       DISPLAY "SESSION ALREADY CLOSED."
                   ELSE
                       PERFORM 245-CHECK-SECOND-PERSON
                       IF SDC-RESULT = "SD"
                           DISPLAY "YOU OPENED THIS DRAWER - A SECOND "
                               "PERSON MUST COUNT AND CLOSE IT (RULE "
                               SDC-RULE-CODE ")."
                       ELSE
                           PERFORM 250-COUNT-AND-CLOSE
                       END-IF
                   END-IF
               END-IF
           END-IF.
               MOVE IDX-WS TO SSW-FOUND-ENTRY
           END-IF.

       245-CHECK-SECOND-PERSON.
           MOVE SPACES TO SOD-CHECK.
           MOVE "TILL-OPEN"  TO SDC-ACTION-A.
           MOVE TTBL-OPERATOR-ID(SSW-FOUND-ENTRY) TO SDC-OPERATOR-A.
           MOVE "TILL-CLOSE" TO SDC-ACTION-B.
           MOVE OPERATOR-ID-WS TO SDC-OPERATOR-B.
           CALL "SOD-CHECK" USING SOD-CHECK.

       250-COUNT-AND-CLOSE.
           DISPLAY "COUNTED CASH (9999999.99): ".
           ACCEPT SSW-AMOUNT-IN.
           MOVE "N" TO EOF-PAYMENTS.
           OPEN INPUT PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
               MOVE TTBL-OPEN-DATE(SSW-FOUND-ENTRY) TO PAY-DATE
               START PAYMENTS-FILE KEY IS NOT LESS THAN PAY-DATE
                   INVALID KEY
                       MOVE "Y" TO EOF-PAYMENTS
               END-START
               PERFORM 255-SUM-ONE-PAYMENT UNTIL EOF-PAYMENTS = "Y"
               CLOSE PAYMENTS-FILE
           END-IF.
           MOVE "N" TO EOF-REG.
           OPEN INPUT REG-FILE.
           IF REG-STATUS = "00" OR REG-STATUS = "05"
               PERFORM 257-SUM-ONE-REG UNTIL EOF-REG = "Y"
               CLOSE REG-FILE
           END-IF.
           COMPUTE SSW-OVER-SHORT = SSW-COUNTED
               - TTBL-FLOAT-AMOUNT(SSW-FOUND-ENTRY) - SSW-TAKEN.
           MOVE "C" TO TTBL-STATUS(SSW-FOUND-ENTRY).
           MOVE SSW-COUNTED TO TTBL-COUNTED-CASH(SSW-FOUND-ENTRY).
           MOVE SSW-OVER-SHORT TO TTBL-OVER-SHORT(SSW-FOUND-ENTRY).
           MOVE SSW-RUN-DATE TO TTBL-CLOSE-DATE(SSW-FOUND-ENTRY).
           MOVE OPERATOR-ID-WS TO TTBL-CLOSED-BY(SSW-FOUND-ENTRY).
           MOVE SSW-OVER-SHORT TO SSW-DISPLAY.
           DISPLAY "SESSION CLOSED. OVER/SHORT: " SSW-DISPLAY.

      *    Nothing dated before the session opened can be its money,
      *    so the read starts at the open date on the PAY-DATE key.
       255-SUM-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-PAYMENTS
               NOT AT END
                   END-IF
           END-READ.

       257-SUM-ONE-REG.
           READ REG-FILE
               AT END
                   MOVE "Y" TO EOF-REG
               NOT AT END
                   IF NCR-SESSION-ID = SSW-SESSION-ID
                       ADD NCR-FEE-PAID TO SSW-TAKEN
                   END-IF
           END-READ.

       260-LIST-OPEN-SESSIONS.
           PERFORM 265-LIST-ONE-OPEN
               VARYING IDX-WS FROM 1 BY 1
           MOVE TTBL-COUNTED-CASH(T-ENTRY) TO TIL-COUNTED-CASH.
           MOVE TTBL-OVER-SHORT(T-ENTRY)   TO TIL-OVER-SHORT.
           MOVE TTBL-CLOSE-DATE(T-ENTRY)   TO TIL-CLOSE-DATE.
           MOVE TTBL-CLOSED-BY(T-ENTRY)    TO TIL-CLOSED-BY.
           WRITE TILL-RECORD.

       END PROGRAM TILL-SESSION.
