      * Tectonics: Official receipt print and reprint.
      * PAYMENT-RECORD.cpy promised for years that "a receipt can be
      * reprinted" - this is finally the program that does it.  Given
      * a receipt number, the matching PAYMENTS.dat row is formatted
      * as the official receipt (name and mailing address merged
      * from DEMOGRAPHICS.dat) into RECEIPT.txt, whether the payment
      * was posted this morning or three years ago.  The row is read
      * straight off the PAY-RECEIPT-NUMBER alternate key.  Rows
      * written before receipt numbering existed carry no number and
      * simply never match - they were hand-receipted on whatever
      * pad the desk was using at the time.
      * A student whose address has come back undeliverable
      * (ADDRESS-CHECK) gets no mailing address on the receipt - a
      * hold-for-pickup line prints in its place, and the screen
      * says the receipt is not to be mailed.
      * A receipt number not on PAYMENTS.dat may be a non-credit
      * seat sold at NONCREDIT-DESK - those rows are their own
      * receipt records on NONCREDIT-REGS.txt, and print with the
      * learner's name and the offering in place of an address and
      * a term.
      * A receipt from a fiscal year FY-ROLLOVER has archived is no
      * longer on PAYMENTS.dat - it is found on the year-end archives
      * instead (FY-ARCHIVE-READ) and prints just the same.  The
      * carried-forward rows left in the archived ones' place are
      * nobody's receipt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEIPT-PRINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.
           SELECT OPTIONAL DEMO-FILE
               ASSIGN "DEMOGRAPHICS.dat"
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEM-STUDENT-NUMBER
               FILE STATUS IS DEMO-STATUS.
           SELECT OPTIONAL REG-FILE ASSIGN "NONCREDIT-REGS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
           SELECT OPTIONAL OFFERING-FILE
               ASSIGN "NONCREDIT-OFFERINGS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFFERING-STATUS.
           SELECT RECEIPT-FILE ASSIGN "RECEIPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           FD DEMO-FILE.
           COPY "DEMO-RECORD.cpy".

           FD REG-FILE.
           COPY "NONCREDIT-REG.cpy".

           FD OFFERING-FILE.
           COPY "NONCREDIT-OFFERING.cpy".

           FD RECEIPT-FILE.
           01 RECEIPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           01 PAYMENTS-STATUS PIC X(2).
           01 DEMO-STATUS     PIC X(2).
           01 REG-STATUS      PIC X(2).
           01 OFFERING-STATUS PIC X(2).

           01 RECEIPT-IN-WS     PIC X(8) VALUE SPACES.
           01 WANTED-RECEIPT-WS PIC 9(8) VALUE 0.

           01 FLAGS.
               05 RECEIPT-FOUND PIC X VALUE "N".
               05 EOF-REG       PIC X VALUE "N".
               05 EOF-OFFERING  PIC X VALUE "N".

           01 PRINT-WORK-AREA.
               05 AMOUNT-DISPLAY PIC -Z,ZZZ,ZZ9.99.
               05 OFFERING-TITLE PIC X(30) VALUE SPACES.

           01 BLANK-LINE PIC X(80) VALUE SPACES.

           COPY "ADDRESS-CHECK.cpy".
           COPY "FY-ARCHIVE-READ.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "RECEIPT NUMBER TO PRINT: ".
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE RECEIPT-IN-WS TO WANTED-RECEIPT-WS
               OPEN OUTPUT RECEIPT-FILE
               OPEN INPUT PAYMENTS-FILE
               IF PAYMENTS-STATUS = "00"
                   OPEN INPUT DEMO-FILE
                   PERFORM 300-FIND-RECEIPT
                   IF RECEIPT-FOUND = "N"
                       PERFORM 350-FIND-ARCHIVED-RECEIPT
                   END-IF
                   CLOSE PAYMENTS-FILE
                   CLOSE DEMO-FILE
               END-IF
               IF RECEIPT-FOUND = "N"
                   PERFORM 500-FIND-NONCREDIT-RECEIPT
               END-IF
               CLOSE RECEIPT-FILE
               IF RECEIPT-FOUND = "Y"
                   DISPLAY "RECEIPT WRITTEN TO RECEIPT.txt"
               ELSE
                   DISPLAY "NO PAYMENT ON FILE WITH RECEIPT "
                       WANTED-RECEIPT-WS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       300-FIND-RECEIPT.
           MOVE WANTED-RECEIPT-WS TO PAY-RECEIPT-NUMBER.
           READ PAYMENTS-FILE KEY IS PAY-RECEIPT-NUMBER
               INVALID KEY
                   MOVE "N" TO RECEIPT-FOUND
               NOT INVALID KEY
                   IF PAY-REVERSAL-FLAG NOT = "F"
                       MOVE "Y" TO RECEIPT-FOUND
                       PERFORM 400-FORMAT-RECEIPT
                   END-IF
           END-READ.

      *    Every archived year in turn until the receipt turns up;
      *    the row comes back in PAYMENTS.dat's own layout.
       350-FIND-ARCHIVED-RECEIPT.
           MOVE "PAYMENTS" TO FAR-SOURCE.
           MOVE "OP" TO FAR-ACTION.
           CALL "FY-ARCHIVE-READ" USING FY-ARCHIVE-READ.
           PERFORM 360-CHECK-ONE-ARCHIVED-ROW
               UNTIL FAR-RESULT NOT = "00" OR RECEIPT-FOUND = "Y".
           MOVE "CL" TO FAR-ACTION.
           CALL "FY-ARCHIVE-READ" USING FY-ARCHIVE-READ.

       360-CHECK-ONE-ARCHIVED-ROW.
           MOVE "RN" TO FAR-ACTION.
           CALL "FY-ARCHIVE-READ" USING FY-ARCHIVE-READ.
           IF FAR-RESULT = "00"
               MOVE FAR-ROW TO PAYMENT-RECORD
               IF PAY-RECEIPT-NUMBER = WANTED-RECEIPT-WS
                       AND PAY-REVERSAL-FLAG NOT = "F"
                   MOVE "Y" TO RECEIPT-FOUND
                   PERFORM 400-FORMAT-RECEIPT
               END-IF
           END-IF.

       400-FORMAT-RECEIPT.
           MOVE SPACES TO RECEIPT-RECORD.
           STRING "OFFICIAL RECEIPT " WANTED-RECEIPT-WS
                   END-STRING
                   WRITE RECEIPT-RECORD
                   END-WRITE
                   MOVE PAY-STUDENT-NUMBER TO ADC-STUDENT-NUMBER
                   CALL "ADDRESS-CHECK" USING ADDRESS-CHECK
                   IF ADC-BAD-FLAG = "Y"
                       PERFORM 420-WRITE-HOLD-FOR-PICKUP
                   ELSE
                       PERFORM 415-WRITE-ADDRESS-LINES
                   END-IF
           END-READ.

       415-WRITE-ADDRESS-LINES.
           MOVE SPACES TO RECEIPT-RECORD.
           MOVE DEM-ADDRESS-LINE-1 TO RECEIPT-RECORD.
           WRITE RECEIPT-RECORD.
           MOVE SPACES TO RECEIPT-RECORD.
           STRING DEM-CITY " " DEM-PROVINCE " "
                  DEM-POSTAL-CODE
               DELIMITED BY SIZE INTO RECEIPT-RECORD
           END-STRING.
           WRITE RECEIPT-RECORD.

       420-WRITE-HOLD-FOR-PICKUP.
           MOVE SPACES TO RECEIPT-RECORD.
           MOVE "*** ADDRESS UNDELIVERABLE - HOLD FOR PICKUP ***"
               TO RECEIPT-RECORD.
           WRITE RECEIPT-RECORD.
           DISPLAY "ADDRESS FOR " PAY-STUDENT-NUMBER
               " RETURNED UNDELIVERABLE " ADC-RETURNED-DATE
               " - RECEIPT NOT TO BE MAILED.".

       500-FIND-NONCREDIT-RECEIPT.
           OPEN INPUT REG-FILE.
           IF REG-STATUS = "00" OR REG-STATUS = "05"
               PERFORM 510-CHECK-ONE-REG
                   UNTIL EOF-REG = "Y" OR RECEIPT-FOUND = "Y"
               CLOSE REG-FILE
           END-IF.
           IF RECEIPT-FOUND = "Y"
               PERFORM 520-FIND-OFFERING-TITLE
               PERFORM 600-FORMAT-NONCREDIT-RECEIPT
           END-IF.

       510-CHECK-ONE-REG.
           READ REG-FILE
               AT END
                   MOVE "Y" TO EOF-REG
               NOT AT END
                   IF NCR-RECEIPT-NUMBER = WANTED-RECEIPT-WS
                       MOVE "Y" TO RECEIPT-FOUND
                   END-IF
           END-READ.

       520-FIND-OFFERING-TITLE.
           MOVE SPACES TO OFFERING-TITLE.
           OPEN INPUT OFFERING-FILE.
           IF OFFERING-STATUS = "00" OR OFFERING-STATUS = "05"
               PERFORM 530-CHECK-ONE-OFFERING UNTIL EOF-OFFERING = "Y"
               CLOSE OFFERING-FILE
           END-IF.

       530-CHECK-ONE-OFFERING.
           READ OFFERING-FILE
               AT END
                   MOVE "Y" TO EOF-OFFERING
               NOT AT END
                   IF NCO-OFFERING-CODE = NCR-OFFERING-CODE
                       MOVE NCO-TITLE TO OFFERING-TITLE
                       MOVE "Y" TO EOF-OFFERING
                   END-IF
           END-READ.

       600-FORMAT-NONCREDIT-RECEIPT.
           MOVE SPACES TO RECEIPT-RECORD.
           STRING "OFFICIAL RECEIPT " WANTED-RECEIPT-WS
               DELIMITED BY SIZE INTO RECEIPT-RECORD
           END-STRING.
           WRITE RECEIPT-RECORD.
           MOVE SPACES TO RECEIPT-RECORD.
           IF NCR-LEARNER-TYPE = "S"
               STRING "STUDENT " NCR-LEARNER-NUMBER
                   DELIMITED BY SIZE INTO RECEIPT-RECORD
               END-STRING
           ELSE
               STRING "COMMUNITY LEARNER " NCR-LEARNER-NUMBER
                   DELIMITED BY SIZE INTO RECEIPT-RECORD
               END-STRING
           END-IF.
           WRITE RECEIPT-RECORD.
           MOVE NCR-LEARNER-NAME TO RECEIPT-RECORD.
           WRITE RECEIPT-RECORD.
           MOVE SPACES TO RECEIPT-RECORD.
           MOVE NCR-FEE-PAID TO AMOUNT-DISPLAY.
           STRING "RECEIVED " AMOUNT-DISPLAY
                  " ON " NCR-REG-DATE
                  " FOR NON-CREDIT " NCR-OFFERING-CODE
               DELIMITED BY SIZE INTO RECEIPT-RECORD
           END-STRING.
           WRITE RECEIPT-RECORD.
           MOVE SPACES TO RECEIPT-RECORD.
           STRING "     " OFFERING-TITLE
               DELIMITED BY SIZE INTO RECEIPT-RECORD
           END-STRING.
           WRITE RECEIPT-RECORD.
           WRITE RECEIPT-RECORD FROM BLANK-LINE.

       END PROGRAM RECEIPT-PRINT.
