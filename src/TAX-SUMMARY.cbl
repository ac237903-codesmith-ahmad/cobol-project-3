      ******************************************************************
      * Tectonics: Calendar-year tax receipt run (1098-T style).
      * Rolls PAYMENTS.dat up by PAY-STUDENT-NUMBER across every term
      * using PAY-DATE's year, netting reversal rows out, and writes
      * one receipt record per student in the government's fixed
      * layout (TAX-RECEIPTS.txt: year, student number, name, net
      * (TAX-SUMMARY-REPORT.txt).  This is the statutory February
      * request we used to answer by grepping PAYMENTS.txt into a
      * spreadsheet.
      * The receipt carries the legal name (STUDENT-NAME), never a
      * preferred name.
      * The receipts file is registered on the outbound manifest
      * (OUTBOUND-REGISTRY) for the business date, with its receipt
      * count, total and checksum; a second run on a business date
      * already produced is refused before anything is written,
      * unless a supervisor authorized the re-run through
      * OUTBOUND-OVERRIDE.
      * A tax year reaching back into a fiscal year FY-ROLLOVER has
      * archived is read from the year-end archives as well
      * (FY-ARCHIVE-READ); the carried-forward rows standing in for
      * the archived ones on either side are skipped, so nothing is
      * counted twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-SUMMARY.
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
      *    Student names for the receipts - any term record under the
      *    number will do, pulled through the alternate key.

           01 TAX-YEAR-IN PIC X(4) VALUE SPACES.

      *    Per-student net for the year, accumulated as PAYMENTS.dat
      *    is read - reversal rows are negative and net out here.
           01 TAX-TABLE.
               05 TAX-TABLE-ENTRY OCCURS 2000 TIMES INDEXED TX-ENTRY.
               05 ROW-COUNTER     PIC 9(6) VALUE 0.
               05 RECEIPT-COUNTER PIC 9(5) VALUE 0.
               05 SKIP-COUNTER    PIC 9(5) VALUE 0.
               05 RECEIPT-TOTAL   PIC 9(11)V99 VALUE 0.

           01 FLAGS.
               05 EOF-PAYMENTS PIC X VALUE "N".
               05 ENTRY-FOUND  PIC X VALUE "N".
               05 TABLE-FULL   PIC X VALUE "N".
               05 OUTBOUND-OK  PIC X VALUE "N".

      *    OUTBOUND-REGISTRY parameter block - the business date's
      *    receipts file checked before anything is written,
      *    registered once it is closed.
           COPY "OUTBOUND-CHECK.cpy".

           01 IDX-WS PIC 9(4).

           COPY "FY-ARCHIVE-READ.cpy".

           01 NAME-LOOKUP-AREA.
               05 LOOKUP-NAME PIC X(40).

                       "WITH PAYMENTS - RUN ABORTED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 250-CHECK-OUTBOUND-FILE
               END-IF
               IF OUTBOUND-OK = "Y"
                   PERFORM 300-WRITE-RECEIPTS
                   PERFORM 260-REGISTER-OUTBOUND-FILE
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

      *    Any archived years first; then only the tax year's live
      *    rows are read: PAY-DATE order from the first of January,
      *    ending at the first row of the next year.
       200-ROLL-UP-PAYMENTS.
           OPEN INPUT PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
               MOVE "PAYMENTS" TO FAR-SOURCE
               MOVE "OP" TO FAR-ACTION
               CALL "FY-ARCHIVE-READ" USING FY-ARCHIVE-READ
               PERFORM 205-ROLL-ONE-ARCHIVED-ROW
                   UNTIL FAR-RESULT NOT = "00" OR TABLE-FULL = "Y"
               IF FAR-RESULT = "00"
                   MOVE "CL" TO FAR-ACTION
                   CALL "FY-ARCHIVE-READ" USING FY-ARCHIVE-READ
               END-IF
               MOVE TAX-YEAR-IN TO PAY-DATE(1:4)
               MOVE "0101"      TO PAY-DATE(5:4)
               START PAYMENTS-FILE KEY IS NOT LESS THAN PAY-DATE
                   INVALID KEY
                       MOVE "Y" TO EOF-PAYMENTS
               END-START
               PERFORM 210-ROLL-ONE-ROW UNTIL EOF-PAYMENTS = "Y"
                   OR TABLE-FULL = "Y"
               CLOSE PAYMENTS-FILE
           ELSE
               DISPLAY "PAYMENTS.dat NOT READABLE (STATUS "
                   PAYMENTS-STATUS ")."
           END-IF.

      *    An archived year's rows come back in PAYMENTS.dat's own
      *    layout, in key order - every one is looked at.
       205-ROLL-ONE-ARCHIVED-ROW.
           MOVE "RN" TO FAR-ACTION.
           CALL "FY-ARCHIVE-READ" USING FY-ARCHIVE-READ.
           IF FAR-RESULT = "00"
               MOVE FAR-ROW TO PAYMENT-RECORD
               IF PAY-DATE(1:4) = TAX-YEAR-IN
                       AND PAY-REVERSAL-FLAG NOT = "F"
                   ADD 1 TO ROW-COUNTER
                   PERFORM 220-ADD-TO-STUDENT-NET
               END-IF
           END-IF.

       210-ROLL-ONE-ROW.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-PAYMENTS
               NOT AT END
                   IF PAY-DATE(1:4) = TAX-YEAR-IN
                       IF PAY-REVERSAL-FLAG NOT = "F"
                           ADD 1 TO ROW-COUNTER
                           PERFORM 220-ADD-TO-STUDENT-NET
                       END-IF
                   ELSE
                       MOVE "Y" TO EOF-PAYMENTS
                   END-IF
           END-READ.

      * summary.  The name comes off any term record the student has
      * on file, via the alternate key.
      *****************************************************************
      *****************************************************************
      * The business date's receipts file goes to OUTBOUND-REGISTRY
      * before anything is written: one already produced is refused,
      * unless a supervisor has authorized one re-run of it through
      * OUTBOUND-OVERRIDE.
      *****************************************************************
       250-CHECK-OUTBOUND-FILE.
           MOVE "N" TO OUTBOUND-OK.
           MOVE SPACES TO OUTBOUND-CHECK.
           MOVE "CK" TO OBC-ACTION.
           MOVE "TAXRECEIPT" TO OBC-FILE-CODE.
           MOVE "TAX-RECEIPTS.txt" TO OBC-FILE-NAME.
           MOVE "TAXRECEIPT" TO OBC-OPERATOR-ID.
           CALL "BUSINESS-DATE" USING OBC-BUSINESS-DATE.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.
           EVALUATE OBC-RESULT
               WHEN "00"
                   MOVE "Y" TO OUTBOUND-OK
               WHEN "OV"
                   DISPLAY "TAX RECEIPTS FOR " OBC-BUSINESS-DATE
                       " ALREADY PRODUCED - RE-RUN AUTHORIZED BY "
                       OBC-OVERRIDE-BY
                   MOVE "Y" TO OUTBOUND-OK
               WHEN OTHER
                   DISPLAY "TAX RECEIPTS FOR " OBC-BUSINESS-DATE
                       " WERE ALREADY PRODUCED - DUPLICATE FILE"
                   DISPLAY "A RE-RUN NEEDS A SUPERVISOR'S "
                       "OUTBOUND-OVERRIDE. NOTHING WRITTEN."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       260-REGISTER-OUTBOUND-FILE.
           MOVE "RG" TO OBC-ACTION.
           MOVE RECEIPT-COUNTER TO OBC-RECORD-COUNT.
           MOVE RECEIPT-TOTAL TO OBC-CONTROL-AMOUNT.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.
           DISPLAY "TAX-RECEIPTS.txt CHECKSUM: " OBC-CHECKSUM.

       300-WRITE-RECEIPTS.
           OPEN INPUT STUDENT-DATA-FILE.
           OPEN OUTPUT TAX-RECEIPTS-FILE.
               MOVE TAX-NET-AMOUNT(IDX-WS) TO SUM-AMOUNT
               WRITE SUMMARY-RECORD
               ADD 1 TO RECEIPT-COUNTER
               ADD TAX-NET-AMOUNT(IDX-WS) TO RECEIPT-TOTAL
           ELSE
               ADD 1 TO SKIP-COUNTER
           END-IF.
