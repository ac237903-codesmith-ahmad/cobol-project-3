      ******************************************************************
      * Tectonics: Year-end archive reader.  FY-ROLLOVER moves closed
      * fiscal years' PAYMENTS.dat, FEES.txt, AWARDS-POSTED.txt and
      * NOTIFY-QUEUE.txt rows into one dated archive file per year
      * (PAYMENTS-FY2026.txt and so on), catalogued on
      * FY-ARCHIVES.txt.  The programs that legitimately need the old
      * years - TAX-SUMMARY's prior-year reprint, RECEIPT-PRINT's old
      * receipt, STATEMENT-GEN's full history - CALL here instead of
      * each knowing the archive names:
      *
      *    FAR-ACTION "OP" - start a pass over FAR-SOURCE's archives
      *              "RN" - next row ("00"), or "10" at the end of
      *                     the last archive
      *              "CL" - end the pass early
      *
      * Only archives whose rollover completed (stage 'C') are read,
      * in catalog order - the order the years were rolled.  The
      * files stay open between calls; one pass at a time.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FY-ARCHIVE-READ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOG-FILE ASSIGN "FY-ARCHIVES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.
      *    Whichever archive the pass has reached.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN ARCHIVE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CATALOG-FILE.
           COPY "FY-ARCHIVE-RECORD.cpy".

           FD ARCHIVE-FILE.
           01 ARCHIVE-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           01 CATALOG-STATUS PIC X(2).
           01 ARCHIVE-STATUS PIC X(2).

           01 ARCHIVE-NAME-WS PIC X(24) VALUE SPACES.

      *    The pass's archives, in catalog order.
           01 PASS-TABLE.
               05 PASS-ENTRY OCCURS 100 TIMES INDEXED P-ENTRY.
                   10 PTB-FISCAL-YEAR PIC X(4).
                   10 PTB-FILE-NAME   PIC X(24).
           01 PASS-COUNT PIC 9(3) VALUE 0.
           01 PASS-MAX   PIC 9(3) VALUE 100.
           01 PASS-AT    PIC 9(3) VALUE 0.

           01 FLAGS.
               05 EOF-CATALOG  PIC X VALUE "N".
               05 ARCHIVE-OPEN PIC X VALUE "N".

       LINKAGE SECTION.
           COPY "FY-ARCHIVE-READ.cpy".

       PROCEDURE DIVISION USING FY-ARCHIVE-READ.
       100-MAIN.
           EVALUATE FAR-ACTION
               WHEN "OP"
                   PERFORM 200-START-PASS
               WHEN "RN"
                   MOVE SPACES TO FAR-RESULT
                   PERFORM 300-NEXT-ROW UNTIL FAR-RESULT NOT = SPACES
               WHEN OTHER
                   PERFORM 400-CLOSE-ARCHIVE
                   MOVE PASS-COUNT TO PASS-AT
                   MOVE "00" TO FAR-RESULT
           END-EVALUATE.
           GOBACK.

       200-START-PASS.
           PERFORM 400-CLOSE-ARCHIVE.
           MOVE 0 TO PASS-COUNT.
           MOVE 0 TO PASS-AT.
           MOVE "N" TO EOF-CATALOG.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-STATUS = "00" OR CATALOG-STATUS = "05"
               PERFORM 210-LOAD-ONE-CATALOG-ROW UNTIL EOF-CATALOG = "Y"
               CLOSE CATALOG-FILE
           END-IF.
           MOVE "00" TO FAR-RESULT.

       210-LOAD-ONE-CATALOG-ROW.
           READ CATALOG-FILE
               AT END
                   MOVE "Y" TO EOF-CATALOG
               NOT AT END
                   IF FYA-SOURCE = FAR-SOURCE AND FYA-COMPLETE
                           AND PASS-COUNT < PASS-MAX
                       ADD 1 TO PASS-COUNT
                       MOVE FYA-FISCAL-YEAR
                           TO PTB-FISCAL-YEAR(PASS-COUNT)
                       MOVE FYA-FILE-NAME TO PTB-FILE-NAME(PASS-COUNT)
                   END-IF
           END-READ.

      *****************************************************************
      * One step of the pass: open the next archive when none is
      * open, read a row from it, close it at its end.  FAR-RESULT
      * stays blank while the pass is still moving to the next file.
      *****************************************************************
       300-NEXT-ROW.
           IF ARCHIVE-OPEN = "N"
               IF PASS-AT >= PASS-COUNT
                   MOVE "10" TO FAR-RESULT
               ELSE
                   ADD 1 TO PASS-AT
                   MOVE PTB-FILE-NAME(PASS-AT) TO ARCHIVE-NAME-WS
                   OPEN INPUT ARCHIVE-FILE
                   IF ARCHIVE-STATUS = "00" OR ARCHIVE-STATUS = "05"
                       MOVE "Y" TO ARCHIVE-OPEN
                   ELSE
                       DISPLAY "ARCHIVE " ARCHIVE-NAME-WS
                           " NOT READABLE (STATUS " ARCHIVE-STATUS
                           ") - SKIPPED."
                   END-IF
               END-IF
           ELSE
               READ ARCHIVE-FILE
                   AT END
                       PERFORM 400-CLOSE-ARCHIVE
                   NOT AT END
                       MOVE ARCHIVE-RECORD TO FAR-ROW
                       MOVE PTB-FISCAL-YEAR(PASS-AT)
                           TO FAR-FISCAL-YEAR
                       MOVE "00" TO FAR-RESULT
               END-READ
           END-IF.

       400-CLOSE-ARCHIVE.
           IF ARCHIVE-OPEN = "Y"
               CLOSE ARCHIVE-FILE
               MOVE "N" TO ARCHIVE-OPEN
           END-IF.

       END PROGRAM FY-ARCHIVE-READ.
