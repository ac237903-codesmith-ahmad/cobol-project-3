      *    D <record image>          - the file's rows
      *    END <name> <count> <sum>  - row count and byte checksum
      *    TRL <file count>          - proof the set is whole
      * The indexed files (STUFILE.dat, STUHIST.dat,
      * DEMOGRAPHICS.dat, PAYMENTS.dat) unload through the same
      * record-image REDEFINES technique REORG-STUFILE uses; every
      * text file goes through one generic reader driven off the
      * file-name table - add a file to the system, add its name
      * to TEXT-FILE-LIST.cpy.  DR-RELOAD verifies every count and
      * checksum before it will restore a single record, so the
      * off-site drill proves a restore works instead of assuming
      * it.
      * The dated fiscal year-end archives FY-ROLLOVER writes
      * (PAYMENTS-FY2026.txt and so on) are the only copy of the
      * years they hold; every one FY-ARCHIVES.txt lists as
      * complete unloads through the same generic reader, after the
      * list's own files.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DR-UNLOAD.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEM-STUDENT-NUMBER
               FILE STATUS IS DEMO-STATUS.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN "FY-ARCHIVES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DEMO-FILE.
           COPY "DEMO-RECORD.cpy".

           FD PAYMENTS-FILE.
           COPY "PAYMENT-RECORD.cpy".

           FD CATALOG-FILE.
           COPY "FY-ARCHIVE-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS    PIC X(2).
           01 HIST-STATUS    PIC X(2).
           01 DEMO-STATUS    PIC X(2).
           01 PAYMENTS-STATUS PIC X(2).
           01 GENERIC-STATUS PIC X(2).
           01 CATALOG-STATUS PIC X(2).
           01 GENERIC-NAME-WS PIC X(30) VALUE SPACES.

      *    Every text file in the system - the generic pass walks
      *    this list.  A file that doesn't exist unloads as an
      *    empty block, which reloads as an empty file; either way
      *    the set stays whole.
           COPY "TEXT-FILE-LIST.cpy".

           01 COUNTERS.
               05 FILE-COUNTER   PIC 9(3) VALUE 0.

           01 FLAGS.
               05 EOF-FLAG PIC X VALUE "N".
               05 EOF-CATALOG PIC X VALUE "N".

      *    Byte checksum over the fixed D-row image - deterministic
      *    on any box that shares our codepage, which is what
           PERFORM 200-UNLOAD-STUDENT-MASTER.
           PERFORM 250-UNLOAD-HISTORY-MASTER.
           PERFORM 280-UNLOAD-DEMO-MASTER.
           PERFORM 292-UNLOAD-PAYMENT-HISTORY.
           PERFORM 300-UNLOAD-ONE-TEXT-FILE
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > TEXT-FILE-COUNT.
           PERFORM 400-UNLOAD-FY-ARCHIVES.
           MOVE SPACES TO UNLOAD-SET-RECORD.
           MOVE "TRL" TO SET-ROW-TYPE.
           MOVE FILE-COUNTER TO SET-ROW-BODY(1:3).
                   PERFORM 170-WRITE-ONE-D-ROW
           END-READ.

       292-UNLOAD-PAYMENT-HISTORY.
           MOVE "PAYMENTS.dat" TO GENERIC-NAME-WS.
           PERFORM 150-WRITE-FIL-HEADER.
           MOVE "N" TO EOF-FLAG.
           OPEN INPUT PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
               PERFORM 295-UNLOAD-ONE-PAYMENT UNTIL EOF-FLAG = "Y"
               CLOSE PAYMENTS-FILE
           END-IF.
           PERFORM 160-WRITE-END-ROW.

       295-UNLOAD-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   MOVE SPACES TO CHK-IMAGE
                   MOVE PAYMENT-RECORD TO CHK-IMAGE(1:54)
                   PERFORM 170-WRITE-ONE-D-ROW
           END-READ.

       300-UNLOAD-ONE-TEXT-FILE.
           MOVE TEXT-FILE-NAME(IDX-WS) TO GENERIC-NAME-WS.
           PERFORM 150-WRITE-FIL-HEADER.
                   PERFORM 170-WRITE-ONE-D-ROW
           END-READ.

      *    One 'C' catalog row per archive file - an archive still at
      *    'A' is not yet the only copy of its rows.
       400-UNLOAD-FY-ARCHIVES.
           MOVE "N" TO EOF-CATALOG.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-STATUS = "00" OR CATALOG-STATUS = "05"
               PERFORM 410-UNLOAD-ONE-ARCHIVE UNTIL EOF-CATALOG = "Y"
               CLOSE CATALOG-FILE
           END-IF.

       410-UNLOAD-ONE-ARCHIVE.
           READ CATALOG-FILE
               AT END
                   MOVE "Y" TO EOF-CATALOG
               NOT AT END
                   IF FYA-COMPLETE
                       MOVE FYA-FILE-NAME TO GENERIC-NAME-WS
                       PERFORM 420-UNLOAD-NAMED-FILE
                   END-IF
           END-READ.

       420-UNLOAD-NAMED-FILE.
           PERFORM 150-WRITE-FIL-HEADER.
           MOVE "N" TO EOF-FLAG.
           OPEN INPUT GENERIC-FILE.
           IF GENERIC-STATUS = "00" OR GENERIC-STATUS = "05"
               PERFORM 310-UNLOAD-ONE-TEXT-ROW UNTIL EOF-FLAG = "Y"
               CLOSE GENERIC-FILE
           END-IF.
           PERFORM 160-WRITE-END-ROW.

       END PROGRAM DR-UNLOAD.
