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

       DATA DIVISION.
       FILE SECTION.
           FD DEMO-FILE.
           COPY "DEMO-RECORD.cpy".

           FD PAYMENTS-FILE.
           COPY "PAYMENT-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 SET-STATUS     PIC X(2).
           01 FILE-STATUS    PIC X(2).
           01 HIST-STATUS    PIC X(2).
           01 DEMO-STATUS    PIC X(2).
           01 PAYMENTS-STATUS PIC X(2).
           01 GENERIC-STATUS PIC X(2).
           01 GENERIC-NAME-WS PIC X(30) VALUE SPACES.

                   OPEN OUTPUT STUHIST-FILE
               WHEN "DEMOGRAPHICS.dat"
                   OPEN OUTPUT DEMO-FILE
               WHEN "PAYMENTS.dat"
                   OPEN OUTPUT PAYMENTS-FILE
               WHEN OTHER
                   MOVE CURRENT-FILE-WS TO GENERIC-NAME-WS
                   OPEN OUTPUT GENERIC-FILE
                           DISPLAY "DUPLICATE DEMO KEY "
                               DEM-STUDENT-NUMBER
                   END-WRITE
               WHEN "PAYMENTS.dat"
                   MOVE SET-ROW-BODY(1:54) TO PAYMENT-RECORD
                   WRITE PAYMENT-RECORD
                       INVALID KEY
                           DISPLAY "DUPLICATE PAYMENT KEY " PAY-KEY
                   END-WRITE
               WHEN OTHER
                   MOVE SET-ROW-BODY(1:190) TO GENERIC-RECORD
                   WRITE GENERIC-RECORD
                       CLOSE STUHIST-FILE
                   WHEN "DEMOGRAPHICS.dat"
                       CLOSE DEMO-FILE
                   WHEN "PAYMENTS.dat"
                       CLOSE PAYMENTS-FILE
                   WHEN OTHER
                       CLOSE GENERIC-FILE
               END-EVALUATE
