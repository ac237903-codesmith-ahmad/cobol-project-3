      *        UPDATE-PROGRAM-FILE's delete option),
      *    XREF-COURSE-EXCEPTIONS.txt - a COURSE-ENTRY whose
      *        COURSE-CODE is not in COURSE.txt,
      *    XREF-PAYMENT-EXCEPTIONS.txt - a PAYMENTS.dat row pointing
      *        at a student/term with no record,
      *    XREF-AUDIT-EXCEPTIONS.txt - an AUDIT-LOG.txt row for a
      *        record that doesn't exist.
               ALTERNATE KEY IS HST-STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS HST-STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS HIST-STATUS.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           01 PROGRAM-RECORD.
               05 PROGRAM-CODE PIC X(6).
               05 PROGRAM-NAME PIC X(20).
               05 FILLER       PIC X(13).

           FD COURSE-FILE.
           01 COURSE-RECORD.
           MOVE "N" TO EOF-FLAG.

       410-CHECK-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
