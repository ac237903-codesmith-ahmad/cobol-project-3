      *****************************************************************
      * Parameter block passed to the TRANSFER-POST subprogram - the
      * one path transfer credit reaches a student record by, keyed
      * at TRANSFER-CREDIT or granted by ARTIC-ASSESS under an
      * articulation agreement.  The caller fills in everything but
      * TPP-POST-STATUS.  A blank TPP-TERM-CODE places the credit on
      * the student's newest term on file, and comes back holding
      * the term it went on.
      *****************************************************************
       01 TRANSFER-POSTING.
           05 TPP-STUDENT-NUMBER PIC 9(6).
           05 TPP-TERM-CODE      PIC X(6).
           05 TPP-INSTITUTION    PIC X(20).
           05 TPP-EXT-COURSE     PIC X(12).
           05 TPP-EQUIV-COURSE   PIC X(7).
           05 TPP-GRADE          PIC 9(3).
           05 TPP-OPERATOR-ID    PIC X(10).
      *        "00" = posted, "01" = the course is already on the
      *        record, "02" = the record's course table is full,
      *        "03" = no record for the student/term, "08" = the
      *        REWRITE failed.
           05 TPP-POST-STATUS    PIC X(2).
