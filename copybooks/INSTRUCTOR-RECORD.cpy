      * Maintained by INSTRUCTOR-MAINT; SECTION-ASSIGN.txt ties an
      * instructor to the course sections they own for a term, and
      * GRADE-LOAD rejects grade rows from anyone else.
      * The employment columns feed TEACHING-LOAD: the category sets
      * the instructor's load limit (MAX-LOAD-HOURS-F/-P/-S on
      * POLICY-PARMS.txt) and sessionals are paid the contract rate
      * per credit hour of every section they teach.
      *****************************************************************
       01 INSTRUCTOR-RECORD.
           05 INS-ID     PIC X(8).
           05 FILLER     PIC X VALUE SPACE.
      *        'Y' = may be assigned sections and submit grades.
           05 INS-ACTIVE PIC X(1).
           05 FILLER     PIC X VALUE SPACE.
      *        Appended last, so rows keyed before employment terms
      *        were recorded read back blank - every reader takes a
      *        blank category as 'F' and a non-numeric rate as zero.
      *        'F' = full-time faculty, 'P' = part-time faculty,
      *        'S' = sessional (paid per section by contract).
           05 INS-CATEGORY PIC X(1).
           05 FILLER     PIC X VALUE SPACE.
      *        Sessional contract pay per credit hour taught.
           05 INS-PAY-RATE PIC 9(5)V99.
