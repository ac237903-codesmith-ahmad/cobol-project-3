      *****************************************************************
      * Shared record layout for EXAM-SLOTS.txt - the exam periods
      * the exams office has set for a term: a short slot id (e.g.
      * "D1AM") with the date and the 24-hour HHMM start/end times.
      * EXAM-SITTINGS.txt places sections into these slots and
      * EXAM-SCHEDULE builds the term's exam schedule from both.
      *****************************************************************
       01 EXAM-SLOT-RECORD.
           05 EXS-TERM-CODE  PIC X(6).
           05 FILLER         PIC X VALUE SPACE.
           05 EXS-SLOT-ID    PIC X(4).
           05 FILLER         PIC X VALUE SPACE.
      *        CCYYMMDD.
           05 EXS-EXAM-DATE  PIC 9(8).
           05 FILLER         PIC X VALUE SPACE.
           05 EXS-START-TIME PIC 9(4).
           05 FILLER         PIC X VALUE SPACE.
           05 EXS-END-TIME   PIC 9(4).
