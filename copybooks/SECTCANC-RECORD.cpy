      *****************************************************************
      * Shared record layout for SECTION-CANCELLED.txt - one row per
      * section SECTION-CANCEL has torn down.  The SECTION.txt row
      * is gone once a section dies, so this is the only record
      * that it ever ran: TEACHING-LOAD reads it to take the
      * section off its instructor's load and to reverse any
      * sessional contract pay already sent for it.
      *****************************************************************
       01 SECTCANC-RECORD.
           05 SCX-TERM-CODE      PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 SCX-COURSE-CODE    PIC X(7).
           05 FILLER             PIC X VALUE SPACE.
           05 SCX-SECTION-NUMBER PIC 9(2).
           05 FILLER             PIC X VALUE SPACE.
           05 SCX-CANCEL-DATE    PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 SCX-CANCELLED-BY   PIC X(10).
