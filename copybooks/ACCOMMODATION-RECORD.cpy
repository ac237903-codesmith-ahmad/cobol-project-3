      *****************************************************************
      * Shared record layout for ACCOMMODATIONS.txt - one row per
      * academic accommodation the accessibility office has approved
      * for a student: what kind, the terms it runs between, and the
      * counsellor who approved it.  The detail line is what an
      * instructor is told (e.g. "1.5X TIME, QUIET ROOM") and never
      * a diagnosis - the file holds nothing a counsellor would not
      * put in a letter to an instructor.  Restricted: kept and read
      * only under an accessibility-office sign-on (ACCOM-MAINT);
      * read by ACCOM-LETTERS for the instructor letters and by
      * EXAM-SCHEDULE for the separate-sitting flag.
      *****************************************************************
       01 ACCOMMODATION-RECORD.
           05 ACM-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
      *        XTIM extra exam time, SEPR separate exam room, NOTE
      *        note-taker, RCRD lecture recording, ASST assistive
      *        technology, OTHR other (see the detail).  XTIM and SEPR
      *        need a separate exam sitting.
           05 ACM-TYPE           PIC X(4).
           05 FILLER             PIC X VALUE SPACE.
           05 ACM-DETAIL         PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
      *        CCYYTT.  A blank TO-TERM is open-ended; ending an
      *        accommodation sets it, the row is never removed.
           05 ACM-FROM-TERM      PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 ACM-TO-TERM        PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 ACM-APPROVED-BY    PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 ACM-APPROVED-DATE  PIC 9(8).
