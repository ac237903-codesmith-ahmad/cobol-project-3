      *****************************************************************
      * Shared record layout for TRANSFER-REVIEW.txt - the transfer-
      * credit review queue.  EDI-TRANSCRIPT-IN lands one row per
      * course attempt on a partner college's electronic transcript;
      * ARTIC-ASSESS posts the rows a live articulation agreement
      * covers and takes them off the queue, and stamps every row it
      * leaves for the clerk with the reason it could not.
      *****************************************************************
       01 REVIEW-RECORD.
           05 TRV-INSTITUTION  PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 TRV-THEIR-ID     PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 TRV-STUDENT-NAME PIC X(40).
           05 FILLER           PIC X VALUE SPACE.
           05 TRV-TERM-CODE    PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 TRV-COURSE-CODE  PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 TRV-COURSE-TITLE PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 TRV-GRADE        PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 TRV-CREDIT-HOURS PIC 9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 TRV-LOADED-DATE  PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
      *        The partner's grade status on the attempt - space =
      *        graded; I/W/A/T as on our own records.  Only a graded
      *        attempt is assessed automatically.
           05 TRV-GRADE-STATUS PIC X(1).
           05 FILLER           PIC X VALUE SPACE.
      *        Why ARTIC-ASSESS left the row for the clerk; spaces
      *        until it has looked at it.
           05 TRV-HOLD-REASON  PIC X(30).
