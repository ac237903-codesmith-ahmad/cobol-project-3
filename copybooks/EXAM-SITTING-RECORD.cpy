      *****************************************************************
      * Shared record layout for EXAM-SITTINGS.txt - one row per
      * term/course/section sitting a final exam, naming the slot on
      * EXAM-SLOTS.txt it sits in and the building/room.  A section
      * with no row sits no exam.  A blank section number reads as
      * section 01; a blank building means the exam is sat in the
      * section's own room from SECTION.txt.
      *****************************************************************
       01 EXAM-SITTING-RECORD.
           05 EXT-TERM-CODE      PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 EXT-COURSE-CODE    PIC X(7).
           05 FILLER             PIC X VALUE SPACE.
           05 EXT-SECTION-NUMBER PIC 9(2).
           05 FILLER             PIC X VALUE SPACE.
           05 EXT-SLOT-ID        PIC X(4).
           05 FILLER             PIC X VALUE SPACE.
           05 EXT-BUILDING       PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 EXT-ROOM           PIC X(6).
