      *****************************************************************
      * Shared record layout for CROSSLIST.txt - one row per course/
      * section taught as one class with another code (the under-
      * graduate and graduate versions of the same lecture).  Rows
      * with the same term and group id share one seat pool: the
      * group's capacity is the largest XLS-POOL-CAPACITY on any of
      * its rows and replaces each member's own SECTION.txt count.
      * COURSE-REG and WAITLIST-RUN seat against the pool,
      * SECTION-CANCEL drops a dead member's row, ROSTER-EXTRACT
      * prints the group as one roster and COURSE-STATS can report
      * the group combined.
      *****************************************************************
       01 CROSSLIST-RECORD.
           05 XLS-TERM-CODE      PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 XLS-GROUP-ID       PIC X(4).
           05 FILLER             PIC X VALUE SPACE.
           05 XLS-COURSE-CODE    PIC X(7).
           05 FILLER             PIC X VALUE SPACE.
           05 XLS-SECTION-NUMBER PIC 9(2).
           05 FILLER             PIC X VALUE SPACE.
           05 XLS-POOL-CAPACITY  PIC 9(4).
