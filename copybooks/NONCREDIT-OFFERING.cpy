      *****************************************************************
      * Shared record layout for NONCREDIT-OFFERINGS.txt - one row per
      * continuing-education non-credit offering (first aid, Excel,
      * and the like), kept by NONCREDIT-MAINT.  An offering code is
      * never a COURSE.txt code: non-credit work never goes onto a
      * STUFILE.dat record, so it can never reach a GPA, a standing
      * decision, an intensity or a census count.  The fee is flat -
      * one price per seat, whoever takes it - and the capacity is
      * the number of seats NONCREDIT-DESK will sell.
      *****************************************************************
       01 NONCREDIT-OFFERING-RECORD.
           05 NCO-OFFERING-CODE  PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 NCO-TITLE          PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
      *        First and last session dates, CCYYMMDD.
           05 NCO-START-DATE     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 NCO-END-DATE       PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 NCO-FEE            PIC 9(5)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 NCO-CAPACITY       PIC 9(3).
           05 FILLER             PIC X VALUE SPACE.
      *        Campus the sessions run at (see CAMPUS-RECORD.cpy) -
      *        spaces means MAIN.
           05 NCO-CAMPUS         PIC X(4).
           05 FILLER             PIC X VALUE SPACE.
      *        Space = open for registration, 'X' = closed (cancelled
      *        or withdrawn from sale - registrations on file stand).
           05 NCO-STATUS         PIC X(1).
