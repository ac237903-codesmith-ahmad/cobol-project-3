      * meet that day) and the start/end times as 24-hour HHMM.  A
      * row with blank days or zero times is untimetabled - no clash
      * to detect, nothing to print on the grid.
      * The room columns say where the section meets - building and
      * room as they stand on ROOMS.txt (see ROOM-RECORD.cpy).  Set
      * by ROOM-MAINT; ROOM-CONFLICT checks them for double-booked
      * rooms and sections with more seats than the room holds.
      *****************************************************************
       01 SECTION-RECORD.
           05 SEC-TERM-CODE    PIC X(6).
      *        column comes up spaces (not numeric) and every
      *        reader defaults it to section 01.
           05 SEC-SECTION-NUMBER PIC 9(2).
           05 FILLER           PIC X VALUE SPACE.
      *        Appended last, same as the section number: rows
      *        written before rooms were assigned read back with
      *        both columns spaces, which means no room assigned.
           05 SEC-BUILDING     PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 SEC-ROOM         PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
      *        Campus the section is taught at (see CAMPUS-RECORD.cpy),
      *        set by ROOM-MAINT.  Appended last again: spaces, on
      *        every row from before campuses, means MAIN.
           05 SEC-CAMPUS       PIC X(4).
