      *****************************************************************
      * Shared record layout for ROOMS.txt - the room master, one
      * row per teaching room: the building code and room number the
      * section rows on SECTION.txt point at (SEC-BUILDING/SEC-ROOM),
      * how many seats the room holds and what kind of room it is.
      * Maintained by ROOM-MAINT; ROOM-CONFLICT checks every section
      * booked into a room against it.
      *****************************************************************
       01 ROOM-RECORD.
           05 RMS-BUILDING  PIC X(6).
           05 FILLER        PIC X VALUE SPACE.
           05 RMS-ROOM      PIC X(6).
           05 FILLER        PIC X VALUE SPACE.
           05 RMS-SEATS     PIC 9(4).
           05 FILLER        PIC X VALUE SPACE.
      *        'L' = lecture hall, 'C' = classroom, 'B' = lab,
      *        'S' = seminar room.
           05 RMS-ROOM-TYPE PIC X(1).
