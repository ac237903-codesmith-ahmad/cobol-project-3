      *****************************************************************
      * Shared record layout for CAMPUS.txt - the campus master, one
      * row per campus we teach at, kept by CAMPUS-MAINT.  Programs
      * (PROGRAM.txt) and sections (SECTION.txt) carry the campus
      * code; a blank campus on either - every row written before
      * campuses came in - means MAIN, the original campus, whether
      * or not MAIN has a row here.
      * Travel minutes is how long it takes to get to this campus
      * from any of the others.  A student with classes at two
      * campuses on the same day needs the larger of the two
      * campuses' minutes between the end of one class and the start
      * of the next - COURSE-REG refuses the registration otherwise.
      *****************************************************************
       01 CAMPUS-RECORD.
           05 CMP-CAMPUS-CODE    PIC X(4).
           05 FILLER             PIC X VALUE SPACE.
           05 CMP-CAMPUS-NAME    PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 CMP-TRAVEL-MINUTES PIC 9(3).
