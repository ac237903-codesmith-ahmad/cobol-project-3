      *****************************************************************
      * Shared record layout for PREFERRED-NAMES.txt - the name a
      * student goes by, where it differs from the legal name on
      * STUFILE.dat.  One row per student, both parts filled (a
      * student who only goes by a different given name carries the
      * legal surname here too); a student with no row goes by the
      * legal name.  Maintained by NAME-MAINT only, which rewrites
      * the file whole (every change on AUDIT-LOG.txt); looked up
      * through the NAME-LOOKUP subprogram by the rosters, the
      * timetable, self-service and campus messaging.  Transcripts,
      * tax receipts, enrollment letters and parchments never read
      * it - they carry the legal name.
      *****************************************************************
       01 PREFNAME-RECORD.
           05 PFN-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 PFN-NAME.
               10 PFN-SURNAME    PIC X(20).
               10 PFN-GIVEN-NAME PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 PFN-CHANGED-BY     PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 PFN-CHANGED-DATE   PIC 9(8).
