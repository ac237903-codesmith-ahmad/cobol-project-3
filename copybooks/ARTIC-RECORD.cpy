      *****************************************************************
      * Shared record layout for ARTICULATION.txt - the articulation
      * agreements: a partner institution's course we accept as one
      * of ours, at or above a minimum grade, for attempts taken
      * from the effective term through the expiry term (blank
      * expiry = open-ended).  Maintained only through ARTIC-MAINT
      * (supervisor sign-on, every change on AUDIT-LOG.txt); read by
      * ARTIC-ASSESS to post transfer credit without a clerk.
      *****************************************************************
       01 ARTIC-RECORD.
           05 ART-INSTITUTION    PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 ART-EXT-COURSE     PIC X(12).
           05 FILLER             PIC X VALUE SPACE.
      *        Our COURSE.txt equivalent.
           05 ART-EQUIV-COURSE   PIC X(7).
           05 FILLER             PIC X VALUE SPACE.
           05 ART-MIN-GRADE      PIC 9(3).
           05 FILLER             PIC X VALUE SPACE.
           05 ART-EFFECTIVE-TERM PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 ART-EXPIRY-TERM    PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 ART-CHANGED-BY     PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 ART-CHANGED-DATE   PIC 9(8).
