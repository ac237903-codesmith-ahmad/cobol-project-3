      *****************************************************************
      * Shared record layout for RESIDENCY.txt - a student's
      * residency status for tuition, effective-dated by term the
      * way RATE.txt is: 'D' domestic, 'P' permanent resident, 'I'
      * international.  A change of status is a new row from the
      * term it takes effect - earlier rows stay on file as the
      * history the mid-program change listing reads.  Entered by
      * RESIDENCY-MAINT only (each row on AUDIT-LOG.txt); looked up
      * through the RESIDENCY-LOOKUP subprogram by everything that
      * prices a term.  A student with no row is domestic.
      *****************************************************************
       01 RESIDENCY-RECORD.
           05 RES-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 RES-STATUS         PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
           05 RES-EFFECTIVE-TERM PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
      *        The document the status was verified against - study
      *        permit, PR card, passport - by type and number.
           05 RES-DOCUMENT-REF   PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 RES-CHANGED-BY     PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 RES-CHANGED-DATE   PIC 9(8).
