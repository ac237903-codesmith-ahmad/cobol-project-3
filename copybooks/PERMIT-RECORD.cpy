      *****************************************************************
      * Shared record layout for STUDY-PERMITS.txt - one row per
      * study permit an international student has shown us: the
      * permit number, the dates it runs between, and the
      * conditions printed on it.  A renewal is a new row under the
      * new permit number; the row with the latest expiry date is
      * the permit a student holds now.  Kept by PERMIT-MAINT (every
      * row and change on AUDIT-LOG.txt); read by PERMIT-COMPLIANCE
      * for the expiry list and the term's compliance extract.
      *****************************************************************
       01 PERMIT-RECORD.
           05 PMT-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 PMT-PERMIT-NUMBER  PIC X(12).
           05 FILLER             PIC X VALUE SPACE.
      *        CCYYMMDD, as printed on the permit.
           05 PMT-ISSUE-DATE     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 PMT-EXPIRY-DATE    PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
      *        Free text, e.g. "MUST REMAIN ENROLLED FULL-TIME".
           05 PMT-CONDITIONS     PIC X(40).
           05 FILLER             PIC X VALUE SPACE.
           05 PMT-CHANGED-BY     PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 PMT-CHANGED-DATE   PIC 9(8).
