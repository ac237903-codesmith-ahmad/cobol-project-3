      * messaging system's inbound layout and flips the sent flag.
      *****************************************************************
       01 NOTIFY-RECORD.
      *        'PAYMENT ', 'GRADECHG', 'WITHDRAW'.  'GRDCHASE' and
      *        'GRDESCAL' are instructor events, not a student's -
      *        the student number is zero and the detail names the
      *        instructor (and, escalated, the chair).
      *        A 'WITHDRAW' whose detail starts "STUDY PERMIT" is
      *        PERMIT-COMPLIANCE's, for the international office.
           05 NTF-EVENT-CODE     PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 NTF-STUDENT-NUMBER PIC 9(6).
