      *****************************************************************
      * Shared record layout for COMMUNITY-LEARNERS.txt - the
      * lightweight record for someone taking a non-credit offering
      * who is not one of our students: a name to put on the receipt
      * and the certificate, and a phone number to reach them if the
      * session moves.  No STUFILE.dat record is ever made for them.
      * NONCREDIT-DESK adds the row the first time they register,
      * numbered from the file itself (highest on file plus one);
      * learner numbers are their own series, so a registration
      * always says which kind of number it carries (see
      * NONCREDIT-REG.cpy).
      *****************************************************************
       01 COMMUNITY-LEARNER-RECORD.
           05 CML-LEARNER-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 CML-SURNAME        PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 CML-GIVEN-NAME     PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 CML-PHONE          PIC X(12).
           05 FILLER             PIC X VALUE SPACE.
           05 CML-ADDED-DATE     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 CML-ADDED-BY       PIC X(10).
