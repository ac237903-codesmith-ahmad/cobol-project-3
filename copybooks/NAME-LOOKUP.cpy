      *****************************************************************
      * Parameter block passed to the NAME-LOOKUP subprogram.
      *    NML-ACTION 'N' - the caller fills in the student and the
      *                     legal name in NML-NAME; if the student
      *                     has a PREFERRED-NAMES.txt row, NML-NAME
      *                     comes back as the preferred name and
      *                     NML-FOUND-FLAG 'Y', otherwise NML-NAME is
      *                     left as the legal name and the flag 'N'.
      *               'S' - the caller fills in NML-SURNAME; back
      *                     comes the first student who goes by that
      *                     surname (NML-STUDENT-NUMBER and the
      *                     whole preferred name), flag 'Y', or flag
      *                     'N' if nobody does.
      * So the name a student goes by is one CALL, and a name
      * search finds a student under either name.
      *****************************************************************
       01 NAME-LOOKUP.
           05 NML-ACTION         PIC X(1).
           05 NML-STUDENT-NUMBER PIC 9(6).
           05 NML-NAME.
               10 NML-SURNAME    PIC X(20).
               10 NML-GIVEN-NAME PIC X(20).
           05 NML-FOUND-FLAG     PIC X(1).
