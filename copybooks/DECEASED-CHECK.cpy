      *****************************************************************
      * Parameter block passed to the DECEASED-CHECK subprogram.
      * The caller fills in the student; back comes DCK-FOUND-FLAG
      * 'Y' with the date of death if the student is on DECEASED.txt,
      * 'N' (date zero) otherwise.  A 'Y' means the student is not
      * written to, billed, debited, dunned or extracted - the
      * caller skips and counts.  DCK-FILE-NAME is the DECEASED.txt
      * to read: blank for the one in the caller's own directory, or
      * a path (../DECEASED.txt) for a program run from a
      * subdirectory.
      *****************************************************************
       01 DECEASED-CHECK.
           05 DCK-STUDENT-NUMBER PIC 9(6).
           05 DCK-DATE-OF-DEATH  PIC 9(8).
           05 DCK-FOUND-FLAG     PIC X(1).
           05 DCK-FILE-NAME      PIC X(40).
