      * they must never overwrite COURSE-AVG on STUFILE.dat (that is
      * the final grade GRADE-LOAD posts at term end), they only
      * exist so MIDTERM-WARNING can catch a failing student while
      * there is still time to withdraw (and EARLY-ALERT can count
      * the same low average toward a student's risk score).
      *****************************************************************
       01 MIDTERM-RECORD.
           05 MID-STUDENT-NUMBER PIC 9(6).
