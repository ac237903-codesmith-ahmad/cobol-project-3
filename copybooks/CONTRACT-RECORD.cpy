      * STANDING-CODE: the course-load cap, the minimum term
      * average, and the advising visits the student agreed to.
      * CONTRACT-MAINT enters and reviews them (advisors log visits
      * there), and READMIT-MAINT files one for the return term of
      * every readmission it approves; COURSE-REG enforces the
      * course cap at registration; CONTRACT-COMPLY rates each
      * contract met/not-met at term end, before the next
      * ACADEMIC-STANDING run.
      *****************************************************************
       01 CONTRACT-RECORD.
           05 CTR-STUDENT-NUMBER PIC 9(6).
