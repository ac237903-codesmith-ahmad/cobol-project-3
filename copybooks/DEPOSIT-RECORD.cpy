      * confirmation deposit taken in before the student has any
      * STUFILE.dat record to post against (which is why the money
      * can't go through BATCH-PAYMENT or MODULE-2).  DEPOSIT-MAINT
      * records them at the desk, and APPLICANT-MAINT hands over the
      * deposit an applicant paid on acceptance when it converts
      * them to a student; TUITION-ASSESS applies every held
      * deposit against the newly assessed balance and writes the
      * matching PAYMENTS.dat row; DEPOSIT-FORFEIT books the ones
      * that never convert, and the GL extract journals the
      * forfeiture from this file.
      *****************************************************************
