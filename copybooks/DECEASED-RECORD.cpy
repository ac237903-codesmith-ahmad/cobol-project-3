      *****************************************************************
      * Shared record layout for DECEASED.txt - one row per student
      * we have been told has died: the date of death and who told
      * us (the family, an executor, the coroner's office - whatever
      * the notification was).  Recorded only by DECEASED-PROCESS
      * (supervisor), which also winds down the student's plans,
      * banking agreement, collections account and balance.  Every
      * mailer, extract, notification and self-service path asks
      * DECEASED-CHECK before it touches the student.  Rows are
      * never changed or removed.
      *****************************************************************
       01 DECEASED-RECORD.
           05 DCS-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 DCS-DATE-OF-DEATH   PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
      *        Who notified us, as the supervisor was told it.
           05 DCS-NOTIFIED-BY     PIC X(30).
           05 FILLER              PIC X VALUE SPACE.
           05 DCS-RECORDED-BY     PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 DCS-RECORDED-DATE   PIC 9(8).
