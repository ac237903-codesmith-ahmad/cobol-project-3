      *****************************************************************
      * Shared record layout for LEAVES.txt - one row per approved
      * leave of absence (medical or parental): the term it starts,
      * the term the student is expected back, and who approved it.
      * Recorded in LEAVE-MAINT, which puts the student's records
      * for the leave's terms at STATUS-CODE 'L' (away but still
      * ours); TERM-ROLL keeps seeding them at 'L' until the return
      * term, where they come back active.  LEAVE-MONITOR flags a
      * leave whose return term has arrived with no registration,
      * and only LEAVE-REVIEW (supervisor) turns a flagged leave
      * into a withdrawal - or extends it.  Rows stay on file.
      *****************************************************************
       01 LEAVE-RECORD.
           05 LVE-LEAVE-ID        PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 LVE-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
      *        First term away; the student is expected back (and
      *        registered) in the return term.
           05 LVE-START-TERM      PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
           05 LVE-RETURN-TERM     PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
      *        'M' = medical, 'P' = parental.
           05 LVE-TYPE            PIC X(1).
           05 FILLER              PIC X VALUE SPACE.
      *        Who approved the leave - the dean's office signatory.
           05 LVE-APPROVED-BY     PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 LVE-RECORDED-BY     PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 LVE-RECORDED-DATE   PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
      *        Space = in force, 'R' = returned (registered in the
      *        return term), 'O' = overdue - return term arrived
      *        with no registration, awaiting supervisor review,
      *        'W' = converted to a withdrawal on review.
           05 LVE-STATUS          PIC X(1).
           05 FILLER              PIC X VALUE SPACE.
           05 LVE-REVIEWED-BY     PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 LVE-REVIEWED-DATE   PIC 9(8).
