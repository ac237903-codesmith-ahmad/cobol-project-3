      *****************************************************************
      * Shared record layout for TUITION-WAIVED.txt - one row per
      * tuition exemption posted against a student/term's balance.
      * Kept apart from PAYMENTS.dat because a waiver is revenue
      * given up, not money received: the statement shows it as its
      * own line and GL-EXTRACT journals it as waived revenue.
      * TUITION-ASSESS and RATE-REASSESS post only the difference
      * between what TUITION-EXEMPTIONS.txt allows on the assessment
      * and what is already on file for the term, so the rows for a
      * student/term always add up to the exemption in force.
      *****************************************************************
       01 WAIVED-RECORD.
           05 WVD-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 WVD-TERM-CODE      PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 WVD-CATEGORY       PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
      *        Signed - a re-assessment that lowers the tuition, or an
      *        exemption that has lapsed, posts the reduction back as
      *        a negative row.
           05 WVD-AMOUNT         PIC S9(7)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 WVD-DATE           PIC 9(8).
