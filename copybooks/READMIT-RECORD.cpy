      *****************************************************************
      * Shared record layout for READMISSIONS.txt - one row per
      * application to come back after a suspension ('S' standing
      * from ACADEMIC-STANDING) or a withdrawal.  Taken and decided
      * in READMIT-MAINT, where the decision is made with the
      * student's history, standing, balance and holds on one page.
      * An approval writes the readmission's probation contract to
      * PROBATION-CONTRACTS.txt for the return term; TERM-ROLL seeds
      * the return term's STUFILE.dat record at 'P' standing from
      * the approved row.  READMIT-LIST prints a term's decisions
      * for the academic council.  Decided rows stay on file.
      *****************************************************************
       01 READMIT-RECORD.
           05 RDM-APP-ID          PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 RDM-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
      *        The term the student asks to return in; on approval,
      *        the term the decision grants.
           05 RDM-RETURN-TERM     PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
      *        'S' = suspended, 'W' = withdrawn - why readmission was
      *        needed, as the newest record stood when applying.
           05 RDM-BASIS           PIC X(1).
           05 FILLER              PIC X VALUE SPACE.
      *        The student's case, in brief.
           05 RDM-STATEMENT       PIC X(30).
           05 FILLER              PIC X VALUE SPACE.
           05 RDM-APPLIED-DATE    PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
      *        Space = pending, 'A' = approved, 'D' = denied.
           05 RDM-STATUS          PIC X(1).
           05 FILLER              PIC X VALUE SPACE.
           05 RDM-DECIDED-BY      PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 RDM-DECIDED-DATE    PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
      *        On approval, the conditions of readmission beyond
      *        the contract's numbers; on denial, the reason.
           05 RDM-DECISION-TEXT   PIC X(30).
