      *****************************************************************
      * Shared record layout for DOC-REQUIREMENTS.txt - which
      * documents a new student owes, by program of study and
      * residency category: one row per document per combination.
      * '*' in either column means every program or every category,
      * so the final high-school transcript and proof of identity
      * are one row each, and the study permit is one row for
      * category 'I'.  Maintained by DOCREQ-MAINT; DOC-CHECKLIST and
      * DOC-HOLD-RUN build each student's checklist from it.
      *****************************************************************
       01 DOC-REQUIREMENT-RECORD.
           05 DOR-PROGRAM-CODE   PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
      *        'D' domestic, 'P' permanent resident, 'I'
      *        international (as RESIDENCY.txt), '*' any.
           05 DOR-RESIDENCY      PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
           05 DOR-DOCUMENT-CODE  PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 DOR-DESCRIPTION    PIC X(30).
