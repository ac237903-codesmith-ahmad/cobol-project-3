      *****************************************************************
      * Shared record layout for DOCUMENT-CHECKLIST.txt - the paper
      * checklist that used to be stapled to the file: one row per
      * document a student owes, built from DOC-REQUIREMENTS.txt
      * (see DOCREQ-RECORD.cpy) for the student's program and
      * residency category.  DCH-DUE-TERM is the term the document
      * was owed for - it is overdue once that term's add/drop
      * deadline on TERM-CALENDAR.txt has passed, and DOC-HOLD-RUN
      * then places an administrative hold on HOLDS.txt, released
      * when the last outstanding row is received or waived.  Rows
      * are marked, never removed; the date and operator of the
      * last change ride on the row.
      *****************************************************************
       01 DOC-CHECKLIST-RECORD.
           05 DCH-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 DCH-DOCUMENT-CODE  PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 DCH-DUE-TERM       PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
      *        'O' = outstanding, 'R' = received, 'W' = waived.
           05 DCH-STATUS         PIC X(1).
               88 DCH-OUTSTANDING VALUE "O".
           05 FILLER             PIC X VALUE SPACE.
           05 DCH-STATUS-DATE    PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 DCH-STATUS-BY      PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
      *        Why a document was waived - blank otherwise.
           05 DCH-NOTE           PIC X(20).
