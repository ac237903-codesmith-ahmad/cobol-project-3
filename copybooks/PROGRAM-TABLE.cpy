           05 PROGRAM-TABLE-ENTRY OCCURS 200 TIMES INDEXED T-ENTRY.
               10 PROGRAM-TABLE-CODE    PIC X(6).
               10 PROGRAM-TABLE-NAME    PIC X(20).
      *        PROGRAM.txt column 28: new-student intake cap per
      *        entry term, 0 = no cap.  Same shape as the file row so
      *        the whole row moves in and out in one MOVE.
               10 FILLER                PIC X(1).
               10 PROGRAM-TABLE-QUOTA   PIC 9(4).
      *        PROGRAM.txt column 33: normal program length in terms,
      *        0 = not set - COHORT-RETENTION measures graduation
      *        within this length and 150% of it.
               10 FILLER                PIC X(1).
               10 PROGRAM-TABLE-LENGTH  PIC 9(2).
      *        PROGRAM.txt column 36: campus the program is taught at
      *        (see CAMPUS-RECORD.cpy) - spaces, on rows from before
      *        campuses, means MAIN.
               10 FILLER                PIC X(1).
               10 PROGRAM-TABLE-CAMPUS  PIC X(4).
      *        Running subtotals accumulated as the report is written.
               10 PROGRAM-TABLE-COUNT   PIC 9(5) VALUE 0.
               10 PROGRAM-TABLE-TUITION PIC 9(7)V99 VALUE 0.
