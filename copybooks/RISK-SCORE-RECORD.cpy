      *****************************************************************
      * Shared record layout for RISK-SCORES.txt - one row per active
      * student per EARLY-ALERT run: the weighted early-alert score
      * for the term and which warning signs made it up.  Rows are
      * only ever appended, so the file is the student's score
      * history - each run compares today's score with the latest
      * earlier row for the same student and term and tells the
      * advisor whether the student is getting better or worse.
      * The balance is kept so next week's run can see whether
      * TUITION-OWED has grown since.
      *****************************************************************
       01 RISK-SCORE-RECORD.
           05 RSK-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 RSK-TERM-CODE      PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 RSK-RUN-DATE       PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 RSK-PROGRAM        PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 RSK-SCORE          PIC 9(3).
           05 FILLER             PIC X VALUE SPACE.
      *        'Y' = the indicator fired on this run, 'N' = it did not.
           05 RSK-INDICATORS.
               10 RSK-FLAG-MIDTERM   PIC X(1).
               10 RSK-FLAG-ATTEND    PIC X(1).
               10 RSK-FLAG-PROBATION PIC X(1).
               10 RSK-FLAG-BALANCE   PIC X(1).
               10 RSK-FLAG-HOLD      PIC X(1).
               10 RSK-FLAG-PROMISE   PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
           05 RSK-TUITION-OWED   PIC S9(7)V99.
