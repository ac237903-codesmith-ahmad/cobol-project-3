      *****************************************************************
      * Shared record layout for HIST-RECALLS.txt - one row per
      * student/term record a supervisor has recalled from
      * STUHIST.dat back into STUFILE.dat (HISTORY-RECALL) so the
      * write paths - an approved grade change, STUDENT-MERGE, an
      * amnesty reversal - can correct it.  HISTORY-PURGE leaves a
      * recalled record on the live file until the day after its
      * protect-until date, whatever the retention cutoffs say; when
      * a record has been recalled more than once the latest row's
      * date is the one that holds.  Rows are only ever appended,
      * and each recall is also on AUDIT-LOG.txt.
      *****************************************************************
       01 RECALL-RECORD.
           05 RCL-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 RCL-TERM-CODE      PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 RCL-RECALLED-DATE  PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 RCL-PROTECT-UNTIL  PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 RCL-RECALLED-BY    PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 RCL-REASON         PIC X(20).
