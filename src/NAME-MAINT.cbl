      ******************************************************************
      * Tectonics: Student name maintenance.  STUDENT-NAME holds the
      * legal name, and the legal name is what transcripts, tax
      * receipts, enrollment letters and parchments must carry - but
      * a student who goes by another name saw the legal one on the
      * class rosters, the timetable and self-service.  Two changes
      * are made here, one student at a time:
      *    P - the PREFERRED name (PREFERRED-NAMES.txt, see
      *        PREFNAME-RECORD.cpy): set, changed or removed.  A part
      *        left blank is taken from the legal name; both blank,
      *        or the legal name itself, means the student goes by
      *        the legal name again and the row comes off.  The file
      *        is rewritten whole, the way the other whole-file
      *        maintainers do, and every change is on AUDIT-LOG.txt.
      *    L - a LEGAL name change, on the supporting document and
      *        from an effective date: the new name goes onto every
      *        one of the student's term records on STUFILE.dat and
      *        STUHIST.dat, a NAME-CHANGES.txt row (see
      *        NAMECHG-RECORD.cpy) keeps the old name, and each
      *        live term record rewritten is on AUDIT-LOG.txt.  A
      *        preferred name that carried the old legal surname
      *        follows it to the new one.  Supervisor sign-on
      *        (role 'S') only.
      * Update sign-on required for the preferred name, as
      * RESIDENCY-MAINT asks.  The term-record update screen no
      * longer changes a name; legal name changes come through here
      * so none goes unrecorded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAME-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DYNAMIC so the student's whole STUDENT-NUMBER group can be
      *    walked and rewritten.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE KEY IS STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
      *    Purged terms carry the name too - a transcript prints
      *    them under the same legal name as the live ones.
           SELECT OPTIONAL STUHIST-FILE
               ASSIGN "STUHIST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-STUDENT-KEY
               ALTERNATE KEY IS HST-STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS HST-STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS HIST-STATUS.
           SELECT OPTIONAL PREFNAME-FILE ASSIGN "PREFERRED-NAMES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREFNAME-STATUS.
           SELECT OPTIONAL NAMECHG-FILE ASSIGN "NAME-CHANGES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD STUHIST-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON HST-COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy"
               REPLACING STUDENT-RECORD   BY STUHIST-RECORD
                         STUDENT-KEY      BY HST-STUDENT-KEY
                         STUDENT-NUMBER   BY HST-STUDENT-NUMBER
                         TERM-CODE        BY HST-TERM-CODE
                         TUITION-OWED     BY HST-TUITION-OWED
                         STUDENT-NAME     BY HST-STUDENT-NAME
                         STUDENT-SURNAME  BY HST-STUDENT-SURNAME
                         STUDENT-GIVEN-NAME
                             BY HST-STUDENT-GIVEN-NAME
                         PROGRAM-OF-STUDY BY HST-PROGRAM-OF-STUDY
                         STATUS-CODE      BY HST-STATUS-CODE
                         STANDING-CODE    BY HST-STANDING-CODE
                         COURSE-COUNT     BY HST-COURSE-COUNT
                         COURSE-ENTRY     BY HST-COURSE-ENTRY
                         COURSE-CODE      BY HST-COURSE-CODE
                         COURSE-AVG       BY HST-COURSE-AVG
                         COURSE-GRADE-STATUS
                             BY HST-COURSE-GRADE-STATUS.

           FD PREFNAME-FILE.
           COPY "PREFNAME-RECORD.cpy".

           FD NAMECHG-FILE.
           COPY "NAMECHG-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS     PIC X(2).
           01 HIST-STATUS     PIC X(2).
           01 PREFNAME-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

      *    The preferred name on file before the change - shown to
      *    the clerk and audited as the old value.
           COPY "NAME-LOOKUP.cpy".

           01 PREFNAME-TABLE.
               05 PREFNAME-ENTRY OCCURS 2000 TIMES INDEXED PF-ENTRY.
                   10 PTB-STUDENT-NUMBER PIC 9(6).
                   10 PTB-NAME           PIC X(40).
                   10 PTB-CHANGED-BY     PIC X(10).
                   10 PTB-CHANGED-DATE   PIC 9(8).
           01 PREFNAME-COUNT PIC 9(4) VALUE 0.
           01 PREFNAME-MAX   PIC 9(4) VALUE 2000.

           01 COUNTERS.
               05 TERM-COUNTER   PIC 9(3) VALUE 0.
               05 HIST-COUNTER   PIC 9(3) VALUE 0.
               05 REJECT-COUNTER PIC 9(3) VALUE 0.

           01 FLAGS.
               05 DONE-FLAG      PIC X VALUE "N".
               05 STUDENT-FOUND  PIC X VALUE "N".
               05 EOF-STU        PIC X VALUE "N".
               05 EOF-HIST       PIC X VALUE "N".
               05 EOF-PREFNAME   PIC X VALUE "N".
               05 ROW-WRITTEN    PIC X VALUE "N".

           01 NAME-WORK-AREA.
               05 NMW-STUDENT-IN      PIC X(6) VALUE SPACES.
               05 NMW-STUDENT-NUMBER  PIC 9(6) VALUE 0.
               05 NMW-CHOICE          PIC X(1) VALUE SPACE.
               05 NMW-CONFIRM         PIC X(1) VALUE SPACE.
               05 NMW-RUN-DATE        PIC 9(8) VALUE 0.
               05 NMW-LEGAL-NAME.
                   10 NMW-LEGAL-SURNAME PIC X(20).
                   10 NMW-LEGAL-GIVEN   PIC X(20).
      *        The preferred name in force before the change, spaces
      *        for none.
               05 NMW-OLD-PREF-NAME   PIC X(40) VALUE SPACES.
      *        The preferred name to leave on file - equal to the
      *        legal name means none.
               05 NMW-PREF-NAME.
                   10 NMW-PREF-SURNAME PIC X(20).
                   10 NMW-PREF-GIVEN   PIC X(20).
               05 NMW-NEW-LEGAL-NAME.
                   10 NMW-NEW-SURNAME  PIC X(20).
                   10 NMW-NEW-GIVEN    PIC X(20).
               05 NMW-DATE-IN         PIC X(8) VALUE SPACES.
               05 NMW-EFFECTIVE-DATE  PIC 9(8) VALUE 0.
               05 NMW-DOCUMENT-REF    PIC X(20) VALUE SPACES.
      *        A name as "GIVEN SURNAME", cut to an audit value.
               05 NMW-FORMAT-NAME.
                   10 NMW-FORMAT-SURNAME PIC X(20).
                   10 NMW-FORMAT-GIVEN   PIC X(20).
               05 NMW-SHORT-NAME      PIC X(20) VALUE SPACES.
               05 NMW-OLD-SHORT       PIC X(20) VALUE SPACES.
               05 IDX-WS              PIC 9(4).

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "STUDENT NAMES - ENTER YOUR OPERATOR ID: ".
           ACCEPT OPERATOR-ID-WS.
           DISPLAY "ENTER YOUR PASSWORD: ".
           ACCEPT OPERATOR-PASSWORD-WS.
           CALL "OPERATOR-SIGNON" USING OPERATOR-ID-WS
               OPERATOR-PASSWORD-WS OPERATOR-ROLE-WS
               SIGNON-STATUS-WS.
           IF SIGNON-STATUS-WS NOT = "00"
                   OR OPERATOR-ROLE-WS = "I" OR "A" OR "C"
               DISPLAY "UPDATE SIGN-ON REQUIRED. RUN CANCELLED."
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT NMW-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 200-ONE-STUDENT
                   UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       200-ONE-STUDENT.
           DISPLAY "STUDENT NUMBER (0 TO FINISH): ".
           ACCEPT NMW-STUDENT-IN.
           IF NMW-STUDENT-IN IS NOT NUMERIC
               DISPLAY "INVALID STUDENT NUMBER. DIGITS ONLY."
           ELSE
               MOVE NMW-STUDENT-IN TO NMW-STUDENT-NUMBER
               IF NMW-STUDENT-NUMBER = 0
                   MOVE "Y" TO DONE-FLAG
               ELSE
                   PERFORM 210-FIND-THE-STUDENT
                   IF STUDENT-FOUND NOT = "Y"
                       DISPLAY "NO RECORD ON FILE FOR STUDENT "
                           NMW-STUDENT-NUMBER "."
                   ELSE
                       PERFORM 220-CHOOSE-THE-CHANGE
                   END-IF
               END-IF
           END-IF.

      *    The legal name is the same on every term record; the
      *    first one found is enough.
       210-FIND-THE-STUDENT.
           MOVE "N" TO STUDENT-FOUND.
           MOVE "N" TO EOF-STU.
           OPEN INPUT STUDENT-DATA-FILE.
           MOVE NMW-STUDENT-NUMBER TO STUDENT-NUMBER.
           START STUDENT-DATA-FILE
               KEY IS EQUAL STUDENT-NUMBER
               INVALID KEY
                   MOVE "Y" TO EOF-STU
           END-START.
           IF EOF-STU NOT = "Y"
               READ STUDENT-DATA-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF STUDENT-NUMBER = NMW-STUDENT-NUMBER
                           MOVE "Y" TO STUDENT-FOUND
                           MOVE STUDENT-NAME TO NMW-LEGAL-NAME
                       END-IF
               END-READ
           END-IF.
           CLOSE STUDENT-DATA-FILE.

       220-CHOOSE-THE-CHANGE.
           DISPLAY "LEGAL NAME:     " NMW-LEGAL-GIVEN " "
               NMW-LEGAL-SURNAME.
           PERFORM 230-FIND-PREFERRED-NAME.
           IF NMW-OLD-PREF-NAME = SPACES
               DISPLAY "PREFERRED NAME: NONE - GOES BY THE LEGAL NAME"
           ELSE
               DISPLAY "PREFERRED NAME: " NML-GIVEN-NAME " "
                   NML-SURNAME
           END-IF.
           DISPLAY "CHANGE THE PREFERRED NAME (P), RECORD A LEGAL "
               "NAME CHANGE (L) OR NEITHER (N): ".
           ACCEPT NMW-CHOICE.
           EVALUATE TRUE
               WHEN NMW-CHOICE = "P"
                   PERFORM 300-ACCEPT-PREFERRED-NAME
               WHEN NMW-CHOICE = "L"
                       AND OPERATOR-ROLE-WS NOT = "S"
                   DISPLAY "LEGAL NAME CHANGES REQUIRE A SUPERVISOR "
                       "SIGN-ON. NOTHING CHANGED."
               WHEN NMW-CHOICE = "L"
                   PERFORM 500-ACCEPT-LEGAL-CHANGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       230-FIND-PREFERRED-NAME.
           MOVE "N" TO NML-ACTION.
           MOVE NMW-STUDENT-NUMBER TO NML-STUDENT-NUMBER.
           MOVE NMW-LEGAL-NAME TO NML-NAME.
           CALL "NAME-LOOKUP" USING NAME-LOOKUP.
           IF NML-FOUND-FLAG = "Y"
               MOVE NML-NAME TO NMW-OLD-PREF-NAME
           ELSE
               MOVE SPACES TO NMW-OLD-PREF-NAME
           END-IF.

      *****************************************************************
      * The preferred name.  A blank part comes from the legal name,
      * so the common case - a different given name only - is one
      * entry; both blank clears it.
      *****************************************************************
       300-ACCEPT-PREFERRED-NAME.
           MOVE SPACES TO NMW-PREF-NAME.
           DISPLAY "PREFERRED GIVEN NAME (BLANK = LEGAL): ".
           ACCEPT NMW-PREF-GIVEN.
           DISPLAY "PREFERRED SURNAME (BLANK = LEGAL): ".
           ACCEPT NMW-PREF-SURNAME.
           IF NMW-PREF-GIVEN = SPACES
               MOVE NMW-LEGAL-GIVEN TO NMW-PREF-GIVEN
           END-IF.
           IF NMW-PREF-SURNAME = SPACES
               MOVE NMW-LEGAL-SURNAME TO NMW-PREF-SURNAME
           END-IF.
           EVALUATE TRUE
               WHEN NMW-PREF-NAME = NMW-LEGAL-NAME
                       AND NMW-OLD-PREF-NAME = SPACES
                   DISPLAY "NO PREFERRED NAME ON FILE. "
                       "NOTHING CHANGED."
               WHEN NMW-PREF-NAME = NMW-OLD-PREF-NAME
                   DISPLAY "THAT IS THE PREFERRED NAME ALREADY ON "
                       "FILE. NOTHING CHANGED."
               WHEN OTHER
                   PERFORM 400-SAVE-PREFERRED-NAME
                   IF NMW-PREF-NAME = NMW-LEGAL-NAME
                       DISPLAY "PREFERRED NAME REMOVED - "
                           NMW-STUDENT-NUMBER
                           " GOES BY THE LEGAL NAME."
                   ELSE
                       DISPLAY "PREFERRED NAME RECORDED FOR "
                           NMW-STUDENT-NUMBER ": " NMW-PREF-GIVEN
                           " " NMW-PREF-SURNAME
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * PREFERRED-NAMES.txt loaded whole, the student's row
      * replaced, added or dropped, and the file written back.  A
      * file that will not fit the table is left exactly as it was.
      *****************************************************************
       400-SAVE-PREFERRED-NAME.
           PERFORM 410-LOAD-PREFERRED-NAMES.
           IF EOF-PREFNAME NOT = "Y"
                   AND PREFNAME-COUNT >= PREFNAME-MAX
               DISPLAY "PREFERRED-NAMES.txt EXCEEDS " PREFNAME-MAX
                   " ROWS. NOTHING CHANGED."
               ADD 1 TO REJECT-COUNTER
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "N" TO ROW-WRITTEN
               OPEN OUTPUT PREFNAME-FILE
               PERFORM 430-WRITE-ONE-PREFERRED
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > PREFNAME-COUNT
               IF ROW-WRITTEN NOT = "Y"
                       AND NMW-PREF-NAME NOT = NMW-LEGAL-NAME
                   PERFORM 440-WRITE-NEW-PREFERRED
               END-IF
               CLOSE PREFNAME-FILE
               PERFORM 450-AUDIT-PREFERRED-NAME
           END-IF.

       410-LOAD-PREFERRED-NAMES.
           MOVE "N" TO EOF-PREFNAME.
           SET PF-ENTRY TO 1.
           OPEN INPUT PREFNAME-FILE.
           IF PREFNAME-STATUS = "00" OR PREFNAME-STATUS = "05"
               PERFORM 420-LOAD-ONE-PREFERRED UNTIL EOF-PREFNAME = "Y"
                   OR PF-ENTRY > PREFNAME-MAX
               CLOSE PREFNAME-FILE
           END-IF.
           COMPUTE PREFNAME-COUNT = PF-ENTRY - 1.

       420-LOAD-ONE-PREFERRED.
           READ PREFNAME-FILE
               AT END
                   MOVE "Y" TO EOF-PREFNAME
               NOT AT END
                   MOVE PFN-STUDENT-NUMBER
                       TO PTB-STUDENT-NUMBER(PF-ENTRY)
                   MOVE PFN-NAME         TO PTB-NAME(PF-ENTRY)
                   MOVE PFN-CHANGED-BY   TO PTB-CHANGED-BY(PF-ENTRY)
                   MOVE PFN-CHANGED-DATE TO PTB-CHANGED-DATE(PF-ENTRY)
                   ADD 1 TO PF-ENTRY
           END-READ.

      *    The student's own row is replaced in place, or dropped
      *    when the preferred name is going back to the legal one.
       430-WRITE-ONE-PREFERRED.
           IF PTB-STUDENT-NUMBER(IDX-WS) = NMW-STUDENT-NUMBER
               IF ROW-WRITTEN NOT = "Y"
                       AND NMW-PREF-NAME NOT = NMW-LEGAL-NAME
                   PERFORM 440-WRITE-NEW-PREFERRED
               END-IF
               MOVE "Y" TO ROW-WRITTEN
           ELSE
               MOVE SPACES TO PREFNAME-RECORD
               MOVE PTB-STUDENT-NUMBER(IDX-WS) TO PFN-STUDENT-NUMBER
               MOVE PTB-NAME(IDX-WS)           TO PFN-NAME
               MOVE PTB-CHANGED-BY(IDX-WS)     TO PFN-CHANGED-BY
               MOVE PTB-CHANGED-DATE(IDX-WS)   TO PFN-CHANGED-DATE
               WRITE PREFNAME-RECORD
           END-IF.

       440-WRITE-NEW-PREFERRED.
           MOVE SPACES TO PREFNAME-RECORD.
           MOVE NMW-STUDENT-NUMBER TO PFN-STUDENT-NUMBER.
           MOVE NMW-PREF-NAME      TO PFN-NAME.
           MOVE OPERATOR-ID-WS     TO PFN-CHANGED-BY.
           MOVE NMW-RUN-DATE       TO PFN-CHANGED-DATE.
           WRITE PREFNAME-RECORD.
           MOVE "Y" TO ROW-WRITTEN.

      *    Not a term's field, so no term code - RECOVERY-REPLAY
      *    passes the row by as a marker.
       450-AUDIT-PREFERRED-NAME.
           IF NMW-OLD-PREF-NAME = SPACES
               MOVE "(LEGAL NAME)" TO NMW-OLD-SHORT
           ELSE
               MOVE NMW-OLD-PREF-NAME TO NMW-FORMAT-NAME
               PERFORM 850-BUILD-SHORT-NAME
               MOVE NMW-SHORT-NAME TO NMW-OLD-SHORT
           END-IF.
           IF NMW-PREF-NAME = NMW-LEGAL-NAME
               MOVE "(LEGAL NAME)" TO NMW-SHORT-NAME
           ELSE
               MOVE NMW-PREF-NAME TO NMW-FORMAT-NAME
               PERFORM 850-BUILD-SHORT-NAME
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE NMW-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE "PREFERRED-NAME" TO AUD-FIELD-NAME.
           MOVE NMW-OLD-SHORT  TO AUD-OLD-VALUE.
           MOVE NMW-SHORT-NAME TO AUD-NEW-VALUE.
           PERFORM 800-WRITE-AUDIT-ROW.
           CLOSE AUDIT-LOG-FILE.

      *****************************************************************
      * A legal name change.  A blank part keeps the legal part it
      * replaces; the document and an effective date no later than
      * today are required, and the supervisor confirms before any
      * term record is touched.
      *****************************************************************
       500-ACCEPT-LEGAL-CHANGE.
           MOVE SPACES TO NMW-NEW-LEGAL-NAME.
           DISPLAY "NEW LEGAL GIVEN NAME (BLANK = UNCHANGED): ".
           ACCEPT NMW-NEW-GIVEN.
           DISPLAY "NEW LEGAL SURNAME (BLANK = UNCHANGED): ".
           ACCEPT NMW-NEW-SURNAME.
           DISPLAY "EFFECTIVE DATE (CCYYMMDD): ".
           ACCEPT NMW-DATE-IN.
           DISPLAY "SUPPORTING DOCUMENT - TYPE AND NUMBER: ".
           ACCEPT NMW-DOCUMENT-REF.
           IF NMW-NEW-GIVEN = SPACES
               MOVE NMW-LEGAL-GIVEN TO NMW-NEW-GIVEN
           END-IF.
           IF NMW-NEW-SURNAME = SPACES
               MOVE NMW-LEGAL-SURNAME TO NMW-NEW-SURNAME
           END-IF.
           EVALUATE TRUE
               WHEN NMW-NEW-LEGAL-NAME = NMW-LEGAL-NAME
                   DISPLAY "THAT IS THE LEGAL NAME ALREADY ON FILE. "
                       "NOTHING CHANGED."
               WHEN NMW-DATE-IN IS NOT NUMERIC
                   DISPLAY "EFFECTIVE DATE MUST BE CCYYMMDD DIGITS. "
                       "NOTHING CHANGED."
               WHEN NMW-DATE-IN > NMW-RUN-DATE
                   DISPLAY "EFFECTIVE DATE CANNOT BE IN THE FUTURE. "
                       "NOTHING CHANGED."
               WHEN NMW-DOCUMENT-REF = SPACES
                   DISPLAY "A SUPPORTING DOCUMENT IS REQUIRED FOR A "
                       "LEGAL NAME CHANGE. NOTHING CHANGED."
               WHEN OTHER
                   MOVE NMW-DATE-IN TO NMW-EFFECTIVE-DATE
                   DISPLAY "CHANGE THE LEGAL NAME TO " NMW-NEW-GIVEN
                       " " NMW-NEW-SURNAME
                   DISPLAY "ON EVERY TERM RECORD FOR "
                       NMW-STUDENT-NUMBER "? (Y/N): "
                   ACCEPT NMW-CONFIRM
                   IF NMW-CONFIRM = "Y"
                       PERFORM 600-APPLY-LEGAL-CHANGE
                   ELSE
                       DISPLAY "CANCELLED. NOTHING CHANGED."
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * Every live term record first (each one audited), then the
      * purged terms, then the history row.  The history row is
      * written once any record carries the new name - a rewrite
      * that fails is reported, and the change run again for it.
      *****************************************************************
       600-APPLY-LEGAL-CHANGE.
           MOVE 0 TO TERM-COUNTER.
           MOVE 0 TO HIST-COUNTER.
           MOVE 0 TO REJECT-COUNTER.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 610-RENAME-LIVE-TERMS.
           PERFORM 650-RENAME-HISTORY-TERMS.
           IF TERM-COUNTER > 0 OR HIST-COUNTER > 0
               PERFORM 700-WRITE-NAME-CHANGE
               PERFORM 720-CARRY-PREFERRED-SURNAME
           END-IF.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "TERM RECORDS RENAMED: " TERM-COUNTER.
           DISPLAY "HISTORY TERMS:        " HIST-COUNTER.
           IF REJECT-COUNTER > 0
               DISPLAY "NOT RENAMED:          " REJECT-COUNTER
                   " - RUN THE CHANGE AGAIN FOR THESE"
               MOVE 4 TO RETURN-CODE
           END-IF.

       610-RENAME-LIVE-TERMS.
           MOVE "N" TO EOF-STU.
           OPEN I-O STUDENT-DATA-FILE.
           MOVE NMW-STUDENT-NUMBER TO STUDENT-NUMBER.
           START STUDENT-DATA-FILE
               KEY IS EQUAL STUDENT-NUMBER
               INVALID KEY
                   MOVE "Y" TO EOF-STU
           END-START.
           PERFORM 620-RENAME-ONE-TERM UNTIL EOF-STU = "Y".
           CLOSE STUDENT-DATA-FILE.

       620-RENAME-ONE-TERM.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-STU
               NOT AT END
                   IF STUDENT-NUMBER NOT = NMW-STUDENT-NUMBER
                       MOVE "Y" TO EOF-STU
                   ELSE
                       IF STUDENT-NAME NOT = NMW-NEW-LEGAL-NAME
                           PERFORM 630-REWRITE-ONE-TERM
                       END-IF
                   END-IF
           END-READ.

      *    RECOVERY-REPLAY restores a STUDENT-NAME row's value as
      *    the surname, so that row carries the surname alone; a
      *    given-name change rides a GIVEN-NAME row beside it.
       630-REWRITE-ONE-TERM.
           MOVE STUDENT-NAME TO NMW-FORMAT-NAME.
           MOVE NMW-NEW-LEGAL-NAME TO STUDENT-NAME.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   ADD 1 TO REJECT-COUNTER
                   DISPLAY "TERM " TERM-CODE " REWRITE FAILED, "
                       "STATUS " FILE-STATUS " - NOT RENAMED"
               NOT INVALID KEY
                   ADD 1 TO TERM-COUNTER
                   IF NMW-FORMAT-SURNAME NOT = NMW-NEW-SURNAME
                       MOVE SPACES TO AUDIT-LOG-RECORD
                       MOVE STUDENT-NUMBER TO AUD-STUDENT-NUMBER
                       MOVE TERM-CODE      TO AUD-TERM-CODE
                       MOVE "STUDENT-NAME" TO AUD-FIELD-NAME
                       MOVE NMW-FORMAT-SURNAME TO AUD-OLD-VALUE
                       MOVE NMW-NEW-SURNAME    TO AUD-NEW-VALUE
                       PERFORM 800-WRITE-AUDIT-ROW
                   END-IF
                   IF NMW-FORMAT-GIVEN NOT = NMW-NEW-GIVEN
                       MOVE SPACES TO AUDIT-LOG-RECORD
                       MOVE STUDENT-NUMBER TO AUD-STUDENT-NUMBER
                       MOVE TERM-CODE      TO AUD-TERM-CODE
                       MOVE "GIVEN-NAME"   TO AUD-FIELD-NAME
                       MOVE NMW-FORMAT-GIVEN TO AUD-OLD-VALUE
                       MOVE NMW-NEW-GIVEN    TO AUD-NEW-VALUE
                       PERFORM 800-WRITE-AUDIT-ROW
                   END-IF
           END-REWRITE.

       650-RENAME-HISTORY-TERMS.
           MOVE "N" TO EOF-HIST.
           OPEN I-O STUHIST-FILE.
           IF HIST-STATUS = "00"
               MOVE NMW-STUDENT-NUMBER TO HST-STUDENT-NUMBER
               START STUHIST-FILE
                   KEY IS EQUAL HST-STUDENT-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EOF-HIST
               END-START
               PERFORM 660-RENAME-ONE-HISTORY UNTIL EOF-HIST = "Y"
           END-IF.
           CLOSE STUHIST-FILE.

       660-RENAME-ONE-HISTORY.
           READ STUHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-HIST
               NOT AT END
                   IF HST-STUDENT-NUMBER NOT = NMW-STUDENT-NUMBER
                       MOVE "Y" TO EOF-HIST
                   ELSE
                       IF HST-STUDENT-NAME NOT = NMW-NEW-LEGAL-NAME
                           MOVE NMW-NEW-LEGAL-NAME TO HST-STUDENT-NAME
                           REWRITE STUHIST-RECORD
                               INVALID KEY
                                   ADD 1 TO REJECT-COUNTER
                                   DISPLAY "HISTORY TERM "
                                       HST-TERM-CODE
                                       " REWRITE FAILED, STATUS "
                                       HIST-STATUS " - NOT RENAMED"
                               NOT INVALID KEY
                                   ADD 1 TO HIST-COUNTER
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

      *    The history row, and a marker on the audit trail naming
      *    the whole change and the document it was made on.
       700-WRITE-NAME-CHANGE.
           OPEN EXTEND NAMECHG-FILE.
           MOVE SPACES TO NAMECHG-RECORD.
           MOVE NMW-STUDENT-NUMBER TO NMC-STUDENT-NUMBER.
           MOVE NMW-LEGAL-NAME     TO NMC-OLD-NAME.
           MOVE NMW-NEW-LEGAL-NAME TO NMC-NEW-NAME.
           MOVE NMW-EFFECTIVE-DATE TO NMC-EFFECTIVE-DATE.
           MOVE NMW-DOCUMENT-REF   TO NMC-DOCUMENT-REF.
           MOVE OPERATOR-ID-WS     TO NMC-RECORDED-BY.
           MOVE NMW-RUN-DATE       TO NMC-RECORDED-DATE.
           WRITE NAMECHG-RECORD.
           CLOSE NAMECHG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE NMW-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE "LEGAL-NAME-CHANGE" TO AUD-FIELD-NAME.
           MOVE NMW-LEGAL-NAME TO NMW-FORMAT-NAME.
           PERFORM 850-BUILD-SHORT-NAME.
           MOVE NMW-SHORT-NAME TO AUD-OLD-VALUE.
           MOVE NMW-DOCUMENT-REF TO AUD-NEW-VALUE.
           PERFORM 800-WRITE-AUDIT-ROW.

      *    A preferred name built on the old legal surname moves to
      *    the new one - or comes off, if it is now just the legal
      *    name.  A preferred surname of the student's own choosing
      *    stays.
       720-CARRY-PREFERRED-SURNAME.
           IF NMW-OLD-PREF-NAME NOT = SPACES
                   AND NMW-NEW-SURNAME NOT = NMW-LEGAL-SURNAME
               MOVE NMW-OLD-PREF-NAME TO NMW-PREF-NAME
               IF NMW-PREF-SURNAME = NMW-LEGAL-SURNAME
                   MOVE NMW-NEW-SURNAME TO NMW-PREF-SURNAME
                   MOVE NMW-NEW-LEGAL-NAME TO NMW-LEGAL-NAME
                   CLOSE AUDIT-LOG-FILE
                   PERFORM 400-SAVE-PREFERRED-NAME
                   OPEN EXTEND AUDIT-LOG-FILE
               END-IF
           END-IF.

      *    Every row this program writes goes under the operator's
      *    ID.
       800-WRITE-AUDIT-ROW.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       850-BUILD-SHORT-NAME.
           MOVE SPACES TO NMW-SHORT-NAME.
           STRING NMW-FORMAT-GIVEN DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  NMW-FORMAT-SURNAME DELIMITED BY "  "
               INTO NMW-SHORT-NAME
           END-STRING.

       END PROGRAM NAME-MAINT.
