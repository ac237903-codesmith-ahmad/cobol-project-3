      * transfer-credit clerk works through TRANSFER-CREDIT entry,
      * deciding each equivalency with the sending institution's
      * course right in front of them.  Nothing posts to
      * STUFILE.dat from here: equivalency is a human decision,
      * unless an articulation agreement already made it - which
      * ARTIC-ASSESS settles against the queue afterwards.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDI-TRANSCRIPT-IN.
           COPY "EDITRAN-RECORD.cpy".

           FD REVIEW-FILE.
           COPY "TRANSREV-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 EDI-STATUS PIC X(2).
           MOVE EDC-GRADE        TO TRV-GRADE.
           MOVE EDC-CREDIT-HOURS TO TRV-CREDIT-HOURS.
           MOVE RUN-DATE-WS      TO TRV-LOADED-DATE.
           MOVE EDC-GRADE-STATUS TO TRV-GRADE-STATUS.
           WRITE REVIEW-RECORD.
           ADD 1 TO COURSE-COUNTER.

