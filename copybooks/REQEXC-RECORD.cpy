      *****************************************************************
      * Shared record layout for REQ-EXCEPTIONS.txt - advisor-agreed
      * exceptions to a student's program requirements: a required
      * course another course stands in for ('S', substitution), or
      * one the student no longer needs at all ('W', waiver).
      * Entered by REQ-EXCEPTION only (supervisor sign-on, each
      * approval on AUDIT-LOG.txt); honoured by DEGREE-AUDIT, and so
      * by CONFERRAL-RUN through GRAD-CANDIDATES.txt; listed per term
      * for the registrar by EXCEPTION-LIST.  One row per student,
      * program and required course - nothing is changed in place.
      *****************************************************************
       01 REQEXC-RECORD.
           05 RQX-STUDENT-NUMBER    PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 RQX-PROGRAM-CODE      PIC X(6).
           05 FILLER                PIC X VALUE SPACE.
      *        The REQUIREMENTS.txt course the exception is against.
           05 RQX-REQUIRED-COURSE   PIC X(7).
           05 FILLER                PIC X VALUE SPACE.
      *        'S' = substitution, 'W' = waiver.
           05 RQX-EXCEPTION-TYPE    PIC X(1).
           05 FILLER                PIC X VALUE SPACE.
      *        The course that satisfies it instead - blank on a
      *        waiver.  The requirement's minimum grade still applies.
           05 RQX-SUBSTITUTE-COURSE PIC X(7).
           05 FILLER                PIC X VALUE SPACE.
      *        The term the exception was approved in - the registrar
      *        reviews them term by term.
           05 RQX-TERM-CODE         PIC X(6).
           05 FILLER                PIC X VALUE SPACE.
           05 RQX-APPROVED-BY       PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 RQX-APPROVED-DATE     PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 RQX-REASON            PIC X(40).
