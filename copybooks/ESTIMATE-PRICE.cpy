      *****************************************************************
      * Parameter block passed to the ESTIMATE-PRICE subprogram.  The
      * caller fills in the program, the term, the residency (blank =
      * the student's own through RESIDENCY-LOOKUP, domestic for
      * someone not yet a student), the student number (0 = a
      * prospective student - no exemption, awards or sponsor) and
      * up to ten proposed course codes.  Back comes the load priced
      * the way TUITION-ASSESS and COURSE-REG would price it: each
      * course's catalog hours and course fee, the rate row in
      * force, the tuition, the exemption, and what the student's
      * posted awards and sponsor coverage for the term leave them
      * to pay.  Nothing is written anywhere.
      *****************************************************************
       01 ESTIMATE-PRICE.
           05 EST-STUDENT-NUMBER PIC 9(6).
           05 EST-PROGRAM-CODE   PIC X(6).
           05 EST-TERM-CODE      PIC X(6).
           05 EST-RESIDENCY      PIC X(1).
           05 EST-COURSE-COUNT   PIC 9(2).
           05 EST-COURSE OCCURS 10 TIMES.
               10 EST-COURSE-CODE    PIC X(7).
      *            Catalog hours; the standard 3 when 'N'.
               10 EST-COURSE-HOURS   PIC 9(2).
               10 EST-IN-CATALOG     PIC X(1).
               10 EST-COURSE-FEE-TYPE PIC X(8).
               10 EST-COURSE-FEE     PIC 9(5)V99.
      *        'N' = no RATE.txt row in force - nothing below is set.
           05 EST-RATE-FOUND     PIC X(1).
           05 EST-RESIDENCY-USED PIC X(1).
           05 EST-CREDIT-HOURS   PIC 9(3).
           05 EST-PER-CREDIT     PIC 9(4)V99.
           05 EST-FLAT-FEE       PIC 9(4)V99.
           05 EST-TUITION        PIC 9(7)V99.
           05 EST-EXEMPT-CATEGORY PIC X(8).
           05 EST-EXEMPTED       PIC 9(7)V99.
           05 EST-COURSE-FEES    PIC 9(7)V99.
           05 EST-AWARDS         PIC 9(7)V99.
           05 EST-SPONSOR-COVER  PIC 9(7)V99.
      *        Tuition less exemption plus course fees, less awards
      *        and sponsor coverage - never below zero; awards past
      *        the charges show in EST-AWARD-EXCESS.
           05 EST-NET-OWING      PIC 9(7)V99.
           05 EST-AWARD-EXCESS   PIC 9(7)V99.
