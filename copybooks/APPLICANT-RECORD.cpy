      *****************************************************************
      * Shared record layout for APPLICANTS.txt - one row per
      * application for admission, from the day it is received until
      * the applicant becomes a student or drops out of the pipeline.
      * Nothing else in the system exists before a student number
      * does, so this is where an applicant lives until then.
      * APPLICANT-MAINT is the only program that writes it; the
      * applicant's address and phone are in APPLICANT-CONTACTS.txt
      * (see APPLICANT-CONTACT.cpy) under the same APL-APPLICANT-ID.
      *****************************************************************
       01 APPLICANT-RECORD.
           05 APL-APPLICANT-ID   PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 APL-SURNAME        PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 APL-GIVEN-NAME     PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
      *        Program applied to - a PROGRAM.txt code, whose intake
      *        quota caps the offers made for any one entry term.
           05 APL-PROGRAM-CODE   PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
      *        First term of study, a TERM-CALENDAR.txt term code.
           05 APL-ENTRY-TERM     PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
      *        'A' = applied, 'O' = offered, 'C' = accepted
      *        (confirmed), 'D' = declined, 'W' = withdrawn.
           05 APL-STATUS         PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
           05 APL-APPLIED-DATE   PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
      *        The date APL-STATUS last changed.
           05 APL-STATUS-DATE    PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
      *        Confirmation deposit taken with the acceptance; it
      *        goes to DEPOSITS.txt as a held deposit when the
      *        applicant is converted.  0 = none paid.
           05 APL-DEPOSIT-AMOUNT PIC 9(5)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 APL-DEPOSIT-DATE   PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
      *        The student number issued at conversion.  0 = not
      *        yet converted; once set the row is history.
           05 APL-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
      *        Operator who made the last status change.
           05 APL-DECIDED-BY     PIC X(10).
