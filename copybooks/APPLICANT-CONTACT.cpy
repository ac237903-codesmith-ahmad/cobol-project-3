      *****************************************************************
      * Shared record layout for APPLICANT-CONTACTS.txt - where an
      * applicant can be reached: the offer letter's address block
      * and, at conversion, the student's first DEMOGRAPHICS.dat
      * record.  Same fields as DEMO-RECORD.cpy.  Appended by
      * APPLICANT-MAINT; when an applicant has more than one row
      * the last one on file is current.
      *****************************************************************
       01 APPLICANT-CONTACT-RECORD.
           05 ACN-APPLICANT-ID   PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 ACN-ADDRESS-LINE-1 PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 ACN-ADDRESS-LINE-2 PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 ACN-CITY           PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 ACN-PROVINCE       PIC X(2).
           05 FILLER             PIC X VALUE SPACE.
           05 ACN-POSTAL-CODE    PIC X(7).
           05 FILLER             PIC X VALUE SPACE.
           05 ACN-PHONE          PIC X(12).
           05 FILLER             PIC X VALUE SPACE.
           05 ACN-EMAIL          PIC X(30).
