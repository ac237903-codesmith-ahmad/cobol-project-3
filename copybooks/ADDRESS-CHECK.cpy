      *****************************************************************
      * Parameter block passed to the ADDRESS-CHECK subprogram.  The
      * caller fills in the student; back comes ADC-BAD-FLAG 'Y' with
      * the latest open return (date and document type) if mail to
      * the DEMOGRAPHICS.dat address has come back undeliverable and
      * no new address has been keyed since, 'N' (date zero, type
      * blank) otherwise.  A 'Y' means nothing is mailed - the
      * caller skips the student and lists the skip.  ADC-FILE-NAME
      * is the RETURNED-MAIL.txt to read: blank for the one in the
      * caller's own directory, or a path (../RETURNED-MAIL.txt) for
      * a program run from a subdirectory.
      *****************************************************************
       01 ADDRESS-CHECK.
           05 ADC-STUDENT-NUMBER PIC 9(6).
           05 ADC-RETURNED-DATE  PIC 9(8).
           05 ADC-DOCUMENT-TYPE  PIC X(1).
           05 ADC-BAD-FLAG       PIC X(1).
           05 ADC-FILE-NAME      PIC X(40).
