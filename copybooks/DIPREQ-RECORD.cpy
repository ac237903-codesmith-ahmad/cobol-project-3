      *****************************************************************
      * Shared record layout for DIPLOMA-REPRINTS.txt - one row per
      * replacement parchment a graduate has asked the registrar desk
      * for (lost, damaged).  GRAD-APP-MAINT takes the request at the
      * desk; the next DIPLOMA-PRINT run sends the replacement to the
      * print vendor, charges the reprint fee and stamps the row.
      *****************************************************************
       01 DIPREQ-RECORD.
           05 DRQ-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 DRQ-PROGRAM-CODE   PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 DRQ-REQUEST-DATE   PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 DRQ-REQUESTED-BY   PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
      *        Space = pending, 'P' = printed and charged, 'R' =
      *        refused (no original parchment on DIPLOMA-PRINTED.txt
      *        to replace).  A request whose fee could not be posted
      *        stays pending for the next run.
           05 DRQ-STATUS         PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
           05 DRQ-DONE-DATE      PIC 9(8).
