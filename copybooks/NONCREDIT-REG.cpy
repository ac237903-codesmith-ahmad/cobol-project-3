      *****************************************************************
      * Shared record layout for NONCREDIT-REGS.txt - one row per seat
      * sold in a non-credit offering, written by NONCREDIT-DESK the
      * moment the fee is taken.  The fee is paid in full at
      * registration and the row IS the receipt record: it carries
      * the RECEIPT-NUMBER the desk drew from the same sequence every
      * PAYMENTS.dat posting uses, the till session the cash went
      * into and the tender, so RECEIPT-PRINT reprints it,
      * TILL-SESSION counts it in the drawer, SETTLE-MATCH proves a
      * card seat against the gateway, and CASH-RECON and GL-EXTRACT
      * carry it as its own non-credit revenue line.  It never
      * touches a TUITION-OWED balance or PAYMENTS.dat.
      *****************************************************************
       01 NONCREDIT-REG-RECORD.
           05 NCR-OFFERING-CODE  PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
      *        'S' = NCR-LEARNER-NUMBER is a STUFILE.dat student
      *        number, 'C' = a COMMUNITY-LEARNERS.txt learner number.
           05 NCR-LEARNER-TYPE   PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
           05 NCR-LEARNER-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
      *        As it prints on the receipt and the certificate.
           05 NCR-LEARNER-NAME   PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 NCR-REG-DATE       PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 NCR-FEE-PAID       PIC 9(5)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 NCR-RECEIPT-NUMBER PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
      *        TILL-SESSIONS.txt session, 0 = not taken at a till.
           05 NCR-SESSION-ID     PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
      *        'C' cash, 'K' cheque, 'D' card - as on PAYMENTS.dat.
           05 NCR-TENDER-CODE    PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
           05 NCR-OPERATOR-ID    PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
      *        Space = registered, 'C' = completed - certificate
      *        issued on NCR-CERT-DATE.
           05 NCR-STATUS         PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
           05 NCR-CERT-DATE      PIC 9(8).
