      *****************************************************************
      * Shared record layout for OVER-AWARDS.txt - one row per
      * student/term OVERAWARD-RUN found holding more aid and sponsor
      * coverage than their charges plus cost-of-attendance allowance.
      * While a row is holding, REFUND-BATCH pays no refund to the
      * student - the excess would go straight out as a cheque the
      * funding body then claws back.  The aid office clears the row
      * on OVERAWARD-DESK once the excess is dealt with; a rerun keeps
      * a cleared row cleared unless the excess has grown since.
      *****************************************************************
       01 OVERAWARD-RECORD.
           05 OVA-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 OVA-TERM-CODE      PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 OVA-EXCESS         PIC 9(7)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 OVA-FLAGGED-DATE   PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
      *        'H' = holding refunds, 'C' = cleared by the aid office.
           05 OVA-STATUS         PIC X(1).
               88 OVA-HOLDING    VALUE "H".
               88 OVA-CLEARED    VALUE "C".
           05 FILLER             PIC X VALUE SPACE.
           05 OVA-CLEARED-BY     PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 OVA-CLEARED-DATE   PIC 9(8).
