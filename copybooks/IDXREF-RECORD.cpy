      *****************************************************************
      * Shared record layout for ID-XREF.txt - the external-ID
      * cross-reference: which system's ID it is ('INST' = the
      * instructor system, 'BANK' = the bank, 'EDI ' = a partner
      * college's student id on the electronic transcript), the ID
      * as that system writes it, and our STUDENT-NUMBER.
      * GRADE-LOAD and BATCH-PAYMENT consult it when an incoming ID
      * doesn't resolve directly, so translation failures stop
      * masquerading as missing students; ARTIC-ASSESS resolves
      * partner transcripts through it.  Maintained by XREF-MAINT.
      *****************************************************************
       01 IDXREF-RECORD.
           05 XRF-SYSTEM-CODE    PIC X(4).
           05 XRF-EXTERNAL-ID    PIC X(12).
           05 FILLER             PIC X VALUE SPACE.
           05 XRF-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
      *        'EDI ' rows only: the partner institution whose id it
      *        is - two colleges can issue the same number.  Blank
      *        for every other system.
           05 XRF-INSTITUTION    PIC X(6).
