      * student (not per term), keyed by DEM-STUDENT-NUMBER: the
      * address, phone and email every outbound document needs, plus
      * the self-service PIN.  Captured at intake by
      * UPDATE-STUDENT-FILE's create path (or carried over from the
      * applicant's contact row when APPLICANT-MAINT converts an
      * admitted applicant) and maintained by DEMO-MAINT, with
      * changes audited like everything else.
      *****************************************************************
       01 DEMO-RECORD.
           05 DEM-STUDENT-NUMBER PIC 9(6).
