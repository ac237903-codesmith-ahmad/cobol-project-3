      *****************************************************************
      * Parameter block passed to the FY-ARCHIVE-READ subprogram - a
      * cursor over every completed fiscal year-end archive of one
      * source file (see FY-ARCHIVE-RECORD.cpy), oldest year first:
      *    FAR-ACTION "OP" - start at the first archive of FAR-SOURCE
      *               "RN" - next row: FAR-RESULT "00" with the row
      *                      image in FAR-ROW and its archive's
      *                      fiscal year, "10" when none are left
      *               "CL" - finished; closes whatever is open
      * The image is the live file's own row layout, so the caller
      * moves FAR-ROW into its record area and uses its own code.
      * Carried-forward rows (PAY-REVERSAL-FLAG 'F', FEE-TYPE or
      * AWP-SOURCE 'CARRYFWD') folded in from an earlier year are in
      * the archives too - a caller listing history skips them.
      *****************************************************************
       01 FY-ARCHIVE-READ.
           05 FAR-ACTION         PIC X(2).
      *        'PAYMENTS', 'FEES', 'AWARDS' or 'NOTIFY'.
           05 FAR-SOURCE         PIC X(8).
           05 FAR-RESULT         PIC X(2).
           05 FAR-FISCAL-YEAR    PIC X(4).
           05 FAR-ROW            PIC X(100).
