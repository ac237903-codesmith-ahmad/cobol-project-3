      *****************************************************************
      * The four standard segregation-of-duties rules - code, step A,
      * step B, description - that SOD-CHECK enforces while
      * CONFLICT-RULES.txt holds no rules at all, that SOD-RULE-MAINT
      * offers as the starting table, and that SOD-REPORT scans for
      * when the file is empty.  Keep STANDARD-RULE-COUNT and the
      * OCCURS in step with the rows.
      *****************************************************************
       01 STANDARD-RULE-VALUES.
           05 FILLER PIC X(6)  VALUE "SOD01".
           05 FILLER PIC X(12) VALUE "GRADE-REQ".
           05 FILLER PIC X(12) VALUE "GRADE-APPR".
           05 FILLER PIC X(30)
               VALUE "REQUESTER MAY NOT DECIDE".
           05 FILLER PIC X(6)  VALUE "SOD02".
           05 FILLER PIC X(12) VALUE "PAY-POST".
           05 FILLER PIC X(12) VALUE "PAY-REVERSE".
           05 FILLER PIC X(30)
               VALUE "CASHIER MAY NOT REVERSE OWN".
           05 FILLER PIC X(6)  VALUE "SOD03".
           05 FILLER PIC X(12) VALUE "TILL-OPEN".
           05 FILLER PIC X(12) VALUE "TILL-CLOSE".
           05 FILLER PIC X(30)
               VALUE "CASHIER MAY NOT CLOSE OWN TILL".
           05 FILLER PIC X(6)  VALUE "SOD04".
           05 FILLER PIC X(12) VALUE "BAL-ADJUST".
           05 FILLER PIC X(12) VALUE "WRITE-OFF".
           05 FILLER PIC X(30)
               VALUE "NO WRITE-OFF OF OWN ADJUSTMENT".
       01 STANDARD-RULE-TABLE REDEFINES STANDARD-RULE-VALUES.
           05 STANDARD-RULE OCCURS 4 TIMES INDEXED SR-ENTRY.
               10 STD-RULE-CODE   PIC X(6).
               10 STD-ACTION-A    PIC X(12).
               10 STD-ACTION-B    PIC X(12).
               10 STD-DESCRIPTION PIC X(30).
       01 STANDARD-RULE-COUNT PIC 9 VALUE 4.
