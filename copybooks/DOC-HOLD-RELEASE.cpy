      *****************************************************************
      * Parameter block passed to the DOC-HOLD-RELEASE subprogram.
      * The caller fills in a student who no longer owes any
      * document; back comes the number of "DOCUMENTS OVERDUE"
      * administrative holds taken off HOLDS.txt for them (zero if
      * there were none, or if HOLDS.txt was too big to rewrite -
      * DHR-TABLE-FULL 'Y' then, and nothing is changed).
      *****************************************************************
       01 DOC-HOLD-RELEASE.
           05 DHR-STUDENT-NUMBER PIC 9(6).
           05 DHR-RELEASED-COUNT PIC 9(2).
           05 DHR-TABLE-FULL     PIC X(1).
