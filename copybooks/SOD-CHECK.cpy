      *****************************************************************
      * Parameter block passed to the SOD-CHECK subprogram.  The
      * caller has already found who performed the earlier step of
      * the control (the grade-change requester, the cashier whose
      * till took the payment, the supervisor who adjusted the
      * balance today) and names both steps and both operators:
      *    SDC-RESULT "00" = no active rule pairs the two steps, or
      *                      two different operators performed them,
      *               "SD" = one operator on both sides of an active
      *                      CONFLICT-RULES.txt rule - the caller
      *                      refuses the step and shows
      *                      SDC-RULE-CODE / SDC-RULE-TEXT.
      * The two steps may be given in either order.
      *****************************************************************
       01 SOD-CHECK.
           05 SDC-ACTION-A   PIC X(12).
           05 SDC-OPERATOR-A PIC X(10).
           05 SDC-ACTION-B   PIC X(12).
           05 SDC-OPERATOR-B PIC X(10).
           05 SDC-RULE-CODE  PIC X(6).
           05 SDC-RULE-TEXT  PIC X(30).
           05 SDC-RESULT     PIC X(2).
