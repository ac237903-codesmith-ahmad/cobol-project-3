      *****************************************************************
      * Shared record layout for CONFLICT-RULES.txt - the
      * segregation-of-duties table.  Each row names two steps of a
      * control that one operator may not both perform on the same
      * student (scope 'S') or the same till session (scope 'T').
      * The step codes are the ones the enforcing programs ask
      * SOD-CHECK about:
      *    GRADE-REQ    file a grade change      GRADE-CHANGE-REQ
      *    GRADE-APPR   approve/reject it        GRADE-CHANGE-APPR
      *    PAY-POST     take a payment at a till  (till session)
      *    PAY-REVERSE  back the payment out     PAYMENT-REVERSAL
      *    TILL-OPEN    open a cashier session   TILL-SESSION
      *    TILL-CLOSE   count and close it       TILL-SESSION
      *    BAL-ADJUST   change a balance today   (any TUITION-OWED
      *                                           change on the log)
      *    WRITE-OFF    write the balance off    WRITEOFF-RUN
      * A rule with CFR-ACTIVE-FLAG 'N' is kept on file but not
      * enforced.  While the file holds no rules at all SOD-CHECK
      * enforces the four standard ones it carries itself.
      * Maintained only through SOD-RULE-MAINT (supervisor sign-on,
      * every change on AUDIT-LOG.txt); SOD-REPORT scans the history
      * for past breaches of the active rules.
      *****************************************************************
       01 CONFLICT-RULE-RECORD.
           05 CFR-RULE-CODE      PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 CFR-ACTION-A       PIC X(12).
           05 FILLER             PIC X VALUE SPACE.
           05 CFR-ACTION-B       PIC X(12).
           05 FILLER             PIC X VALUE SPACE.
      *        'S' = same student, 'T' = same till session.
           05 CFR-SCOPE          PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
      *        'Y' = enforced, 'N' = on file but suspended.
           05 CFR-ACTIVE-FLAG    PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
           05 CFR-DESCRIPTION    PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 CFR-CHANGED-BY     PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 CFR-CHANGED-DATE   PIC 9(8).
