      *    'I' = inquiry only (no saves),
      *    'U' = update (normal front-desk work),
      *    'S' = supervisor (withdrawals, deletes, refund and
      *          write-off approval),
      *    'A' = accessibility office - the only role that may read
      *          or keep ACCOMMODATIONS.txt; inquiry only everywhere
      *          else,
      *    'C' = academic integrity case officer - the only role that
      *          may read or keep INTEGRITY-CASES.txt; inquiry only
      *          everywhere else.
      * OPERATOR-SIGNON validates a typed ID/password against this
      * file and hands the role back, so AUDIT-LOG.txt rows carry an
      * identity someone actually proved instead of whatever was
