      * Shared record layout for TILL-SESSIONS.txt - one row per
      * cashier till session: who opened the drawer, with what float,
      * and (once closed) what the counted cash came to against what
      * the stamped PAYMENTS.dat rows say it should have.
      * TILL-SESSION opens and closes sessions; every desk posting
      * path stamps the session id on its payment row; CASH-RECON
      * breaks the day down by session so a shortage points at one
      * drawer instead of the whole day.  The drawer is counted and
      * closed by a second person - TIL-CLOSED-BY is never the
      * cashier who opened it while SOD-CHECK's till rule is active;
      * rows closed before the closer was kept carry spaces there.
      *****************************************************************
       01 TILL-RECORD.
           05 TIL-SESSION-ID     PIC 9(6).
           05 TIL-OVER-SHORT     PIC S9(5)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 TIL-CLOSE-DATE     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 TIL-CLOSED-BY      PIC X(10).
