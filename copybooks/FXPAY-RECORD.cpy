      *****************************************************************
      * Shared record layout for FX-PAYMENTS.txt - the foreign-
      * currency side of every international wire WIRE-LOAD posts.
      * The PAYMENTS.dat row carries the Canadian amount that came
      * off TUITION-OWED, like any other payment; this row hangs off
      * it by the same key (student, term, date, sequence) and the
      * same receipt number, and keeps what the sender actually
      * wired - currency and original amount - with the rate used.
      *
      * When the bank's advice reports the Canadian amount it really
      * settled, the difference against the posted amount is the
      * exchange gain (settled more) or loss (settled less), and
      * GL-EXTRACT journals it as an FXGAIN event on the posting
      * date.  A settled amount of 0 means the bank did not report
      * one; no gain or loss is recorded for that wire.
      *****************************************************************
       01 FX-PAYMENT-RECORD.
           05 FXP-PAY-KEY.
               10 FXP-STUDENT-NUMBER PIC 9(6).
               10 FXP-TERM-CODE      PIC X(6).
               10 FXP-PAY-DATE       PIC X(8).
               10 FXP-PAY-SEQ        PIC 9(4).
           05 FILLER             PIC X VALUE SPACE.
           05 FXP-RECEIPT-NUMBER PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
      *        What the sender wired, in the sender's currency.
           05 FXP-CURRENCY       PIC X(3).
           05 FILLER             PIC X VALUE SPACE.
           05 FXP-ORIGINAL-AMOUNT PIC 9(9)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 FXP-VALUE-DATE     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
      *        The EXCHANGE-RATES.txt row the conversion used.
           05 FXP-RATE           PIC 9(3)V9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 FXP-RATE-DATE      PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
      *        Canadian amount posted to the student (PAY-AMOUNT).
           05 FXP-POSTED-CAD     PIC 9(7)V99.
           05 FILLER             PIC X VALUE SPACE.
      *        Canadian amount the bank settled; 0 = not reported.
           05 FXP-SETTLED-CAD    PIC 9(7)V99.
           05 FILLER             PIC X VALUE SPACE.
      *        Settled minus posted: positive a gain, negative a
      *        loss, 0 when they agree or nothing was reported.
           05 FXP-FX-DIFFERENCE  PIC S9(7)V99.
           05 FILLER             PIC X VALUE SPACE.
      *        The bank's own reference for the wire.
           05 FXP-BANK-REF       PIC X(16).
