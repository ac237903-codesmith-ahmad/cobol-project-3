      *****************************************************************
      * Shared record layout for EXCHANGE-RATES.txt - the daily
      * exchange-rate table, one row per foreign currency per rate
      * date, kept by FXRATE-MAINT.  The rate is Canadian dollars
      * per ONE unit of the foreign currency (USD 1.00 = CAD
      * 1.365000), so the conversion is always a multiply.  WIRE-LOAD
      * converts an international wire at the row for its value
      * date, or the newest earlier row when the value date fell on
      * a weekend or holiday nobody keyed a rate for.
      *****************************************************************
       01 FX-RATE-RECORD.
      *        ISO currency code - USD, EUR, INR.
           05 FXR-CURRENCY       PIC X(3).
           05 FILLER             PIC X VALUE SPACE.
           05 FXR-RATE-DATE      PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FXR-RATE           PIC 9(3)V9(6).
           05 FILLER             PIC X VALUE SPACE.
      *        Operator who keyed (or last changed) the rate.
           05 FXR-ENTERED-BY     PIC X(10).
