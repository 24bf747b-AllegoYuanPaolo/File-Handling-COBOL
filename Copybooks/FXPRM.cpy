      *> Parameter block for the shared FXRATE exchange-rate
      *> subprogram.  Callers fill fx-currency (a BRANCH-REF.dat /
      *> cm-currency code; blank is the base currency, pesos) and
      *> fx-date.  Returned: fx-rate, the base-currency value of
      *> one unit of fx-currency on the latest EXCH-RATE.dat row
      *> dated on or before fx-date, fx-rate-date that row's date,
      *> and fx-found N when the currency has no rate in force by
      *> then (fx-rate 0).  The base currency is always rate 1.
           01 fx-rate-parms.
               02 fx-currency  pic x(3).
               02 fx-date      pic 9(8).
               02 fx-rate      pic 9(4)v9(6).
               02 fx-rate-date pic 9(8).
               02 fx-found     pic x.
