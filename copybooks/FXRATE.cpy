      *****************************************************************
      *  FXRATE.CPY
      *  Daily exchange-rate master record - keyed by ISO currency
      *  code and business date, loaded each day from treasury's rate
      *  extract.  FX-RATE is base-currency units per one unit of the
      *  foreign currency.  SUMBATCH converts every foreign-currency
      *  transaction at the rate for its own business date; a
      *  currency with no rate for the date is rejected, never
      *  converted at a stale or guessed rate.
      *****************************************************************
       01  FX-RATE-RECORD.
           05  FX-KEY.
               10  FX-CURRENCY-CODE     PIC X(3).
               10  FX-BUSINESS-DATE     PIC 9(8).
           05  FX-RATE                  PIC 9(5)V9(6).
           05  FX-LOADED-DATE           PIC 9(8).
           05  FILLER                   PIC X(20).
