      *  TRAN-SOURCE-ID names the originating system, so one batch
      *  window can consolidate several source feeds and reconcile
      *  each source against its own control-total trailer.
      *  TRAN-CURRENCY-CODE is the ISO code the source settled in.
      *  Blank (or the base currency) means TRAN-INTEGER-1/2 are
      *  already base-currency amounts, as every feed sent before
      *  foreign-currency sources.  Any other code means the amounts
      *  are in TRAN-ORIG-AMOUNT-1/2 in that currency, and SUMBATCH
      *  converts them to base at the daily exchange rate for the
      *  business date.
      *****************************************************************
       01  TRAN-RECORD.
           05  TRAN-INTEGER-1          PIC S9(7)V99 COMP-3.
           05  TRAN-SEQUENCE           PIC 9(9).
           05  TRAN-BUSINESS-DATE      PIC 9(8).
           05  TRAN-SOURCE-ID          PIC X(3).
           05  TRAN-CURRENCY-CODE      PIC X(3).
           05  TRAN-ORIG-AMOUNT-1      PIC S9(9)V99 COMP-3.
           05  TRAN-ORIG-AMOUNT-2      PIC S9(9)V99 COMP-3.
           05  FILLER                  PIC X(25).
