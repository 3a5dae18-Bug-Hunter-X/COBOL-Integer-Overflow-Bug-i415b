      *  summed everything it was handed - no dropped or duplicated
      *  transactions.  One record per source feed consolidated into
      *  the batch window, identified by CTL-SOURCE-ID, so each source
      *  reconciles separately.  CTL-CURRENCY-CODE is the currency the
      *  hash total is stated in - blank means base currency.  A
      *  foreign-currency trailer is reconciled against the source's
      *  original-currency amounts, not the converted ones.
      *****************************************************************
       01  CTL-TOTAL-RECORD.
           05  CTL-HASH-TOTAL           PIC S9(9)V99 COMP-3.
           05  CTL-SOURCE-ID            PIC X(3).
           05  CTL-CURRENCY-CODE        PIC X(3).
           05  FILLER                   PIC X(63).
