      *  AUDITREC.CPY
      *  Audit trail record - one per ADD ... GIVING WS-RESULT, so a
      *  bad total can be reconstructed during month-end reconciliation.
      *  AUD-INTEGER-1/2 and AUD-RESULT are always base currency; the
      *  currency code, the amounts as the source sent them, and the
      *  exchange rate applied are kept beside them (rate 1 for a
      *  base-currency record).
      *  Each record is chained to the one before it in the day's
      *  log: AUD-AUDIT-SEQUENCE runs 1, 2, 3 ... through every cycle
      *  and restart of the business date, and AUD-CHAIN-VALUE is
      *  computed over the previous record's chain value followed by
      *  bytes 1 through 89 of this record (everything up to and
      *  including the sequence) - for each byte in turn
      *      VALUE = MOD(VALUE * 257 + ORD(byte), 2147483647)
      *  starting from zero for the first record of the day.  An
      *  edited, inserted, or deleted record breaks every link after
      *  it; AUDVRFY recomputes the chain.
      *****************************************************************
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP            PIC X(26).
           05  AUD-INTEGER-1            PIC S9(7)V99.
           05  AUD-INTEGER-2            PIC S9(7)V99.
           05  AUD-RESULT               PIC S9(7)V99.
           05  AUD-CURRENCY-CODE        PIC X(3).
           05  AUD-ORIG-AMOUNT-1        PIC S9(9)V99 COMP-3.
           05  AUD-ORIG-AMOUNT-2        PIC S9(9)V99 COMP-3.
           05  AUD-EXCHANGE-RATE        PIC 9(5)V9(6) COMP-3.
           05  AUD-CYCLE-NUMBER         PIC 9(2).
           05  AUD-AUDIT-SEQUENCE       PIC 9(9) COMP-3.
           05  AUD-CHAIN-VALUE          PIC 9(10) COMP-3.
           05  FILLER                   PIC X(3).
