      *  job can gate per source on a file instead of a job-log
      *  DISPLAY line, and one mismatching source does not hold the
      *  balanced sources' GL output hostage.
      *  RECON-CURRENCY-CODE is the currency of the source's control
      *  trailer; RECON-EXTERNAL-TOTAL, RECON-DIFFERENCE and
      *  RECON-ORIG-TOTAL (the posted total restated in that currency)
      *  are in it, while RECON-BATCH-TOTAL stays base currency.
      *  Rows with RECON-CURRENCY-SUBTOTAL set are informational - one
      *  per source and currency posted, original and converted
      *  totals - and are not part of any source's reconciliation.
      *****************************************************************
       01  RECON-RECORD.
           05  RECON-TIMESTAMP          PIC X(26).
           05  RECON-BATCH-TOTAL        PIC S9(9)V99.
           05  RECON-EXTERNAL-TOTAL     PIC S9(9)V99.
           05  RECON-DIFFERENCE         PIC S9(9)V99.
           05  RECON-ROW-TYPE           PIC X.
               88  RECON-SOURCE-ROW              VALUE SPACE.
               88  RECON-CURRENCY-SUBTOTAL       VALUE 'C'.
           05  RECON-CURRENCY-CODE      PIC X(3).
           05  RECON-ORIG-TOTAL         PIC S9(9)V99.
           05  RECON-RECORD-COUNT       PIC 9(7).
