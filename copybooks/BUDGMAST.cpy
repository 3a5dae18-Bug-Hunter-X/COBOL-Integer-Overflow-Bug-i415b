      *****************************************************************
      *  BUDGMAST.CPY
      *  Budget master record - keyed by posting category and period
      *  (CCYYMM), one per category per month, loaded by BUDGLOAD from
      *  finance's annual budget extract.  Effective-dated the same
      *  way CATMAST is: a budget counts only while BG-STATUS is
      *  active and the report date falls between BG-EFFECTIVE-DATE
      *  and BG-END-DATE (zero end date = open-ended).  A re-forecast
      *  replaces the month's amount from its own effective date on;
      *  the amount it replaced is kept in BG-PRIOR-AMOUNT.
      *****************************************************************
       01  BUDGET-MASTER-RECORD.
           05  BG-KEY.
               10  BG-CAT-CODE          PIC X(4).
               10  BG-PERIOD            PIC 9(6).
           05  BG-BUDGET-AMOUNT         PIC S9(11)V99 COMP-3.
           05  BG-STATUS                PIC X.
               88  BG-ACTIVE                     VALUE 'A'.
               88  BG-CLOSED                     VALUE 'C'.
           05  BG-EFFECTIVE-DATE        PIC 9(8).
           05  BG-END-DATE              PIC 9(8).
           05  BG-PRIOR-AMOUNT          PIC S9(11)V99 COMP-3.
           05  BG-LOADED-DATE           PIC 9(8).
           05  FILLER                   PIC X(21).
