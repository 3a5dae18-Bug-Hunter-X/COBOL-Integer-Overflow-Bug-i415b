      *****************************************************************
      *  BUDGEXT.CPY
      *  Finance's annual budget extract - one row per posting
      *  category per budget year, carrying the twelve monthly budget
      *  amounts in unpacked signed display so the spreadsheet export
      *  can produce it directly.  BX-EFFECTIVE-DATE zero means the
      *  budget applies from the first day of the budget year;
      *  BX-END-DATE zero means open-ended.  BX-STATUS 'C' withdraws
      *  the category's budget for the year.
      *****************************************************************
       01  BUDGET-EXTRACT-RECORD.
           05  BX-CAT-CODE              PIC X(4).
           05  BX-BUDGET-YEAR           PIC 9(4).
           05  BX-STATUS                PIC X.
               88  BX-ACTIVE                     VALUE 'A'.
               88  BX-CLOSED                     VALUE 'C'.
           05  BX-EFFECTIVE-DATE        PIC 9(8).
           05  BX-END-DATE              PIC 9(8).
           05  BX-MONTH-AMOUNT OCCURS 12 TIMES
                                        PIC S9(11)V99.
           05  FILLER                   PIC X(19).
