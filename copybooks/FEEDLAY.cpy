      *****************************************************************
      *  FEEDLAY.CPY
      *  Delimited feed layout definition card - one per SRCMAST
      *  source that sends a delimited extract instead of the TRANREC
      *  layout.  FEEDCONV converts the extract to TRANREC records and
      *  a CTLTOTREC trailer as this card describes, so onboarding
      *  such a source is a matter of adding its card.
      *  Column positions count delimited fields from 1 on each row.
      *  A position of 00 means the source does not send the field:
      *    FL-AMOUNT-2-COL    00 - TRAN-INTEGER-2 is zero
      *    FL-CURRENCY-COL    00 - every row is in base currency
      *    FL-TRL-COUNT-COL   00 - trailer carries no row count
      *    FL-TRL-CCY-COL     00 - trailer total is in base currency
      *  Amounts are decimal-point text ("-1234.56"); the business
      *  date is CCYYMMDD (format D) or CCYY-MM-DD (format I).  The
      *  trailer row is the one whose FL-TRL-TAG-COL field holds
      *  FL-TRL-TAG; FL-HEADER-ROWS leading rows are skipped.
      *****************************************************************
       01  FEED-LAYOUT-RECORD.
           05  FL-SOURCE-ID             PIC X(3).
           05  FILLER                   PIC X.
           05  FL-DELIMITER             PIC X.
           05  FILLER                   PIC X.
           05  FL-HEADER-ROWS           PIC 9(2).
           05  FILLER                   PIC X.
           05  FL-DATE-FORMAT           PIC X.
               88  FL-DATE-CCYYMMDD              VALUE 'D'.
               88  FL-DATE-ISO                   VALUE 'I'.
           05  FILLER                   PIC X.
           05  FL-ROW-COLUMNS.
               10  FL-AMOUNT-1-COL      PIC 9(2).
               10  FL-AMOUNT-2-COL      PIC 9(2).
               10  FL-CATEGORY-COL      PIC 9(2).
               10  FL-SEQUENCE-COL      PIC 9(2).
               10  FL-BUS-DATE-COL      PIC 9(2).
               10  FL-CURRENCY-COL      PIC 9(2).
           05  FILLER                   PIC X.
           05  FL-TRL-TAG               PIC X(8).
           05  FILLER                   PIC X.
           05  FL-TRAILER-COLUMNS.
               10  FL-TRL-TAG-COL       PIC 9(2).
               10  FL-TRL-TOTAL-COL     PIC 9(2).
               10  FL-TRL-COUNT-COL     PIC 9(2).
               10  FL-TRL-CCY-COL       PIC 9(2).
           05  FILLER                   PIC X(39).
