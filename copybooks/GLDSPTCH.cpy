      *  flags a journal still SENT a day later as UNACKED - so a
      *  journal the GL side dropped surfaces the next morning
      *  instead of days later from the accountants.
      *  The key carries the journal type as well as the run date:
      *  blank for GLFORMAT's daily posting journal, 'S' for the
      *  SUSPJRNL exception suspense journal, so both journals sent
      *  for one run date are tracked separately.
      *****************************************************************
       01  GL-DISPATCH-RECORD.
           05  JD-KEY.
               10  JD-RUN-DATE          PIC 9(8).
               10  JD-JOURNAL-TYPE      PIC X.
                   88  JD-POSTING-JOURNAL        VALUE SPACE.
                   88  JD-SUSPENSE-JOURNAL       VALUE 'S'.
           05  JD-STATUS                PIC X(8).
               88  JD-SENT                       VALUE "SENT".
               88  JD-ACCEPTED                   VALUE "ACCEPTED".
           05  JD-ACK-DEBITS            PIC S9(9)V99 COMP-3.
           05  JD-ACK-CREDITS           PIC S9(9)V99 COMP-3.
           05  JD-REJECT-REASON         PIC X(30).
           05  FILLER                   PIC X(14).
