      *            stops winning the effective-date selection.  Every
      *            change is written to the MAPAUDT audit file (who,
      *            when, old accounts, new accounts).
      *  INPUT:    MMNT ADD cccc dddddddd cccccccc oooooooo [ssssssss]
      *                 add mapping: debit, credit, offset accounts
      *                 and the optional exception suspense account;
      *                 code *sss adds a source-level suspense row
      *            MMNT INA cccc                  end-date the mapping
      *            MMNT BRW [cccc]                browse the master
      *  NOTE:     Vendor-extension (EXEC CICS) dialect - this program
           05  WS-DEBIT-ACCT-IN         PIC X(8).
           05  WS-CREDIT-ACCT-IN        PIC X(8).
           05  WS-OFFSET-ACCT-IN        PIC X(8).
           05  WS-SUSPENSE-ACCT-IN      PIC X(8).

       01  WS-USER-ID                   PIC X(8) VALUE SPACES.
       01  WS-CURRENT-TIMESTAMP         PIC X(26).
       01  WS-OLD-DEBIT-ACCT            PIC X(8) VALUE SPACES.
       01  WS-OLD-CREDIT-ACCT           PIC X(8) VALUE SPACES.
       01  WS-OLD-OFFSET-ACCT           PIC X(8) VALUE SPACES.
       01  WS-OLD-SUSPENSE-ACCT         PIC X(8) VALUE SPACES.
       01  WS-OLD-STATUS                PIC X VALUE SPACE.
       01  WS-AUDIT-OK-SWITCH           PIC X VALUE 'N'.
           88  MAP-AUDIT-WRITTEN                 VALUE 'Y'.
                   15  FILLER           PIC X(1) VALUE SPACES.
                   15  WS-BRW-OFFSET    PIC X(8).
                   15  FILLER           PIC X(1) VALUE SPACES.
                   15  WS-BRW-SUSPENSE  PIC X(8).
                   15  FILLER           PIC X(1) VALUE SPACES.
                   15  WS-BRW-STATUS    PIC X.
                   15  FILLER           PIC X(1) VALUE SPACES.
               10  WS-BROWSE-MORE-LINE  PIC X(43) VALUE SPACES.
       1000-PARSE-INPUT.
           MOVE SPACES TO WS-TRAN-CODE WS-ACTION
               WS-CAT-CODE-IN WS-DEBIT-ACCT-IN
               WS-CREDIT-ACCT-IN WS-OFFSET-ACCT-IN
               WS-SUSPENSE-ACCT-IN.
           UNSTRING WS-INPUT-BUFFER
               DELIMITED BY ALL SPACES
               INTO WS-TRAN-CODE
                    WS-DEBIT-ACCT-IN
                    WS-CREDIT-ACCT-IN
                    WS-OFFSET-ACCT-IN
                    WS-SUSPENSE-ACCT-IN
           END-UNSTRING.

       2000-ADD-MAPPING.
               MOVE WS-DEBIT-ACCT-IN TO AM-DEBIT-ACCOUNT
               MOVE WS-CREDIT-ACCT-IN TO AM-CREDIT-ACCOUNT
               MOVE WS-OFFSET-ACCT-IN TO AM-OFFSET-ACCOUNT
               MOVE WS-SUSPENSE-ACCT-IN TO AM-SUSPENSE-ACCOUNT
               MOVE 'A' TO AM-STATUS
               MOVE 0 TO AM-END-DATE
               EXEC CICS WRITE
                   MOVE SPACES TO WS-OLD-DEBIT-ACCT
                   MOVE SPACES TO WS-OLD-CREDIT-ACCT
                   MOVE SPACES TO WS-OLD-OFFSET-ACCT
                   MOVE SPACES TO WS-OLD-SUSPENSE-ACCT
                   MOVE SPACE TO WS-OLD-STATUS
                   MOVE "ADD" TO MAUD-ACTION
                   PERFORM 5000-WRITE-MAP-AUDIT
               MOVE AM-DEBIT-ACCOUNT TO WS-OLD-DEBIT-ACCT
               MOVE AM-CREDIT-ACCOUNT TO WS-OLD-CREDIT-ACCT
               MOVE AM-OFFSET-ACCOUNT TO WS-OLD-OFFSET-ACCT
               MOVE AM-SUSPENSE-ACCOUNT TO WS-OLD-SUSPENSE-ACCT
               MOVE AM-STATUS TO WS-OLD-STATUS
               MOVE 'C' TO AM-STATUS
               MOVE WS-TODAY-DATE TO AM-END-DATE
                       TO WS-BRW-CREDIT(WS-BRW-IDX)
                   MOVE AM-OFFSET-ACCOUNT
                       TO WS-BRW-OFFSET(WS-BRW-IDX)
                   MOVE AM-SUSPENSE-ACCOUNT
                       TO WS-BRW-SUSPENSE(WS-BRW-IDX)
                   MOVE AM-STATUS TO WS-BRW-STATUS(WS-BRW-IDX)
               ELSE
      *            A seventeenth mapping exists - tell the operator
           MOVE WS-OLD-CREDIT-ACCT TO MAUD-OLD-CREDIT-ACCT.
           MOVE WS-OLD-OFFSET-ACCT TO MAUD-OLD-OFFSET-ACCT.
           MOVE WS-OLD-STATUS TO MAUD-OLD-STATUS.
           MOVE WS-OLD-SUSPENSE-ACCT TO MAUD-OLD-SUSPENSE-ACCT.
           MOVE AM-DEBIT-ACCOUNT TO MAUD-NEW-DEBIT-ACCT.
           MOVE AM-CREDIT-ACCOUNT TO MAUD-NEW-CREDIT-ACCT.
           MOVE AM-OFFSET-ACCOUNT TO MAUD-NEW-OFFSET-ACCT.
           MOVE AM-STATUS TO MAUD-NEW-STATUS.
           MOVE AM-SUSPENSE-ACCOUNT TO MAUD-NEW-SUSPENSE-ACCT.
           EXEC CICS WRITE
               DATASET('MAPAUDT')
               FROM(MAP-AUDIT-RECORD)
