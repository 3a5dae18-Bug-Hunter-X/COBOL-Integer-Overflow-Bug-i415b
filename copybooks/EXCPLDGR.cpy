      *  generation roll, so the aging report can say how many dollars
      *  sit unresolved across days without digging through archived
      *  generations.
      *  EL-SUSPENSE-STATUS tracks the entry's GL suspense booking:
      *  SUSPJRNL books an OPEN exception's amount to suspense and
      *  marks it BOOKED, then books the reversal and marks it
      *  REVERSED once the entry turns REPAIRED or REJECTED.  An
      *  entry resolved before it was ever booked is marked NOT
      *  REQUIRED so it is never booked at all.
      *  EL-TRAN-BUSINESS-DATE and EL-SEQUENCE identify the source
      *  transaction (its own business date may be earlier than the
      *  posting date in the key); EL-REPOST-SEQUENCE is the first
      *  9cc supplemental sequence EXCPFIX resubmitted it under, so
      *  the posting of the repair can be found in SEQPOST.
      *****************************************************************
       01  EXCP-LEDGER-RECORD.
           05  EL-KEY.
           05  EL-AMOUNT                PIC S9(8)V99 COMP-3.
           05  EL-REASON                PIC X(40).
           05  EL-REJECT-REASON-CODE    PIC X(4).
           05  EL-SUSPENSE-STATUS       PIC X.
               88  EL-SUSP-NOT-BOOKED            VALUES SPACE
                                                        LOW-VALUE.
               88  EL-SUSP-BOOKED                VALUE 'B'.
               88  EL-SUSP-REVERSED              VALUE 'R'.
               88  EL-SUSP-NOT-REQUIRED          VALUE 'N'.
           05  EL-TRAN-BUSINESS-DATE    PIC 9(8) COMP.
           05  EL-SEQUENCE              PIC 9(9) COMP.
           05  EL-REPOST-SEQUENCE       PIC 9(9) COMP.
           05  FILLER                   PIC X(1).
