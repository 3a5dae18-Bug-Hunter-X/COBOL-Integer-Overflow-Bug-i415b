      *****************************************************************
      *  STEPLOG.CPY
      *  Step override log record - one per prerequisite a step was
      *  allowed to bypass on an operator override card, appended to
      *  the STEPLOG file at the moment the step starts, with what
      *  the prerequisite's step-control state actually was, so
      *  every out-of-order run can be accounted for afterwards.
      *****************************************************************
       01  STEP-OVERRIDE-LOG-RECORD.
           05  SL-LOGGED-DATE           PIC 9(8).
           05  SL-LOGGED-TIME           PIC 9(6).
           05  SL-STEP-NAME             PIC X(8).
           05  SL-BUSINESS-DATE         PIC 9(8).
           05  SL-CYCLE-NUMBER          PIC 9(2).
           05  SL-PREREQ-STEP           PIC X(8).
           05  SL-PREREQ-DATE           PIC 9(8).
           05  SL-PREREQ-STATE          PIC X(24).
           05  SL-OPERATOR-ID           PIC X(8).
           05  SL-REASON                PIC X(44).
           05  FILLER                   PIC X(6).
