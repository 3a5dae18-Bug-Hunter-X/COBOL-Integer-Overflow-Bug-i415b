      *****************************************************************
      *  STEPCTL.CPY
      *  Job-stream step-control record - one per business date,
      *  step, and cycle, written by each nightly program as it
      *  runs: stamped STARTED once its prerequisites are checked
      *  and it begins work, then COMPLETED (or FAILED, when it ends
      *  with a return code of 12 or more) with the end time and
      *  return code.  A record still STARTED means the step is
      *  running or abended before it could be stamped.
      *  SC-CYCLE-NUMBER is the SUMBATCH posting cycle, or the
      *  correction cycle EXCPFIX and BACKOUT prepare; it is zero for
      *  the once-a-day steps.  MTHCLOSE records its step under the
      *  last calendar day of the month it closes.  A re-run of a
      *  step rewrites its record and counts the run in SC-RUN-COUNT.
      *  The STEPPREQ prerequisite table says which steps must have
      *  completed before each step may start.
      *****************************************************************
       01  STEP-CONTROL-RECORD.
           05  SC-KEY.
               10  SC-BUSINESS-DATE     PIC 9(8).
               10  SC-STEP-NAME         PIC X(8).
               10  SC-CYCLE-NUMBER      PIC 9(2).
           05  SC-STATUS                PIC X(9).
               88  SC-STARTED                    VALUE "STARTED".
               88  SC-COMPLETED                  VALUE "COMPLETED".
               88  SC-FAILED                     VALUE "FAILED".
           05  SC-START-DATE            PIC 9(8).
           05  SC-START-TIME            PIC 9(6).
           05  SC-END-DATE              PIC 9(8).
           05  SC-END-TIME              PIC 9(6).
           05  SC-RETURN-CODE           PIC 9(4).
           05  SC-RUN-COUNT             PIC 9(3).
           05  SC-OVERRIDE-SWITCH       PIC X.
               88  SC-OVERRIDDEN                 VALUE 'Y'.
           05  SC-OVERRIDE-OPERATOR     PIC X(8).
           05  FILLER                   PIC X(29).
