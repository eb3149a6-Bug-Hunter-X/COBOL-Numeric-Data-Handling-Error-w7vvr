      *> RCSREC - Run-control step status entry, appended by
      *> RUNCTL01 as each step of the daily stream completes. The
      *> file is a trail: the last entry for a business date and
      *> step is its current status. ORDBKO01 appends a reset entry
      *> for each step its reversal must go through again, and
      *> RUNCTL01 one for each step of the backed-out day once the
      *> reversal is released, so the day can be run again.
       01  RUN-CONTROL-RECORD.
           05  RCS-BUSINESS-DATE       PIC 9(8).
           05  RCS-STEP-NAME           PIC X(8).
           05  RCS-STATUS              PIC X(1).
               88  RCS-COMPLETE        VALUE "C".
               88  RCS-RESET           VALUE "R".
           05  RCS-TIMESTAMP           PIC X(26).
