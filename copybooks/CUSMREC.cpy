      *> CUSMREC - Clerk-keyed customer maintenance transaction:
      *> add a master entry, change its name, or deactivate it; or,
      *> for credit control, set the credit limit, place or release
      *> a credit hold, or re-base the open exposure after cash is
      *> applied. The amount carries the limit on an add or "L" and
      *> the exposure on an "E"; it is unused by the other actions.
      *> The operator ID is the clerk who keyed the transaction.
       01  CUSTOMER-MAINT-RECORD.
           05  CMT-ACTION              PIC X(1).
               88  CMT-ADD             VALUE "A".
               88  CMT-CHANGE          VALUE "C".
               88  CMT-DEACTIVATE      VALUE "D".
               88  CMT-SET-LIMIT       VALUE "L".
               88  CMT-CREDIT-HOLD     VALUE "H".
               88  CMT-CREDIT-RELEASE  VALUE "R".
               88  CMT-SET-EXPOSURE    VALUE "E".
           05  CMT-CUSTOMER-NO         PIC X(9).
           05  CMT-NAME                PIC X(30).
           05  CMT-AMOUNT              PIC 9(9)V99.
           05  CMT-OPERATOR-ID         PIC X(8).
