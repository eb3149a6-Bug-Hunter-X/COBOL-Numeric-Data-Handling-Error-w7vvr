      *> customer number against this file; CUSMNT01 maintains it.
      *> Entries are deactivated, never deleted, so history keeps
      *> its reference.
      *> Credit control sets the limit and the hold status through
      *> CUSMNT01; ORDAVG01 carries the open exposure, raising it for
      *> every sale posted and lowering it for every return. A zero
      *> limit means no limit has been set for the customer.
       01  CUSTOMER-MASTER-RECORD.
           05  CUS-CUSTOMER-NO         PIC X(9).
           05  CUS-NAME                PIC X(30).
               88  CUS-INACTIVE        VALUE "I".
           05  CUS-ADDED-DATE          PIC 9(8).
           05  CUS-CHANGED-DATE        PIC 9(8).
           05  CUS-CREDIT-LIMIT        PIC 9(9)V99.
           05  CUS-CREDIT-STATUS       PIC X(1).
               88  CUS-CREDIT-HOLD     VALUE "H".
               88  CUS-CREDIT-CLEAR    VALUE "N".
           05  CUS-OPEN-EXPOSURE       PIC S9(9)V99.
