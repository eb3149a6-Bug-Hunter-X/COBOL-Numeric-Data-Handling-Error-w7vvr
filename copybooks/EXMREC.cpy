      *> EXMREC - Clerk-keyed exchange rate maintenance transaction:
      *> add the rate for a currency and business date, or change
      *> one keyed in error. The rate is 11 digits with no decimal
      *> point, six of them decimals, e.g. "00001085000" for
      *> 1.085000. The operator ID is the clerk who keyed it.
       01  RATE-MAINT-RECORD.
           05  RMT-ACTION              PIC X(1).
               88  RMT-ADD             VALUE "A".
               88  RMT-CHANGE          VALUE "C".
           05  RMT-CURRENCY-CODE       PIC X(3).
           05  RMT-RATE-DATE           PIC 9(8).
           05  RMT-RATE                PIC 9(5)V9(6).
           05  RMT-OPERATOR-ID         PIC X(8).
