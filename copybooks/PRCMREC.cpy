      *> PRCMREC - Clerk-keyed price master maintenance transaction:
      *> add an item, change its description, set its list price
      *> and tolerance, or deactivate it. Price and tolerance are
      *> used on an add and a "P"; the description on an add and a
      *> "C". The operator ID is the clerk who keyed it.
       01  PRICE-MAINT-RECORD.
           05  PMT-ACTION              PIC X(1).
               88  PMT-ADD             VALUE "A".
               88  PMT-CHANGE          VALUE "C".
               88  PMT-SET-PRICE       VALUE "P".
               88  PMT-DEACTIVATE      VALUE "D".
           05  PMT-ITEM-CODE           PIC X(10).
           05  PMT-DESCRIPTION         PIC X(30).
           05  PMT-LIST-PRICE          PIC 9(5)V99.
           05  PMT-TOLERANCE-PCT       PIC 9(3)V99.
           05  PMT-OPERATOR-ID         PIC X(8).
