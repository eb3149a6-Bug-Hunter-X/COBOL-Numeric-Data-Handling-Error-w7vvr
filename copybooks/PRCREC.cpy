      *> PRCREC - Product price master entry, the list price an
      *> order line's unit price is checked against, keyed by item
      *> code. The tolerance is the percentage either side of list
      *> a line may be priced at before ORDAVG01 holds it on the
      *> price-exception file. PRCMNT01 maintains it; entries are
      *> deactivated, never deleted, and an inactive item prices
      *> as unknown.
       01  PRICE-MASTER-RECORD.
           05  PRC-ITEM-CODE           PIC X(10).
           05  PRC-DESCRIPTION         PIC X(30).
           05  PRC-STATUS              PIC X(1).
               88  PRC-ACTIVE          VALUE "A".
               88  PRC-INACTIVE        VALUE "I".
           05  PRC-LIST-PRICE          PIC 9(5)V99.
           05  PRC-TOLERANCE-PCT       PIC 9(3)V99.
           05  PRC-ADDED-DATE          PIC 9(8).
           05  PRC-CHANGED-DATE        PIC 9(8).
