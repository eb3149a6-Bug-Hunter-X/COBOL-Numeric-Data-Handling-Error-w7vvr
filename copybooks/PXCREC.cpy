      *> PXCREC - Price-exception record. ORDAVG01 writes one for
      *> each sale it holds back because the unit price (amount
      *> over qty) is outside the item's tolerance of list price, or
      *> the item is not priced on the price master:
      *> UNKN - item not on the master, inactive or with no price;
      *> OVER - priced above list by more than the tolerance;
      *> UNDR - priced below list by more than the tolerance;
      *> BKO  - released, then put back by ORDBKO01 when the day
      *>        it posted into was backed out (list price, tolerance
      *>        and variance are not kept for it).
      *> List price and tolerance are as they stood when the line
      *> was read. Like suspense, the file is a carried-forward
      *> inventory: PRCREV01 releases or rejects each held line on
      *> a clerk's disposition and carries the rest forward.
       01  PRICE-EXCEPTION-RECORD.
           05  PXC-RECORD-KEY          PIC X(10).
           05  PXC-AMOUNT              PIC S9(5)V99.
           05  PXC-QTY                 PIC 9(3).
           05  PXC-CUSTOMER-NO         PIC X(9).
           05  PXC-ITEM-CODE           PIC X(10).
           05  PXC-UNIT-PRICE          PIC 9(5)V99.
           05  PXC-LIST-PRICE          PIC 9(5)V99.
           05  PXC-TOLERANCE-PCT       PIC 9(3)V99.
           05  PXC-VARIANCE-PCT        PIC S9(5)V99.
           05  PXC-REASON-CODE         PIC X(4).
               88  PXC-UNKNOWN-ITEM    VALUE "UNKN".
               88  PXC-OVER-TOLERANCE  VALUE "OVER".
               88  PXC-UNDER-TOLERANCE VALUE "UNDR".
               88  PXC-BACKED-OUT      VALUE "BKO ".
           05  PXC-BUSINESS-DATE       PIC 9(8).
           05  PXC-TIMESTAMP           PIC X(26).
