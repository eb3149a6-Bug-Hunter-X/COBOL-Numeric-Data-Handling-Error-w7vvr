      *> EXCREC - Exception report detail line (qty/total exceptions).
      *> A line excepted back to the correction cycle keeps its
      *> amount as keyed, in the currency it was keyed in, so the
      *> corrected line resubmits exactly as the source sent it.
       01  EXCEPTION-RECORD.
           05  EXC-RECORD-KEY          PIC X(10).
           05  EXC-AMOUNT              PIC S9(9)V99.
           05  EXC-CUSTOMER-NO         PIC X(9).
           05  EXC-REASON-CODE         PIC X(4).
           05  EXC-TIMESTAMP           PIC X(26).
           05  EXC-ITEM-CODE           PIC X(10).
           05  EXC-CURRENCY-CODE       PIC X(3).
