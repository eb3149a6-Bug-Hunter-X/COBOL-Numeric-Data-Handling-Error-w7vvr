      *> customer number as well, and re-keys the quantity from the
      *> source document since the exception never carried one.
      *> A blank customer keeps the customer the exception recorded.
      *> The operator ID is the corrections clerk who keyed it.
       01  CORRECTION-RECORD.
           05  CORR-RECORD-KEY         PIC X(10).
           05  CORR-NEW-QTY            PIC 9(3).
           05  CORR-NEW-CUSTOMER       PIC X(9).
           05  CORR-OPERATOR-ID        PIC X(8).
