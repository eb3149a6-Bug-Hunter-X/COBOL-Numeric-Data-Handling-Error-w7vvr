      *> CRVREC - Credit-review record. ORDAVG01 writes one for each
      *> order line it holds back from posting on credit grounds:
      *> HOLD - the customer is on credit hold, or OVLM - the sale
      *> would take the customer's open exposure over the limit.
      *> Limit and exposure are as they stood when the line was
      *> read. Credit control works the file; once the customer is
      *> cleared the line is sent again in a later feed.
       01  CREDIT-REVIEW-RECORD.
           05  CRV-RECORD-KEY          PIC X(10).
           05  CRV-AMOUNT              PIC S9(5)V99.
           05  CRV-QTY                 PIC 9(3).
           05  CRV-TRANS-TYPE          PIC X(1).
           05  CRV-CUSTOMER-NO         PIC X(9).
           05  CRV-REASON-CODE         PIC X(4).
               88  CRV-ON-HOLD         VALUE "HOLD".
               88  CRV-OVER-LIMIT      VALUE "OVLM".
           05  CRV-CREDIT-LIMIT        PIC 9(9)V99.
           05  CRV-EXPOSURE            PIC S9(9)V99.
           05  CRV-BUSINESS-DATE       PIC 9(8).
           05  CRV-TIMESTAMP           PIC X(26).
