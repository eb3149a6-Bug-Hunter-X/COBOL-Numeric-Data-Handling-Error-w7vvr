      *> This is the drill-down behind the summarized extract: the
      *> lines for an account must total to that account's
      *> GLEXTR.HLD record, which DSTPRT01 proves in print.
      *> The amount is in functional currency; a line keyed in
      *> another currency also keeps its currency, its amount as
      *> keyed and the rate it was converted at.
      *> The source system, transaction type and qty let SLSHST01
      *> summarize each run's posted lines into the cumulative
      *> sales history.
       01  DISTRIBUTION-JOURNAL-RECORD.
           05  DJR-GL-ACCOUNT-CODE     PIC X(10).
           05  DJR-RECORD-KEY          PIC X(10).
           05  DJR-DIVISION            PIC X(2).
           05  DJR-AMOUNT              PIC S9(9)V99.
           05  DJR-BUSINESS-DATE       PIC 9(8).
           05  DJR-CURRENCY-CODE       PIC X(3).
           05  DJR-ORIGINAL-AMOUNT     PIC S9(9)V99.
           05  DJR-EXCHANGE-RATE       PIC 9(5)V9(6).
           05  DJR-SOURCE-SYSTEM       PIC X(8).
           05  DJR-TRANS-TYPE          PIC X(1).
               88  DJR-TYPE-SALE       VALUE "S" " ".
               88  DJR-TYPE-RETURN     VALUE "R".
               88  DJR-TYPE-ADJUSTMENT VALUE "A".
           05  DJR-QTY                 PIC 9(3).
