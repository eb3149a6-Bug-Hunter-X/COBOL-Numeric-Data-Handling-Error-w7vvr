      *> SLHREC - Cumulative sales history, one entry per business
      *> date, source system and customer for each ORDAVG01 run,
      *> summarized by SLSHST01 from the run's posted lines. Sales,
      *> returns and adjustments are kept apart; amounts are in
      *> functional currency and signed as posted, so returns
      *> carry a negative amount. A day run more than once has an
      *> entry per run, each holding what that run posted; a
      *> backout removes the date and source's entries. ARCPRG01
      *> moves a closed period's entries to SLSARCH.DAT.
       01  SALES-HISTORY-RECORD.
           05  SLH-BUSINESS-DATE       PIC 9(8).
           05  SLH-SOURCE-SYSTEM       PIC X(8).
           05  SLH-CUSTOMER-NO         PIC X(9).
           05  SLH-DIVISION            PIC X(2).
           05  SLH-RUN-DATE            PIC 9(8).
           05  SLH-SALES-COUNT         PIC 9(7).
           05  SLH-SALES-QTY           PIC 9(9).
           05  SLH-SALES-AMOUNT        PIC S9(9)V99.
           05  SLH-RETURN-COUNT        PIC 9(7).
           05  SLH-RETURN-QTY          PIC 9(9).
           05  SLH-RETURN-AMOUNT       PIC S9(9)V99.
           05  SLH-ADJUST-COUNT        PIC 9(7).
           05  SLH-ADJUST-AMOUNT       PIC S9(9)V99.
