               10  CHK-ENV-CREDIT      PIC 9(9)V99.
               10  CHK-ENV-SUSPENDED   PIC 9(9)V99.
               10  CHK-ENV-EXCEPTED    PIC S9(9)V99.
               10  CHK-ENV-FX-TOTALS.
                   15  CHK-ENV-FX-COUNT    PIC 9(1).
                   15  CHK-ENV-FX-ENTRY OCCURS 5 TIMES.
                       20  CHK-ENV-FX-CURRENCY   PIC X(3).
                       20  CHK-ENV-FX-LINES      PIC 9(9).
                       20  CHK-ENV-FX-FOREIGN    PIC S9(9)V99.
                       20  CHK-ENV-FX-FUNCTIONAL PIC S9(9)V99.
           05  CHK-CUR-ENV-DATE        PIC 9(8).
           05  CHK-CUR-ENV-SOURCE      PIC X(8).
           05  CHK-CUR-ENV-RECORDS     PIC 9(9).
           05  CHK-CUR-ENV-CREDIT      PIC 9(9)V99.
           05  CHK-CUR-ENV-SUSPENDED   PIC 9(9)V99.
           05  CHK-CUR-ENV-EXCEPTED    PIC S9(9)V99.
           05  CHK-CUR-ENV-FX-TOTALS.
               10  CHK-CUR-FX-COUNT      PIC 9(1).
               10  CHK-CUR-FX-ENTRY OCCURS 5 TIMES.
                   15  CHK-CUR-FX-CURRENCY   PIC X(3).
                   15  CHK-CUR-FX-LINES      PIC 9(9).
                   15  CHK-CUR-FX-FOREIGN    PIC S9(9)V99.
                   15  CHK-CUR-FX-FUNCTIONAL PIC S9(9)V99.
      *> Distribution journal lines written as of this checkpoint;
      *> a restart cuts the journal back to here before appending,
      *> so reprocessed records never journal twice.
           05  CHK-JOURNAL-COUNT       PIC 9(9).
      *> Unit-price check counts so far, for the variance report
      *> totals.
           05  CHK-PRICE-CHECKED       PIC 9(9).
           05  CHK-PRICE-HELD-COUNT    PIC 9(9).
           05  CHK-PRICE-UNKNOWN-COUNT PIC 9(9).
           05  CHK-PRICE-HELD-AMOUNT   PIC 9(9)V99.
