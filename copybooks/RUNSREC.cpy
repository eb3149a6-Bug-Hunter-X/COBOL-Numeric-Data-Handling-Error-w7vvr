      *> RUNSREC - ORDAVG01's own computed run totals, written at
      *> end-of-job for reconciliation against CONTROL-TOTAL-FILE.
      *> ORDBKO01 writes the same layout, flagged as a backout, to
      *> carry a reversed business date through RECON01; its totals
      *> are the day's own with debit and credit swapped.
      *> Every amount is in functional currency. The foreign-
      *> currency entries give, per currency keyed in the envelope,
      *> its lines and their amount as keyed beside the functional
      *> amount they converted to. An envelope stopped for want of
      *> an exchange rate posts nothing: its summary carries no
      *> totals, and its first currency entry names the currency
      *> with no rate and the envelope's line count.
       01  RUN-SUMMARY-RECORD.
           05  RUNS-RUN-DATE           PIC 9(8).
           05  RUNS-RECORD-COUNT       PIC 9(9).
           05  RUNS-RELEASED-AMOUNT    PIC 9(9)V99.
           05  RUNS-RELEASED-COUNT     PIC 9(9).
           05  RUNS-RESTART-FLAG       PIC X(1).
               88  RUNS-BACKOUT-RUN    VALUE "B".
               88  RUNS-STOPPED-ENVELOPE VALUE "X".
           05  RUNS-SOURCE-SYSTEM      PIC X(8).
           05  RUNS-FX-TOTALS.
               10  RUNS-FX-COUNT       PIC 9(1).
               10  RUNS-FX-ENTRY OCCURS 5 TIMES.
                   15  RUNS-FX-CURRENCY          PIC X(3).
                   15  RUNS-FX-LINES             PIC 9(9).
                   15  RUNS-FX-FOREIGN-AMOUNT    PIC S9(9)V99.
                   15  RUNS-FX-FUNCTIONAL-AMOUNT PIC S9(9)V99.
