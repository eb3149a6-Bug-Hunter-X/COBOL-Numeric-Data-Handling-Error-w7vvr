      *> EXRREC - Daily exchange rate, keyed by currency and the
      *> business date it applies to. The rate is the functional
      *> currency value of one unit of the foreign currency, so a
      *> foreign amount times the rate is its functional amount.
      *> EXRMNT01 maintains it; ORDAVG01 will not post an envelope
      *> holding a currency with no rate for the envelope's date.
       01  EXCHANGE-RATE-RECORD.
           05  EXR-RATE-KEY.
               10  EXR-CURRENCY-CODE   PIC X(3).
               10  EXR-RATE-DATE       PIC 9(8).
           05  EXR-RATE                PIC 9(5)V9(6).
           05  EXR-ADDED-DATE          PIC 9(8).
           05  EXR-CHANGED-DATE        PIC 9(8).
           05  EXR-OPERATOR-ID         PIC X(8).
