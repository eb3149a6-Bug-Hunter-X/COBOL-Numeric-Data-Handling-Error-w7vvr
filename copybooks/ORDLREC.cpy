      *> "HDR", business date and source system) and a trailer record
      *> (key "TRL", detail count and amount hash total) so a
      *> truncated transmission is caught before anything posts.
      *> The item code is the product sold, priced against the
      *> product price master.
      *> The currency code is the currency the amount is keyed in.
      *> A single-currency source sends it once on its envelope
      *> header instead; a line with neither is in the functional
      *> currency. ORDAVG01 converts the amount to functional
      *> currency at the daily exchange rate before posting it.
       01  ORDER-LINE-RECORD.
           05  OL-RECORD-KEY           PIC X(10).
               88  OL-HEADER-RECORD    VALUE "HDR".
                   88  OL-TYPE-RETURN      VALUE "R".
                   88  OL-TYPE-ADJUSTMENT  VALUE "A".
               10  OL-CUSTOMER-NO      PIC X(9).
               10  OL-ITEM-CODE        PIC X(10).
               10  OL-CURRENCY-CODE    PIC X(3).
           05  OL-HEADER-FIELDS REDEFINES OL-DETAIL-FIELDS.
               10  OL-HDR-BUSINESS-DATE PIC 9(8).
               10  OL-HDR-SOURCE-SYSTEM PIC X(8).
               10  OL-HDR-CURRENCY-CODE PIC X(3).
               10  FILLER               PIC X(14).
           05  OL-TRAILER-FIELDS REDEFINES OL-DETAIL-FIELDS.
               10  OL-TRL-RECORD-COUNT  PIC 9(9).
               10  OL-TRL-HASH-TOTAL    PIC 9(9)V99.
               10  FILLER               PIC X(13).
