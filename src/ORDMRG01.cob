           05  SRT-RECORD-KEY          PIC X(10).
           05  FILLER                  PIC X(11).
           05  SRT-CUSTOMER-NO         PIC X(9).
           05  FILLER                  PIC X(13).

       WORKING-STORAGE SECTION.
       01  WS-NEWORD-STATUS            PIC X(2).
