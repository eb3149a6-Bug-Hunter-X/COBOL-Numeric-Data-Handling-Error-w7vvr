      *> BKOREC - Supervisor-keyed business-date backout request:
      *> reverse everything one business date and source system
      *> posted, so the day can be run again from a good feed. The
      *> reason is mandatory, as for a period adjustment.
       01  BACKOUT-REQUEST-RECORD.
           05  BKO-BUSINESS-DATE       PIC 9(8).
           05  BKO-SOURCE-SYSTEM       PIC X(8).
           05  BKO-SUPERVISOR-ID       PIC X(8).
           05  BKO-REASON              PIC X(40).
