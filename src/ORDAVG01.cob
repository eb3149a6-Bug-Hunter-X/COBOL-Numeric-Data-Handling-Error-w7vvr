      *  each envelope is validated on its own and produces its own
      *  run summary and period-to-date record for reconciliation
      *  and month-end.
      *  Every accepted line's key is kept on a posted-key history
      *  (POSTKEY.DAT) across business days; a line whose key is
      *  already there is a resend and is excepted as DUPL, and
      *  listed on DUPLKEY.RPT against the date and source system
      *  it first posted under. A suspense release of a line the
      *  history shows already released is listed there too, and
      *  not posted a second time. The history also keeps what each
      *  line posted (customer, account, amount), which is what
      *  ORDBKO01 reverses when a business date is backed out.
      *  Sales and adjustments for a customer on credit hold, and
      *  any sale that would take a customer over the credit limit,
      *  are held on the credit-review file (CRREVIEW.DAT) instead of
      *  posting. Returns always post. Each customer is looked up on
      *  the keyed customer master, and the open exposure is
      *  rewritten there with every line posted; on a restart a line
      *  the failed pass already posted (its key on the history for
      *  the same envelope) does not move the exposure again.
      *  Every sale's unit price (amount over qty) is checked
      *  against the item's list price on the keyed product price
      *  master (PRICEMST.DAT): a sale priced outside the item's
      *  tolerance, or for an item not priced there, is held on the
      *  price-exception file (PRICEXC.DAT) for PRCREV01 to release
      *  or reject, the way an over-ceiling line is held in
      *  suspense, and listed on the pricing variance report
      *  (PRCVAR.RPT).
      *  Order lines may be keyed in a foreign currency, named on the
      *  line or, for a single-currency source, on its envelope
      *  header. Each is converted to the functional currency at
      *  the day's rate on the exchange rate file (EXRATE.DAT, by
      *  currency and business date) before any check, total or GL
      *  distribution; the journal keeps the amount as keyed, its
      *  currency and the rate. The feed is scanned for rates
      *  before anything posts: an envelope holding a currency with
      *  no rate for its date is stopped whole - nothing in it
      *  posts, its run summary is flagged stopped for RECON01, and
      *  the run ends with RETURN-CODE 4 for the envelope to be
      *  resent once the rate is on file. Each envelope's run
      *  summary carries its totals by foreign currency.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDAVG01.
               FILE STATUS IS WS-GLMAPERR-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT DIST-JOURNAL-FILE ASSIGN TO "DISTJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNLTMP-STATUS.

      *> Every order-line key accepted on any business date, looked
      *> up by key so a line sent again in a later feed is caught.
           SELECT POSTED-KEY-FILE ASSIGN TO "POSTKEY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PKH-RECORD-KEY
               FILE STATUS IS WS-POSTKEY-STATUS.

           SELECT CREDIT-REVIEW-FILE ASSIGN TO "CRREVIEW.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRREVIEW-STATUS.

           SELECT DUPLICATE-KEY-RPT ASSIGN TO "DUPLKEY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPLKEY-STATUS.

           SELECT PRICE-MASTER-FILE ASSIGN TO "PRICEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRC-ITEM-CODE
               FILE STATUS IS WS-PRICEMST-STATUS.

           SELECT PRICE-EXCEPTION-FILE ASSIGN TO "PRICEXC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRICEXC-STATUS.

           SELECT PRICE-VARIANCE-RPT ASSIGN TO "PRCVAR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCVAR-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXR-RATE-KEY
               FILE STATUS IS WS-EXRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-LINE-FILE

      *> CUSMNT01-maintained system of record for valid customers;
      *> every detail line's customer number is checked against it.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSREC.

      *> Line-level backup to the summarized extract - one journal
               ==DISTRIBUTION-JOURNAL-RECORD==
               BY ==TEMP-JOURNAL-RECORD==.

      *> Posted-key history, carried across business days - a key
      *> already on it was posted by an earlier feed or envelope.
       FD  POSTED-KEY-FILE.
           COPY PKHREC.

      *> Lines held back on credit grounds for credit control to
      *> work - written fresh each run, like the exception report.
       FD  CREDIT-REVIEW-FILE
           RECORDING MODE IS F.
           COPY CRVREC.

      *> Each duplicate line beside the date and source it first
      *> posted under, so a resent feed shows as a run of lines all
      *> pointing at the same earlier envelope.
       FD  DUPLICATE-KEY-RPT.
       01  DUPLKEY-LINE                 PIC X(100).

      *> PRCMNT01-maintained list prices; every sale's unit price
      *> is checked against its item's entry.
       FD  PRICE-MASTER-FILE.
           COPY PRCREC.

      *> Sales held back on price, carried forward until PRCREV01
      *> releases or rejects them.
       FD  PRICE-EXCEPTION-FILE
           RECORDING MODE IS F.
           COPY PXCREC.

      *> Each price-held sale beside its list price and variance,
      *> with the run's price-check totals at the foot.
       FD  PRICE-VARIANCE-RPT.
       01  PRCVAR-LINE                  PIC X(110).

      *> EXRMNT01-maintained daily rates, read by currency and
      *> envelope date for every line not in functional currency.
       FD  EXCHANGE-RATE-FILE.
           COPY EXRREC.

      *> Operations edits this one-line file to change the
      *> reasonableness ceiling without a recompile - 7 digits,
      *> no decimal point, e.g. "1500000" for a ceiling of 15000.00.
       01  WS-PERSTAT-STATUS           PIC X(2).
       01  WS-PTD-STATUS               PIC X(2).
       01  WS-PERSTAT-EOF              PIC X VALUE 'N'.
       01  WS-PTD-HOLD                 PIC X(281).
       01  WS-GLMAP-STATUS             PIC X(2).
       01  WS-GLMAPERR-STATUS          PIC X(2).
       01  WS-CUSTMAST-STATUS          PIC X(2).
       01  WS-DISTJRNL-STATUS          PIC X(2).
       01  WS-JRNLTMP-STATUS           PIC X(2).
       01  WS-POSTKEY-STATUS           PIC X(2).
       01  WS-DUPLKEY-STATUS           PIC X(2).
       01  WS-CRREVIEW-STATUS          PIC X(2).
       01  WS-PRICEMST-STATUS          PIC X(2).
       01  WS-PRICEXC-STATUS           PIC X(2).
       01  WS-PRCVAR-STATUS            PIC X(2).
       01  WS-EXRATE-STATUS            PIC X(2).
       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-JOURNAL-FIELDS.
               10  WS-GLM-DIVISION     PIC X(2).
               10  WS-GLM-ACCOUNT      PIC X(10).

      *> Customer master, read by key for the detail-line check.
      *> When the master is absent every customer is accepted, so a
      *> site that has not built the file yet runs as before. The
      *> record read for a line stays in the buffer for its credit
      *> check and exposure rewrite.
       01  WS-CUSTOMER-MASTER-FIELDS.
           05  WS-CMAST-LOADED         PIC X VALUE 'N'.
           05  WS-CMAST-FOUND          PIC X VALUE 'N'.
           05  WS-CMAST-UPDATED        PIC 9(9) VALUE 0.

       01  WS-CREDIT-CHECK-FIELDS.
           05  WS-CREDIT-FLAG          PIC X VALUE 'N'.
           05  WS-CREDIT-REASON        PIC X(4).
           05  WS-CREDIT-HELD-COUNT    PIC 9(9) VALUE 0.
           05  WS-NEW-EXPOSURE         PIC S9(9)V99.

      *> Cross-day duplicate check. The feed header of the envelope
      *> being read is kept here even on a restart resync, so lines
      *> the failed pass recorded for their own envelope are not
      *> mistaken for a resend.
       01  WS-DUPLICATE-CHECK-FIELDS.
           05  WS-DUPLICATE-FLAG       PIC X VALUE 'N'.
           05  WS-REPLAY-FLAG          PIC X VALUE 'N'.
           05  WS-REPLAY-HOLD          PIC X VALUE SPACE.
           05  WS-RELEASE-APPLIED      PIC X VALUE 'N'.
           05  WS-RELEASE-DUPLICATE    PIC X VALUE 'N'.
           05  WS-DUPLICATE-COUNT      PIC 9(9) VALUE 0.
           05  WS-DUPL-RELEASE-COUNT   PIC 9(9) VALUE 0.
           05  WS-HDR-DATE             PIC 9(8) VALUE 0.
           05  WS-HDR-SOURCE           PIC X(8) VALUE SPACES.
           05  WS-DUPL-AMOUNT-EDIT     PIC ---------9.99.

      *> Unit-price check. When the price master is absent every
      *> price is accepted, so a site that has not built the file
      *> yet runs as before.
       01  WS-PRICE-CHECK-FIELDS.
           05  WS-PMAST-LOADED         PIC X VALUE 'N'.
           05  WS-PRICE-FLAG           PIC X VALUE 'N'.
           05  WS-PRICE-REASON         PIC X(4).
           05  WS-UNIT-PRICE           PIC 9(5)V99 VALUE 0.
           05  WS-LIST-PRICE           PIC 9(5)V99 VALUE 0.
           05  WS-TOLERANCE-PCT        PIC 9(3)V99 VALUE 0.
           05  WS-VARIANCE-PCT         PIC S9(5)V99 VALUE 0.
           05  WS-ABS-VARIANCE-PCT     PIC 9(5)V99 VALUE 0.
           05  WS-PRICE-CHECKED        PIC 9(9) VALUE 0.
           05  WS-PRICE-HELD-COUNT     PIC 9(9) VALUE 0.
           05  WS-PRICE-UNKNOWN-COUNT  PIC 9(9) VALUE 0.
           05  WS-PRICE-HELD-AMOUNT    PIC 9(9)V99 VALUE 0.

       01  WS-PRCVAR-EDIT-FIELDS.
           05  WS-PVR-QTY-EDIT         PIC ZZ9.
           05  WS-PVR-AMOUNT-EDIT      PIC -----9.99.
           05  WS-PVR-UNIT-EDIT        PIC ZZZZ9.99.
           05  WS-PVR-LIST-EDIT        PIC ZZZZ9.99.
           05  WS-PVR-VAR-EDIT         PIC -----9.99.
           05  WS-PVR-TOL-EDIT         PIC ZZ9.99.
           05  WS-PVR-COUNT-EDIT       PIC ZZZZZZZZ9.
           05  WS-PVR-TOTAL-EDIT       PIC ZZZZZZZZ9.99.

      *> Foreign-currency conversion. Every rate looked up is kept
      *> in the table, found or not, so the pre-scan and the
      *> posting pass each read it from the file once. When the
      *> rate file is absent no foreign line has a rate, and every
      *> envelope holding one is stopped.
       01  WS-FUNCTIONAL-CURRENCY      PIC X(3) VALUE "USD".

       01  WS-CURRENCY-FIELDS.
           05  WS-EXRATE-LOADED        PIC X VALUE 'N'.
           05  WS-ENV-CURRENCY         PIC X(3) VALUE SPACES.
           05  WS-LINE-CURRENCY        PIC X(3).
           05  WS-RATE-DATE            PIC 9(8).
           05  WS-RATE-FOUND           PIC X VALUE 'N'.
           05  WS-EXCHANGE-RATE        PIC 9(5)V9(6) VALUE 0.
           05  WS-ORIGINAL-AMOUNT      PIC S9(5)V99 VALUE 0.
           05  WS-CONVERTED-AMOUNT     PIC S9(9)V99 VALUE 0.
           05  WS-FX-SIZE-FLAG         PIC X VALUE 'N'.
           05  WS-FX-SIZE-COUNT        PIC 9(9) VALUE 0.
           05  WS-FX-LINE-COUNT        PIC 9(9) VALUE 0.
           05  WS-FX-FOUND             PIC 9(1) VALUE 0.
           05  WS-FX-SUB               PIC 9(1) VALUE 0.
           05  WS-FX-FOREIGN-EDIT      PIC ---------9.99.
           05  WS-FX-FUNCTIONAL-EDIT   PIC ---------9.99.

       01  WS-RATE-TABLE.
           05  WS-RTC-COUNT            PIC 9(3) VALUE 0.
           05  WS-RTC-ENTRY OCCURS 100 TIMES
               INDEXED BY WS-RTC-IDX.
               10  WS-RTC-CURRENCY     PIC X(3).
               10  WS-RTC-DATE         PIC 9(8).
               10  WS-RTC-RATE         PIC 9(5)V9(6).
               10  WS-RTC-FOUND        PIC X(1).
           05  WS-RTC-HIT              PIC 9(3) VALUE 0.

      *> Envelopes the pre-scan found a currency with no rate in,
      *> by business date and source system, with the first such
      *> currency and the envelope's line count for the summary.
       01  WS-STOPPED-ENVELOPE-TABLE.
           05  WS-STP-COUNT            PIC 9(2) VALUE 0.
           05  WS-STP-ENTRY OCCURS 10 TIMES
               INDEXED BY WS-STP-IDX.
               10  WS-STPT-DATE        PIC 9(8).
               10  WS-STPT-SOURCE      PIC X(8).
               10  WS-STPT-CURRENCY    PIC X(3).
               10  WS-STPT-LINES       PIC 9(9).
           05  WS-STP-FOUND            PIC 9(2) VALUE 0.
           05  WS-STOPPED-LINE-COUNT   PIC 9(9) VALUE 0.

       01  WS-PRESCAN-FIELDS.
           05  WS-SCAN-EOF             PIC X VALUE 'N'.
           05  WS-SCAN-DATE            PIC 9(8) VALUE 0.
           05  WS-SCAN-SOURCE          PIC X(8) VALUE SPACES.
           05  WS-SCAN-LINES           PIC 9(9) VALUE 0.
           05  WS-SCAN-MISSING         PIC X(3) VALUE SPACES.

       01  WS-CUSTOMER-CHECK-FIELDS.
           05  WS-CUST-VALID-FLAG      PIC X VALUE 'Y'.
           05 WS-QTY             PIC 9(3).
           05 WS-TRANS-TYPE      PIC X(1).
           05 WS-CUSTOMER-NO     PIC X(9).
           05 WS-ITEM-CODE       PIC X(10).
           05 WS-TOTAL-AMOUNT   PIC S9(9)V99 VALUE 0.
           05 WS-TOTAL-QTY      PIC 9(9) VALUE 0.
           05 WS-DEBIT-TOTAL    PIC 9(9)V99 VALUE 0.
           05  WS-ENV-CREDIT           PIC 9(9)V99 VALUE 0.
           05  WS-ENV-SUSPENDED        PIC 9(9)V99 VALUE 0.
           05  WS-ENV-EXCEPTED         PIC S9(9)V99 VALUE 0.
           05  WS-ENV-STOPPED          PIC X VALUE 'N'.
           05  WS-ENV-FX-TOTALS.
               10  WS-ENV-FX-COUNT     PIC 9(1) VALUE 0.
               10  WS-ENV-FX-ENTRY OCCURS 5 TIMES.
                   15  WS-ENV-FX-CURRENCY   PIC X(3).
                   15  WS-ENV-FX-LINES      PIC 9(9).
                   15  WS-ENV-FX-FOREIGN    PIC S9(9)V99.
                   15  WS-ENV-FX-FUNCTIONAL PIC S9(9)V99.
           05  WS-PREV-ENV-DATE        PIC 9(8) VALUE 0.

       01  WS-ENVELOPE-TABLE.
               10  WS-ENVT-CREDIT      PIC 9(9)V99.
               10  WS-ENVT-SUSPENDED   PIC 9(9)V99.
               10  WS-ENVT-EXCEPTED    PIC S9(9)V99.
               10  WS-ENVT-FX-TOTALS.
                   15  WS-ENVT-FX-COUNT    PIC 9(1).
                   15  WS-ENVT-FX-ENTRY OCCURS 5 TIMES.
                       20  WS-ENVT-FX-CURRENCY   PIC X(3).
                       20  WS-ENVT-FX-LINES      PIC 9(9).
                       20  WS-ENVT-FX-FOREIGN    PIC S9(9)V99.
                       20  WS-ENVT-FX-FUNCTIONAL PIC S9(9)V99.

      *> Period status loaded once so every envelope's business
      *> date can be checked; the last entry on file for a period
           PERFORM LOAD-PERIOD-STATUS
           PERFORM CHECK-EXPECTED-PERIOD
           PERFORM LOAD-GL-MAPPING
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM OPEN-PRICE-MASTER
           PERFORM OPEN-EXCHANGE-RATES
           PERFORM CHECK-RESTART
           PERFORM PRESCAN-EXCHANGE-RATES
           PERFORM OPEN-FILES
           PERFORM VALIDATE-FILE-HEADER
           PERFORM PROCESS-ORDER-LINES UNTIL WS-EOF = 'Y'
           PERFORM PROCESS-SUSPENSE-POSTINGS
           PERFORM COMPUTE-WEIGHTED-AVERAGE
           PERFORM WRITE-CUSTSUB-RUN-TOTALS
           PERFORM WRITE-PRCVAR-TOTALS
           PERFORM WRITE-GL-EXTRACT
           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES
           DISPLAY "ORDAVG01 - unmapped to default: " WS-UNMAPPED-COUNT
           DISPLAY "ORDAVG01 - unknown customers  : "
              WS-INVALID-CUST-COUNT
           DISPLAY "ORDAVG01 - duplicate lines    : "
              WS-DUPLICATE-COUNT
           DISPLAY "ORDAVG01 - releases repeated  : "
              WS-DUPL-RELEASE-COUNT
           DISPLAY "ORDAVG01 - held for credit    : "
              WS-CREDIT-HELD-COUNT
           DISPLAY "ORDAVG01 - held on price      : "
              WS-PRICE-HELD-COUNT
           DISPLAY "ORDAVG01 - exposures rewritten: "
              WS-CMAST-UPDATED
           DISPLAY "ORDAVG01 - foreign currency   : "
              WS-FX-LINE-COUNT
           DISPLAY "ORDAVG01 - too large converted: "
              WS-FX-SIZE-COUNT
           DISPLAY "ORDAVG01 - envelopes stopped  : " WS-STP-COUNT
              "  lines " WS-STOPPED-LINE-COUNT
           DISPLAY "ORDAVG01 - total amount      : " WS-TOTAL-AMOUNT
           DISPLAY "ORDAVG01 - weighted average   : "
              WS-WEIGHTED-AVG-AMOUNT
           IF WS-STP-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       COMPUTE-WEIGHTED-AVERAGE.
                   END-IF
           END-READ.

      *> Opened for update - the exposure is rewritten line by
      *> line as the run posts.
       OPEN-CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
              DISPLAY "ORDAVG01 - CUSTOMER-MASTER-FILE absent, "
                 "status " WS-CUSTMAST-STATUS
                 ", all customers accepted"
           ELSE
              MOVE 'Y' TO WS-CMAST-LOADED
           END-IF.

       OPEN-PRICE-MASTER.
           OPEN INPUT PRICE-MASTER-FILE
           IF WS-PRICEMST-STATUS NOT = "00"
              DISPLAY "ORDAVG01 - PRICE-MASTER-FILE absent, "
                 "status " WS-PRICEMST-STATUS
                 ", all prices accepted"
           ELSE
              MOVE 'Y' TO WS-PMAST-LOADED
           END-IF.

       OPEN-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-EXRATE-STATUS NOT = "00"
              DISPLAY "ORDAVG01 - EXCHANGE-RATE-FILE absent, "
                 "status " WS-EXRATE-STATUS
                 ", foreign-currency envelopes stopped"
           ELSE
              MOVE 'Y' TO WS-EXRATE-LOADED
           END-IF.

       CHECK-RESTART.
           OPEN INPUT CHECKPOINT-FILE
                      MOVE CHK-CUR-ENV-CREDIT    TO WS-ENV-CREDIT
                      MOVE CHK-CUR-ENV-SUSPENDED TO WS-ENV-SUSPENDED
                      MOVE CHK-CUR-ENV-EXCEPTED  TO WS-ENV-EXCEPTED
                      MOVE CHK-CUR-ENV-FX-TOTALS TO WS-ENV-FX-TOTALS
                      MOVE CHK-JOURNAL-COUNT     TO WS-JOURNAL-COUNT
                      MOVE CHK-PRICE-CHECKED   TO WS-PRICE-CHECKED
                      MOVE CHK-PRICE-HELD-COUNT
                         TO WS-PRICE-HELD-COUNT
                      MOVE CHK-PRICE-UNKNOWN-COUNT
                         TO WS-PRICE-UNKNOWN-COUNT
                      MOVE CHK-PRICE-HELD-AMOUNT
                         TO WS-PRICE-HELD-AMOUNT
                      MOVE 'Y' TO WS-RESTART-FLAG
                      MOVE 'Y' TO WS-SKIPPING
              END-READ
           MOVE CHK-ENV-SUSPENDED(WS-ENV-IDX)
              TO WS-ENVT-SUSPENDED(WS-ENV-IDX)
           MOVE CHK-ENV-EXCEPTED(WS-ENV-IDX)
              TO WS-ENVT-EXCEPTED(WS-ENV-IDX)
           MOVE CHK-ENV-FX-TOTALS(WS-ENV-IDX)
              TO WS-ENVT-FX-TOTALS(WS-ENV-IDX).

      *> Every rate the feed needs is looked up before anything
      *> posts, so an envelope is stopped whole or posted whole -
      *> never part-posted up to the first line with no rate. A
      *> restart scans the same feed against the same rates, so
      *> it stops the same envelopes the failed pass did.
       PRESCAN-EXCHANGE-RATES.
           OPEN INPUT ORDER-LINE-FILE
           IF WS-ORDL-STATUS = "00"
              MOVE 'N' TO WS-SCAN-EOF
              PERFORM PRESCAN-ONE-RECORD UNTIL WS-SCAN-EOF = 'Y'
              CLOSE ORDER-LINE-FILE
           END-IF
           MOVE SPACES TO WS-ENV-CURRENCY.

       PRESCAN-ONE-RECORD.
           READ ORDER-LINE-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN OL-HEADER-RECORD
                           MOVE OL-HDR-BUSINESS-DATE TO WS-SCAN-DATE
                           MOVE OL-HDR-SOURCE-SYSTEM TO WS-SCAN-SOURCE
                           MOVE OL-HDR-CURRENCY-CODE
                              TO WS-ENV-CURRENCY
                           MOVE 0      TO WS-SCAN-LINES
                           MOVE SPACES TO WS-SCAN-MISSING
                       WHEN OL-TRAILER-RECORD
                           IF WS-SCAN-MISSING NOT = SPACES
                              PERFORM ADD-STOPPED-ENVELOPE
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-SCAN-LINES
                           IF WS-SCAN-MISSING = SPACES
                              PERFORM PRESCAN-LINE-RATE
                           END-IF
                   END-EVALUATE
           END-READ.

       PRESCAN-LINE-RATE.
           PERFORM RESOLVE-LINE-CURRENCY
           IF WS-LINE-CURRENCY NOT = WS-FUNCTIONAL-CURRENCY
              MOVE WS-SCAN-DATE TO WS-RATE-DATE
              PERFORM LOOKUP-EXCHANGE-RATE
              IF WS-RATE-FOUND = 'N'
                 MOVE WS-LINE-CURRENCY TO WS-SCAN-MISSING
              END-IF
           END-IF.

       ADD-STOPPED-ENVELOPE.
           IF WS-STP-COUNT >= 10
              DISPLAY "ORDAVG01 - more than 10 envelopes in one "
                 "feed, abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-STP-COUNT
           SET WS-STP-IDX TO WS-STP-COUNT
           MOVE WS-SCAN-DATE    TO WS-STPT-DATE(WS-STP-IDX)
           MOVE WS-SCAN-SOURCE  TO WS-STPT-SOURCE(WS-STP-IDX)
           MOVE WS-SCAN-MISSING TO WS-STPT-CURRENCY(WS-STP-IDX)
           MOVE WS-SCAN-LINES   TO WS-STPT-LINES(WS-STP-IDX).

      *> A line names its own currency; failing that, the envelope
      *> header names one for the whole source; failing both, the
      *> line is in functional currency.
       RESOLVE-LINE-CURRENCY.
           EVALUATE TRUE
               WHEN OL-CURRENCY-CODE NOT = SPACES
                   MOVE OL-CURRENCY-CODE TO WS-LINE-CURRENCY
               WHEN WS-ENV-CURRENCY NOT = SPACES
                   MOVE WS-ENV-CURRENCY TO WS-LINE-CURRENCY
               WHEN OTHER
                   MOVE WS-FUNCTIONAL-CURRENCY TO WS-LINE-CURRENCY
           END-EVALUATE.

      *> The rate for WS-LINE-CURRENCY on WS-RATE-DATE, from the
      *> table when it has been looked up before.
       LOOKUP-EXCHANGE-RATE.
           MOVE 0 TO WS-RTC-HIT
           PERFORM VARYING WS-RTC-IDX FROM 1 BY 1
               UNTIL WS-RTC-IDX > WS-RTC-COUNT
               IF WS-RTC-CURRENCY(WS-RTC-IDX) = WS-LINE-CURRENCY
                  AND WS-RTC-DATE(WS-RTC-IDX) = WS-RATE-DATE
                  SET WS-RTC-HIT TO WS-RTC-IDX
               END-IF
           END-PERFORM
           IF WS-RTC-HIT > 0
              SET WS-RTC-IDX TO WS-RTC-HIT
              MOVE WS-RTC-FOUND(WS-RTC-IDX) TO WS-RATE-FOUND
              MOVE WS-RTC-RATE(WS-RTC-IDX)  TO WS-EXCHANGE-RATE
           ELSE
              PERFORM READ-EXCHANGE-RATE
              IF WS-RTC-COUNT < 100
                 ADD 1 TO WS-RTC-COUNT
                 SET WS-RTC-IDX TO WS-RTC-COUNT
                 MOVE WS-LINE-CURRENCY TO WS-RTC-CURRENCY(WS-RTC-IDX)
                 MOVE WS-RATE-DATE     TO WS-RTC-DATE(WS-RTC-IDX)
                 MOVE WS-EXCHANGE-RATE TO WS-RTC-RATE(WS-RTC-IDX)
                 MOVE WS-RATE-FOUND    TO WS-RTC-FOUND(WS-RTC-IDX)
              END-IF
           END-IF.

       READ-EXCHANGE-RATE.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE 0   TO WS-EXCHANGE-RATE
           IF WS-EXRATE-LOADED = 'Y'
              MOVE WS-LINE-CURRENCY TO EXR-CURRENCY-CODE
              MOVE WS-RATE-DATE     TO EXR-RATE-DATE
              READ EXCHANGE-RATE-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF EXR-RATE > 0
                         MOVE 'Y'      TO WS-RATE-FOUND
                         MOVE EXR-RATE TO WS-EXCHANGE-RATE
                      END-IF
              END-READ
           END-IF.

      *> The line's amount in functional currency, into WS-AMOUNT,
      *> with the amount as keyed kept beside it. A converted
      *> amount too large for an order line cannot post: it is
      *> flagged for exception and carried at zero functional, so
      *> only its amount as keyed enters the currency totals.
       CONVERT-LINE-AMOUNT.
           MOVE OL-AMOUNT TO WS-ORIGINAL-AMOUNT
           MOVE 'N' TO WS-FX-SIZE-FLAG
           PERFORM RESOLVE-LINE-CURRENCY
           IF WS-LINE-CURRENCY = WS-FUNCTIONAL-CURRENCY
              MOVE 1         TO WS-EXCHANGE-RATE
              MOVE OL-AMOUNT TO WS-CONVERTED-AMOUNT
              MOVE OL-AMOUNT TO WS-AMOUNT
           ELSE
              MOVE WS-HDR-DATE TO WS-RATE-DATE
              PERFORM LOOKUP-EXCHANGE-RATE
              IF WS-RATE-FOUND = 'N'
                 DISPLAY "ORDAVG01 - no exchange rate for "
                    WS-LINE-CURRENCY " on " WS-RATE-DATE
                    " at key " OL-RECORD-KEY ", abending"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              COMPUTE WS-CONVERTED-AMOUNT ROUNDED =
                 OL-AMOUNT * WS-EXCHANGE-RATE
                 ON SIZE ERROR
                    MOVE 0   TO WS-CONVERTED-AMOUNT
                    MOVE 'Y' TO WS-FX-SIZE-FLAG
              END-COMPUTE
              IF WS-CONVERTED-AMOUNT > 99999.99
                 OR WS-CONVERTED-AMOUNT < -99999.99
                 MOVE 'Y' TO WS-FX-SIZE-FLAG
              END-IF
              IF WS-FX-SIZE-FLAG = 'Y'
                 MOVE 0 TO WS-AMOUNT
              ELSE
                 MOVE WS-CONVERTED-AMOUNT TO WS-AMOUNT
              END-IF
           END-IF.

      *> Every foreign line read, whatever becomes of it, goes into
      *> its envelope's currency totals - RECON01 uses them to turn
      *> the envelope's functional totals back into the amounts the
      *> source's control total was taken on.
       ACCUMULATE-FX-TOTALS.
           IF WS-LINE-CURRENCY NOT = WS-FUNCTIONAL-CURRENCY
              ADD 1 TO WS-FX-LINE-COUNT
              MOVE 0 TO WS-FX-FOUND
              PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                  UNTIL WS-FX-SUB > WS-ENV-FX-COUNT
                  IF WS-ENV-FX-CURRENCY(WS-FX-SUB) = WS-LINE-CURRENCY
                     MOVE WS-FX-SUB TO WS-FX-FOUND
                  END-IF
              END-PERFORM
              IF WS-FX-FOUND = 0
                 IF WS-ENV-FX-COUNT >= 5
                    DISPLAY "ORDAVG01 - more than 5 currencies in "
                       "envelope " WS-ENV-DATE " " WS-ENV-SOURCE
                       ", abending"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-ENV-FX-COUNT
                 MOVE WS-ENV-FX-COUNT TO WS-FX-FOUND
                 MOVE WS-LINE-CURRENCY
                    TO WS-ENV-FX-CURRENCY(WS-FX-FOUND)
                 MOVE 0 TO WS-ENV-FX-LINES(WS-FX-FOUND)
                 MOVE 0 TO WS-ENV-FX-FOREIGN(WS-FX-FOUND)
                 MOVE 0 TO WS-ENV-FX-FUNCTIONAL(WS-FX-FOUND)
              END-IF
              ADD 1 TO WS-ENV-FX-LINES(WS-FX-FOUND)
              ADD WS-ORIGINAL-AMOUNT
                 TO WS-ENV-FX-FOREIGN(WS-FX-FOUND)
              ADD WS-AMOUNT
                 TO WS-ENV-FX-FUNCTIONAL(WS-FX-FOUND)
           END-IF.

       OPEN-FILES.
           OPEN INPUT ORDER-LINE-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM OPEN-POSTED-KEY-FILE
      *> The suspense file is a carried-forward inventory, not a
      *> per-run report - every run appends its new holds to what
      *> ORDSUS01's cycle left behind, so nothing held can vanish
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *> The price-exception file is carried forward the same way.
           OPEN EXTEND PRICE-EXCEPTION-FILE
           IF WS-PRICEXC-STATUS NOT = "00"
              OPEN OUTPUT PRICE-EXCEPTION-FILE
           END-IF
           IF WS-PRICEXC-STATUS NOT = "00"
              DISPLAY "ORDAVG01 - PRICE-EXCEPTION-FILE open failed, "
                 "status " WS-PRICEXC-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-RESTART-FLAG = 'Y'
              OPEN EXTEND EXCEPTION-RPT
              OPEN EXTEND AUDIT-LOG
              OPEN EXTEND CUSTOMER-SUBTOTAL-RPT
              OPEN EXTEND GL-MAP-ERROR-RPT
              OPEN EXTEND DUPLICATE-KEY-RPT
              OPEN EXTEND CREDIT-REVIEW-FILE
              OPEN EXTEND PRICE-VARIANCE-RPT
              PERFORM REWIND-DIST-JOURNAL
              DISPLAY "ORDAVG01 - restarting after key " WS-RESTART-KEY
           ELSE
              OPEN OUTPUT CUSTOMER-SUBTOTAL-RPT
              OPEN OUTPUT GL-MAP-ERROR-RPT
              OPEN OUTPUT DIST-JOURNAL-FILE
              OPEN OUTPUT DUPLICATE-KEY-RPT
              OPEN OUTPUT CREDIT-REVIEW-FILE
              OPEN OUTPUT PRICE-VARIANCE-RPT
              PERFORM WRITE-CUSTSUB-HEADING
              PERFORM WRITE-DUPLKEY-HEADING
              PERFORM WRITE-PRCVAR-HEADING
           END-IF
           IF WS-DISTJRNL-STATUS NOT = "00"
              DISPLAY "ORDAVG01 - DIST-JOURNAL-FILE open failed, "
                 "status " WS-DISTJRNL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-CRREVIEW-STATUS NOT = "00"
              DISPLAY "ORDAVG01 - CREDIT-REVIEW-FILE open failed, "
                 "status " WS-CRREVIEW-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> The crashed run journaled lines past the checkpoint, and
                   END-IF
           END-READ.

      *> The history is created empty on the first run; after that
      *> it must open, or every resent line would post again.
       OPEN-POSTED-KEY-FILE.
           OPEN I-O POSTED-KEY-FILE
           IF WS-POSTKEY-STATUS = "35"
              OPEN OUTPUT POSTED-KEY-FILE
              IF WS-POSTKEY-STATUS = "00"
                 CLOSE POSTED-KEY-FILE
                 DISPLAY "ORDAVG01 - POSTED-KEY-FILE created empty"
              END-IF
              OPEN I-O POSTED-KEY-FILE
           END-IF
           IF WS-POSTKEY-STATUS NOT = "00"
              DISPLAY "ORDAVG01 - POSTED-KEY-FILE open failed, "
                 "status " WS-POSTKEY-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-CUSTSUB-HEADING.
           MOVE SPACES TO CUSTSUB-LINE
           STRING "ORDAVG01 - CUSTOMER SUBTOTAL REPORT  RUN DATE "
           END-STRING
           WRITE CUSTSUB-LINE.

       WRITE-DUPLKEY-HEADING.
           MOVE SPACES TO DUPLKEY-LINE
           STRING "ORDAVG01 - DUPLICATE ORDER LINE REPORT  RUN DATE "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO DUPLKEY-LINE
           END-STRING
           WRITE DUPLKEY-LINE
           MOVE SPACES TO DUPLKEY-LINE
           STRING "RECORD KEY  CUSTOMER         AMOUNT  THIS FEED"
                  "           FIRST POSTED       BY RUN OF"
                  DELIMITED BY SIZE
               INTO DUPLKEY-LINE
           END-STRING
           WRITE DUPLKEY-LINE.

       WRITE-PRCVAR-HEADING.
           MOVE SPACES TO PRCVAR-LINE
           STRING "ORDAVG01 - PRICING VARIANCE REPORT  RUN DATE "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO PRCVAR-LINE
           END-STRING
           PERFORM WRITE-PRCVAR-LINE
           MOVE SPACES TO PRCVAR-LINE
           STRING "RECORD KEY  CUSTOMER   ITEM        QTY     AMOUNT"
                  "  UNIT PRICE  LIST PRICE   VAR PCT  TOL PCT"
                  "  REASON" DELIMITED BY SIZE
               INTO PRCVAR-LINE
           END-STRING
           PERFORM WRITE-PRCVAR-LINE.

      *> The feed must open with its header record carrying the
      *> expected business date - anything else means the wrong
      *> file, or a file with no integrity envelope at all. Later
                       WHEN OTHER
                           PERFORM CHECK-DETAIL-IN-ENVELOPE
                           PERFORM COUNT-DETAIL-RECORD
                           EVALUATE TRUE
                               WHEN WS-ENV-STOPPED = 'Y'
                                   ADD 1 TO WS-STOPPED-LINE-COUNT
                               WHEN WS-SKIPPING = 'Y'
                                   PERFORM CHECK-SKIP-RECORD
                               WHEN OTHER
                                   PERFORM PROCESS-ORDER-LINE
                           END-EVALUATE
                   END-EVALUATE
           END-READ.


      *> On a restart resync the envelope accumulators come from
      *> the checkpoint - only the trailer-check counters restart
      *> with each replayed envelope. An envelope the pre-scan
      *> stopped is still read through for its trailer check, but
      *> none of its lines posts.
       START-ENVELOPE.
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-HASH-TOTAL
           MOVE OL-HDR-BUSINESS-DATE TO WS-HDR-DATE
           MOVE OL-HDR-SOURCE-SYSTEM TO WS-HDR-SOURCE
           MOVE OL-HDR-CURRENCY-CODE TO WS-ENV-CURRENCY
           MOVE 'N' TO WS-ENV-STOPPED
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
               UNTIL WS-STP-IDX > WS-STP-COUNT
               IF WS-STPT-DATE(WS-STP-IDX) = OL-HDR-BUSINESS-DATE
                  AND WS-STPT-SOURCE(WS-STP-IDX)
                  = OL-HDR-SOURCE-SYSTEM
                  MOVE 'Y' TO WS-ENV-STOPPED
                  DISPLAY "ORDAVG01 - envelope stopped, source "
                     OL-HDR-SOURCE-SYSTEM " date "
                     OL-HDR-BUSINESS-DATE ", no exchange rate for "
                     WS-STPT-CURRENCY(WS-STP-IDX)
               END-IF
           END-PERFORM
           IF WS-SKIPPING = 'N'
              MOVE OL-HDR-BUSINESS-DATE(1:6) TO WS-CHECK-PERIOD
              PERFORM CHECK-PERIOD-OPEN
              MOVE 0 TO WS-ENV-CREDIT
              MOVE 0 TO WS-ENV-SUSPENDED
              MOVE 0 TO WS-ENV-EXCEPTED
              MOVE 0 TO WS-ENV-FX-COUNT
           END-IF
           MOVE 'Y' TO WS-IN-ENVELOPE
           DISPLAY "ORDAVG01 - feed header OK, source "
              OL-HDR-SOURCE-SYSTEM " date " OL-HDR-BUSINESS-DATE.

      *> An envelope replayed whole on a restart resync is already
      *> summarized in the checkpointed table; a stopped envelope
      *> is summarized from the pre-scan table instead.
       CLOSE-ENVELOPE.
           IF WS-SKIPPING = 'N' AND WS-ENV-STOPPED = 'N'
              IF WS-ENV-COUNT >= 10
                 DISPLAY "ORDAVG01 - more than 10 envelopes in one "
                    "feed, abending"
              MOVE WS-ENV-CREDIT    TO WS-ENVT-CREDIT(WS-ENV-IDX)
              MOVE WS-ENV-SUSPENDED TO WS-ENVT-SUSPENDED(WS-ENV-IDX)
              MOVE WS-ENV-EXCEPTED  TO WS-ENVT-EXCEPTED(WS-ENV-IDX)
              MOVE WS-ENV-FX-TOTALS
                 TO WS-ENVT-FX-TOTALS(WS-ENV-IDX)
           END-IF
           IF WS-SKIPPING = 'N'
              MOVE WS-ENV-DATE      TO WS-PREV-ENV-DATE
           END-IF
           MOVE 'N' TO WS-IN-ENVELOPE.

      *> The GL distribution table lives only in storage, so on a
      *> restart the records resynced past here re-derive their
      *> account distribution - their run totals are already
      *> covered by the checkpoint, and their exposure is already
      *> on the customer master. A line the failed pass posted or
      *> held in suspense has its key on the history for this
      *> envelope; of those, the ones the history shows as posted
      *> (not held in suspense or on price) are distributed.
       CHECK-SKIP-RECORD.
           MOVE OL-RECORD-KEY  TO WS-CURRENT-KEY
           MOVE OL-CUSTOMER-NO TO WS-CUSTOMER-NO
           PERFORM CHECK-DUPLICATE-KEY
           IF WS-REPLAY-FLAG = 'Y'
              AND PKH-POSTED
              PERFORM CONVERT-LINE-AMOUNT
              MOVE OL-TRANS-TYPE  TO WS-TRANS-TYPE
              PERFORM DISTRIBUTE-AMOUNT
           END-IF
           IF OL-RECORD-KEY = WS-RESTART-KEY
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-ENV-RECORDS
           MOVE OL-RECORD-KEY TO WS-CURRENT-KEY
           PERFORM CONVERT-LINE-AMOUNT
           PERFORM ACCUMULATE-FX-TOTALS
           MOVE OL-QTY    TO WS-QTY
           MOVE OL-TRANS-TYPE TO WS-TRANS-TYPE
           MOVE OL-CUSTOMER-NO TO WS-CUSTOMER-NO
           MOVE OL-ITEM-CODE   TO WS-ITEM-CODE
           PERFORM CHECK-CUSTOMER-BREAK
           PERFORM CHECK-DUPLICATE-KEY
           PERFORM CHECK-CUSTOMER-VALID
      *> A line already posted under an earlier feed is excepted
      *> before any other check - it must not post, hold or enter
      *> the correction loop a second time.
      *> A line for an unknown or deactivated customer goes through
      *> the exception/correction loop only - nothing of it posts,
      *> and the qty and ceiling checks apply when it comes back
      *> under a valid customer.
      *> A foreign line too large once converted is excepted for
      *> the source to split; no correction of ours can post it.
           EVALUATE TRUE
               WHEN WS-DUPLICATE-FLAG = 'Y'
                   PERFORM WRITE-DUPLICATE-EXCEPTION
                   PERFORM WRITE-DUPLICATE-LINE
                   MOVE 'N' TO WS-ZERO-FLAG
                   MOVE 'N' TO WS-SUSPENSE-FLAG
                   MOVE 'N' TO WS-PRICE-FLAG
               WHEN WS-FX-SIZE-FLAG = 'Y'
                   PERFORM WRITE-FX-SIZE-EXCEPTION
                   MOVE 'N' TO WS-ZERO-FLAG
                   MOVE 'N' TO WS-SUSPENSE-FLAG
                   MOVE 'N' TO WS-PRICE-FLAG
               WHEN WS-CUST-VALID-FLAG = 'N'
                   PERFORM WRITE-CUSTOMER-EXCEPTION
                   MOVE 'N' TO WS-ZERO-FLAG
                   MOVE 'N' TO WS-SUSPENSE-FLAG
                   MOVE 'N' TO WS-PRICE-FLAG
               WHEN OTHER
                   PERFORM CHECK-ZERO-QTY
      *> A zero-qty line goes through the exception/correction loop
      *> only - the credit and ceiling checks apply when it comes
      *> back with a real quantity, so the amount is never held and
      *> excepted at the same time. A credit hold comes ahead of
      *> the ceiling: credit control, not a suspense clerk, decides
      *> a customer who is on hold or over the limit. A line the
      *> failed pass already posted is not judged again against an
      *> exposure that already includes it. Every line within
      *> credit has its unit price checked, over the ceiling or
      *> not; one held on price is not held in suspense as well,
      *> and PRCREV01 sends it on to suspense review if it is
      *> approved over the ceiling. A line the failed pass held is
      *> already on the suspense or price-exception file; it is
      *> counted as held again but not written a second time.
                   MOVE 'N' TO WS-CREDIT-FLAG
                   MOVE 'N' TO WS-SUSPENSE-FLAG
                   MOVE 'N' TO WS-PRICE-FLAG
                   IF WS-ZERO-FLAG = 'N'
                      IF WS-REPLAY-HOLD NOT = SPACE
                         PERFORM COUNT-REPLAYED-HOLD
                      ELSE
                         IF WS-REPLAY-FLAG = 'N'
                            PERFORM CHECK-CREDIT
                         END-IF
                         IF WS-CREDIT-FLAG = 'Y'
                            PERFORM WRITE-CREDIT-REVIEW
                         ELSE
                            PERFORM CHECK-UNIT-PRICE
                            IF WS-PRICE-FLAG = 'N'
                               PERFORM VALIDATE-AMOUNT
                            END-IF
                         END-IF
                      END-IF
                   END-IF
                   IF WS-SUSPENSE-FLAG = 'N' AND WS-ZERO-FLAG = 'N'
                      AND WS-CREDIT-FLAG = 'N' AND WS-PRICE-FLAG = 'N'
                      PERFORM COMPUTE-AVERAGE
                      IF WS-REPLAY-FLAG = 'N'
                         PERFORM APPLY-EXPOSURE
                      END-IF
                   END-IF
      *> Posted or held in suspense or on price, the key is now
      *> taken - a held line is released through SUSPOST.DAT,
      *> never resent.
      *> A credit hold is resent once the customer is cleared, so
      *> its key stays free.
                   IF WS-ZERO-FLAG = 'N' AND WS-CREDIT-FLAG = 'N'
                      PERFORM RECORD-POSTED-KEY
                   END-IF
           END-EVALUATE
           IF FUNCTION MOD(WS-RECORD-COUNT, WS-CHECKPOINT-INTERVAL) = 0
              PERFORM WRITE-CHECKPOINT
           END-IF.
      *> Fold approved suspense releases from ORDSUS01 into this
      *> run's totals. The posting file is not cleared until the run
      *> completes (see CLOSE-FILES) so a restart can re-read it.
      *> A run whose every envelope was stopped has no business date
      *> to post them under, so they are left for the next run.
       PROCESS-SUSPENSE-POSTINGS.
           IF WS-ENV-COUNT = 0
              DISPLAY "ORDAVG01 - no envelope posted, suspense "
                 "releases held for the next run"
           ELSE
      *> The last envelope read may have been stopped; releases are
      *> journaled and keyed under the last one that posted.
              MOVE WS-ENVT-DATE(WS-ENV-COUNT)   TO WS-ENV-DATE
              MOVE WS-ENVT-SOURCE(WS-ENV-COUNT) TO WS-ENV-SOURCE
              OPEN INPUT SUSPENSE-POSTING-FILE
              IF WS-SUSPOST-STATUS = "00"
                 PERFORM READ-SUSPENSE-POSTING
                    UNTIL WS-SUSPOST-EOF = 'Y'
                 CLOSE SUSPENSE-POSTING-FILE
              END-IF
           END-IF.

       READ-SUSPENSE-POSTING.
                   MOVE SP-RECORD-KEY  TO WS-CURRENT-KEY
                   MOVE SP-AMOUNT      TO WS-AMOUNT
                   MOVE SP-CUSTOMER-NO TO WS-CUSTOMER-NO
                   MOVE SP-ITEM-CODE   TO WS-ITEM-CODE
                   MOVE SP-QTY         TO WS-QTY
                   PERFORM CHECK-RELEASE-APPLIED
                   IF WS-RELEASE-DUPLICATE = 'Y'
                      PERFORM WRITE-DUPLICATE-LINE
                      ADD 1 TO WS-DUPL-RELEASE-COUNT
                   ELSE
                      PERFORM POST-SUSPENSE-RELEASE
                   END-IF
           END-READ.

      *> The suspense record keeps no transaction type; a held
      *> line is a sale over the ceiling or on price, and its
      *> release posts as one.
       POST-SUSPENSE-RELEASE.
           MOVE "S"            TO WS-TRANS-TYPE
      *> A held line was held at its functional amount.
           MOVE WS-FUNCTIONAL-CURRENCY TO WS-LINE-CURRENCY
           MOVE SP-AMOUNT      TO WS-ORIGINAL-AMOUNT
           MOVE 1              TO WS-EXCHANGE-RATE
           PERFORM DISTRIBUTE-AMOUNT
           ADD SP-AMOUNT TO WS-TOTAL-AMOUNT
      *> Releases post under the last envelope's business date, so
      *> they roll into that envelope's summary record too.
           SET WS-ENV-IDX TO WS-ENV-COUNT
           ADD SP-AMOUNT TO WS-ENVT-AMOUNT(WS-ENV-IDX)
           IF SP-AMOUNT < 0
              SUBTRACT SP-AMOUNT FROM WS-CREDIT-TOTAL
              SUBTRACT SP-AMOUNT
                 FROM WS-ENVT-CREDIT(WS-ENV-IDX)
           ELSE
              ADD SP-AMOUNT TO WS-DEBIT-TOTAL
              ADD SP-AMOUNT TO WS-ENVT-DEBIT(WS-ENV-IDX)
           END-IF
           ADD SP-QTY    TO WS-TOTAL-QTY
           ADD SP-QTY    TO WS-ENVT-QTY(WS-ENV-IDX)
           ADD 1         TO WS-RELEASED-COUNT
           ADD SP-AMOUNT TO WS-RELEASED-AMOUNT
           ADD SP-QTY    TO WS-RELEASED-QTY
           PERFORM CHECK-OVERFLOW-THRESHOLD
           IF WS-RELEASE-APPLIED = 'N'
              PERFORM CHECK-CUSTOMER-VALID
              PERFORM APPLY-EXPOSURE
              PERFORM RECORD-RELEASED-KEY
           END-IF.

      *> On a restart, keys the failed pass recorded for the very
      *> envelope being replayed are its own lines, not a resend -
      *> they are flagged as a replay instead. A replayed line the
      *> failed pass held keeps the hold it was given then.
       CHECK-DUPLICATE-KEY.
           MOVE 'N' TO WS-DUPLICATE-FLAG
           MOVE 'N' TO WS-REPLAY-FLAG
           MOVE SPACE TO WS-REPLAY-HOLD
           MOVE WS-CURRENT-KEY TO PKH-RECORD-KEY
           READ POSTED-KEY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DUPLICATE-FLAG
           END-READ
           IF WS-DUPLICATE-FLAG = 'Y' AND WS-RESTART-FLAG = 'Y'
              AND PKH-BUSINESS-DATE = WS-HDR-DATE
              AND PKH-SOURCE-SYSTEM = WS-HDR-SOURCE
              MOVE 'N' TO WS-DUPLICATE-FLAG
              MOVE 'Y' TO WS-REPLAY-FLAG
              IF PKH-HELD
                 IF PKH-HOLD-PRICE
                    MOVE 'P' TO WS-REPLAY-HOLD
                 ELSE
                    MOVE 'C' TO WS-REPLAY-HOLD
                 END-IF
              END-IF
           END-IF.

      *> A key already on file (a restart replay, or a suspense
      *> release held before the history began) keeps its first
      *> entry. A line held in suspense or on price has no account
      *> until its release posts, and keeps which of the two held
      *> it.
       RECORD-POSTED-KEY.
           MOVE WS-CURRENT-KEY TO PKH-RECORD-KEY
           MOVE WS-ENV-DATE    TO PKH-BUSINESS-DATE
           MOVE WS-ENV-SOURCE  TO PKH-SOURCE-SYSTEM
           MOVE WS-RUN-DATE    TO PKH-RUN-DATE
           MOVE 0              TO PKH-RELEASED-DATE
           MOVE SPACES         TO PKH-RELEASED-SOURCE
           MOVE WS-CUSTOMER-NO TO PKH-CUSTOMER-NO
           MOVE WS-AMOUNT      TO PKH-AMOUNT
           MOVE WS-QTY         TO PKH-QTY
           MOVE WS-TRANS-TYPE  TO PKH-TRANS-TYPE
           MOVE WS-ITEM-CODE   TO PKH-ITEM-CODE
           MOVE SPACE          TO PKH-HOLD-TYPE
           IF WS-SUSPENSE-FLAG = 'Y' OR WS-PRICE-FLAG = 'Y'
              MOVE "S"               TO PKH-DISPOSITION
              MOVE SPACES            TO PKH-GL-ACCOUNT-CODE
              IF WS-PRICE-FLAG = 'Y'
                 MOVE "P"            TO PKH-HOLD-TYPE
              ELSE
                 MOVE "C"            TO PKH-HOLD-TYPE
              END-IF
           ELSE
              MOVE "P"               TO PKH-DISPOSITION
              MOVE WS-TARGET-ACCOUNT TO PKH-GL-ACCOUNT-CODE
           END-IF
           WRITE POSTED-KEY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-POSTKEY-STATUS NOT = "00"
              AND WS-POSTKEY-STATUS NOT = "22"
              DISPLAY "ORDAVG01 - posted-key write failed, status "
                 WS-POSTKEY-STATUS
           END-IF.

      *> A suspense release is marked on the history with the
      *> business date it posted under. On a restart that date is
      *> already there for a release the failed pass got to, and
      *> its exposure has already moved. Any other released date
      *> means the line was released and posted before - a second
      *> release of it is reported and not posted again.
       CHECK-RELEASE-APPLIED.
           MOVE 'N' TO WS-RELEASE-APPLIED
           MOVE 'N' TO WS-RELEASE-DUPLICATE
           MOVE WS-CURRENT-KEY TO PKH-RECORD-KEY
           READ POSTED-KEY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-RESTART-FLAG = 'Y'
                      AND PKH-RELEASED-DATE = WS-ENV-DATE
                      MOVE 'Y' TO WS-RELEASE-APPLIED
                   ELSE
                      IF PKH-RELEASED-DATE NOT = 0
                         MOVE 'Y' TO WS-RELEASE-DUPLICATE
                      END-IF
                   END-IF
           END-READ.

      *> A release held before the history began has no entry yet
      *> and is added; otherwise the entry it was held under is
      *> marked. Either way the entry takes the account the release
      *> posted to.
       RECORD-RELEASED-KEY.
           MOVE WS-CURRENT-KEY TO PKH-RECORD-KEY
           READ POSTED-KEY-FILE
               INVALID KEY
                   MOVE WS-CURRENT-KEY TO PKH-RECORD-KEY
                   MOVE WS-ENV-DATE    TO PKH-BUSINESS-DATE
                   MOVE WS-ENV-SOURCE  TO PKH-SOURCE-SYSTEM
                   MOVE WS-RUN-DATE    TO PKH-RUN-DATE
                   MOVE WS-ENV-DATE    TO PKH-RELEASED-DATE
                   MOVE WS-ENV-SOURCE  TO PKH-RELEASED-SOURCE
                   MOVE "S"            TO PKH-DISPOSITION
                   MOVE SP-CUSTOMER-NO TO PKH-CUSTOMER-NO
                   MOVE WS-TARGET-ACCOUNT TO PKH-GL-ACCOUNT-CODE
                   MOVE SP-AMOUNT      TO PKH-AMOUNT
                   MOVE SP-QTY         TO PKH-QTY
                   MOVE "S"            TO PKH-TRANS-TYPE
                   MOVE SPACE          TO PKH-HOLD-TYPE
                   MOVE SP-ITEM-CODE   TO PKH-ITEM-CODE
                   WRITE POSTED-KEY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-ENV-DATE    TO PKH-RELEASED-DATE
                   MOVE WS-ENV-SOURCE  TO PKH-RELEASED-SOURCE
                   MOVE WS-TARGET-ACCOUNT TO PKH-GL-ACCOUNT-CODE
                   REWRITE POSTED-KEY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           IF WS-POSTKEY-STATUS NOT = "00"
              DISPLAY "ORDAVG01 - posted-key release mark failed, "
                 "status " WS-POSTKEY-STATUS
           END-IF.

       CHECK-CUSTOMER-VALID.
           MOVE 'Y' TO WS-CUST-VALID-FLAG
           MOVE 'N' TO WS-CMAST-FOUND
           IF WS-CMAST-LOADED = 'Y'
              MOVE 'N' TO WS-CUST-VALID-FLAG
              MOVE WS-CUSTOMER-NO TO CUS-CUSTOMER-NO
              READ CUSTOMER-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 'Y' TO WS-CMAST-FOUND
                      IF CUS-ACTIVE
                         MOVE 'Y' TO WS-CUST-VALID-FLAG
                      END-IF
              END-READ
           END-IF.

      *> Returns always post - they only ever lower what the
      *> customer owes. Everything else for a customer on hold is
      *> held; a sale is held when it would take the exposure past
      *> a limit that has been set.
       CHECK-CREDIT.
           MOVE 'N' TO WS-CREDIT-FLAG
           IF WS-CMAST-FOUND = 'Y' AND WS-TRANS-TYPE NOT = "R"
              IF CUS-CREDIT-HOLD
                 MOVE 'Y' TO WS-CREDIT-FLAG
                 MOVE "HOLD" TO WS-CREDIT-REASON
              ELSE
                 IF (WS-TRANS-TYPE = "S" OR WS-TRANS-TYPE = " ")
                    AND CUS-CREDIT-LIMIT > 0
                    COMPUTE WS-NEW-EXPOSURE =
                       CUS-OPEN-EXPOSURE + WS-AMOUNT
                    IF WS-NEW-EXPOSURE > CUS-CREDIT-LIMIT
                       MOVE 'Y' TO WS-CREDIT-FLAG
                       MOVE "OVLM" TO WS-CREDIT-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *> Sales raise the exposure, returns (negative amounts) lower
      *> it, adjustments move it by their signed amount.
       APPLY-EXPOSURE.
           IF WS-CMAST-FOUND = 'Y'
              ADD WS-AMOUNT TO CUS-OPEN-EXPOSURE
              REWRITE CUSTOMER-MASTER-RECORD
                  INVALID KEY
                      CONTINUE
              END-REWRITE
              IF WS-CUSTMAST-STATUS = "00"
                 ADD 1 TO WS-CMAST-UPDATED
              ELSE
                 DISPLAY "ORDAVG01 - exposure rewrite failed for "
                    CUS-CUSTOMER-NO ", status " WS-CUSTMAST-STATUS
              END-IF
           END-IF.

      *> A held line is out of every total and the GL; its amount
      *> counts as excepted so the envelope still balances to the
      *> source control total, as with the other lines that come
      *> back through the feed.
       WRITE-CREDIT-REVIEW.
           PERFORM BUILD-TIMESTAMP
           MOVE WS-CURRENT-KEY        TO CRV-RECORD-KEY
           MOVE WS-AMOUNT              TO CRV-AMOUNT
           MOVE WS-QTY                 TO CRV-QTY
           MOVE WS-TRANS-TYPE          TO CRV-TRANS-TYPE
           MOVE WS-CUSTOMER-NO         TO CRV-CUSTOMER-NO
           MOVE WS-CREDIT-REASON       TO CRV-REASON-CODE
           MOVE CUS-CREDIT-LIMIT       TO CRV-CREDIT-LIMIT
           MOVE CUS-OPEN-EXPOSURE      TO CRV-EXPOSURE
           MOVE WS-ENV-DATE            TO CRV-BUSINESS-DATE
           MOVE WS-FORMATTED-TIMESTAMP TO CRV-TIMESTAMP
           ADD WS-AMOUNT TO WS-EXCEPTED-AMOUNT
           ADD WS-AMOUNT TO WS-ENV-EXCEPTED
           ADD 1 TO WS-CREDIT-HELD-COUNT
           WRITE CREDIT-REVIEW-RECORD
           IF WS-CRREVIEW-STATUS NOT = "00"
              DISPLAY "ORDAVG01 - credit review write failed, status "
                 WS-CRREVIEW-STATUS
           END-IF.

       CHECK-CUSTOMER-BREAK.
              MOVE 'N' TO WS-SUSPENSE-FLAG
           END-IF.

      *> A replayed line the failed pass held is already on the
      *> suspense or price-exception file; only the run's held
      *> totals take it again.
       COUNT-REPLAYED-HOLD.
           ADD WS-AMOUNT TO WS-SUSPENDED-AMOUNT
           ADD WS-AMOUNT TO WS-ENV-SUSPENDED
           IF WS-REPLAY-HOLD = 'P'
              MOVE 'Y' TO WS-PRICE-FLAG
              ADD 1 TO WS-PRICE-HELD-COUNT
              ADD WS-AMOUNT TO WS-PRICE-HELD-AMOUNT
           ELSE
              MOVE 'Y' TO WS-SUSPENSE-FLAG
           END-IF.

       WRITE-SUSPENSE-RECORD.
           PERFORM BUILD-TIMESTAMP
           MOVE WS-CURRENT-KEY        TO SUS-RECORD-KEY
                 WS-SUSPENSE-STATUS
           END-IF.

      *> Only sales are priced - returns and adjustments carry no
      *> selling price of their own. The variance is the unit
      *> price's distance from list as a percentage of list; beyond
      *> the item's tolerance either way the sale is held.
       CHECK-UNIT-PRICE.
           MOVE 'N' TO WS-PRICE-FLAG
           IF WS-PMAST-LOADED = 'Y'
              AND (WS-TRANS-TYPE = "S" OR WS-TRANS-TYPE = " ")
              ADD 1 TO WS-PRICE-CHECKED
              COMPUTE WS-UNIT-PRICE ROUNDED = WS-AMOUNT / WS-QTY
              MOVE 0 TO WS-LIST-PRICE
              MOVE 0 TO WS-TOLERANCE-PCT
              MOVE 0 TO WS-VARIANCE-PCT
              MOVE SPACES TO WS-PRICE-REASON
              MOVE WS-ITEM-CODE TO PRC-ITEM-CODE
              READ PRICE-MASTER-FILE
                  INVALID KEY
                      MOVE "UNKN" TO WS-PRICE-REASON
                  NOT INVALID KEY
                      IF PRC-ACTIVE AND PRC-LIST-PRICE > 0
                         MOVE PRC-LIST-PRICE    TO WS-LIST-PRICE
                         MOVE PRC-TOLERANCE-PCT TO WS-TOLERANCE-PCT
                      ELSE
                         MOVE "UNKN" TO WS-PRICE-REASON
                      END-IF
              END-READ
              IF WS-PRICE-REASON = SPACES
                 COMPUTE WS-VARIANCE-PCT ROUNDED =
                    (WS-UNIT-PRICE - WS-LIST-PRICE) * 100
                    / WS-LIST-PRICE
                    ON SIZE ERROR
                       MOVE 99999.99 TO WS-VARIANCE-PCT
                 END-COMPUTE
                 IF WS-VARIANCE-PCT < 0
                    COMPUTE WS-ABS-VARIANCE-PCT = 0 - WS-VARIANCE-PCT
                 ELSE
                    MOVE WS-VARIANCE-PCT TO WS-ABS-VARIANCE-PCT
                 END-IF
                 IF WS-ABS-VARIANCE-PCT > WS-TOLERANCE-PCT
                    IF WS-VARIANCE-PCT < 0
                       MOVE "UNDR" TO WS-PRICE-REASON
                    ELSE
                       MOVE "OVER" TO WS-PRICE-REASON
                    END-IF
                 END-IF
              END-IF
              IF WS-PRICE-REASON NOT = SPACES
                 MOVE 'Y' TO WS-PRICE-FLAG
                 PERFORM WRITE-PRICE-EXCEPTION
              END-IF
           END-IF.

      *> A price-held line is out of every total and the GL until
      *> released; like a suspense hold its amount counts as
      *> suspended, so the envelope still balances to the source
      *> control total.
       WRITE-PRICE-EXCEPTION.
           PERFORM BUILD-TIMESTAMP
           MOVE WS-CURRENT-KEY        TO PXC-RECORD-KEY
           MOVE WS-AMOUNT              TO PXC-AMOUNT
           MOVE WS-QTY                 TO PXC-QTY
           MOVE WS-CUSTOMER-NO         TO PXC-CUSTOMER-NO
           MOVE WS-ITEM-CODE           TO PXC-ITEM-CODE
           MOVE WS-UNIT-PRICE          TO PXC-UNIT-PRICE
           MOVE WS-LIST-PRICE          TO PXC-LIST-PRICE
           MOVE WS-TOLERANCE-PCT       TO PXC-TOLERANCE-PCT
           MOVE WS-VARIANCE-PCT        TO PXC-VARIANCE-PCT
           MOVE WS-PRICE-REASON        TO PXC-REASON-CODE
           MOVE WS-ENV-DATE            TO PXC-BUSINESS-DATE
           MOVE WS-FORMATTED-TIMESTAMP TO PXC-TIMESTAMP
           ADD WS-AMOUNT TO WS-SUSPENDED-AMOUNT
           ADD WS-AMOUNT TO WS-ENV-SUSPENDED
           ADD 1 TO WS-PRICE-HELD-COUNT
           ADD WS-AMOUNT TO WS-PRICE-HELD-AMOUNT
           IF WS-PRICE-REASON = "UNKN"
              ADD 1 TO WS-PRICE-UNKNOWN-COUNT
           END-IF
           WRITE PRICE-EXCEPTION-RECORD
           IF WS-PRICEXC-STATUS NOT = "00"
              DISPLAY "ORDAVG01 - price exception write failed, "
                 "status " WS-PRICEXC-STATUS
           END-IF
           PERFORM WRITE-PRCVAR-DETAIL.

       WRITE-PRCVAR-DETAIL.
           MOVE WS-QTY           TO WS-PVR-QTY-EDIT
           MOVE WS-AMOUNT        TO WS-PVR-AMOUNT-EDIT
           MOVE WS-UNIT-PRICE    TO WS-PVR-UNIT-EDIT
           MOVE WS-LIST-PRICE    TO WS-PVR-LIST-EDIT
           MOVE WS-VARIANCE-PCT  TO WS-PVR-VAR-EDIT
           MOVE WS-TOLERANCE-PCT TO WS-PVR-TOL-EDIT
           MOVE SPACES TO PRCVAR-LINE
           STRING WS-CURRENT-KEY       DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-CUSTOMER-NO       DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-ITEM-CODE         DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-PVR-QTY-EDIT      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-PVR-AMOUNT-EDIT   DELIMITED BY SIZE
                  "    "               DELIMITED BY SIZE
                  WS-PVR-UNIT-EDIT     DELIMITED BY SIZE
                  "    "               DELIMITED BY SIZE
                  WS-PVR-LIST-EDIT     DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-PVR-VAR-EDIT      DELIMITED BY SIZE
                  "   "                DELIMITED BY SIZE
                  WS-PVR-TOL-EDIT      DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-PRICE-REASON      DELIMITED BY SIZE
               INTO PRCVAR-LINE
           END-STRING
           PERFORM WRITE-PRCVAR-LINE.

       WRITE-PRCVAR-TOTALS.
           MOVE SPACES TO PRCVAR-LINE
           PERFORM WRITE-PRCVAR-LINE
           IF WS-PMAST-LOADED = 'N'
              MOVE SPACES TO PRCVAR-LINE
              STRING "PRICE MASTER ABSENT - NO PRICES CHECKED"
                  DELIMITED BY SIZE INTO PRCVAR-LINE
              END-STRING
              PERFORM WRITE-PRCVAR-LINE
           END-IF
           MOVE WS-PRICE-CHECKED TO WS-PVR-COUNT-EDIT
           MOVE SPACES TO PRCVAR-LINE
           STRING "SALES PRICE-CHECKED    : " DELIMITED BY SIZE
                  WS-PVR-COUNT-EDIT           DELIMITED BY SIZE
               INTO PRCVAR-LINE
           END-STRING
           PERFORM WRITE-PRCVAR-LINE
           MOVE WS-PRICE-HELD-COUNT TO WS-PVR-COUNT-EDIT
           MOVE WS-PRICE-HELD-AMOUNT TO WS-PVR-TOTAL-EDIT
           MOVE SPACES TO PRCVAR-LINE
           STRING "HELD ON PRICE          : " DELIMITED BY SIZE
                  WS-PVR-COUNT-EDIT           DELIMITED BY SIZE
                  "  AMOUNT "                 DELIMITED BY SIZE
                  WS-PVR-TOTAL-EDIT           DELIMITED BY SIZE
               INTO PRCVAR-LINE
           END-STRING
           PERFORM WRITE-PRCVAR-LINE
           MOVE WS-PRICE-UNKNOWN-COUNT TO WS-PVR-COUNT-EDIT
           MOVE SPACES TO PRCVAR-LINE
           STRING "  OF WHICH ITEM UNKNOWN: " DELIMITED BY SIZE
                  WS-PVR-COUNT-EDIT           DELIMITED BY SIZE
               INTO PRCVAR-LINE
           END-STRING
           PERFORM WRITE-PRCVAR-LINE.

       WRITE-PRCVAR-LINE.
           WRITE PRCVAR-LINE
           IF WS-PRCVAR-STATUS NOT = "00"
              DISPLAY "ORDAVG01 - pricing variance write failed, "
                 "status " WS-PRCVAR-STATUS
           END-IF.

       WRITE-CHECKPOINT.
           MOVE WS-CURRENT-KEY      TO CHK-LAST-KEY
           MOVE WS-RECORD-COUNT     TO CHK-RECORD-COUNT
           MOVE WS-ENV-CREDIT       TO CHK-CUR-ENV-CREDIT
           MOVE WS-ENV-SUSPENDED    TO CHK-CUR-ENV-SUSPENDED
           MOVE WS-ENV-EXCEPTED     TO CHK-CUR-ENV-EXCEPTED
           MOVE WS-ENV-FX-TOTALS    TO CHK-CUR-ENV-FX-TOTALS
           MOVE WS-JOURNAL-COUNT    TO CHK-JOURNAL-COUNT
           MOVE WS-PRICE-CHECKED    TO CHK-PRICE-CHECKED
           MOVE WS-PRICE-HELD-COUNT TO CHK-PRICE-HELD-COUNT
           MOVE WS-PRICE-UNKNOWN-COUNT TO CHK-PRICE-UNKNOWN-COUNT
           MOVE WS-PRICE-HELD-AMOUNT TO CHK-PRICE-HELD-AMOUNT
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CHKPT-STATUS NOT = "00"
               DISPLAY "ORDAVG01 - checkpoint open failed, status "
           MOVE WS-ENVT-SUSPENDED(WS-ENV-IDX)
              TO CHK-ENV-SUSPENDED(WS-ENV-IDX)
           MOVE WS-ENVT-EXCEPTED(WS-ENV-IDX)
              TO CHK-ENV-EXCEPTED(WS-ENV-IDX)
           MOVE WS-ENVT-FX-TOTALS(WS-ENV-IDX)
              TO CHK-ENV-FX-TOTALS(WS-ENV-IDX).

       CHECK-ZERO-QTY.
           IF WS-QTY = 0 THEN
           MOVE WS-DIVISION       TO DJR-DIVISION
           MOVE WS-AMOUNT         TO DJR-AMOUNT
           MOVE WS-ENV-DATE       TO DJR-BUSINESS-DATE
           MOVE WS-LINE-CURRENCY  TO DJR-CURRENCY-CODE
           MOVE WS-ORIGINAL-AMOUNT TO DJR-ORIGINAL-AMOUNT
           MOVE WS-EXCHANGE-RATE  TO DJR-EXCHANGE-RATE
           MOVE WS-ENV-SOURCE     TO DJR-SOURCE-SYSTEM
           MOVE WS-TRANS-TYPE     TO DJR-TRANS-TYPE
           MOVE WS-QTY            TO DJR-QTY
           WRITE DISTRIBUTION-JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-COUNT
           IF WS-DISTJRNL-STATUS NOT = "00"
           MOVE WS-CUSTOMER-NO         TO EXC-CUSTOMER-NO
           MOVE "OVFL"                 TO EXC-REASON-CODE
           MOVE WS-FORMATTED-TIMESTAMP TO EXC-TIMESTAMP
           MOVE WS-ITEM-CODE           TO EXC-ITEM-CODE
           MOVE WS-FUNCTIONAL-CURRENCY TO EXC-CURRENCY-CODE
           WRITE EXCEPTION-RECORD
           IF WS-EXCRPT-STATUS NOT = "00"
               DISPLAY "ORDAVG01 - exception write failed, status "
       WRITE-EXCEPTION-RECORD.
           PERFORM BUILD-TIMESTAMP
           MOVE WS-CURRENT-KEY        TO EXC-RECORD-KEY
           MOVE WS-ORIGINAL-AMOUNT     TO EXC-AMOUNT
           MOVE WS-TRANS-TYPE          TO EXC-TRANS-TYPE
           MOVE WS-CUSTOMER-NO         TO EXC-CUSTOMER-NO
           MOVE "ZQTY"                 TO EXC-REASON-CODE
           MOVE WS-FORMATTED-TIMESTAMP TO EXC-TIMESTAMP
           MOVE WS-ITEM-CODE           TO EXC-ITEM-CODE
           MOVE WS-LINE-CURRENCY       TO EXC-CURRENCY-CODE
           WRITE EXCEPTION-RECORD
           IF WS-EXCRPT-STATUS NOT = "00"
               DISPLAY "ORDAVG01 - exception write failed, status "
       WRITE-CUSTOMER-EXCEPTION.
           PERFORM BUILD-TIMESTAMP
           MOVE WS-CURRENT-KEY        TO EXC-RECORD-KEY
           MOVE WS-ORIGINAL-AMOUNT     TO EXC-AMOUNT
           MOVE WS-TRANS-TYPE          TO EXC-TRANS-TYPE
           MOVE WS-CUSTOMER-NO         TO EXC-CUSTOMER-NO
           MOVE "CUST"                 TO EXC-REASON-CODE
           MOVE WS-FORMATTED-TIMESTAMP TO EXC-TIMESTAMP
           MOVE WS-ITEM-CODE           TO EXC-ITEM-CODE
           MOVE WS-LINE-CURRENCY       TO EXC-CURRENCY-CODE
           ADD WS-AMOUNT TO WS-EXCEPTED-AMOUNT
           ADD WS-AMOUNT TO WS-ENV-EXCEPTED
           ADD 1 TO WS-INVALID-CUST-COUNT
                 WS-EXCRPT-STATUS
           END-IF.

      *> A resent line is held out of every total and the GL - its
      *> amount counts as excepted so the envelope still balances
      *> to the source control total.
       WRITE-DUPLICATE-EXCEPTION.
           PERFORM BUILD-TIMESTAMP
           MOVE WS-CURRENT-KEY        TO EXC-RECORD-KEY
           MOVE WS-ORIGINAL-AMOUNT     TO EXC-AMOUNT
           MOVE WS-TRANS-TYPE          TO EXC-TRANS-TYPE
           MOVE WS-CUSTOMER-NO         TO EXC-CUSTOMER-NO
           MOVE "DUPL"                 TO EXC-REASON-CODE
           MOVE WS-FORMATTED-TIMESTAMP TO EXC-TIMESTAMP
           MOVE WS-ITEM-CODE           TO EXC-ITEM-CODE
           MOVE WS-LINE-CURRENCY       TO EXC-CURRENCY-CODE
           ADD WS-AMOUNT TO WS-EXCEPTED-AMOUNT
           ADD WS-AMOUNT TO WS-ENV-EXCEPTED
           ADD 1 TO WS-DUPLICATE-COUNT
           WRITE EXCEPTION-RECORD
           IF WS-EXCRPT-STATUS NOT = "00"
               DISPLAY "ORDAVG01 - exception write failed, status "
                 WS-EXCRPT-STATUS
           END-IF.

      *> The line is out of every total and the GL, carried at
      *> zero functional - the source resends it split into lines
      *> that convert within an order line's amount.
       WRITE-FX-SIZE-EXCEPTION.
           PERFORM BUILD-TIMESTAMP
           MOVE WS-CURRENT-KEY        TO EXC-RECORD-KEY
           MOVE WS-ORIGINAL-AMOUNT     TO EXC-AMOUNT
           MOVE WS-TRANS-TYPE          TO EXC-TRANS-TYPE
           MOVE WS-CUSTOMER-NO         TO EXC-CUSTOMER-NO
           MOVE "FXSZ"                 TO EXC-REASON-CODE
           MOVE WS-FORMATTED-TIMESTAMP TO EXC-TIMESTAMP
           MOVE WS-ITEM-CODE           TO EXC-ITEM-CODE
           MOVE WS-LINE-CURRENCY       TO EXC-CURRENCY-CODE
           ADD 1 TO WS-FX-SIZE-COUNT
           WRITE EXCEPTION-RECORD
           IF WS-EXCRPT-STATUS NOT = "00"
               DISPLAY "ORDAVG01 - exception write failed, status "
                 WS-EXCRPT-STATUS
           END-IF.

      *> The history record read by CHECK-DUPLICATE-KEY is still in
      *> the record area and supplies the first-posted columns.
       WRITE-DUPLICATE-LINE.
           MOVE WS-AMOUNT TO WS-DUPL-AMOUNT-EDIT
           MOVE SPACES TO DUPLKEY-LINE
           STRING WS-CURRENT-KEY       DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-CUSTOMER-NO       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-DUPL-AMOUNT-EDIT  DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-ENV-DATE          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-ENV-SOURCE        DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  PKH-BUSINESS-DATE    DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  PKH-SOURCE-SYSTEM    DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  PKH-RUN-DATE         DELIMITED BY SIZE
               INTO DUPLKEY-LINE
           END-STRING
           WRITE DUPLKEY-LINE
           IF WS-DUPLKEY-STATUS NOT = "00"
              DISPLAY "ORDAVG01 - duplicate report write failed, "
                 "status " WS-DUPLKEY-STATUS
           END-IF.

       BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO WS-FORMATTED-TIMESTAMP
      *> (accounting) date, so RECON01 and MTHCLS01 see each day of
      *> a catch-up run against its own control total. Suspense
      *> releases are folded in after the last envelope, so they
      *> ride on the last date's record. A stopped envelope gets a
      *> summary record of its own, flagged for RECON01, but posts
      *> nothing to the period-to-date file.
       WRITE-RUN-SUMMARY.
           OPEN OUTPUT RUN-SUMMARY-FILE
           IF WS-RUNSUM-STATUS NOT = "00"
               DISPLAY "ORDAVG01 - run summary open failed, status "
                 WS-RUNSUM-STATUS
           ELSE
              PERFORM WRITE-STOPPED-SUMMARY
                  VARYING WS-STP-IDX FROM 1 BY 1
                  UNTIL WS-STP-IDX > WS-STP-COUNT
              PERFORM WRITE-ONE-RUN-SUMMARY
                  VARYING WS-ENV-IDX FROM 1 BY 1
                  UNTIL WS-ENV-IDX > WS-ENV-COUNT
           END-IF
           MOVE WS-RESTART-FLAG     TO RUNS-RESTART-FLAG
           MOVE WS-ENVT-SOURCE(WS-ENV-IDX) TO RUNS-SOURCE-SYSTEM
           MOVE WS-ENVT-FX-TOTALS(WS-ENV-IDX) TO RUNS-FX-TOTALS
           MOVE RUN-SUMMARY-RECORD  TO WS-PTD-HOLD
           WRITE RUN-SUMMARY-RECORD
           IF WS-RUNSUM-STATUS NOT = "00"
               DISPLAY "ORDAVG01 - run summary write failed, status "
                 WS-RUNSUM-STATUS
           END-IF
           PERFORM DISPLAY-FX-TOTALS
               VARYING WS-FX-SUB FROM 1 BY 1
               UNTIL WS-FX-SUB > RUNS-FX-COUNT
           PERFORM APPEND-PTD-RECORD.

       DISPLAY-FX-TOTALS.
           MOVE RUNS-FX-FOREIGN-AMOUNT(WS-FX-SUB)
              TO WS-FX-FOREIGN-EDIT
           MOVE RUNS-FX-FUNCTIONAL-AMOUNT(WS-FX-SUB)
              TO WS-FX-FUNCTIONAL-EDIT
           DISPLAY "ORDAVG01 - " RUNS-RUN-DATE " " RUNS-SOURCE-SYSTEM
              " " RUNS-FX-CURRENCY(WS-FX-SUB) " lines "
              RUNS-FX-LINES(WS-FX-SUB) " keyed " WS-FX-FOREIGN-EDIT
              " functional " WS-FX-FUNCTIONAL-EDIT.

       WRITE-STOPPED-SUMMARY.
           MOVE WS-STPT-DATE(WS-STP-IDX)   TO RUNS-RUN-DATE
           MOVE 0 TO RUNS-RECORD-COUNT
           MOVE 0 TO RUNS-TOTAL-AMOUNT
           MOVE 0 TO RUNS-TOTAL-QTY
           MOVE 0 TO RUNS-DEBIT-TOTAL
           MOVE 0 TO RUNS-CREDIT-TOTAL
           MOVE 0 TO RUNS-SUSPENDED-AMOUNT
           MOVE 0 TO RUNS-EXCEPTED-AMOUNT
           MOVE 0 TO RUNS-RELEASED-AMOUNT
           MOVE 0 TO RUNS-RELEASED-COUNT
           MOVE "X" TO RUNS-RESTART-FLAG
           MOVE WS-STPT-SOURCE(WS-STP-IDX) TO RUNS-SOURCE-SYSTEM
           MOVE 1 TO RUNS-FX-COUNT
           MOVE WS-STPT-CURRENCY(WS-STP-IDX) TO RUNS-FX-CURRENCY(1)
           MOVE WS-STPT-LINES(WS-STP-IDX)    TO RUNS-FX-LINES(1)
           MOVE 0 TO RUNS-FX-FOREIGN-AMOUNT(1)
           MOVE 0 TO RUNS-FX-FUNCTIONAL-AMOUNT(1)
           WRITE RUN-SUMMARY-RECORD
           IF WS-RUNSUM-STATUS NOT = "00"
               DISPLAY "ORDAVG01 - run summary write failed, status "
                 WS-RUNSUM-STATUS
           END-IF.

      *> The run's totals also roll into the period-to-date file -
      *> appended, never overwritten; a rerun of an open day appends
      *> a newer record and MTHCLS01 takes the last one per date.
           CLOSE CUSTOMER-SUBTOTAL-RPT
           CLOSE GL-MAP-ERROR-RPT
           CLOSE DIST-JOURNAL-FILE
           CLOSE POSTED-KEY-FILE
           CLOSE DUPLICATE-KEY-RPT
           CLOSE CREDIT-REVIEW-FILE
           CLOSE PRICE-EXCEPTION-FILE
           CLOSE PRICE-VARIANCE-RPT
           IF WS-CMAST-LOADED = 'Y'
              CLOSE CUSTOMER-MASTER-FILE
           END-IF
           IF WS-PMAST-LOADED = 'Y'
              CLOSE PRICE-MASTER-FILE
           END-IF
           IF WS-EXRATE-LOADED = 'Y'
              CLOSE EXCHANGE-RATE-FILE
           END-IF
           *> Run completed straight through - clear the consumed
            *> suspense postings so a release posts exactly once, and
            *> clear the checkpoint so the next run starts fresh, not
