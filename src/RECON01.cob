      *  writes one run-summary record per business date, so each
      *  date is reconciled against its own control record and the
      *  extract is released only when every date balances.
      *  A backout summary from ORDBKO01 has no control total - the
      *  feed it reverses was reconciled when it posted - so it
      *  balances when its net equals its debit less its credit,
      *  which is what its reversing extract carries.
      *  Run totals are in functional currency, but a source keying
      *  foreign-currency lines totals them as keyed; each date's
      *  foreign-currency totals turn the converted amounts back
      *  into the amounts the control total was taken on. A summary
      *  ORDAVG01 flagged as stopped (a currency with no exchange
      *  rate) posted nothing and is not in the extract: it takes
      *  up its control record and is listed for the source to
      *  resend, without holding the extract.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECON01.
       01  WS-COMPARE-FIELDS.
           05  WS-RUNS-EOF             PIC X VALUE 'N'.
           05  WS-RUNS-SEEN            PIC 9(2)     VALUE 0.
           05  WS-FEED-SEEN            PIC 9(2)     VALUE 0.
           05  WS-LAST-RUN-DATE        PIC 9(8)     VALUE 0.
           05  WS-CTL-FOUND            PIC 9(2)     VALUE 0.
           05  WS-APPLY-MERGED-COUNT   PIC 9(9)     VALUE 0.
           05  WS-AMOUNT-DIFF-EDIT     PIC -(9)9.99.
           05  WS-ALL-BALANCED         PIC X VALUE 'Y'.
           05  WS-FAIL-SOURCE          PIC X(8) VALUE SPACES.
           05  WS-FX-SUB               PIC 9(1)     VALUE 0.
           05  WS-FX-FOREIGN-TOTAL     PIC S9(9)V99 VALUE 0.
           05  WS-FX-FUNCTIONAL-TOTAL  PIC S9(9)V99 VALUE 0.
           05  WS-STOPPED-SEEN         PIC 9(2)     VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-MERGE-TOTALS
           PERFORM WRITE-REPORT-HEADING
           PERFORM PROCESS-RUN-SUMMARIES UNTIL WS-RUNS-EOF = 'Y'
           IF WS-FEED-SEEN > 0
              PERFORM CHECK-UNMATCHED-CONTROLS
           END-IF
           IF WS-RUNS-SEEN = 0
              MOVE 'N' TO WS-ALL-BALANCED
              DISPLAY "RECON01 - RUN-SUMMARY-FILE is empty"
               NOT AT END
                   ADD 1 TO WS-RUNS-SEEN
                   MOVE RUNS-RUN-DATE TO WS-LAST-RUN-DATE
                   EVALUATE TRUE
                       WHEN RUNS-BACKOUT-RUN
                           PERFORM RECONCILE-BACKOUT
                       WHEN RUNS-STOPPED-ENVELOPE
                           ADD 1 TO WS-FEED-SEEN
                           PERFORM REPORT-STOPPED-ENVELOPE
                       WHEN OTHER
                           ADD 1 TO WS-FEED-SEEN
                           PERFORM RECONCILE-ONE-DATE
                   END-EVALUATE
           END-READ.

       RECONCILE-BACKOUT.
           PERFORM WRITE-DATE-HEADING
           MOVE 0 TO WS-COUNT-DIFF
           COMPUTE WS-AMOUNT-DIFF =
              RUNS-TOTAL-AMOUNT
              - (RUNS-DEBIT-TOTAL - RUNS-CREDIT-TOTAL)
           IF WS-AMOUNT-DIFF NOT = 0
              MOVE 'N' TO WS-ALL-BALANCED
              IF WS-FAIL-SOURCE = SPACES
                 MOVE RUNS-SOURCE-SYSTEM TO WS-FAIL-SOURCE
              END-IF
           END-IF
           MOVE SPACES TO RECON-LINE
           STRING "Backout  - reversal of posted day, no control "
                  "total applies" DELIMITED BY SIZE
               INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           MOVE SPACES TO RECON-LINE
           STRING "Reversed - count: " DELIMITED BY SIZE
                  RUNS-RECORD-COUNT DELIMITED BY SIZE
                  "  amount: " DELIMITED BY SIZE
                  RUNS-TOTAL-AMOUNT DELIMITED BY SIZE
               INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           MOVE SPACES TO RECON-LINE
           STRING "Reversed - debit: " DELIMITED BY SIZE
                  RUNS-DEBIT-TOTAL DELIMITED BY SIZE
                  "  credit: " DELIMITED BY SIZE
                  RUNS-CREDIT-TOTAL DELIMITED BY SIZE
               INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           MOVE SPACES TO RECON-LINE
           STRING "Suspense - returned: " DELIMITED BY SIZE
                  RUNS-RELEASED-AMOUNT DELIMITED BY SIZE
               INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           PERFORM WRITE-DATE-RESULT.

      *> The stopped envelope's control record is matched off, so it
      *> does not show as a date never posted; the resend is
      *> reconciled against it on the catch-up run.
       REPORT-STOPPED-ENVELOPE.
           ADD 1 TO WS-STOPPED-SEEN
           PERFORM FIND-CONTROL-TOTAL
           MOVE 0 TO WS-APPLY-MERGED-COUNT
           MOVE 0 TO WS-APPLY-MERGED-AMOUNT
           PERFORM WRITE-DATE-HEADING
           MOVE SPACES TO RECON-LINE
           IF WS-CTL-FOUND > 0
              SET WS-CTL-IDX TO WS-CTL-FOUND
              STRING "Control  - count: " DELIMITED BY SIZE
                     WS-CTLT-RECORDS(WS-CTL-IDX) DELIMITED BY SIZE
                     "  amount: " DELIMITED BY SIZE
                     WS-CTLT-AMOUNT(WS-CTL-IDX) DELIMITED BY SIZE
                  INTO RECON-LINE
              END-STRING
           ELSE
              STRING "Control  - no record for this date"
                  DELIMITED BY SIZE INTO RECON-LINE
              END-STRING
           END-IF
           WRITE RECON-LINE
           MOVE SPACES TO RECON-LINE
           STRING "STOPPED - NO EXCHANGE RATE FOR " DELIMITED BY SIZE
                  RUNS-FX-CURRENCY(1) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  RUNS-FX-LINES(1) DELIMITED BY SIZE
                  " LINES NOT POSTED - RESEND" DELIMITED BY SIZE
               INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE.

       RECONCILE-ONE-DATE.
           PERFORM FIND-CONTROL-TOTAL
           PERFORM APPLY-MERGE-TOTALS
      *> suspense releases likewise post here without being in the
      *> feed. Amounts held to suspense or excepted for zero qty
      *> are in the feed but not in the posted total, so add them
      *> back before comparing. Foreign-currency lines are in all of
      *> these at their functional amount; swapping that for their
      *> amount as keyed puts the total on the control's footing.
       COMPARE-ONE-DATE.
           SET WS-CTL-IDX TO WS-CTL-FOUND
           COMPUTE WS-COUNT-DIFF =
              RUNS-RECORD-COUNT - WS-APPLY-MERGED-COUNT
              - WS-CTLT-RECORDS(WS-CTL-IDX)
           MOVE 0 TO WS-FX-FOREIGN-TOTAL
           MOVE 0 TO WS-FX-FUNCTIONAL-TOTAL
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
               UNTIL WS-FX-SUB > RUNS-FX-COUNT
               ADD RUNS-FX-FOREIGN-AMOUNT(WS-FX-SUB)
                  TO WS-FX-FOREIGN-TOTAL
               ADD RUNS-FX-FUNCTIONAL-AMOUNT(WS-FX-SUB)
                  TO WS-FX-FUNCTIONAL-TOTAL
           END-PERFORM
           COMPUTE WS-ADJUSTED-AMOUNT =
              RUNS-TOTAL-AMOUNT - RUNS-RELEASED-AMOUNT
              - WS-APPLY-MERGED-AMOUNT
              + RUNS-SUSPENDED-AMOUNT + RUNS-EXCEPTED-AMOUNT
              - WS-FX-FUNCTIONAL-TOTAL + WS-FX-FOREIGN-TOTAL
           COMPUTE WS-AMOUNT-DIFF =
              WS-ADJUSTED-AMOUNT - WS-CTLT-AMOUNT(WS-CTL-IDX)
           IF WS-COUNT-DIFF NOT = 0 OR WS-AMOUNT-DIFF NOT = 0
                  WS-APPLY-MERGED-AMOUNT DELIMITED BY SIZE
               INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           PERFORM WRITE-CURRENCY-DETAIL
               VARYING WS-FX-SUB FROM 1 BY 1
               UNTIL WS-FX-SUB > RUNS-FX-COUNT.

       WRITE-CURRENCY-DETAIL.
           MOVE SPACES TO RECON-LINE
           STRING "Currency - " DELIMITED BY SIZE
                  RUNS-FX-CURRENCY(WS-FX-SUB) DELIMITED BY SIZE
                  " lines: " DELIMITED BY SIZE
                  RUNS-FX-LINES(WS-FX-SUB) DELIMITED BY SIZE
                  " keyed: " DELIMITED BY SIZE
                  RUNS-FX-FOREIGN-AMOUNT(WS-FX-SUB) DELIMITED BY SIZE
                  " functl: " DELIMITED BY SIZE
                  RUNS-FX-FUNCTIONAL-AMOUNT(WS-FX-SUB)
                  DELIMITED BY SIZE
               INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE.

       WRITE-DATE-RESULT.
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           MOVE SPACES TO RECON-LINE
           IF WS-RUNS-SEEN = 0
              OR (WS-FEED-SEEN > 0 AND WS-CTL-COUNT = 0)
              STRING "RESULT: OUT OF BALANCE - INPUT FILE MISSING/EMPTY"
                  DELIMITED BY SIZE INTO RECON-LINE
              END-STRING
                 STRING "RESULT: ALL DATES BALANCED" DELIMITED BY SIZE
                     INTO RECON-LINE
                 END-STRING
                 IF WS-STOPPED-SEEN > 0
                    WRITE RECON-LINE
                    MOVE SPACES TO RECON-LINE
                    STRING "        " DELIMITED BY SIZE
                           WS-STOPPED-SEEN DELIMITED BY SIZE
                           " ENVELOPE(S) STOPPED - RESEND REQUIRED"
                           DELIMITED BY SIZE
                        INTO RECON-LINE
                    END-STRING
                 END-IF
              ELSE
                 STRING "RESULT: OUT OF BALANCE" DELIMITED BY SIZE
                     INTO RECON-LINE
                 MOVE "BALANCED" TO REL-REASON
              ELSE
                 MOVE "H" TO REL-RELEASE-FLAG
                 IF WS-RUNS-SEEN = 0
                    OR (WS-FEED-SEEN > 0 AND WS-CTL-COUNT = 0)
                    MOVE "OUT OF BALANCE - INPUT MISSING/EMPTY"
                       TO REL-REASON
                 ELSE
