      *  exact order lines behind it. An account whose journal
      *  total does not agree with its extract record is flagged
      *  and the run ends with RETURN-CODE 8.
      *  Amounts are listed and totalled in functional currency;
      *  each line also shows the currency it was keyed in, its
      *  amount as keyed and the exchange rate applied.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSTPRT01.
           05  WS-TOTAL-EDIT           PIC ---------9.99.
           05  WS-EXT-EDIT             PIC ---------9.99.
           05  WS-COUNT-EDIT           PIC ZZZZZZZZ9.
           05  WS-ORIGINAL-EDIT        PIC -------9.99.
           05  WS-RATE-EDIT            PIC ZZZZ9.999999.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM WRITE-JOURNAL-LINE
           MOVE SPACES TO JOURNAL-LINE
           STRING "KEY         CUSTOMER   DV  DATE      "
                  "       AMOUNT  CUR ORIG AMOUNT         RATE"
                  DELIMITED BY SIZE
               INTO JOURNAL-LINE
           END-STRING
           PERFORM WRITE-JOURNAL-LINE.
           ADD 1 TO WS-LINE-COUNT
           ADD SJ-AMOUNT TO WS-GROUP-AMOUNT
           MOVE SJ-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SJ-ORIGINAL-AMOUNT TO WS-ORIGINAL-EDIT
           MOVE SJ-EXCHANGE-RATE   TO WS-RATE-EDIT
           MOVE SPACES TO JOURNAL-LINE
           STRING SJ-RECORD-KEY       DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  SJ-BUSINESS-DATE    DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  WS-AMOUNT-EDIT      DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  SJ-CURRENCY-CODE    DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-ORIGINAL-EDIT    DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-RATE-EDIT        DELIMITED BY SIZE
               INTO JOURNAL-LINE
           END-STRING
           PERFORM WRITE-JOURNAL-LINE.
