      ***************************************************************
      *  SLSANL01 - Sales analysis report, run on request. For the
      *  period in SLSANL.PARM (yyyymm in columns 1-6, the current
      *  month when absent) compares each customer's month-to-date
      *  sales with the whole prior month and the whole same month
      *  of the prior year, from the sales history SLSHST01 keeps.
      *  Sales, returns and adjustments are shown apart for the
      *  month to date; net (all three together) is what is
      *  compared, with the variance as a percent of the earlier
      *  figure. Each division gets a total line and its top
      *  customers by month-to-date net - five, or the count in
      *  columns 7-8 of the parm, up to 20 - and the report ends
      *  with a grand total. Written to SLSANL.RPT.
      *  Periods ARCPRG01 has archived are read from SLSARCH.DAT.
      *  A period found on the live history is taken from there
      *  alone, so one archived but not yet swapped out of the live
      *  file is not counted twice.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSANL01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANALYSIS-PARM-FILE ASSIGN TO "SLSANL.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANLPARM-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN TO "SLSHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLSHIST-STATUS.

           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "SLSARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLSARCH-STATUS.

           SELECT ANALYSIS-RPT ASSIGN TO "SLSANL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANLRPT-STATUS.

           SELECT SORTED-HISTORY-FILE ASSIGN TO "SORTANL.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRTHIST-STATUS.

           SELECT HISTORY-SORT-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
      *> Period yyyymm, then an optional top-customer count, e.g.
      *> "20240310" for March 2024 with ten customers a division.
       FD  ANALYSIS-PARM-FILE.
       01  ANALYSIS-PARM-RECORD.
           05  ANP-PERIOD              PIC X(6).
           05  ANP-TOP-COUNT           PIC X(2).

       FD  SALES-HISTORY-FILE
           RECORDING MODE IS F.
           COPY SLHREC.

       FD  HISTORY-ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY SLHREC REPLACING LEADING ==SLH-== BY ==ASLH-==
               ==SALES-HISTORY-RECORD== BY ==HISTORY-ARCHIVE-RECORD==.

       FD  ANALYSIS-RPT.
       01  ANALYSIS-LINE                PIC X(132).

       FD  SORTED-HISTORY-FILE
           RECORDING MODE IS F.
           COPY SLHREC REPLACING LEADING ==SLH-== BY ==SH-==
               ==SALES-HISTORY-RECORD== BY ==SORTED-HISTORY-RECORD==.

       SD  HISTORY-SORT-FILE.
           COPY SLHREC REPLACING LEADING ==SLH-== BY ==HSRT-==
               ==SALES-HISTORY-RECORD== BY ==HISTORY-SORT-RECORD==.

       WORKING-STORAGE SECTION.
       01  WS-ANLPARM-STATUS           PIC X(2).
       01  WS-SLSHIST-STATUS           PIC X(2).
       01  WS-SLSARCH-STATUS           PIC X(2).
       01  WS-ANLRPT-STATUS            PIC X(2).
       01  WS-SRTHIST-STATUS           PIC X(2).
       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-PERIOD-FIELDS.
           05  WS-PERIOD               PIC 9(6).
           05  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
               10  WS-PERIOD-YEAR      PIC 9(4).
               10  WS-PERIOD-MONTH     PIC 9(2).
           05  WS-PRIOR-MONTH          PIC 9(6).
           05  WS-PRIOR-YEAR           PIC 9(6).
           05  WS-MTD-THROUGH          PIC 9(8) VALUE 0.
           05  WS-TOP-COUNT            PIC 9(2) VALUE 5.

      *> Which of the three periods the live history holds; the
      *> archive is read only for the others.
       01  WS-LIVE-PERIOD-FLAGS.
           05  WS-LIVE-CURRENT         PIC X VALUE 'N'.
           05  WS-LIVE-PRIOR-MONTH     PIC X VALUE 'N'.
           05  WS-LIVE-PRIOR-YEAR      PIC X VALUE 'N'.

       01  WS-CONTROL-FLAGS.
           05  WS-SLSHIST-EOF          PIC X VALUE 'N'.
           05  WS-SLSARCH-EOF          PIC X VALUE 'N'.
           05  WS-SORTED-EOF           PIC X VALUE 'N'.
           05  WS-CUST-ACTIVE          PIC X VALUE 'N'.
           05  WS-DIV-ACTIVE           PIC X VALUE 'N'.
           05  WS-CUST-CURRENT         PIC X VALUE 'N'.
           05  WS-BREAK-CUSTOMER       PIC X(9).
           05  WS-BREAK-DIVISION       PIC X(2).

       01  WS-COUNTERS.
           05  WS-LIVE-RELEASED        PIC 9(9) VALUE 0.
           05  WS-ARCHIVE-RELEASED     PIC 9(9) VALUE 0.
           05  WS-ENTRY-COUNT          PIC 9(9) VALUE 0.
           05  WS-CUSTOMER-COUNT       PIC 9(9) VALUE 0.
           05  WS-ACTIVE-COUNT         PIC 9(9) VALUE 0.
           05  WS-DIVISION-COUNT       PIC 9(3) VALUE 0.

      *> One history entry's net - sales, returns and adjustments.
       01  WS-ENTRY-NET                PIC S9(11)V99.

       01  WS-CUSTOMER-TOTALS.
           05  WS-CUST-SALES           PIC S9(11)V99.
           05  WS-CUST-RETURNS         PIC S9(11)V99.
           05  WS-CUST-ADJUST          PIC S9(11)V99.
           05  WS-CUST-NET             PIC S9(11)V99.
           05  WS-CUST-PRIOR-MONTH     PIC S9(11)V99.
           05  WS-CUST-PRIOR-YEAR      PIC S9(11)V99.

       01  WS-DIVISION-TOTALS.
           05  WS-DIV-SALES            PIC S9(11)V99 VALUE 0.
           05  WS-DIV-RETURNS          PIC S9(11)V99 VALUE 0.
           05  WS-DIV-ADJUST           PIC S9(11)V99 VALUE 0.
           05  WS-DIV-NET              PIC S9(11)V99 VALUE 0.
           05  WS-DIV-PRIOR-MONTH      PIC S9(11)V99 VALUE 0.
           05  WS-DIV-PRIOR-YEAR       PIC S9(11)V99 VALUE 0.

       01  WS-REPORT-TOTALS.
           05  WS-TOT-SALES            PIC S9(11)V99 VALUE 0.
           05  WS-TOT-RETURNS          PIC S9(11)V99 VALUE 0.
           05  WS-TOT-ADJUST           PIC S9(11)V99 VALUE 0.
           05  WS-TOT-NET              PIC S9(11)V99 VALUE 0.
           05  WS-TOT-PRIOR-MONTH      PIC S9(11)V99 VALUE 0.
           05  WS-TOT-PRIOR-YEAR       PIC S9(11)V99 VALUE 0.

      *> The division's leading customers by month-to-date net,
      *> highest first. Only customers with activity this month
      *> are ranked.
       01  WS-TOP-TABLE.
           05  WS-TOP-USED             PIC 9(2) VALUE 0.
           05  WS-TOP-SUB              PIC 9(2) VALUE 0.
           05  WS-TOP-ENTRY OCCURS 20 TIMES
               INDEXED BY WS-TOP-IDX.
               10  WS-TOP-CUSTOMER     PIC X(9).
               10  WS-TOP-SALES        PIC S9(11)V99.
               10  WS-TOP-RETURNS      PIC S9(11)V99.
               10  WS-TOP-ADJUST       PIC S9(11)V99.
               10  WS-TOP-NET          PIC S9(11)V99.
               10  WS-TOP-PRIOR-MONTH  PIC S9(11)V99.
               10  WS-TOP-PRIOR-YEAR   PIC S9(11)V99.
       01  WS-TOP-HOLD                 PIC X(87).

      *> One report line - customer, division or total - before
      *> editing.
       01  WS-LINE-FIELDS.
           05  WS-LINE-DIVISION        PIC X(2).
           05  WS-LINE-LABEL           PIC X(9).
           05  WS-LINE-SALES           PIC S9(11)V99.
           05  WS-LINE-RETURNS         PIC S9(11)V99.
           05  WS-LINE-ADJUST          PIC S9(11)V99.
           05  WS-LINE-NET             PIC S9(11)V99.
           05  WS-LINE-PRIOR-MONTH     PIC S9(11)V99.
           05  WS-LINE-PRIOR-YEAR      PIC S9(11)V99.

       01  WS-VARIANCE-FIELDS.
           05  WS-CMP-CURRENT          PIC S9(11)V99.
           05  WS-CMP-BASE             PIC S9(11)V99.
           05  WS-CMP-BASE-ABS         PIC 9(11)V99.
           05  WS-VARIANCE             PIC S9(5)V9.
           05  WS-VAR-TEXT             PIC X(8).
           05  WS-PM-VAR-TEXT          PIC X(8).
           05  WS-PY-VAR-TEXT          PIC X(8).

       01  WS-EDIT-FIELDS.
           05  WS-SALES-EDIT           PIC -----------9.99.
           05  WS-RETURNS-EDIT         PIC -----------9.99.
           05  WS-ADJUST-EDIT          PIC -----------9.99.
           05  WS-NET-EDIT             PIC -----------9.99.
           05  WS-PM-EDIT              PIC -----------9.99.
           05  WS-PY-EDIT              PIC -----------9.99.
           05  WS-VAR-EDIT             PIC -----9.9.
           05  WS-TOP-EDIT             PIC Z9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
           PERFORM READ-ANALYSIS-PARM
           PERFORM SET-COMPARISON-PERIODS
           PERFORM SORT-SALES-HISTORY
           PERFORM OPEN-ANALYSIS-FILES
           PERFORM WRITE-ANALYSIS-HEADING
           PERFORM PROCESS-SORTED-HISTORY UNTIL WS-SORTED-EOF = 'Y'
           PERFORM FINAL-ANALYSIS-BREAK
           CLOSE SORTED-HISTORY-FILE
           CLOSE ANALYSIS-RPT
           DISPLAY "SLSANL01 - period analysed      : " WS-PERIOD
           DISPLAY "SLSANL01 - live entries used    : "
              WS-LIVE-RELEASED
           DISPLAY "SLSANL01 - archived entries used: "
              WS-ARCHIVE-RELEASED
           DISPLAY "SLSANL01 - divisions reported   : "
              WS-DIVISION-COUNT
           DISPLAY "SLSANL01 - customers compared   : "
              WS-CUSTOMER-COUNT
           DISPLAY "SLSANL01 - active this month    : "
              WS-ACTIVE-COUNT
           STOP RUN.

       READ-ANALYSIS-PARM.
           OPEN INPUT ANALYSIS-PARM-FILE
           IF WS-ANLPARM-STATUS = "00"
              READ ANALYSIS-PARM-FILE
                  NOT AT END
                      PERFORM CHECK-ANALYSIS-PARM
              END-READ
              CLOSE ANALYSIS-PARM-FILE
           END-IF.

       CHECK-ANALYSIS-PARM.
           IF ANP-PERIOD IS NUMERIC
              AND ANP-PERIOD(5:2) >= "01"
              AND ANP-PERIOD(5:2) <= "12"
              MOVE ANP-PERIOD TO WS-PERIOD
           ELSE
              DISPLAY "SLSANL01 - bad period '" ANP-PERIOD
                 "', current month used"
           END-IF
           IF ANP-TOP-COUNT IS NUMERIC
              AND ANP-TOP-COUNT > "00"
              MOVE ANP-TOP-COUNT TO WS-TOP-COUNT
              IF WS-TOP-COUNT > 20
                 DISPLAY "SLSANL01 - top customer count "
                    WS-TOP-COUNT " over 20, 20 used"
                 MOVE 20 TO WS-TOP-COUNT
              END-IF
           ELSE
              IF ANP-TOP-COUNT NOT = SPACES
                 DISPLAY "SLSANL01 - bad top customer count '"
                    ANP-TOP-COUNT "', default used"
              END-IF
           END-IF.

      *> January's prior month is December of the year before.
       SET-COMPARISON-PERIODS.
           IF WS-PERIOD-MONTH = 1
              COMPUTE WS-PRIOR-MONTH = WS-PERIOD - 89
           ELSE
              COMPUTE WS-PRIOR-MONTH = WS-PERIOD - 1
           END-IF
           COMPUTE WS-PRIOR-YEAR = WS-PERIOD - 100.

       SORT-SALES-HISTORY.
           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY HSRT-DIVISION
               ON ASCENDING KEY HSRT-CUSTOMER-NO
               INPUT PROCEDURE IS RELEASE-SALES-HISTORY
               GIVING SORTED-HISTORY-FILE.

      *> Only the three periods compared go to the sort. Either
      *> file may be absent - no archive before the first close, no
      *> live history before SLSHST01's first run.
       RELEASE-SALES-HISTORY.
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SLSHIST-STATUS NOT = "00"
              DISPLAY "SLSANL01 - SALES-HISTORY-FILE absent, status "
                 WS-SLSHIST-STATUS ", live history not read"
           ELSE
              PERFORM RELEASE-ONE-LIVE UNTIL WS-SLSHIST-EOF = 'Y'
              CLOSE SALES-HISTORY-FILE
           END-IF
           OPEN INPUT HISTORY-ARCHIVE-FILE
           IF WS-SLSARCH-STATUS NOT = "00"
              DISPLAY "SLSANL01 - HISTORY-ARCHIVE-FILE absent, "
                 "status " WS-SLSARCH-STATUS ", archive not read"
           ELSE
              PERFORM RELEASE-ONE-ARCHIVED UNTIL WS-SLSARCH-EOF = 'Y'
              CLOSE HISTORY-ARCHIVE-FILE
           END-IF.

       RELEASE-ONE-LIVE.
           READ SALES-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-SLSHIST-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN SLH-BUSINESS-DATE(1:6) = WS-PERIOD
                           MOVE 'Y' TO WS-LIVE-CURRENT
                           IF SLH-BUSINESS-DATE > WS-MTD-THROUGH
                              MOVE SLH-BUSINESS-DATE
                                 TO WS-MTD-THROUGH
                           END-IF
                           PERFORM RELEASE-LIVE-ENTRY
                       WHEN SLH-BUSINESS-DATE(1:6) = WS-PRIOR-MONTH
                           MOVE 'Y' TO WS-LIVE-PRIOR-MONTH
                           PERFORM RELEASE-LIVE-ENTRY
                       WHEN SLH-BUSINESS-DATE(1:6) = WS-PRIOR-YEAR
                           MOVE 'Y' TO WS-LIVE-PRIOR-YEAR
                           PERFORM RELEASE-LIVE-ENTRY
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       RELEASE-LIVE-ENTRY.
           RELEASE HISTORY-SORT-RECORD FROM SALES-HISTORY-RECORD
           ADD 1 TO WS-LIVE-RELEASED.

       RELEASE-ONE-ARCHIVED.
           READ HISTORY-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-SLSARCH-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN ASLH-BUSINESS-DATE(1:6) = WS-PERIOD
                           AND WS-LIVE-CURRENT = 'N'
                           IF ASLH-BUSINESS-DATE > WS-MTD-THROUGH
                              MOVE ASLH-BUSINESS-DATE
                                 TO WS-MTD-THROUGH
                           END-IF
                           PERFORM RELEASE-ARCHIVED-ENTRY
                       WHEN ASLH-BUSINESS-DATE(1:6) = WS-PRIOR-MONTH
                           AND WS-LIVE-PRIOR-MONTH = 'N'
                           PERFORM RELEASE-ARCHIVED-ENTRY
                       WHEN ASLH-BUSINESS-DATE(1:6) = WS-PRIOR-YEAR
                           AND WS-LIVE-PRIOR-YEAR = 'N'
                           PERFORM RELEASE-ARCHIVED-ENTRY
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       RELEASE-ARCHIVED-ENTRY.
           RELEASE HISTORY-SORT-RECORD FROM HISTORY-ARCHIVE-RECORD
           ADD 1 TO WS-ARCHIVE-RELEASED.

       OPEN-ANALYSIS-FILES.
           OPEN INPUT SORTED-HISTORY-FILE
           IF WS-SRTHIST-STATUS NOT = "00"
              DISPLAY "SLSANL01 - SORTED-HISTORY-FILE open failed, "
                 "status " WS-SRTHIST-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT ANALYSIS-RPT
           IF WS-ANLRPT-STATUS NOT = "00"
              DISPLAY "SLSANL01 - ANALYSIS-RPT open failed, status "
                 WS-ANLRPT-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-ANALYSIS-HEADING.
           MOVE SPACES TO ANALYSIS-LINE
           IF WS-MTD-THROUGH > 0
              STRING "SLSANL01 - SALES ANALYSIS  PERIOD "
                     DELIMITED BY SIZE
                     WS-PERIOD DELIMITED BY SIZE
                     "  MONTH TO DATE THROUGH " DELIMITED BY SIZE
                     WS-MTD-THROUGH DELIMITED BY SIZE
                     "  RUN DATE " DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                  INTO ANALYSIS-LINE
              END-STRING
           ELSE
              STRING "SLSANL01 - SALES ANALYSIS  PERIOD "
                     DELIMITED BY SIZE
                     WS-PERIOD DELIMITED BY SIZE
                     "  NO SALES THIS MONTH" DELIMITED BY SIZE
                     "  RUN DATE " DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                  INTO ANALYSIS-LINE
              END-STRING
           END-IF
           PERFORM WRITE-ANALYSIS-LINE
           MOVE WS-TOP-COUNT TO WS-TOP-EDIT
           MOVE SPACES TO ANALYSIS-LINE
           STRING "COMPARED WITH PRIOR MONTH " DELIMITED BY SIZE
                  WS-PRIOR-MONTH DELIMITED BY SIZE
                  " AND PRIOR YEAR " DELIMITED BY SIZE
                  WS-PRIOR-YEAR DELIMITED BY SIZE
                  " (WHOLE MONTHS, NET)  TOP " DELIMITED BY SIZE
                  WS-TOP-EDIT DELIMITED BY SIZE
                  " CUSTOMERS PER DIVISION" DELIMITED BY SIZE
               INTO ANALYSIS-LINE
           END-STRING
           PERFORM WRITE-ANALYSIS-LINE
           MOVE SPACES TO ANALYSIS-LINE
           PERFORM WRITE-ANALYSIS-LINE
           MOVE SPACES TO ANALYSIS-LINE
           STRING "DV CUSTOMER            SALES         RETURNS"
                  "     ADJUSTMENTS             NET     PRIOR MONTH"
                  "     VAR%      PRIOR YEAR     VAR%"
                  DELIMITED BY SIZE
               INTO ANALYSIS-LINE
           END-STRING
           PERFORM WRITE-ANALYSIS-LINE.

       PROCESS-SORTED-HISTORY.
           READ SORTED-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-SORTED-EOF
               NOT AT END
                   PERFORM ACCUMULATE-HISTORY-ENTRY
           END-READ.

      *> The entry counts in the column for the period its business
      *> date falls in; only the sort let the three periods through.
       ACCUMULATE-HISTORY-ENTRY.
           IF WS-CUST-ACTIVE = 'Y'
              AND SH-CUSTOMER-NO NOT = WS-BREAK-CUSTOMER
              PERFORM CUSTOMER-ANALYSIS-BREAK
           END-IF
           IF WS-DIV-ACTIVE = 'Y'
              AND SH-DIVISION NOT = WS-BREAK-DIVISION
              PERFORM DIVISION-ANALYSIS-BREAK
           END-IF
           IF WS-DIV-ACTIVE = 'N'
              MOVE SH-DIVISION TO WS-BREAK-DIVISION
              MOVE 'Y' TO WS-DIV-ACTIVE
           END-IF
           IF WS-CUST-ACTIVE = 'N'
              MOVE SH-CUSTOMER-NO TO WS-BREAK-CUSTOMER
              MOVE 'Y' TO WS-CUST-ACTIVE
              MOVE 'N' TO WS-CUST-CURRENT
              MOVE 0 TO WS-CUST-SALES
              MOVE 0 TO WS-CUST-RETURNS
              MOVE 0 TO WS-CUST-ADJUST
              MOVE 0 TO WS-CUST-NET
              MOVE 0 TO WS-CUST-PRIOR-MONTH
              MOVE 0 TO WS-CUST-PRIOR-YEAR
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           COMPUTE WS-ENTRY-NET =
              SH-SALES-AMOUNT + SH-RETURN-AMOUNT + SH-ADJUST-AMOUNT
           EVALUATE TRUE
               WHEN SH-BUSINESS-DATE(1:6) = WS-PERIOD
                   MOVE 'Y' TO WS-CUST-CURRENT
                   ADD SH-SALES-AMOUNT  TO WS-CUST-SALES
                   ADD SH-RETURN-AMOUNT TO WS-CUST-RETURNS
                   ADD SH-ADJUST-AMOUNT TO WS-CUST-ADJUST
                   ADD WS-ENTRY-NET     TO WS-CUST-NET
               WHEN SH-BUSINESS-DATE(1:6) = WS-PRIOR-MONTH
                   ADD WS-ENTRY-NET     TO WS-CUST-PRIOR-MONTH
               WHEN OTHER
                   ADD WS-ENTRY-NET     TO WS-CUST-PRIOR-YEAR
           END-EVALUATE.

      *> Every customer counts in the division's totals, this month
      *> or not; only one with activity this month can rank.
       CUSTOMER-ANALYSIS-BREAK.
           ADD 1 TO WS-CUSTOMER-COUNT
           ADD WS-CUST-SALES       TO WS-DIV-SALES
           ADD WS-CUST-RETURNS     TO WS-DIV-RETURNS
           ADD WS-CUST-ADJUST      TO WS-DIV-ADJUST
           ADD WS-CUST-NET         TO WS-DIV-NET
           ADD WS-CUST-PRIOR-MONTH TO WS-DIV-PRIOR-MONTH
           ADD WS-CUST-PRIOR-YEAR  TO WS-DIV-PRIOR-YEAR
           IF WS-CUST-CURRENT = 'Y'
              ADD 1 TO WS-ACTIVE-COUNT
              PERFORM RANK-CUSTOMER
           END-IF
           MOVE 'N' TO WS-CUST-ACTIVE.

      *> A customer goes in at the bottom - a new place while the
      *> table is short, else over the lowest when it beats it -
      *> and is moved up past every lower net above it. Equal nets
      *> keep customer number order.
       RANK-CUSTOMER.
           IF WS-TOP-USED < WS-TOP-COUNT
              ADD 1 TO WS-TOP-USED
              MOVE WS-TOP-USED TO WS-TOP-SUB
              PERFORM STORE-TOP-CUSTOMER
           ELSE
              MOVE WS-TOP-USED TO WS-TOP-SUB
              IF WS-CUST-NET > WS-TOP-NET(WS-TOP-SUB)
                 PERFORM STORE-TOP-CUSTOMER
              END-IF
           END-IF.

       STORE-TOP-CUSTOMER.
           MOVE WS-BREAK-CUSTOMER   TO WS-TOP-CUSTOMER(WS-TOP-SUB)
           MOVE WS-CUST-SALES       TO WS-TOP-SALES(WS-TOP-SUB)
           MOVE WS-CUST-RETURNS     TO WS-TOP-RETURNS(WS-TOP-SUB)
           MOVE WS-CUST-ADJUST      TO WS-TOP-ADJUST(WS-TOP-SUB)
           MOVE WS-CUST-NET         TO WS-TOP-NET(WS-TOP-SUB)
           MOVE WS-CUST-PRIOR-MONTH TO WS-TOP-PRIOR-MONTH(WS-TOP-SUB)
           MOVE WS-CUST-PRIOR-YEAR  TO WS-TOP-PRIOR-YEAR(WS-TOP-SUB)
           PERFORM VARYING WS-TOP-SUB FROM WS-TOP-SUB BY -1
               UNTIL WS-TOP-SUB < 2
               IF WS-TOP-NET(WS-TOP-SUB)
                  > WS-TOP-NET(WS-TOP-SUB - 1)
                  MOVE WS-TOP-ENTRY(WS-TOP-SUB) TO WS-TOP-HOLD
                  MOVE WS-TOP-ENTRY(WS-TOP-SUB - 1)
                     TO WS-TOP-ENTRY(WS-TOP-SUB)
                  MOVE WS-TOP-HOLD TO WS-TOP-ENTRY(WS-TOP-SUB - 1)
               END-IF
           END-PERFORM.

       DIVISION-ANALYSIS-BREAK.
           MOVE WS-BREAK-DIVISION  TO WS-LINE-DIVISION
           MOVE "*DIVISION"        TO WS-LINE-LABEL
           MOVE WS-DIV-SALES       TO WS-LINE-SALES
           MOVE WS-DIV-RETURNS     TO WS-LINE-RETURNS
           MOVE WS-DIV-ADJUST      TO WS-LINE-ADJUST
           MOVE WS-DIV-NET         TO WS-LINE-NET
           MOVE WS-DIV-PRIOR-MONTH TO WS-LINE-PRIOR-MONTH
           MOVE WS-DIV-PRIOR-YEAR  TO WS-LINE-PRIOR-YEAR
           PERFORM WRITE-AMOUNT-LINE
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > WS-TOP-USED
               MOVE WS-BREAK-DIVISION TO WS-LINE-DIVISION
               MOVE WS-TOP-CUSTOMER(WS-TOP-IDX) TO WS-LINE-LABEL
               MOVE WS-TOP-SALES(WS-TOP-IDX)    TO WS-LINE-SALES
               MOVE WS-TOP-RETURNS(WS-TOP-IDX)  TO WS-LINE-RETURNS
               MOVE WS-TOP-ADJUST(WS-TOP-IDX)   TO WS-LINE-ADJUST
               MOVE WS-TOP-NET(WS-TOP-IDX)      TO WS-LINE-NET
               MOVE WS-TOP-PRIOR-MONTH(WS-TOP-IDX)
                  TO WS-LINE-PRIOR-MONTH
               MOVE WS-TOP-PRIOR-YEAR(WS-TOP-IDX)
                  TO WS-LINE-PRIOR-YEAR
               PERFORM WRITE-AMOUNT-LINE
           END-PERFORM
           MOVE SPACES TO ANALYSIS-LINE
           PERFORM WRITE-ANALYSIS-LINE
           ADD 1 TO WS-DIVISION-COUNT
           ADD WS-DIV-SALES       TO WS-TOT-SALES
           ADD WS-DIV-RETURNS     TO WS-TOT-RETURNS
           ADD WS-DIV-ADJUST      TO WS-TOT-ADJUST
           ADD WS-DIV-NET         TO WS-TOT-NET
           ADD WS-DIV-PRIOR-MONTH TO WS-TOT-PRIOR-MONTH
           ADD WS-DIV-PRIOR-YEAR  TO WS-TOT-PRIOR-YEAR
           MOVE 0 TO WS-DIV-SALES
           MOVE 0 TO WS-DIV-RETURNS
           MOVE 0 TO WS-DIV-ADJUST
           MOVE 0 TO WS-DIV-NET
           MOVE 0 TO WS-DIV-PRIOR-MONTH
           MOVE 0 TO WS-DIV-PRIOR-YEAR
           MOVE 0 TO WS-TOP-USED
           MOVE 'N' TO WS-DIV-ACTIVE.

       FINAL-ANALYSIS-BREAK.
           IF WS-CUST-ACTIVE = 'Y'
              PERFORM CUSTOMER-ANALYSIS-BREAK
           END-IF
           IF WS-DIV-ACTIVE = 'Y'
              PERFORM DIVISION-ANALYSIS-BREAK
           END-IF
           MOVE "**"               TO WS-LINE-DIVISION
           MOVE "*TOTAL"           TO WS-LINE-LABEL
           MOVE WS-TOT-SALES       TO WS-LINE-SALES
           MOVE WS-TOT-RETURNS     TO WS-LINE-RETURNS
           MOVE WS-TOT-ADJUST      TO WS-LINE-ADJUST
           MOVE WS-TOT-NET         TO WS-LINE-NET
           MOVE WS-TOT-PRIOR-MONTH TO WS-LINE-PRIOR-MONTH
           MOVE WS-TOT-PRIOR-YEAR  TO WS-LINE-PRIOR-YEAR
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-LINE-NET         TO WS-CMP-CURRENT
           MOVE WS-LINE-PRIOR-MONTH TO WS-CMP-BASE
           PERFORM COMPUTE-VARIANCE
           MOVE WS-VAR-TEXT         TO WS-PM-VAR-TEXT
           MOVE WS-LINE-PRIOR-YEAR  TO WS-CMP-BASE
           PERFORM COMPUTE-VARIANCE
           MOVE WS-VAR-TEXT         TO WS-PY-VAR-TEXT
           MOVE WS-LINE-SALES       TO WS-SALES-EDIT
           MOVE WS-LINE-RETURNS     TO WS-RETURNS-EDIT
           MOVE WS-LINE-ADJUST      TO WS-ADJUST-EDIT
           MOVE WS-LINE-NET         TO WS-NET-EDIT
           MOVE WS-LINE-PRIOR-MONTH TO WS-PM-EDIT
           MOVE WS-LINE-PRIOR-YEAR  TO WS-PY-EDIT
           MOVE SPACES TO ANALYSIS-LINE
           STRING WS-LINE-DIVISION  DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-LINE-LABEL     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-SALES-EDIT     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-RETURNS-EDIT   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-ADJUST-EDIT    DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-NET-EDIT       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-PM-EDIT        DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-PM-VAR-TEXT    DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-PY-EDIT        DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-PY-VAR-TEXT    DELIMITED BY SIZE
               INTO ANALYSIS-LINE
           END-STRING
           PERFORM WRITE-ANALYSIS-LINE.

      *> Variance of this month's net on the earlier figure, as a
      *> percent of that figure's size, so a move up from a net
      *> credit still shows as a rise. Nothing to compare with
      *> shows N/A; a percent too big to print shows asterisks.
       COMPUTE-VARIANCE.
           IF WS-CMP-BASE = 0
              MOVE "     N/A" TO WS-VAR-TEXT
           ELSE
              IF WS-CMP-BASE < 0
                 COMPUTE WS-CMP-BASE-ABS = 0 - WS-CMP-BASE
              ELSE
                 MOVE WS-CMP-BASE TO WS-CMP-BASE-ABS
              END-IF
              COMPUTE WS-VARIANCE ROUNDED =
                 (WS-CMP-CURRENT - WS-CMP-BASE) * 100
                 / WS-CMP-BASE-ABS
                 ON SIZE ERROR
                    MOVE "   *****" TO WS-VAR-TEXT
                 NOT ON SIZE ERROR
                    MOVE WS-VARIANCE TO WS-VAR-EDIT
                    MOVE WS-VAR-EDIT TO WS-VAR-TEXT
              END-COMPUTE
           END-IF.

       WRITE-ANALYSIS-LINE.
           WRITE ANALYSIS-LINE
           IF WS-ANLRPT-STATUS NOT = "00"
              DISPLAY "SLSANL01 - report write failed, status "
                 WS-ANLRPT-STATUS
           END-IF.
