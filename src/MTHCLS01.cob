      *  counts its latest period-to-date record. An already-closed
      *  period is rejected; a missing business day stops the close
      *  with RETURN-CODE 8 and nothing posted.
      *  The close also rates each customer's net sales for the
      *  period (returns deducted), from the posted-key history,
      *  against the volume rebate tiers on REBTIER.DAT, prints the
      *  rebate accrual report REBATE.RPT - customers just short of
      *  their next tier listed separately - and writes the
      *  balanced rebate accrual posting REBGL.DAT in the monthly
      *  GL layout. A "P" after the period on PERIOD.PARM runs the
      *  rebate report alone as a preview, so sales can act on the
      *  near-misses while the period is still open: nothing is
      *  posted, the period is not closed and the business days
      *  are not checked.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHCLS01.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MTHGL-STATUS.

           SELECT POSTED-KEY-FILE ASSIGN TO "POSTKEY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PKH-RECORD-KEY
               FILE STATUS IS WS-POSTKEY-STATUS.

           SELECT REBATE-TIER-FILE ASSIGN TO "REBTIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REBTIER-STATUS.

           SELECT REBATE-PARM-FILE ASSIGN TO "REBATE.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REBPARM-STATUS.

           SELECT REBATE-RPT ASSIGN TO "REBATE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REBRPT-STATUS.

           SELECT REBATE-GL-FILE ASSIGN TO "REBGL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REBGL-STATUS.

           SELECT SORTED-KEY-FILE ASSIGN TO "SORTREB.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRTKEY-STATUS.

           SELECT KEY-SORT-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-PARM-FILE.
       01  PERIOD-PARM-RECORD.
           05  PPR-PERIOD               PIC 9(6).
           05  PPR-RUN-MODE             PIC X(1).
               88  PPR-REBATE-PREVIEW   VALUE "P".

       FD  PTD-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY GLXREC.

       FD  POSTED-KEY-FILE.
           COPY PKHREC.

       FD  REBATE-TIER-FILE.
           COPY RBTREC.

       FD  REBATE-PARM-FILE.
       01  REBATE-PARM-RECORD           PIC 9(2)V99.

       FD  REBATE-RPT.
       01  REBATE-LINE                  PIC X(80).

       FD  REBATE-GL-FILE
           RECORDING MODE IS F.
           COPY GLXREC REPLACING LEADING ==GLX-== BY ==RGL-==
               ==GL-EXTRACT-RECORD== BY ==REBATE-GL-RECORD==.

       FD  SORTED-KEY-FILE
           RECORDING MODE IS F.
           COPY PKHREC REPLACING LEADING ==PKH-== BY ==SK-==
               ==POSTED-KEY-RECORD== BY ==SORTED-KEY-RECORD==.

       SD  KEY-SORT-FILE.
           COPY PKHREC REPLACING LEADING ==PKH-== BY ==KSRT-==
               ==POSTED-KEY-RECORD== BY ==KEY-SORT-RECORD==.

       WORKING-STORAGE SECTION.
       01  WS-PERPARM-STATUS           PIC X(2).
       01  WS-PTD-STATUS               PIC X(2).
       01  WS-PERSTAT-STATUS           PIC X(2).
       01  WS-MTHSUM-STATUS            PIC X(2).
       01  WS-MTHGL-STATUS             PIC X(2).
       01  WS-POSTKEY-STATUS           PIC X(2).
       01  WS-REBTIER-STATUS           PIC X(2).
       01  WS-REBPARM-STATUS           PIC X(2).
       01  WS-REBRPT-STATUS            PIC X(2).
       01  WS-REBGL-STATUS             PIC X(2).
       01  WS-SRTKEY-STATUS            PIC X(2).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-GL-ACCOUNT-CODE          PIC X(10) VALUE "4000000001".
       01  WS-GL-OFFSET-ACCOUNT        PIC X(10) VALUE "1200000001".

      *> The accrual charges rebate expense and raises the accrued
      *> rebates liability the customers' credits are later paid
      *> from.
       01  WS-REBATE-EXPENSE-ACCOUNT   PIC X(10) VALUE "5300000001".
       01  WS-REBATE-ACCRUAL-ACCOUNT   PIC X(10) VALUE "2300000001".

      *> A customer whose volume is within this percent of the
      *> threshold of their next tier is listed as a near-miss.
      *> REBATE.PARM overrides it.
       01  WS-NEAR-MISS-PCT            PIC 9(2)V99 VALUE 10.00.

       01  WS-PERIOD-FIELDS.
           05  WS-PERIOD               PIC 9(6).
           05  WS-PERIOD-X REDEFINES WS-PERIOD.
           05  WS-DAYS-PRESENT         PIC 9(2) VALUE 0.
           05  WS-LAST-PER-STATUS      PIC X(1) VALUE "O".
           05  WS-LAST-PER-DATE        PIC 9(8) VALUE 0.
           05  WS-REBATE-PREVIEW       PIC X VALUE 'N'.
           05  WS-KEY-EOF              PIC X VALUE 'N'.
           05  WS-CUST-ACTIVE          PIC X VALUE 'N'.
           05  WS-DIV-ACTIVE           PIC X VALUE 'N'.
           05  WS-BREAK-CUSTOMER       PIC X(9).
           05  WS-BREAK-DIVISION       PIC X(2).

      *> Rebate tiers as loaded from REBTIER.DAT, in any order.
       01  WS-REBATE-TIER-TABLE.
           05  WS-RBT-COUNT            PIC 9(3) VALUE 0.
           05  WS-RBT-ENTRY OCCURS 100 TIMES
               INDEXED BY WS-RBT-IDX.
               10  WS-RBT-DIVISION     PIC X(2).
               10  WS-RBT-BASIS        PIC X(1).
               10  WS-RBT-THRESHOLD    PIC 9(9)V99.
               10  WS-RBT-PERCENT      PIC 9(2)V99.

      *> Customers just short of their next tier, held until the
      *> rated customers and totals are printed.
       01  WS-NEAR-MISS-TABLE.
           05  WS-NM-COUNT             PIC 9(3) VALUE 0.
           05  WS-NM-ENTRY OCCURS 500 TIMES
               INDEXED BY WS-NM-IDX.
               10  WS-NM-CUSTOMER      PIC X(9).
               10  WS-NM-BASIS         PIC X(1).
               10  WS-NM-VOLUME        PIC S9(9)V99.
               10  WS-NM-THRESHOLD     PIC 9(9)V99.
               10  WS-NM-PERCENT       PIC 9(2)V99.
               10  WS-NM-NOW-PERCENT   PIC 9(2)V99.

      *> One customer's net period sales and where they rate.
       01  WS-REBATE-FIELDS.
           05  WS-CUST-QTY             PIC S9(9) VALUE 0.
           05  WS-CUST-AMOUNT          PIC S9(9)V99 VALUE 0.
           05  WS-CUST-REBATE          PIC S9(9)V99 VALUE 0.
           05  WS-RATE-DIVISION        PIC X(2).
           05  WS-RATE-BASIS           PIC X(1).
           05  WS-RATE-VOLUME          PIC S9(9)V99.
           05  WS-RATE-FOUND           PIC X VALUE 'N'.
           05  WS-RATE-THRESHOLD       PIC 9(9)V99.
           05  WS-RATE-PERCENT         PIC 9(2)V99.
           05  WS-NEXT-FOUND           PIC X VALUE 'N'.
           05  WS-NEXT-THRESHOLD       PIC 9(9)V99.
           05  WS-NEXT-PERCENT         PIC 9(2)V99.
           05  WS-NEAR-FLOOR           PIC 9(9)V99.
           05  WS-SHORTFALL            PIC 9(9)V99.

       01  WS-REBATE-TOTALS.
           05  WS-DIV-CUSTOMERS        PIC 9(5) VALUE 0.
           05  WS-DIV-NET-AMOUNT       PIC S9(9)V99 VALUE 0.
           05  WS-DIV-REBATE           PIC S9(9)V99 VALUE 0.
           05  WS-REB-CUSTOMERS        PIC 9(5) VALUE 0.
           05  WS-REB-NET-AMOUNT       PIC S9(9)V99 VALUE 0.
           05  WS-REB-TOTAL            PIC S9(9)V99 VALUE 0.

      *> One entry per business date and source system; a rerun of
      *> a day's feed overlays its own entry so the latest totals
           05  WS-AMOUNT-EDIT          PIC ---------9.99.
           05  WS-QTY-EDIT             PIC ZZZZZZZZ9.
           05  WS-AVG-EDIT             PIC -----9.99.
           05  WS-NET-QTY-EDIT         PIC --------9.
           05  WS-REBATE-EDIT          PIC ---------9.99.
           05  WS-PCT-EDIT             PIC Z9.99.
           05  WS-NOW-PCT-EDIT         PIC Z9.99.
           05  WS-THRESHOLD-EDIT       PIC ZZZZZZZZ9.99.
           05  WS-SHORTFALL-EDIT       PIC ZZZZZZZZ9.99.
           05  WS-CUSTCNT-EDIT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PERIOD-PARM
           PERFORM CHECK-ALREADY-CLOSED
           PERFORM COMPUTE-DAYS-IN-MONTH
           IF WS-REBATE-PREVIEW = 'Y'
              PERFORM RATE-CUSTOMER-REBATES
              DISPLAY "MTHCLS01 - rebate preview for period "
                 WS-PERIOD ", " WS-REB-CUSTOMERS " customer(s), "
                 WS-NM-COUNT " near next tier, nothing posted"
              STOP RUN
           END-IF
           PERFORM INITIALIZE-DAILY-TABLE
           PERFORM LOAD-PTD-RECORDS
           PERFORM ROLL-SOURCE-DAYS
           PERFORM COMPUTE-PERIOD-TOTALS
           PERFORM WRITE-MONTHLY-SUMMARY
           PERFORM WRITE-MONTHLY-GL-POSTING
           PERFORM RATE-CUSTOMER-REBATES
           PERFORM CLOSE-THE-PERIOD
           DISPLAY "MTHCLS01 - period " WS-PERIOD " closed, "
              WS-DAYS-PRESENT " day(s) summarized"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE PPR-PERIOD TO WS-PERIOD
                   IF PPR-REBATE-PREVIEW
                      MOVE 'Y' TO WS-REBATE-PREVIEW
                   END-IF
           END-READ
           CLOSE PERIOD-PARM-FILE.

           END-IF
           CLOSE MONTHLY-GL-FILE.

      *> Month-end volume rebates. Every key on the posted-key
      *> history that posted in the period - a line posted on one
      *> of its business days, or a held line released on one - is
      *> sorted into customer order, each customer's net quantity
      *> and amount is rated against the tiers, and the accrual is
      *> reported and, unless this is a preview, posted.
       RATE-CUSTOMER-REBATES.
           PERFORM READ-REBATE-PARM
           PERFORM LOAD-REBATE-TIERS
           PERFORM SORT-PERIOD-KEYS
           PERFORM OPEN-REBATE-REPORT
           PERFORM WRITE-REBATE-HEADING
           OPEN INPUT SORTED-KEY-FILE
           PERFORM PROCESS-SORTED-KEY UNTIL WS-KEY-EOF = 'Y'
           CLOSE SORTED-KEY-FILE
           PERFORM FINAL-REBATE-BREAK
           PERFORM WRITE-REBATE-TOTALS
           PERFORM WRITE-NEAR-MISS-LIST
           CLOSE REBATE-RPT
           IF WS-REBATE-PREVIEW = 'N'
              PERFORM WRITE-REBATE-GL-POSTING
           END-IF.

       READ-REBATE-PARM.
           OPEN INPUT REBATE-PARM-FILE
           IF WS-REBPARM-STATUS = "00"
              READ REBATE-PARM-FILE
                  NOT AT END
                      MOVE REBATE-PARM-RECORD TO WS-NEAR-MISS-PCT
              END-READ
              CLOSE REBATE-PARM-FILE
           END-IF.

      *> With no tier file every customer rates at nothing, so the
      *> report still shows the period's customer sales and the
      *> accrual posts at zero rather than leaving last month's.
       LOAD-REBATE-TIERS.
           OPEN INPUT REBATE-TIER-FILE
           IF WS-REBTIER-STATUS NOT = "00"
              DISPLAY "MTHCLS01 - REBATE-TIER-FILE absent, status "
                 WS-REBTIER-STATUS ", no rebates accrued"
           ELSE
              PERFORM READ-REBATE-TIER
                 UNTIL WS-REBTIER-STATUS NOT = "00"
              CLOSE REBATE-TIER-FILE
           END-IF.

       READ-REBATE-TIER.
           READ REBATE-TIER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM VALIDATE-REBATE-TIER
           END-READ.

      *> A tier with an unknown basis, or a basis different from
      *> the division's tiers already loaded, cannot be rated and
      *> is dropped.
       VALIDATE-REBATE-TIER.
           MOVE 'Y' TO WS-RATE-FOUND
           IF NOT RBT-BY-QUANTITY AND NOT RBT-BY-AMOUNT
              MOVE 'N' TO WS-RATE-FOUND
              DISPLAY "MTHCLS01 - rebate tier basis " RBT-BASIS
                 " invalid, dropped division " RBT-DIVISION
           END-IF
           PERFORM VARYING WS-RBT-IDX FROM 1 BY 1
               UNTIL WS-RBT-IDX > WS-RBT-COUNT
               IF WS-RBT-DIVISION(WS-RBT-IDX) = RBT-DIVISION
                  AND WS-RBT-BASIS(WS-RBT-IDX) NOT = RBT-BASIS
                  AND WS-RATE-FOUND = 'Y'
                  MOVE 'N' TO WS-RATE-FOUND
                  DISPLAY "MTHCLS01 - rebate tier basis " RBT-BASIS
                     " differs from division " RBT-DIVISION
                     ", dropped"
               END-IF
           END-PERFORM
           IF WS-RATE-FOUND = 'Y'
              IF WS-RBT-COUNT < 100
                 ADD 1 TO WS-RBT-COUNT
                 MOVE RBT-DIVISION  TO WS-RBT-DIVISION(WS-RBT-COUNT)
                 MOVE RBT-BASIS     TO WS-RBT-BASIS(WS-RBT-COUNT)
                 MOVE RBT-THRESHOLD TO WS-RBT-THRESHOLD(WS-RBT-COUNT)
                 MOVE RBT-PERCENT   TO WS-RBT-PERCENT(WS-RBT-COUNT)
              ELSE
                 DISPLAY "MTHCLS01 - rebate tier table full, "
                    "dropped division " RBT-DIVISION
              END-IF
           END-IF.

       SORT-PERIOD-KEYS.
           SORT KEY-SORT-FILE
               ON ASCENDING KEY KSRT-CUSTOMER-NO
               ON ASCENDING KEY KSRT-RECORD-KEY
               INPUT PROCEDURE IS RELEASE-PERIOD-KEYS
               GIVING SORTED-KEY-FILE.

       RELEASE-PERIOD-KEYS.
           OPEN INPUT POSTED-KEY-FILE
           IF WS-POSTKEY-STATUS NOT = "00"
              DISPLAY "MTHCLS01 - POSTED-KEY-FILE absent, status "
                 WS-POSTKEY-STATUS ", no customer sales to rate"
           ELSE
              PERFORM RELEASE-ONE-PERIOD-KEY
                 UNTIL WS-POSTKEY-STATUS NOT = "00"
              CLOSE POSTED-KEY-FILE
           END-IF.

      *> A line still held in suspense or on price has not posted
      *> and does not count until its release does.
       RELEASE-ONE-PERIOD-KEY.
           READ POSTED-KEY-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF (PKH-POSTED
                       AND PKH-BUSINESS-DATE(1:6) = WS-PERIOD)
                      OR (PKH-HELD
                       AND PKH-RELEASED-DATE(1:6) = WS-PERIOD)
                      RELEASE KEY-SORT-RECORD
                         FROM POSTED-KEY-RECORD
                   END-IF
           END-READ.

       OPEN-REBATE-REPORT.
           OPEN OUTPUT REBATE-RPT
           IF WS-REBRPT-STATUS NOT = "00"
              DISPLAY "MTHCLS01 - REBATE-RPT open failed, status "
                 WS-REBRPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-REBATE-HEADING.
           MOVE SPACES TO REBATE-LINE
           STRING "MTHCLS01 - REBATE ACCRUAL  PERIOD "
               DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               "  RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REBATE-LINE
           END-STRING
           IF WS-REBATE-PREVIEW = 'Y'
              MOVE "PREVIEW" TO REBATE-LINE(66:7)
           END-IF
           PERFORM WRITE-REBATE-LINE
           MOVE SPACES TO REBATE-LINE
           STRING "CUSTOMER   DV    NET QTY     NET AMOUNT  TIER%"
                  "         REBATE"
                  DELIMITED BY SIZE
               INTO REBATE-LINE
           END-STRING
           PERFORM WRITE-REBATE-LINE.

       PROCESS-SORTED-KEY.
           READ SORTED-KEY-FILE
               AT END
                   MOVE 'Y' TO WS-KEY-EOF
               NOT AT END
                   PERFORM ACCUMULATE-CUSTOMER-KEY
           END-READ.

      *> Returns come off the quantity as well as the amount; an
      *> adjustment moves the amount only.
       ACCUMULATE-CUSTOMER-KEY.
           IF WS-CUST-ACTIVE = 'Y'
              AND SK-CUSTOMER-NO NOT = WS-BREAK-CUSTOMER
              PERFORM CUSTOMER-REBATE-BREAK
           END-IF
           IF WS-DIV-ACTIVE = 'Y'
              AND SK-CUSTOMER-NO(1:2) NOT = WS-BREAK-DIVISION
              PERFORM DIVISION-REBATE-BREAK
           END-IF
           IF WS-DIV-ACTIVE = 'N'
              MOVE SK-CUSTOMER-NO(1:2) TO WS-BREAK-DIVISION
              MOVE 'Y' TO WS-DIV-ACTIVE
           END-IF
           IF WS-CUST-ACTIVE = 'N'
              MOVE SK-CUSTOMER-NO TO WS-BREAK-CUSTOMER
              MOVE 'Y' TO WS-CUST-ACTIVE
              MOVE 0 TO WS-CUST-QTY
              MOVE 0 TO WS-CUST-AMOUNT
           END-IF
           ADD SK-AMOUNT TO WS-CUST-AMOUNT
           EVALUATE TRUE
               WHEN SK-TYPE-RETURN
                   SUBTRACT SK-QTY FROM WS-CUST-QTY
               WHEN SK-TYPE-ADJUSTMENT
                   CONTINUE
               WHEN OTHER
                   ADD SK-QTY TO WS-CUST-QTY
           END-EVALUATE.

       CUSTOMER-REBATE-BREAK.
           PERFORM RATE-ONE-CUSTOMER
           PERFORM WRITE-CUSTOMER-REBATE-LINE
           ADD 1              TO WS-DIV-CUSTOMERS
           ADD WS-CUST-AMOUNT TO WS-DIV-NET-AMOUNT
           ADD WS-CUST-REBATE TO WS-DIV-REBATE
           MOVE 'N' TO WS-CUST-ACTIVE.

       DIVISION-REBATE-BREAK.
           MOVE WS-DIV-CUSTOMERS  TO WS-CUSTCNT-EDIT
           MOVE WS-DIV-NET-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-DIV-REBATE     TO WS-REBATE-EDIT
           MOVE SPACES TO REBATE-LINE
           STRING "*DIVISION "      DELIMITED BY SIZE
                  WS-BREAK-DIVISION DELIMITED BY SIZE
                  "  CUSTOMERS "    DELIMITED BY SIZE
                  WS-CUSTCNT-EDIT   DELIMITED BY SIZE
                  "  NET "          DELIMITED BY SIZE
                  WS-AMOUNT-EDIT    DELIMITED BY SIZE
                  "  REBATE "       DELIMITED BY SIZE
                  WS-REBATE-EDIT    DELIMITED BY SIZE
               INTO REBATE-LINE
           END-STRING
           PERFORM WRITE-REBATE-LINE
           MOVE SPACES TO REBATE-LINE
           PERFORM WRITE-REBATE-LINE
           ADD WS-DIV-CUSTOMERS  TO WS-REB-CUSTOMERS
           ADD WS-DIV-NET-AMOUNT TO WS-REB-NET-AMOUNT
           ADD WS-DIV-REBATE     TO WS-REB-TOTAL
           MOVE 0 TO WS-DIV-CUSTOMERS
           MOVE 0 TO WS-DIV-NET-AMOUNT
           MOVE 0 TO WS-DIV-REBATE
           MOVE 'N' TO WS-DIV-ACTIVE.

       FINAL-REBATE-BREAK.
           IF WS-CUST-ACTIVE = 'Y'
              PERFORM CUSTOMER-REBATE-BREAK
           END-IF
           IF WS-DIV-ACTIVE = 'Y'
              PERFORM DIVISION-REBATE-BREAK
           END-IF.

      *> The customer's division uses its own tiers when it has
      *> any, otherwise the all-divisions tiers. The rate is that
      *> of the highest band the customer's volume has reached,
      *> paid on the whole net amount; a customer with no net
      *> sales earns nothing. The lowest band above the volume is
      *> the next tier.
       RATE-ONE-CUSTOMER.
           MOVE SPACES TO WS-RATE-DIVISION
           MOVE SPACES TO WS-RATE-BASIS
           MOVE 'N' TO WS-RATE-FOUND
           MOVE 'N' TO WS-NEXT-FOUND
           MOVE 0 TO WS-RATE-THRESHOLD
           MOVE 0 TO WS-RATE-PERCENT
           MOVE 0 TO WS-NEXT-THRESHOLD
           MOVE 0 TO WS-NEXT-PERCENT
           MOVE 0 TO WS-CUST-REBATE
           PERFORM VARYING WS-RBT-IDX FROM 1 BY 1
               UNTIL WS-RBT-IDX > WS-RBT-COUNT
               IF WS-RBT-DIVISION(WS-RBT-IDX) = WS-BREAK-DIVISION
                  MOVE WS-BREAK-DIVISION TO WS-RATE-DIVISION
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RBT-IDX FROM 1 BY 1
               UNTIL WS-RBT-IDX > WS-RBT-COUNT
               IF WS-RBT-DIVISION(WS-RBT-IDX) = WS-RATE-DIVISION
                  MOVE WS-RBT-BASIS(WS-RBT-IDX) TO WS-RATE-BASIS
               END-IF
           END-PERFORM
           IF WS-RATE-BASIS = "Q"
              MOVE WS-CUST-QTY TO WS-RATE-VOLUME
           ELSE
              MOVE WS-CUST-AMOUNT TO WS-RATE-VOLUME
           END-IF
           PERFORM VARYING WS-RBT-IDX FROM 1 BY 1
               UNTIL WS-RBT-IDX > WS-RBT-COUNT
               IF WS-RBT-DIVISION(WS-RBT-IDX) = WS-RATE-DIVISION
                  PERFORM PLACE-CUSTOMER-IN-BAND
               END-IF
           END-PERFORM
           IF WS-RATE-FOUND = 'Y' AND WS-CUST-AMOUNT > 0
              COMPUTE WS-CUST-REBATE ROUNDED =
                 WS-CUST-AMOUNT * WS-RATE-PERCENT / 100
           END-IF
           IF WS-NEXT-FOUND = 'Y' AND WS-RATE-VOLUME > 0
              COMPUTE WS-NEAR-FLOOR ROUNDED =
                 WS-NEXT-THRESHOLD * (100 - WS-NEAR-MISS-PCT) / 100
              IF WS-RATE-VOLUME >= WS-NEAR-FLOOR
                 PERFORM ADD-NEAR-MISS
              END-IF
           END-IF.

       PLACE-CUSTOMER-IN-BAND.
           IF WS-RBT-THRESHOLD(WS-RBT-IDX) <= WS-RATE-VOLUME
              IF WS-RATE-VOLUME > 0
                 AND (WS-RATE-FOUND = 'N'
                  OR WS-RBT-THRESHOLD(WS-RBT-IDX) > WS-RATE-THRESHOLD)
                 MOVE 'Y' TO WS-RATE-FOUND
                 MOVE WS-RBT-THRESHOLD(WS-RBT-IDX)
                    TO WS-RATE-THRESHOLD
                 MOVE WS-RBT-PERCENT(WS-RBT-IDX) TO WS-RATE-PERCENT
              END-IF
           ELSE
              IF WS-NEXT-FOUND = 'N'
                 OR WS-RBT-THRESHOLD(WS-RBT-IDX) < WS-NEXT-THRESHOLD
                 MOVE 'Y' TO WS-NEXT-FOUND
                 MOVE WS-RBT-THRESHOLD(WS-RBT-IDX)
                    TO WS-NEXT-THRESHOLD
                 MOVE WS-RBT-PERCENT(WS-RBT-IDX) TO WS-NEXT-PERCENT
              END-IF
           END-IF.

       ADD-NEAR-MISS.
           IF WS-NM-COUNT < 500
              ADD 1 TO WS-NM-COUNT
              SET WS-NM-IDX TO WS-NM-COUNT
              MOVE WS-BREAK-CUSTOMER TO WS-NM-CUSTOMER(WS-NM-IDX)
              MOVE WS-RATE-BASIS     TO WS-NM-BASIS(WS-NM-IDX)
              MOVE WS-RATE-VOLUME    TO WS-NM-VOLUME(WS-NM-IDX)
              MOVE WS-NEXT-THRESHOLD TO WS-NM-THRESHOLD(WS-NM-IDX)
              MOVE WS-NEXT-PERCENT   TO WS-NM-PERCENT(WS-NM-IDX)
              MOVE WS-RATE-PERCENT   TO WS-NM-NOW-PERCENT(WS-NM-IDX)
           ELSE
              DISPLAY "MTHCLS01 - near-miss table full, dropped "
                 "customer " WS-BREAK-CUSTOMER
           END-IF.

       WRITE-CUSTOMER-REBATE-LINE.
           MOVE WS-CUST-QTY     TO WS-NET-QTY-EDIT
           MOVE WS-CUST-AMOUNT  TO WS-AMOUNT-EDIT
           MOVE WS-RATE-PERCENT TO WS-PCT-EDIT
           MOVE WS-CUST-REBATE  TO WS-REBATE-EDIT
           MOVE SPACES TO REBATE-LINE
           STRING WS-BREAK-CUSTOMER   DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  WS-BREAK-DIVISION   DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  WS-NET-QTY-EDIT     DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  WS-AMOUNT-EDIT      DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  WS-PCT-EDIT         DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  WS-REBATE-EDIT      DELIMITED BY SIZE
               INTO REBATE-LINE
           END-STRING
           PERFORM WRITE-REBATE-LINE.

       WRITE-REBATE-TOTALS.
           MOVE WS-REB-CUSTOMERS  TO WS-CUSTCNT-EDIT
           MOVE WS-REB-NET-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-REB-TOTAL      TO WS-REBATE-EDIT
           MOVE SPACES TO REBATE-LINE
           STRING "*TOTAL        CUSTOMERS " DELIMITED BY SIZE
                  WS-CUSTCNT-EDIT   DELIMITED BY SIZE
                  "  NET "          DELIMITED BY SIZE
                  WS-AMOUNT-EDIT    DELIMITED BY SIZE
                  "  REBATE "       DELIMITED BY SIZE
                  WS-REBATE-EDIT    DELIMITED BY SIZE
               INTO REBATE-LINE
           END-STRING
           PERFORM WRITE-REBATE-LINE
           MOVE SPACES TO REBATE-LINE
           IF WS-RBT-COUNT = 0
              STRING "*NO REBATE TIERS ON FILE - NOTHING ACCRUED"
                  DELIMITED BY SIZE INTO REBATE-LINE
              END-STRING
              PERFORM WRITE-REBATE-LINE
              MOVE SPACES TO REBATE-LINE
           END-IF
           IF WS-REBATE-PREVIEW = 'Y'
              STRING "*PREVIEW ONLY - NOTHING POSTED, PERIOD OPEN"
                  DELIMITED BY SIZE INTO REBATE-LINE
              END-STRING
           ELSE
              STRING "*ACCRUED TO REBGL.DAT  DEBIT "
                  DELIMITED BY SIZE
                  WS-REBATE-EXPENSE-ACCOUNT DELIMITED BY SIZE
                  "  CREDIT " DELIMITED BY SIZE
                  WS-REBATE-ACCRUAL-ACCOUNT DELIMITED BY SIZE
                  INTO REBATE-LINE
              END-STRING
           END-IF
           PERFORM WRITE-REBATE-LINE.

       WRITE-NEAR-MISS-LIST.
           MOVE WS-NEAR-MISS-PCT TO WS-PCT-EDIT
           MOVE SPACES TO REBATE-LINE
           PERFORM WRITE-REBATE-LINE
           MOVE SPACES TO REBATE-LINE
           STRING "CUSTOMERS WITHIN " DELIMITED BY SIZE
                  WS-PCT-EDIT         DELIMITED BY SIZE
                  "% OF THEIR NEXT REBATE TIER"
                  DELIMITED BY SIZE
               INTO REBATE-LINE
           END-STRING
           PERFORM WRITE-REBATE-LINE
           MOVE SPACES TO REBATE-LINE
           STRING "CUSTOMER   DV  B         VOLUME     NEXT TIER"
                  "     SHORTFALL  NEXT%   NOW%"
                  DELIMITED BY SIZE
               INTO REBATE-LINE
           END-STRING
           PERFORM WRITE-REBATE-LINE
           IF WS-NM-COUNT = 0
              MOVE SPACES TO REBATE-LINE
              STRING "*NONE" DELIMITED BY SIZE INTO REBATE-LINE
              END-STRING
              PERFORM WRITE-REBATE-LINE
           END-IF
           PERFORM WRITE-NEAR-MISS-LINE
               VARYING WS-NM-IDX FROM 1 BY 1
               UNTIL WS-NM-IDX > WS-NM-COUNT.

       WRITE-NEAR-MISS-LINE.
           COMPUTE WS-SHORTFALL =
              WS-NM-THRESHOLD(WS-NM-IDX) - WS-NM-VOLUME(WS-NM-IDX)
           MOVE WS-NM-VOLUME(WS-NM-IDX)      TO WS-AMOUNT-EDIT
           MOVE WS-NM-THRESHOLD(WS-NM-IDX)   TO WS-THRESHOLD-EDIT
           MOVE WS-SHORTFALL                 TO WS-SHORTFALL-EDIT
           MOVE WS-NM-PERCENT(WS-NM-IDX)     TO WS-PCT-EDIT
           MOVE WS-NM-NOW-PERCENT(WS-NM-IDX) TO WS-NOW-PCT-EDIT
           MOVE SPACES TO REBATE-LINE
           STRING WS-NM-CUSTOMER(WS-NM-IDX)       DELIMITED BY SIZE
                  "  "                            DELIMITED BY SIZE
                  WS-NM-CUSTOMER(WS-NM-IDX)(1:2)  DELIMITED BY SIZE
                  "  "                            DELIMITED BY SIZE
                  WS-NM-BASIS(WS-NM-IDX)          DELIMITED BY SIZE
                  "  "                            DELIMITED BY SIZE
                  WS-AMOUNT-EDIT                  DELIMITED BY SIZE
                  "  "                            DELIMITED BY SIZE
                  WS-THRESHOLD-EDIT               DELIMITED BY SIZE
                  "  "                            DELIMITED BY SIZE
                  WS-SHORTFALL-EDIT               DELIMITED BY SIZE
                  "  "                            DELIMITED BY SIZE
                  WS-PCT-EDIT                     DELIMITED BY SIZE
                  "  "                            DELIMITED BY SIZE
                  WS-NOW-PCT-EDIT                 DELIMITED BY SIZE
               INTO REBATE-LINE
           END-STRING
           PERFORM WRITE-REBATE-LINE.

       WRITE-REBATE-LINE.
           WRITE REBATE-LINE
           IF WS-REBRPT-STATUS NOT = "00"
              DISPLAY "MTHCLS01 - rebate report write failed, status "
                 WS-REBRPT-STATUS
           END-IF.

      *> The period's rebates charged to expense and raised as a
      *> liability, in the monthly layout and dated the last day of
      *> the period like MTHGL.DAT, so the pair nets to zero.
       WRITE-REBATE-GL-POSTING.
           OPEN OUTPUT REBATE-GL-FILE
           IF WS-REBGL-STATUS NOT = "00"
              DISPLAY "MTHCLS01 - REBATE-GL-FILE open failed, "
                 "status " WS-REBGL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-WORK-DATE =
              WS-PERIOD * 100 + WS-DAYS-IN-MONTH
           MOVE WS-REBATE-EXPENSE-ACCOUNT TO RGL-GL-ACCOUNT-CODE
           MOVE WS-WORK-DATE              TO RGL-RUN-DATE
           MOVE WS-REB-TOTAL              TO RGL-PERIOD-TOTAL
           MOVE WS-REB-TOTAL              TO RGL-DEBIT-TOTAL
           MOVE 0                         TO RGL-CREDIT-TOTAL
           MOVE SPACES                    TO RGL-FILLER
           WRITE REBATE-GL-RECORD
           IF WS-REBGL-STATUS NOT = "00"
              DISPLAY "MTHCLS01 - rebate GL write failed, status "
                 WS-REBGL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-REBATE-ACCRUAL-ACCOUNT TO RGL-GL-ACCOUNT-CODE
           MOVE WS-WORK-DATE              TO RGL-RUN-DATE
           COMPUTE RGL-PERIOD-TOTAL = 0 - WS-REB-TOTAL
           MOVE 0                         TO RGL-DEBIT-TOTAL
           MOVE WS-REB-TOTAL              TO RGL-CREDIT-TOTAL
           MOVE SPACES                    TO RGL-FILLER
           WRITE REBATE-GL-RECORD
           IF WS-REBGL-STATUS NOT = "00"
              DISPLAY "MTHCLS01 - rebate GL write failed, status "
                 WS-REBGL-STATUS
           END-IF
           CLOSE REBATE-GL-FILE
           DISPLAY "MTHCLS01 - rebate accrual " WS-REB-TOTAL
              " for " WS-REB-CUSTOMERS " customer(s) posted".

       CLOSE-THE-PERIOD.
           OPEN EXTEND PERIOD-STATUS-FILE
           IF WS-PERSTAT-STATUS NOT = "00"
