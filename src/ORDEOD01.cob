      *  the report shows today against the recent norm - the
      *  defence against a truncated upstream extract that still
      *  balanced its own trailer.
      *  The GL transmission status trail (GLXSTAT.DAT, kept by
      *  GLACK01) is read as well: a release the ledger has still
      *  not acknowledged more than the line 4 number of days after
      *  it went out flags ATTENTION.
      *  An envelope ORDAVG01 stopped for want of an exchange rate
      *  posted nothing; it is counted, kept out of the day's
      *  figures, and flags ATTENTION until it is resent.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDEOD01.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

           SELECT GL-STATUS-FILE ASSIGN TO "GLXSTAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLXSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-SUMMARY-FILE
      *> zero-filled digits, e.g. "00010" for 10; a short value
      *> such as "10" is rejected and the default used. Line 3 is
      *> the trend deviation percent - five zero-filled digits,
      *> e.g. "00025" for 25%. Line 4 is the number of days a GL
      *> release may wait for the ledger's acknowledgement - five
      *> zero-filled digits, e.g. "00002". Defaults below apply
      *> when the file or a line is absent.
       FD  THRESHOLD-PARM-FILE.
       01  THRESHOLD-PARM-RECORD        PIC X(5).

           RECORDING MODE IS F.
           COPY EODREC.

       FD  GL-STATUS-FILE
           RECORDING MODE IS F.
           COPY GXSREC.

       WORKING-STORAGE SECTION.
       01  WS-RUNSUM-STATUS            PIC X(2).
       01  WS-EXCRPT-STATUS            PIC X(2).
       01  WS-THRESH-STATUS            PIC X(2).
       01  WS-EODSUM-STATUS            PIC X(2).
       01  WS-STATS-STATUS             PIC X(2).
       01  WS-GLXSTAT-STATUS           PIC X(2).

       01  WS-THRESHOLDS.
           05  WS-EXC-PCT-THRESHOLD    PIC 9(2)V99 VALUE 1.00.
           05  WS-SUS-COUNT-THRESHOLD  PIC 9(5) VALUE 10.
           05  WS-DEV-PCT-THRESHOLD    PIC 9(5) VALUE 25.
           05  WS-ACK-DAYS-THRESHOLD   PIC 9(5) VALUE 2.
           05  WS-THRESH-WORK          PIC 9(4).

       01  WS-RUN-TOTALS.
           05  WS-ZQTY-COUNT           PIC 9(9) VALUE 0.
           05  WS-OVFL-COUNT           PIC 9(9) VALUE 0.
           05  WS-CUST-COUNT           PIC 9(9) VALUE 0.
           05  WS-DUPL-COUNT           PIC 9(9) VALUE 0.
           05  WS-FXSZ-COUNT           PIC 9(9) VALUE 0.
           05  WS-STOPPED-COUNT        PIC 9(9) VALUE 0.
           05  WS-EXC-TOTAL-COUNT      PIC 9(9) VALUE 0.
           05  WS-SUS-COUNT            PIC 9(9) VALUE 0.
           05  WS-SUS-AMOUNT           PIC 9(9)V99 VALUE 0.
               10  WS-HST-AMOUNT       PIC S9(9)V99.
           05  WS-HST-FOUND            PIC 9(2) VALUE 0.

      *> GL releases still waiting on the ledger, last trail entry
      *> per release (business date and release stamp) winning. A
      *> release only takes a slot while it is unacknowledged.
       01  WS-GL-ACK-FIELDS.
           05  WS-GXS-EOF              PIC X VALUE 'N'.
           05  WS-TODAY                PIC 9(8) VALUE 0.
           05  WS-DAYS-WAITING         PIC S9(5) VALUE 0.
           05  WS-ACK-OPEN-COUNT       PIC 9(5) VALUE 0.
           05  WS-ACK-OVERDUE-COUNT    PIC 9(5) VALUE 0.
           05  WS-GXA-COUNT            PIC 9(3) VALUE 0.
           05  WS-GXA-ENTRY OCCURS 100 TIMES
               INDEXED BY WS-GXA-IDX.
               10  WS-GXA-DATE         PIC 9(8).
               10  WS-GXA-STAMP        PIC X(19).
               10  WS-GXA-STATUS       PIC X(1).
               10  WS-GXA-RELEASE-DATE PIC 9(8).
           05  WS-GXA-FOUND            PIC 9(3) VALUE 0.

       01  WS-EDIT-FIELDS.
           05  WS-COUNT-EDIT           PIC ZZZZZZZZ9.
           05  WS-AMOUNT-EDIT          PIC ---------9.99.
           05  WS-PCT-THRESH-EDIT      PIC Z9.99.
           05  WS-DEV-EDIT             PIC ZZZZ9.99.
           05  WS-DEV-THRESH-EDIT      PIC ZZZZ9.
           05  WS-ACK-OPEN-EDIT        PIC ZZZZ9.
           05  WS-ACK-OVERDUE-EDIT     PIC ZZZZ9.
           05  WS-ACK-DAYS-EDIT        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM TALLY-SUSPENSE
           PERFORM TALLY-AUDIT-LOG
           PERFORM LOAD-STATS-HISTORY
           PERFORM CHECK-GL-ACKNOWLEDGEMENT
           PERFORM EVALUATE-RUN-STATUS
           PERFORM EVALUATE-TREND
           PERFORM WRITE-SUMMARY-REPORT
                            "', default used"
                      END-IF
              END-READ
              READ THRESHOLD-PARM-FILE
                  NOT AT END
                      IF THRESHOLD-PARM-RECORD IS NUMERIC
                         MOVE THRESHOLD-PARM-RECORD
                            TO WS-ACK-DAYS-THRESHOLD
                      ELSE
                         DISPLAY "ORDEOD01 - bad GL acknowledgement "
                            "days '" THRESHOLD-PARM-RECORD
                            "', default used"
                      END-IF
              END-READ
              CLOSE THRESHOLD-PARM-FILE
           END-IF.

                   MOVE 'Y' TO WS-RUNSUM-EOF
               NOT AT END
                   MOVE 'Y' TO WS-RUNS-AVAILABLE
                   IF RUNS-STOPPED-ENVELOPE
                      ADD 1 TO WS-STOPPED-COUNT
                   ELSE
                      PERFORM ADD-RUN-SUMMARY
                   END-IF
           END-READ.

       ADD-RUN-SUMMARY.
           MOVE RUNS-RUN-DATE        TO WS-RUN-DATE
           ADD RUNS-RECORD-COUNT     TO WS-RECORD-COUNT
           ADD RUNS-TOTAL-AMOUNT     TO WS-TOTAL-AMOUNT
           ADD RUNS-DEBIT-TOTAL      TO WS-DEBIT-TOTAL
           ADD RUNS-CREDIT-TOTAL     TO WS-CREDIT-TOTAL
           ADD RUNS-RELEASED-COUNT   TO WS-RELEASED-COUNT
           ADD RUNS-RELEASED-AMOUNT  TO WS-RELEASED-AMOUNT
           IF RUNS-RESTART-FLAG = 'Y'
              MOVE 'Y' TO WS-RESTART-FLAG
           END-IF
           PERFORM POST-RUNSUM-DATE.

       POST-RUNSUM-DATE.
           MOVE 0 TO WS-RSD-FOUND
           PERFORM VARYING WS-RSD-IDX FROM 1 BY 1
              CLOSE EXCEPTION-RPT
           END-IF
           COMPUTE WS-EXC-TOTAL-COUNT =
              WS-ZQTY-COUNT + WS-OVFL-COUNT + WS-CUST-COUNT
              + WS-DUPL-COUNT + WS-FXSZ-COUNT.

       READ-ONE-EXCEPTION.
           READ EXCEPTION-RPT
                   IF EXC-REASON-CODE = "CUST"
                      ADD 1 TO WS-CUST-COUNT
                   END-IF
                   IF EXC-REASON-CODE = "DUPL"
                      ADD 1 TO WS-DUPL-COUNT
                   END-IF
                   IF EXC-REASON-CODE = "FXSZ"
                      ADD 1 TO WS-FXSZ-COUNT
                   END-IF
           END-READ.

       TALLY-SUSPENSE.
                 "status " WS-STATS-STATUS
           END-IF.

      *> Days waiting are counted in calendar days from the date
      *> the extract went out to today, not from the business date -
      *> a catch-up release is not overdue the moment it leaves.
       CHECK-GL-ACKNOWLEDGEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT GL-STATUS-FILE
           IF WS-GLXSTAT-STATUS NOT = "00"
              MOVE 'Y' TO WS-GXS-EOF
           END-IF
           PERFORM READ-ONE-GL-STATUS UNTIL WS-GXS-EOF = 'Y'
           IF WS-GLXSTAT-STATUS = "00" OR WS-GLXSTAT-STATUS = "10"
              CLOSE GL-STATUS-FILE
           END-IF
           PERFORM VARYING WS-GXA-IDX FROM 1 BY 1
               UNTIL WS-GXA-IDX > WS-GXA-COUNT
               IF WS-GXA-STATUS(WS-GXA-IDX) = "U"
                  ADD 1 TO WS-ACK-OPEN-COUNT
                  COMPUTE WS-DAYS-WAITING =
                     FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(
                        WS-GXA-RELEASE-DATE(WS-GXA-IDX))
                  IF WS-DAYS-WAITING > WS-ACK-DAYS-THRESHOLD
                     ADD 1 TO WS-ACK-OVERDUE-COUNT
                     DISPLAY "ORDEOD01 - GL release for "
                        WS-GXA-DATE(WS-GXA-IDX)
                        " unacknowledged since "
                        WS-GXA-RELEASE-DATE(WS-GXA-IDX)
                  END-IF
               END-IF
           END-PERFORM.

       READ-ONE-GL-STATUS.
           READ GL-STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-GXS-EOF
               NOT AT END
                   PERFORM POST-GL-STATUS-ENTRY
           END-READ.

       POST-GL-STATUS-ENTRY.
           MOVE 0 TO WS-GXA-FOUND
           PERFORM VARYING WS-GXA-IDX FROM 1 BY 1
               UNTIL WS-GXA-IDX > WS-GXA-COUNT
               IF WS-GXA-DATE(WS-GXA-IDX) = GXS-BUSINESS-DATE
                  AND WS-GXA-STAMP(WS-GXA-IDX) = GXS-RELEASE-STAMP
                  SET WS-GXA-FOUND TO WS-GXA-IDX
               END-IF
           END-PERFORM
           IF WS-GXA-FOUND = 0 AND GXS-UNACKNOWLEDGED
              IF WS-GXA-COUNT < 100
                 ADD 1 TO WS-GXA-COUNT
                 SET WS-GXA-FOUND TO WS-GXA-COUNT
              ELSE
                 DISPLAY "ORDEOD01 - GL status table full, dropped "
                    GXS-BUSINESS-DATE
              END-IF
           END-IF
           IF WS-GXA-FOUND > 0
              SET WS-GXA-IDX TO WS-GXA-FOUND
              MOVE GXS-BUSINESS-DATE TO WS-GXA-DATE(WS-GXA-IDX)
              MOVE GXS-RELEASE-STAMP TO WS-GXA-STAMP(WS-GXA-IDX)
              MOVE GXS-STATUS        TO WS-GXA-STATUS(WS-GXA-IDX)
              MOVE GXS-RELEASE-DATE
                 TO WS-GXA-RELEASE-DATE(WS-GXA-IDX)
           END-IF.

       EVALUATE-RUN-STATUS.
           IF WS-RECORD-COUNT > 0
              COMPUTE WS-EXC-PCT ROUNDED =
           END-IF
           IF WS-RUNS-AVAILABLE = 'N'
              MOVE 'Y' TO WS-ATTENTION-FLAG
           END-IF
           IF WS-ACK-OVERDUE-COUNT > 0
              MOVE 'Y' TO WS-ATTENTION-FLAG
           END-IF
           IF WS-STOPPED-COUNT > 0
              MOVE 'Y' TO WS-ATTENTION-FLAG
           END-IF.

       WRITE-SUMMARY-REPORT.
           END-STRING
           PERFORM WRITE-SUMMARY-LINE

           MOVE WS-DUPL-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO EODSUM-LINE
           STRING "EXCEPTIONS - DUPL    : " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO EODSUM-LINE
           END-STRING
           PERFORM WRITE-SUMMARY-LINE

           MOVE WS-FXSZ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO EODSUM-LINE
           STRING "EXCEPTIONS - FXSZ    : " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO EODSUM-LINE
           END-STRING
           PERFORM WRITE-SUMMARY-LINE

           MOVE WS-EXC-PCT TO WS-PCT-EDIT
           MOVE WS-EXC-PCT-THRESHOLD TO WS-PCT-THRESH-EDIT
           MOVE SPACES TO EODSUM-LINE
           END-STRING
           PERFORM WRITE-SUMMARY-LINE

           MOVE WS-STOPPED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO EODSUM-LINE
           STRING "ENVELOPES STOPPED    : " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  "  (NO EXCHANGE RATE)" DELIMITED BY SIZE
               INTO EODSUM-LINE
           END-STRING
           PERFORM WRITE-SUMMARY-LINE

           MOVE WS-AUD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO EODSUM-LINE
           STRING "AUDIT LOG ENTRIES    : " DELIMITED BY SIZE
           END-STRING
           PERFORM WRITE-SUMMARY-LINE

           MOVE WS-ACK-OPEN-COUNT     TO WS-ACK-OPEN-EDIT
           MOVE WS-ACK-OVERDUE-COUNT  TO WS-ACK-OVERDUE-EDIT
           MOVE WS-ACK-DAYS-THRESHOLD TO WS-ACK-DAYS-EDIT
           MOVE SPACES TO EODSUM-LINE
           STRING "GL ACK OUTSTANDING   : " DELIMITED BY SIZE
                  WS-ACK-OPEN-EDIT DELIMITED BY SIZE
                  "  OVERDUE " DELIMITED BY SIZE
                  WS-ACK-OVERDUE-EDIT DELIMITED BY SIZE
                  "  (OVER " DELIMITED BY SIZE
                  WS-ACK-DAYS-EDIT DELIMITED BY SIZE
                  " DAYS)" DELIMITED BY SIZE
               INTO EODSUM-LINE
           END-STRING
           PERFORM WRITE-SUMMARY-LINE

           MOVE SPACES TO EODSUM-LINE
           IF WS-RESTART-FLAG = 'Y'
              STRING "RESTART OCCURRED     : YES" DELIMITED BY SIZE
