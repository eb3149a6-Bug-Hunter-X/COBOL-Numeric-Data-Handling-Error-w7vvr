      ***************************************************************
      *  EXRMNT01 - Exchange rate maintenance. Applies clerk-keyed
      *  transactions (EXRMAINT.IN) to the daily exchange rate file
      *  ORDAVG01 converts foreign-currency order lines with:
      *    A - add the rate for a currency and business date;
      *    C - change a rate keyed in error.
      *  The rate file is keyed by currency and business date and
      *  updated in place, one transaction at a time in the order
      *  keyed, so an add followed by a change in the same batch
      *  lands as both. A rate must be above zero, the date a real
      *  calendar date, and the currency other than the functional
      *  currency, which is never converted. Every transaction is
      *  listed as applied or rejected, a change with the rate it
      *  replaced. Rates are never deleted - a rate for a date that
      *  has posted is what its journal lines were converted at.
      *  Each transaction carries the ID of the clerk who keyed it;
      *  one whose operator is not on the operator security file,
      *  not active, or without the exchange rate role is rejected
      *  and written to the security log, where every applied
      *  transaction is logged too.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXRMNT01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXR-RATE-KEY
               FILE STATUS IS WS-EXRATE-STATUS.

           SELECT MAINT-INPUT-FILE ASSIGN TO "EXRMAINT.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTIN-STATUS.

           SELECT LISTING-RPT ASSIGN TO "EXRLIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.

           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSEC-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCHANGE-RATE-FILE.
           COPY EXRREC.

       FD  MAINT-INPUT-FILE.
           COPY EXMREC.

       FD  LISTING-RPT.
       01  LISTING-LINE                PIC X(80).

       FD  OPERATOR-SECURITY-FILE.
           COPY OPSREC.

       FD  SECURITY-LOG-FILE
           RECORDING MODE IS F.
           COPY SECREC.

       WORKING-STORAGE SECTION.
       01  WS-EXRATE-STATUS            PIC X(2).
       01  WS-MAINTIN-STATUS           PIC X(2).
       01  WS-LISTING-STATUS           PIC X(2).
       01  WS-OPERSEC-STATUS           PIC X(2).
       01  WS-SECLOG-STATUS            PIC X(2).
       01  WS-RUN-DATE                 PIC 9(8).

      *> Order lines in this currency post as keyed; it matches the
      *> functional currency ORDAVG01 converts to.
       01  WS-FUNCTIONAL-CURRENCY      PIC X(3) VALUE "USD".

       01  WS-MAINT-FIELDS.
           05  WS-MAINTIN-EOF          PIC X VALUE 'N'.
           05  WS-ON-FILE              PIC X VALUE 'N'.
           05  WS-OLD-RATE             PIC 9(5)V9(6) VALUE 0.
           05  WS-DATE-VALID           PIC X VALUE 'N'.
           05  WS-CHECK-DATE           PIC 9(8).
           05  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YEAR       PIC 9(4).
               10  WS-CHECK-MONTH      PIC 9(2).
               10  WS-CHECK-DAY        PIC 9(2).

      *> Operator security, last entry per user ID wins.
       01  WS-OPERATOR-SECURITY-TABLE.
           05  WS-OPS-COUNT            PIC 9(3) VALUE 0.
           05  WS-OPS-ENTRY OCCURS 500 TIMES
               INDEXED BY WS-OPS-IDX.
               10  WS-OPS-ID           PIC X(8).
               10  WS-OPS-STATUS       PIC X(1).
               10  WS-OPS-ROLES        PIC X(7).
           05  WS-OPS-FOUND            PIC 9(3) VALUE 0.

       01  WS-SECURITY-FIELDS.
           05  WS-SEC-OPERATOR         PIC X(8).
           05  WS-SEC-ROLE             PIC X(1).
           05  WS-SEC-TRANSACTION      PIC X(40).
           05  WS-SEC-DENIAL           PIC X(20).
           05  WS-SEC-ROLE-TALLY       PIC 9(2).
           05  WS-SEC-DATE-TIME        PIC X(21).
           05  WS-VIOLATION-COUNT      PIC 9(9) VALUE 0.

       01  WS-COUNTERS.
           05  WS-ADDED-COUNT          PIC 9(9) VALUE 0.
           05  WS-CHANGED-COUNT        PIC 9(9) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(9) VALUE 0.
           05  WS-REJECTS-BEFORE       PIC 9(9) VALUE 0.
           05  WS-COUNT-EDIT           PIC ZZZZZZZZ9.

       01  WS-RATE-EDIT-FIELDS.
           05  WS-RATE-EDIT            PIC ZZZZ9.999999.
           05  WS-OLD-RATE-EDIT        PIC ZZZZ9.999999.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM OPEN-SECURITY-LOG
           PERFORM LOAD-OPERATOR-SECURITY
           PERFORM OPEN-MAINT-FILES
           IF WS-MAINTIN-STATUS = "00"
              PERFORM APPLY-ONE-MAINT
                 UNTIL WS-MAINTIN-EOF = 'Y'
           END-IF
           PERFORM WRITE-LISTING-SUMMARY
           PERFORM CLOSE-FILES
           DISPLAY "EXRMNT01 - rates added          : " WS-ADDED-COUNT
           DISPLAY "EXRMNT01 - rates changed        : "
              WS-CHANGED-COUNT
           DISPLAY "EXRMNT01 - transactions rejected: "
              WS-REJECTED-COUNT
           DISPLAY "EXRMNT01 - refused, security   : "
              WS-VIOLATION-COUNT
           STOP RUN.

      *> A site with no rate file yet gets an empty one, so the
      *> first batch of adds builds it.
       OPEN-MAINT-FILES.
           OPEN I-O EXCHANGE-RATE-FILE
           IF WS-EXRATE-STATUS = "35"
              OPEN OUTPUT EXCHANGE-RATE-FILE
              IF WS-EXRATE-STATUS = "00"
                 CLOSE EXCHANGE-RATE-FILE
                 DISPLAY "EXRMNT01 - EXCHANGE-RATE-FILE absent, "
                    "starting empty"
              END-IF
              OPEN I-O EXCHANGE-RATE-FILE
           END-IF
           IF WS-EXRATE-STATUS NOT = "00"
              DISPLAY "EXRMNT01 - EXCHANGE-RATE-FILE open failed, "
                 "status " WS-EXRATE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT MAINT-INPUT-FILE
           IF WS-MAINTIN-STATUS NOT = "00"
              DISPLAY "EXRMNT01 - MAINT-INPUT-FILE absent, status "
                 WS-MAINTIN-STATUS ", nothing to apply"
           END-IF
           OPEN OUTPUT LISTING-RPT
           IF WS-LISTING-STATUS NOT = "00"
              DISPLAY "EXRMNT01 - LISTING-RPT open failed, status "
                 WS-LISTING-STATUS
           END-IF
           PERFORM WRITE-LISTING-HEADING.

       WRITE-LISTING-HEADING.
           MOVE SPACES TO LISTING-LINE
           STRING "EXRMNT01 - EXCHANGE RATE MAINTENANCE LIST  RUN DATE "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO LISTING-LINE
           END-STRING
           WRITE LISTING-LINE.

      *> The keying clerk is checked before the transaction is
      *> looked at; one that applies without a reject is logged
      *> under the clerk's ID.
       APPLY-ONE-MAINT.
           READ MAINT-INPUT-FILE
               AT END
                   MOVE 'Y' TO WS-MAINTIN-EOF
               NOT AT END
                   PERFORM CHECK-AND-APPLY-MAINT
           END-READ.

       CHECK-AND-APPLY-MAINT.
           MOVE RMT-OPERATOR-ID TO WS-SEC-OPERATOR
           MOVE "F"             TO WS-SEC-ROLE
           MOVE SPACES          TO WS-SEC-TRANSACTION
           STRING "RATE MAINT "    DELIMITED BY SIZE
                  RMT-ACTION       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  RMT-CURRENCY-CODE DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  RMT-RATE-DATE    DELIMITED BY SIZE
               INTO WS-SEC-TRANSACTION
           END-STRING
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF WS-SEC-DENIAL NOT = SPACES
              PERFORM REJECT-UNAUTHORIZED
           ELSE
              MOVE WS-REJECTED-COUNT TO WS-REJECTS-BEFORE
              PERFORM VALIDATE-RATE-KEY
              IF WS-REJECTED-COUNT = WS-REJECTS-BEFORE
                 EVALUATE TRUE
                     WHEN RMT-ADD
                         PERFORM APPLY-ADD
                     WHEN RMT-CHANGE
                         PERFORM APPLY-CHANGE
                     WHEN OTHER
                         PERFORM REJECT-MAINT-ACTION
                 END-EVALUATE
              END-IF
              IF WS-REJECTED-COUNT = WS-REJECTS-BEFORE
                 PERFORM WRITE-SECURITY-APPLIED
              END-IF
           END-IF.

      *> The key must name a foreign currency and a real business
      *> date, and the rate must be usable, before the file is read.
       VALIDATE-RATE-KEY.
           MOVE 'N' TO WS-DATE-VALID
           IF RMT-RATE-DATE IS NUMERIC
              MOVE RMT-RATE-DATE TO WS-CHECK-DATE
              IF WS-CHECK-YEAR > 1900
                 AND WS-CHECK-MONTH >= 1 AND WS-CHECK-MONTH <= 12
                 AND WS-CHECK-DAY >= 1 AND WS-CHECK-DAY <= 31
                 MOVE 'Y' TO WS-DATE-VALID
              END-IF
           END-IF
           EVALUATE TRUE
               WHEN RMT-CURRENCY-CODE = SPACES
                  OR RMT-CURRENCY-CODE = WS-FUNCTIONAL-CURRENCY
                   PERFORM REJECT-BAD-CURRENCY
               WHEN WS-DATE-VALID = 'N'
                   PERFORM REJECT-BAD-DATE
               WHEN RMT-RATE IS NOT NUMERIC
                   PERFORM REJECT-BAD-RATE
               WHEN RMT-RATE = 0
                   PERFORM REJECT-BAD-RATE
               WHEN OTHER
                   MOVE RMT-CURRENCY-CODE TO EXR-CURRENCY-CODE
                   MOVE RMT-RATE-DATE     TO EXR-RATE-DATE
                   READ EXCHANGE-RATE-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-ON-FILE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-ON-FILE
                   END-READ
           END-EVALUATE.

       APPLY-ADD.
           IF WS-ON-FILE = 'Y'
              ADD 1 TO WS-REJECTED-COUNT
              MOVE SPACES TO LISTING-LINE
              STRING RMT-CURRENCY-CODE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     RMT-RATE-DATE DELIMITED BY SIZE
                     "  REJECTED - RATE ALREADY ON FILE"
                     DELIMITED BY SIZE
                  INTO LISTING-LINE
              END-STRING
              PERFORM WRITE-LISTING-LINE
           ELSE
              MOVE RMT-CURRENCY-CODE TO EXR-CURRENCY-CODE
              MOVE RMT-RATE-DATE     TO EXR-RATE-DATE
              MOVE RMT-RATE          TO EXR-RATE
              MOVE WS-RUN-DATE       TO EXR-ADDED-DATE
              MOVE WS-RUN-DATE       TO EXR-CHANGED-DATE
              MOVE RMT-OPERATOR-ID   TO EXR-OPERATOR-ID
              WRITE EXCHANGE-RATE-RECORD
                  INVALID KEY
                      CONTINUE
              END-WRITE
              PERFORM CHECK-RATE-UPDATE
              ADD 1 TO WS-ADDED-COUNT
              MOVE EXR-RATE TO WS-RATE-EDIT
              MOVE SPACES TO LISTING-LINE
              STRING RMT-CURRENCY-CODE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     RMT-RATE-DATE DELIMITED BY SIZE
                     "  ADDED    RATE " DELIMITED BY SIZE
                     WS-RATE-EDIT DELIMITED BY SIZE
                  INTO LISTING-LINE
              END-STRING
              PERFORM WRITE-LISTING-LINE
           END-IF.

       APPLY-CHANGE.
           IF WS-ON-FILE = 'N'
              ADD 1 TO WS-REJECTED-COUNT
              MOVE SPACES TO LISTING-LINE
              STRING RMT-CURRENCY-CODE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     RMT-RATE-DATE DELIMITED BY SIZE
                     "  REJECTED - NO RATE ON FILE" DELIMITED BY SIZE
                  INTO LISTING-LINE
              END-STRING
              PERFORM WRITE-LISTING-LINE
           ELSE
              MOVE EXR-RATE        TO WS-OLD-RATE
              MOVE RMT-RATE        TO EXR-RATE
              MOVE WS-RUN-DATE     TO EXR-CHANGED-DATE
              MOVE RMT-OPERATOR-ID TO EXR-OPERATOR-ID
              REWRITE EXCHANGE-RATE-RECORD
                  INVALID KEY
                      CONTINUE
              END-REWRITE
              PERFORM CHECK-RATE-UPDATE
              ADD 1 TO WS-CHANGED-COUNT
              MOVE EXR-RATE    TO WS-RATE-EDIT
              MOVE WS-OLD-RATE TO WS-OLD-RATE-EDIT
              MOVE SPACES TO LISTING-LINE
              STRING RMT-CURRENCY-CODE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     RMT-RATE-DATE DELIMITED BY SIZE
                     "  CHANGED  RATE " DELIMITED BY SIZE
                     WS-RATE-EDIT DELIMITED BY SIZE
                     "  WAS " DELIMITED BY SIZE
                     WS-OLD-RATE-EDIT DELIMITED BY SIZE
                  INTO LISTING-LINE
              END-STRING
              PERFORM WRITE-LISTING-LINE
           END-IF.

       CHECK-RATE-UPDATE.
           IF WS-EXRATE-STATUS NOT = "00"
              DISPLAY "EXRMNT01 - EXCHANGE-RATE-FILE update failed "
                 "for " EXR-CURRENCY-CODE " " EXR-RATE-DATE
                 ", status " WS-EXRATE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       REJECT-UNAUTHORIZED.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING RMT-CURRENCY-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RMT-RATE-DATE DELIMITED BY SIZE
                  "  REJECTED - " DELIMITED BY SIZE
                  WS-SEC-DENIAL DELIMITED BY SIZE
                  " '" DELIMITED BY SIZE
                  RMT-OPERATOR-ID DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
               INTO LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE.

       REJECT-BAD-CURRENCY.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING RMT-CURRENCY-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RMT-RATE-DATE DELIMITED BY SIZE
                  "  REJECTED - CURRENCY INVALID OR FUNCTIONAL"
                  DELIMITED BY SIZE
               INTO LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE.

       REJECT-BAD-DATE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING RMT-CURRENCY-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RMT-RATE-DATE DELIMITED BY SIZE
                  "  REJECTED - RATE DATE INVALID" DELIMITED BY SIZE
               INTO LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE.

       REJECT-BAD-RATE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING RMT-CURRENCY-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RMT-RATE-DATE DELIMITED BY SIZE
                  "  REJECTED - RATE INVALID OR ZERO" DELIMITED BY SIZE
               INTO LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE.

       REJECT-MAINT-ACTION.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING RMT-CURRENCY-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RMT-RATE-DATE DELIMITED BY SIZE
                  "  REJECTED - INVALID ACTION '" DELIMITED BY SIZE
                  RMT-ACTION DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
               INTO LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE.

       WRITE-LISTING-LINE.
           WRITE LISTING-LINE
           IF WS-LISTING-STATUS NOT = "00"
              DISPLAY "EXRMNT01 - LISTING-RPT write failed, status "
                 WS-LISTING-STATUS
           END-IF.

       WRITE-LISTING-SUMMARY.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO LISTING-LINE
           STRING "REJECTED TRANSACTIONS: " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE.

      *> The security log must open - no keyed input is applied
      *> without a record of who keyed it.
       OPEN-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SECLOG-STATUS NOT = "00"
              OPEN OUTPUT SECURITY-LOG-FILE
           END-IF
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "EXRMNT01 - SECURITY-LOG-FILE open failed, "
                 "status " WS-SECLOG-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Without the operator file no operator can be vouched for,
      *> so every keyed transaction is refused.
       LOAD-OPERATOR-SECURITY.
           OPEN INPUT OPERATOR-SECURITY-FILE
           IF WS-OPERSEC-STATUS NOT = "00"
              DISPLAY "EXRMNT01 - OPERATOR-SECURITY-FILE absent, "
                 "status " WS-OPERSEC-STATUS
                 ", all keyed input refused"
           ELSE
              PERFORM READ-OPERATOR-SECURITY
                 UNTIL WS-OPERSEC-STATUS NOT = "00"
              CLOSE OPERATOR-SECURITY-FILE
           END-IF.

       READ-OPERATOR-SECURITY.
           READ OPERATOR-SECURITY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM POST-OPERATOR-ENTRY
           END-READ.

       POST-OPERATOR-ENTRY.
           MOVE 0 TO WS-OPS-FOUND
           PERFORM VARYING WS-OPS-IDX FROM 1 BY 1
               UNTIL WS-OPS-IDX > WS-OPS-COUNT
               IF WS-OPS-ID(WS-OPS-IDX) = OPS-OPERATOR-ID
                  SET WS-OPS-FOUND TO WS-OPS-IDX
               END-IF
           END-PERFORM
           IF WS-OPS-FOUND = 0
              IF WS-OPS-COUNT < 500
                 ADD 1 TO WS-OPS-COUNT
                 MOVE WS-OPS-COUNT TO WS-OPS-FOUND
              ELSE
                 DISPLAY "EXRMNT01 - operator security table full, "
                    "dropped operator " OPS-OPERATOR-ID
              END-IF
           END-IF
           IF WS-OPS-FOUND > 0
              SET WS-OPS-IDX TO WS-OPS-FOUND
              MOVE OPS-OPERATOR-ID TO WS-OPS-ID(WS-OPS-IDX)
              MOVE OPS-STATUS      TO WS-OPS-STATUS(WS-OPS-IDX)
              MOVE OPS-ROLES       TO WS-OPS-ROLES(WS-OPS-IDX)
           END-IF.

      *> The caller sets the operator, the role the input needs and
      *> a description of the transaction. WS-SEC-DENIAL comes back
      *> spaces when the operator may apply it; a refusal is
      *> written to the security log here.
       CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-SEC-DENIAL
           MOVE 0 TO WS-OPS-FOUND
           IF WS-SEC-OPERATOR = SPACES
              MOVE "NO OPERATOR ID" TO WS-SEC-DENIAL
           ELSE
              PERFORM VARYING WS-OPS-IDX FROM 1 BY 1
                  UNTIL WS-OPS-IDX > WS-OPS-COUNT
                  IF WS-OPS-ID(WS-OPS-IDX) = WS-SEC-OPERATOR
                     SET WS-OPS-FOUND TO WS-OPS-IDX
                  END-IF
              END-PERFORM
              IF WS-OPS-FOUND = 0
                 MOVE "UNKNOWN OPERATOR" TO WS-SEC-DENIAL
              ELSE
                 SET WS-OPS-IDX TO WS-OPS-FOUND
                 MOVE 0 TO WS-SEC-ROLE-TALLY
                 INSPECT WS-OPS-ROLES(WS-OPS-IDX)
                    TALLYING WS-SEC-ROLE-TALLY FOR ALL WS-SEC-ROLE
                 IF WS-OPS-STATUS(WS-OPS-IDX) NOT = "A"
                    MOVE "OPERATOR INACTIVE" TO WS-SEC-DENIAL
                 ELSE
                    IF WS-SEC-ROLE-TALLY = 0
                       MOVE "ROLE NOT HELD" TO WS-SEC-DENIAL
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-SEC-DENIAL NOT = SPACES
              ADD 1 TO WS-VIOLATION-COUNT
              MOVE "V" TO SEC-OUTCOME
              PERFORM WRITE-SECURITY-LOG
           END-IF.

       WRITE-SECURITY-APPLIED.
           MOVE SPACES TO WS-SEC-DENIAL
           MOVE "A" TO SEC-OUTCOME
           PERFORM WRITE-SECURITY-LOG.

       WRITE-SECURITY-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-SEC-DATE-TIME
           MOVE WS-SEC-DATE-TIME(1:8) TO SEC-LOG-DATE
           MOVE WS-SEC-DATE-TIME(9:6) TO SEC-LOG-TIME
           MOVE "EXRMNT01"            TO SEC-PROGRAM
           MOVE WS-SEC-OPERATOR       TO SEC-OPERATOR-ID
           MOVE WS-SEC-ROLE           TO SEC-ROLE-CODE
           MOVE WS-SEC-DENIAL         TO SEC-DENIAL-REASON
           MOVE WS-SEC-TRANSACTION    TO SEC-TRANSACTION
           WRITE SECURITY-LOG-RECORD
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "EXRMNT01 - SECURITY-LOG-FILE write failed, "
                 "status " WS-SECLOG-STATUS
           END-IF.

       CLOSE-FILES.
           CLOSE SECURITY-LOG-FILE
           CLOSE EXCHANGE-RATE-FILE
           IF WS-MAINTIN-STATUS = "00" OR WS-MAINTIN-STATUS = "10"
              CLOSE MAINT-INPUT-FILE
           END-IF
           CLOSE LISTING-RPT.
