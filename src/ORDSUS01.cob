      *  clerk's approval in a later cycle before it releases; every
      *  over-authority approval is reported on SUSAUTH.RPT for
      *  supervision.
      *  A disposition counts only if the clerk keying it is on the
      *  operator security file, active, with the suspense clerk
      *  role; any other is refused, written to the security log,
      *  and its item carried forward. Each disposition applied is
      *  logged there too under the clerk's ID.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDSUS01.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHRPT-STATUS.

           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSEC-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE
       FD  AUTHORITY-RPT.
       01  AUTHORITY-LINE              PIC X(80).

       FD  OPERATOR-SECURITY-FILE.
           COPY OPSREC.

       FD  SECURITY-LOG-FILE
           RECORDING MODE IS F.
           COPY SECREC.

       WORKING-STORAGE SECTION.
       01  WS-SUSPENSE-STATUS          PIC X(2).
       01  WS-DISPIN-STATUS            PIC X(2).
       01  WS-AGING-STATUS             PIC X(2).
       01  WS-CLKAUTH-STATUS           PIC X(2).
       01  WS-AUTHRPT-STATUS           PIC X(2).
       01  WS-OPERSEC-STATUS           PIC X(2).
       01  WS-SECLOG-STATUS            PIC X(2).
       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-TIMESTAMP-FIELDS.
           05  WS-OVERAUTH-COUNT       PIC 9(5) VALUE 0.
           05  WS-LIMIT-EDIT           PIC ZZZZZZ9.99.

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

       01  WS-DISPOSITION-TABLE.
           05  WS-DISP-COUNT           PIC 9(5) VALUE 0.
           05  WS-DISP-ENTRY OCCURS 10000 TIMES
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM OPEN-FILES
           PERFORM LOAD-OPERATOR-SECURITY
           PERFORM LOAD-CLERK-AUTHORITY
           PERFORM LOAD-DISPOSITIONS
           PERFORM WRITE-AGING-HEADING
              WS-FIRST-HELD-COUNT
           DISPLAY "ORDSUS01 - dual-approval relsd: "
              WS-DUAL-RELEASED-COUNT
           DISPLAY "ORDSUS01 - refused, security  : "
              WS-VIOLATION-COUNT
           STOP RUN.

       OPEN-FILES.
           IF WS-AUTHRPT-STATUS NOT = "00"
              DISPLAY "ORDSUS01 - AUTHORITY-RPT open failed, status "
                 WS-AUTHRPT-STATUS
           END-IF
           PERFORM OPEN-SECURITY-LOG.

       LOAD-CLERK-AUTHORITY.
           OPEN INPUT CLERK-AUTHORITY-FILE
              MOVE 'Y' TO WS-DISP-EOF
           END-IF
           PERFORM UNTIL WS-DISP-EOF = 'Y'
               PERFORM CHECK-DISPOSITION-AUTHORITY
               IF WS-SEC-DENIAL = SPACES
                  PERFORM LOAD-ONE-DISPOSITION
               END-IF
               READ DISPOSITION-INPUT-FILE
                   AT END MOVE 'Y' TO WS-DISP-EOF
               END-READ
           END-PERFORM.

      *> A disposition the clerk may not key is never loaded, so
      *> its item carries forward still held.
       CHECK-DISPOSITION-AUTHORITY.
           MOVE SUSD-CLERK-ID TO WS-SEC-OPERATOR
           MOVE "S"           TO WS-SEC-ROLE
           MOVE SPACES        TO WS-SEC-TRANSACTION
           STRING "SUSPENSE "       DELIMITED BY SIZE
                  SUSD-ACTION       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  SUSD-RECORD-KEY   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  SUSD-REASON-CODE  DELIMITED BY SIZE
               INTO WS-SEC-TRANSACTION
           END-STRING
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF WS-SEC-DENIAL NOT = SPACES
              DISPLAY "ORDSUS01 - disposition for " SUSD-RECORD-KEY
                 " refused, clerk '" SUSD-CLERK-ID "' "
                 WS-SEC-DENIAL
           END-IF.

       LOAD-ONE-DISPOSITION.
           IF WS-DISP-COUNT < 10000
              ADD 1 TO WS-DISP-COUNT
              MOVE SUSD-RECORD-KEY TO WS-DISP-KEY(WS-DISP-COUNT)
              MOVE SUSD-ACTION     TO WS-DISP-ACTION(WS-DISP-COUNT)
              MOVE SUSD-REASON-CODE
                 TO WS-DISP-REASON(WS-DISP-COUNT)
              MOVE SUSD-CLERK-ID   TO WS-DISP-CLERK(WS-DISP-COUNT)
              MOVE 'N' TO WS-DISP-MATCHED(WS-DISP-COUNT)
              MOVE 'N' TO WS-DISP-CONSUMED(WS-DISP-COUNT)
           ELSE
              DISPLAY "ORDSUS01 - disposition table full, dropped "
                 SUSD-RECORD-KEY
           END-IF.

       PROCESS-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
              IF WS-DISP-ACTION(WS-DISP-FOUND-IDX) = "A"
                 PERFORM APPROVE-SUSPENSE-ITEM
                 MOVE 'Y' TO WS-DISP-CONSUMED(WS-DISP-FOUND-IDX)
                 PERFORM LOG-DISPOSITION-APPLIED
              ELSE
                 IF WS-DISP-ACTION(WS-DISP-FOUND-IDX) = "R"
                    PERFORM WRITE-REJECT-RECORD
                    MOVE 'Y' TO WS-DISP-CONSUMED(WS-DISP-FOUND-IDX)
                    PERFORM LOG-DISPOSITION-APPLIED
                 ELSE
                    DISPLAY "ORDSUS01 - invalid action for key "
                       SUS-RECORD-KEY ", item carried forward"
              PERFORM CARRY-FORWARD-ITEM
           END-IF.

       LOG-DISPOSITION-APPLIED.
           MOVE WS-DISP-CLERK(WS-DISP-FOUND-IDX) TO WS-SEC-OPERATOR
           MOVE "S"           TO WS-SEC-ROLE
           MOVE SPACES        TO WS-SEC-TRANSACTION
           STRING "SUSPENSE "       DELIMITED BY SIZE
                  WS-DISP-ACTION(WS-DISP-FOUND-IDX)
                                    DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  SUS-RECORD-KEY    DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-DISP-REASON(WS-DISP-FOUND-IDX)
                                    DELIMITED BY SIZE
               INTO WS-SEC-TRANSACTION
           END-STRING
           PERFORM WRITE-SECURITY-APPLIED.

       FIND-DISPOSITION.
           MOVE 0 TO WS-DISP-FOUND-IDX
           PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
           MOVE SUS-QTY                TO OL-QTY
           MOVE "S"                    TO OL-TRANS-TYPE
           MOVE SUS-CUSTOMER-NO        TO OL-CUSTOMER-NO
           MOVE SPACES                 TO OL-ITEM-CODE
           MOVE SPACES                 TO OL-CURRENCY-CODE
           WRITE ORDER-LINE-RECORD
           IF WS-SUSPOST-STATUS = "00"
              ADD 1 TO WS-RELEASED-COUNT
               END-IF
           END-PERFORM.

      *> The security log must open - no keyed input is applied
      *> without a record of who keyed it.
       OPEN-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SECLOG-STATUS NOT = "00"
              OPEN OUTPUT SECURITY-LOG-FILE
           END-IF
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "ORDSUS01 - SECURITY-LOG-FILE open failed, "
                 "status " WS-SECLOG-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Without the operator file no operator can be vouched for,
      *> so every keyed transaction is refused.
       LOAD-OPERATOR-SECURITY.
           OPEN INPUT OPERATOR-SECURITY-FILE
           IF WS-OPERSEC-STATUS NOT = "00"
              DISPLAY "ORDSUS01 - OPERATOR-SECURITY-FILE absent, "
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
                 DISPLAY "ORDSUS01 - operator security table full, "
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
           MOVE "ORDSUS01"            TO SEC-PROGRAM
           MOVE WS-SEC-OPERATOR       TO SEC-OPERATOR-ID
           MOVE WS-SEC-ROLE           TO SEC-ROLE-CODE
           MOVE WS-SEC-DENIAL         TO SEC-DENIAL-REASON
           MOVE WS-SEC-TRANSACTION    TO SEC-TRANSACTION
           WRITE SECURITY-LOG-RECORD
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "ORDSUS01 - SECURITY-LOG-FILE write failed, "
                 "status " WS-SECLOG-STATUS
           END-IF.

       BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO WS-FORMATTED-TIMESTAMP
           CLOSE REJECT-REGISTER-FILE
           CLOSE REMAINING-SUSPENSE-FILE
           CLOSE AGING-RPT
           CLOSE AUTHORITY-RPT
           CLOSE SECURITY-LOG-FILE.
