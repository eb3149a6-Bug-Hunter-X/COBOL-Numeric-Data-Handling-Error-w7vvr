      *  volume of corrections runs in one pass with nothing
      *  dropped; correction keys that match no exception are
      *  counted and listed so a mis-keyed correction is seen.
      *  A correction applies only if the clerk who keyed it is on
      *  the operator security file, active, and holds the
      *  corrections clerk role; anything else is refused and
      *  written to the security log, where every correction
      *  applied is logged too under the clerk's ID.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDFIX01.
           SELECT EXC-SORT-FILE  ASSIGN TO "SORTWK2".
           SELECT STAT-SORT-FILE ASSIGN TO "SORTWK3".

           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSEC-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-RPT.
           05  SC-RECORD-KEY           PIC X(10).
           05  SC-NEW-QTY              PIC 9(3).
           05  SC-NEW-CUSTOMER         PIC X(9).
           05  SC-OPERATOR-ID          PIC X(8).

       FD  SORTED-EXC-FILE
           RECORDING MODE IS F.
           COPY CORSREC REPLACING LEADING ==CST-== BY ==SS-==
               ==CORRECTION-STATUS-RECORD== BY ==SORTED-STAT-RECORD==.

       FD  OPERATOR-SECURITY-FILE.
           COPY OPSREC.

       FD  SECURITY-LOG-FILE
           RECORDING MODE IS F.
           COPY SECREC.

       SD  CORR-SORT-FILE.
       01  CORR-SORT-RECORD.
           05  CSRT-RECORD-KEY         PIC X(10).
           05  CSRT-NEW-QTY            PIC 9(3).
           05  CSRT-NEW-CUSTOMER       PIC X(9).
           05  CSRT-OPERATOR-ID        PIC X(8).

       SD  EXC-SORT-FILE.
           COPY EXCREC REPLACING LEADING ==EXC-== BY ==ESRT-==
       01  WS-SRTCORR-STATUS           PIC X(2).
       01  WS-SRTEXC-STATUS            PIC X(2).
       01  WS-SRTSTAT-STATUS           PIC X(2).
       01  WS-OPERSEC-STATUS           PIC X(2).
       01  WS-SECLOG-STATUS            PIC X(2).
       01  WS-RUN-DATE                 PIC 9(8).

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

       01  WS-MATCH-FIELDS.
           05  WS-CORR-CUR-KEY         PIC X(10).
           05  WS-EXC-CUR-KEY          PIC X(10).
           05  WS-MATCH-KEY            PIC X(10).
           05  WS-CORR-HOLD-QTY        PIC 9(3).
           05  WS-CORR-HOLD-CUST       PIC X(9).
           05  WS-CORR-HOLD-OPER       PIC X(8).
           05  WS-CORR-GROUP-COUNT     PIC 9(9).
           05  WS-STAT-HOLD-STATUS     PIC X(1).
           05  WS-STAT-HOLD-DATE       PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM OPEN-SECURITY-LOG
           PERFORM LOAD-OPERATOR-SECURITY
           PERFORM SORT-CORRECTIONS
           PERFORM SORT-EXCEPTIONS
           PERFORM SORT-STATUS-FILE
           DISPLAY "ORDFIX01 - postings confirmed : " WS-POSTED-COUNT
           DISPLAY "ORDFIX01 - unmatched correctns: "
              WS-UNMATCHED-COUNT
           DISPLAY "ORDFIX01 - refused, security  : "
              WS-VIOLATION-COUNT
           STOP RUN.

       SORT-CORRECTIONS.
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM RELEASE-AUTHORIZED-CORRECTION
           END-READ.

      *> A correction the clerk may not key never reaches the
      *> match, so its exception stays pending.
       RELEASE-AUTHORIZED-CORRECTION.
           MOVE CORR-OPERATOR-ID TO WS-SEC-OPERATOR
           MOVE "C"              TO WS-SEC-ROLE
           MOVE SPACES           TO WS-SEC-TRANSACTION
           STRING "CORR "            DELIMITED BY SIZE
                  CORR-RECORD-KEY    DELIMITED BY SIZE
                  " QTY "            DELIMITED BY SIZE
                  CORR-NEW-QTY       DELIMITED BY SIZE
                  " CUST "           DELIMITED BY SIZE
                  CORR-NEW-CUSTOMER  DELIMITED BY SIZE
               INTO WS-SEC-TRANSACTION
           END-STRING
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF WS-SEC-DENIAL = SPACES
              MOVE CORR-RECORD-KEY   TO CSRT-RECORD-KEY
              MOVE CORR-NEW-QTY      TO CSRT-NEW-QTY
              MOVE CORR-NEW-CUSTOMER TO CSRT-NEW-CUSTOMER
              MOVE CORR-OPERATOR-ID  TO CSRT-OPERATOR-ID
              RELEASE CORR-SORT-RECORD
           ELSE
              DISPLAY "ORDFIX01 - correction for " CORR-RECORD-KEY
                 " refused, operator '" CORR-OPERATOR-ID "' "
                 WS-SEC-DENIAL
           END-IF.

       SORT-EXCEPTIONS.
           SORT EXC-SORT-FILE
               ON ASCENDING KEY ESRT-RECORD-KEY
               MOVE 'Y' TO WS-CORR-PRESENT
               MOVE SC-NEW-QTY      TO WS-CORR-HOLD-QTY
               MOVE SC-NEW-CUSTOMER TO WS-CORR-HOLD-CUST
               MOVE SC-OPERATOR-ID  TO WS-CORR-HOLD-OPER
               ADD 1 TO WS-CORR-GROUP-COUNT
               PERFORM READ-NEXT-CORRECTION
           END-PERFORM.
           ELSE
              MOVE WS-CORR-HOLD-CUST TO OL-CUSTOMER-NO
           END-IF
           MOVE SE-ITEM-CODE      TO OL-ITEM-CODE
           MOVE SE-CURRENCY-CODE  TO OL-CURRENCY-CODE
           WRITE ORDER-LINE-RECORD
           IF WS-CORROUT-STATUS = "00"
              ADD 1 TO WS-FIXED-COUNT
              MOVE WS-CORR-HOLD-OPER TO WS-SEC-OPERATOR
              MOVE "C"               TO WS-SEC-ROLE
              MOVE SPACES            TO WS-SEC-TRANSACTION
              STRING "CORR "            DELIMITED BY SIZE
                     SE-RECORD-KEY      DELIMITED BY SIZE
                     " QTY "            DELIMITED BY SIZE
                     WS-CORR-HOLD-QTY   DELIMITED BY SIZE
                     " CUST "           DELIMITED BY SIZE
                     OL-CUSTOMER-NO     DELIMITED BY SIZE
                  INTO WS-SEC-TRANSACTION
              END-STRING
              PERFORM WRITE-SECURITY-APPLIED
           ELSE
              DISPLAY "ORDFIX01 - CORRECTED-ORDER-FILE write failed, "
                 "status " WS-CORROUT-STATUS
           END-STRING
           WRITE LISTING-LINE.

      *> The security log must open - no keyed input is applied
      *> without a record of who keyed it.
       OPEN-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SECLOG-STATUS NOT = "00"
              OPEN OUTPUT SECURITY-LOG-FILE
           END-IF
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "ORDFIX01 - SECURITY-LOG-FILE open failed, "
                 "status " WS-SECLOG-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Without the operator file no operator can be vouched for,
      *> so every keyed transaction is refused.
       LOAD-OPERATOR-SECURITY.
           OPEN INPUT OPERATOR-SECURITY-FILE
           IF WS-OPERSEC-STATUS NOT = "00"
              DISPLAY "ORDFIX01 - OPERATOR-SECURITY-FILE absent, "
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
                 DISPLAY "ORDFIX01 - operator security table full, "
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
           MOVE "ORDFIX01"            TO SEC-PROGRAM
           MOVE WS-SEC-OPERATOR       TO SEC-OPERATOR-ID
           MOVE WS-SEC-ROLE           TO SEC-ROLE-CODE
           MOVE WS-SEC-DENIAL         TO SEC-DENIAL-REASON
           MOVE WS-SEC-TRANSACTION    TO SEC-TRANSACTION
           WRITE SECURITY-LOG-RECORD
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "ORDFIX01 - SECURITY-LOG-FILE write failed, "
                 "status " WS-SECLOG-STATUS
           END-IF.

       CLOSE-FILES.
           CLOSE SECURITY-LOG-FILE
           CLOSE SORTED-CORR-FILE
           CLOSE SORTED-EXC-FILE
           CLOSE SORTED-STAT-FILE
