      *  CUSMNT01 - Customer master maintenance. Applies clerk-keyed
      *  add/change/deactivate transactions (CUSMAINT.IN) to the
      *  customer master ORDAVG01 validates order lines against.
      *  The master is a keyed file updated in place: transactions
      *  are sorted by customer and applied in keyed order within a
      *  key, so an add followed by a change in the same batch lands
      *  as both, and each customer's entry is read, settled and
      *  written back once per batch.
      *  Credit control keys its own actions through the same file:
      *  L sets the credit limit, H places the customer on credit
      *  hold, R releases the hold, and E re-bases the open exposure
      *  once cash has been applied. Every applied transaction is
      *  listed with the customer's credit position after it.
      *  Entries are deactivated, never deleted. Every transaction
      *  is listed as applied or rejected.
      *  Each transaction carries the ID of the clerk who keyed it;
      *  one whose operator is not on the operator security file,
      *  not active, or without the customer maintenance role is
      *  rejected and written to the security log, where every
      *  applied transaction is logged too.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSMNT01.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT MAINT-INPUT-FILE ASSIGN TO "CUSMAINT.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTIN-STATUS.

           SELECT LISTING-RPT ASSIGN TO "CUSMLIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.

           SELECT MAINT-SORT-FILE ASSIGN TO "SORTWK1".

           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSEC-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSREC.

       FD  MAINT-INPUT-FILE.
           COPY CUSMREC.

       FD  LISTING-RPT.
       01  LISTING-LINE                PIC X(80).

           COPY CUSMREC REPLACING LEADING ==CMT-== BY ==SM-==
               ==CUSTOMER-MAINT-RECORD== BY ==SORTED-MAINT-RECORD==.

       FD  OPERATOR-SECURITY-FILE.
           COPY OPSREC.

       FD  SECURITY-LOG-FILE
           RECORDING MODE IS F.
           COPY SECREC.

       SD  MAINT-SORT-FILE.
           COPY CUSMREC REPLACING LEADING ==CMT-== BY ==MSRT-==
               ==CUSTOMER-MAINT-RECORD== BY ==MAINT-SORT-RECORD==.
       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-STATUS          PIC X(2).
       01  WS-MAINTIN-STATUS           PIC X(2).
       01  WS-LISTING-STATUS           PIC X(2).
       01  WS-SRTMNT-STATUS            PIC X(2).
       01  WS-OPERSEC-STATUS           PIC X(2).
       01  WS-SECLOG-STATUS            PIC X(2).
       01  WS-RUN-DATE                 PIC 9(8).

      *> Working copy of the entry being settled, so a group of
               ==CUSTOMER-MASTER-RECORD== BY ==WORK-MASTER-RECORD==.

       01  WS-MATCH-FIELDS.
           05  WS-MNT-CUR-KEY          PIC X(9).
           05  WS-MATCH-KEY            PIC X(9).
           05  WS-WORK-PRESENT         PIC X VALUE 'N'.
           05  WS-ON-MASTER            PIC X VALUE 'N'.

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
           05  WS-DEACTIVATED-COUNT    PIC 9(9) VALUE 0.
           05  WS-CREDIT-COUNT         PIC 9(9) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(9) VALUE 0.
           05  WS-WRITTEN-COUNT        PIC 9(9) VALUE 0.
           05  WS-REJECTS-BEFORE       PIC 9(9) VALUE 0.
           05  WS-COUNT-EDIT           PIC ZZZZZZZZ9.

       01  WS-CREDIT-EDIT-FIELDS.
           05  WS-LIMIT-EDIT           PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-EXPOSURE-EDIT        PIC ---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM OPEN-SECURITY-LOG
           PERFORM LOAD-OPERATOR-SECURITY
           PERFORM SORT-MAINT-INPUT
           PERFORM OPEN-MAINT-FILES
           PERFORM READ-NEXT-MAINT
           PERFORM APPLY-MAINT-GROUP
               UNTIL WS-MNT-CUR-KEY = HIGH-VALUES
           PERFORM WRITE-LISTING-SUMMARY
           PERFORM CLOSE-FILES
           DISPLAY "CUSMNT01 - customers added      : " WS-ADDED-COUNT
              WS-CHANGED-COUNT
           DISPLAY "CUSMNT01 - customers deactivated: "
              WS-DEACTIVATED-COUNT
           DISPLAY "CUSMNT01 - credit actions       : "
              WS-CREDIT-COUNT
           DISPLAY "CUSMNT01 - transactions rejected: "
              WS-REJECTED-COUNT
           DISPLAY "CUSMNT01 - master entries saved : "
              WS-WRITTEN-COUNT
           DISPLAY "CUSMNT01 - refused, security   : "
              WS-VIOLATION-COUNT
           STOP RUN.

      *> Sorted with duplicates kept in keyed order so an add and a
                      FROM CUSTOMER-MAINT-RECORD
           END-READ.

      *> A site with no master yet gets an empty one, so the first
      *> batch of adds builds it.
       OPEN-MAINT-FILES.
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS = "35"
              OPEN OUTPUT CUSTOMER-MASTER-FILE
              IF WS-CUSTMAST-STATUS = "00"
                 CLOSE CUSTOMER-MASTER-FILE
                 DISPLAY "CUSMNT01 - CUSTOMER-MASTER-FILE absent, "
                    "starting empty"
              END-IF
              OPEN I-O CUSTOMER-MASTER-FILE
           END-IF
           IF WS-CUSTMAST-STATUS NOT = "00"
              DISPLAY "CUSMNT01 - CUSTOMER-MASTER-FILE open failed, "
                 "status " WS-CUSTMAST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT SORTED-MAINT-FILE
           OPEN OUTPUT LISTING-RPT
           IF WS-LISTING-STATUS NOT = "00"
              DISPLAY "CUSMNT01 - LISTING-RPT open failed, status "
           END-STRING
           WRITE LISTING-LINE.

       READ-NEXT-MAINT.
           READ SORTED-MAINT-FILE
               AT END
                   MOVE SM-CUSTOMER-NO TO WS-MNT-CUR-KEY
           END-READ.

      *> Each customer's transactions are settled as a group
      *> against a working copy of the entry, applied in keyed
      *> order. The master record area keeps the entry as read, so
      *> at the end of the group the entry is rewritten only if a
      *> transaction changed it, or written if the group added it.
       APPLY-MAINT-GROUP.
           MOVE WS-MNT-CUR-KEY TO WS-MATCH-KEY
           MOVE WS-MATCH-KEY   TO CUS-CUSTOMER-NO
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-WORK-PRESENT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WORK-PRESENT
                   MOVE CUSTOMER-MASTER-RECORD TO WORK-MASTER-RECORD
           END-READ
           MOVE WS-WORK-PRESENT TO WS-ON-MASTER
           PERFORM APPLY-ONE-MAINT
              UNTIL WS-MNT-CUR-KEY NOT = WS-MATCH-KEY
           IF WS-WORK-PRESENT = 'Y'
              IF WS-ON-MASTER = 'N'
                 OR WORK-MASTER-RECORD NOT = CUSTOMER-MASTER-RECORD
                 PERFORM SAVE-MASTER-ENTRY
              END-IF
           END-IF.

      *> The keying clerk is checked before the transaction is
      *> looked at; one that applies without a reject is logged
      *> under the clerk's ID.
       APPLY-ONE-MAINT.
           MOVE SM-OPERATOR-ID TO WS-SEC-OPERATOR
           MOVE "M"            TO WS-SEC-ROLE
           MOVE SPACES         TO WS-SEC-TRANSACTION
           STRING "CUST MAINT "    DELIMITED BY SIZE
                  SM-ACTION        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  SM-CUSTOMER-NO   DELIMITED BY SIZE
               INTO WS-SEC-TRANSACTION
           END-STRING
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF WS-SEC-DENIAL NOT = SPACES
              PERFORM REJECT-UNAUTHORIZED
           ELSE
              MOVE WS-REJECTED-COUNT TO WS-REJECTS-BEFORE
              EVALUATE TRUE
                  WHEN SM-ACTION = "A"
                      PERFORM APPLY-ADD
                  WHEN SM-ACTION = "C"
                      PERFORM APPLY-CHANGE
                  WHEN SM-ACTION = "D"
                      PERFORM APPLY-DEACTIVATE
                  WHEN SM-ACTION = "L"
                      PERFORM APPLY-CREDIT-LIMIT
                  WHEN SM-ACTION = "H"
                      PERFORM APPLY-CREDIT-HOLD
                  WHEN SM-ACTION = "R"
                      PERFORM APPLY-CREDIT-RELEASE
                  WHEN SM-ACTION = "E"
                      PERFORM APPLY-EXPOSURE-RESET
                  WHEN OTHER
                      PERFORM REJECT-MAINT-ACTION
              END-EVALUATE
              IF WS-REJECTED-COUNT = WS-REJECTS-BEFORE
                 PERFORM WRITE-SECURITY-APPLIED
              END-IF
           END-IF
           PERFORM READ-NEXT-MAINT.

       APPLY-ADD.
              MOVE "A"            TO WCU-STATUS
              MOVE WS-RUN-DATE    TO WCU-ADDED-DATE
              MOVE WS-RUN-DATE    TO WCU-CHANGED-DATE
              IF SM-AMOUNT IS NUMERIC
                 MOVE SM-AMOUNT   TO WCU-CREDIT-LIMIT
              ELSE
                 MOVE 0           TO WCU-CREDIT-LIMIT
              END-IF
              MOVE "N"            TO WCU-CREDIT-STATUS
              MOVE 0              TO WCU-OPEN-EXPOSURE
              ADD 1 TO WS-ADDED-COUNT
              MOVE SPACES TO LISTING-LINE
              STRING SM-CUSTOMER-NO DELIMITED BY SIZE
                  INTO LISTING-LINE
              END-STRING
              PERFORM WRITE-LISTING-LINE
              PERFORM WRITE-CREDIT-DETAIL
           END-IF.

       APPLY-CHANGE.
                  INTO LISTING-LINE
              END-STRING
              PERFORM WRITE-LISTING-LINE
              PERFORM WRITE-CREDIT-DETAIL
           ELSE
              ADD 1 TO WS-REJECTED-COUNT
              MOVE SPACES TO LISTING-LINE
                  INTO LISTING-LINE
              END-STRING
              PERFORM WRITE-LISTING-LINE
              PERFORM WRITE-CREDIT-DETAIL
           ELSE
              ADD 1 TO WS-REJECTED-COUNT
              MOVE SPACES TO LISTING-LINE
              PERFORM WRITE-LISTING-LINE
           END-IF.

       APPLY-CREDIT-LIMIT.
           IF WS-WORK-PRESENT = 'N'
              PERFORM REJECT-NOT-ON-MASTER
           ELSE
              IF SM-AMOUNT IS NOT NUMERIC
                 PERFORM REJECT-BAD-AMOUNT
              ELSE
                 MOVE SM-AMOUNT   TO WCU-CREDIT-LIMIT
                 MOVE WS-RUN-DATE TO WCU-CHANGED-DATE
                 ADD 1 TO WS-CREDIT-COUNT
                 MOVE SPACES TO LISTING-LINE
                 STRING SM-CUSTOMER-NO DELIMITED BY SIZE
                        "  CREDIT LIMIT SET" DELIMITED BY SIZE
                     INTO LISTING-LINE
                 END-STRING
                 PERFORM WRITE-LISTING-LINE
                 PERFORM WRITE-CREDIT-DETAIL
              END-IF
           END-IF.

       APPLY-CREDIT-HOLD.
           IF WS-WORK-PRESENT = 'N'
              PERFORM REJECT-NOT-ON-MASTER
           ELSE
              MOVE "H"         TO WCU-CREDIT-STATUS
              MOVE WS-RUN-DATE TO WCU-CHANGED-DATE
              ADD 1 TO WS-CREDIT-COUNT
              MOVE SPACES TO LISTING-LINE
              STRING SM-CUSTOMER-NO DELIMITED BY SIZE
                     "  PLACED ON CREDIT HOLD" DELIMITED BY SIZE
                  INTO LISTING-LINE
              END-STRING
              PERFORM WRITE-LISTING-LINE
              PERFORM WRITE-CREDIT-DETAIL
           END-IF.

       APPLY-CREDIT-RELEASE.
           IF WS-WORK-PRESENT = 'N'
              PERFORM REJECT-NOT-ON-MASTER
           ELSE
              MOVE "N"         TO WCU-CREDIT-STATUS
              MOVE WS-RUN-DATE TO WCU-CHANGED-DATE
              ADD 1 TO WS-CREDIT-COUNT
              MOVE SPACES TO LISTING-LINE
              STRING SM-CUSTOMER-NO DELIMITED BY SIZE
                     "  CREDIT HOLD RELEASED" DELIMITED BY SIZE
                  INTO LISTING-LINE
              END-STRING
              PERFORM WRITE-LISTING-LINE
              PERFORM WRITE-CREDIT-DETAIL
           END-IF.

      *> Exposure is otherwise carried by ORDAVG01 alone; credit
      *> control re-bases it here from the receivables balance once
      *> cash has been applied.
       APPLY-EXPOSURE-RESET.
           IF WS-WORK-PRESENT = 'N'
              PERFORM REJECT-NOT-ON-MASTER
           ELSE
              IF SM-AMOUNT IS NOT NUMERIC
                 PERFORM REJECT-BAD-AMOUNT
              ELSE
                 MOVE SM-AMOUNT   TO WCU-OPEN-EXPOSURE
                 MOVE WS-RUN-DATE TO WCU-CHANGED-DATE
                 ADD 1 TO WS-CREDIT-COUNT
                 MOVE SPACES TO LISTING-LINE
                 STRING SM-CUSTOMER-NO DELIMITED BY SIZE
                        "  OPEN EXPOSURE RESET" DELIMITED BY SIZE
                     INTO LISTING-LINE
                 END-STRING
                 PERFORM WRITE-LISTING-LINE
                 PERFORM WRITE-CREDIT-DETAIL
              END-IF
           END-IF.

       REJECT-UNAUTHORIZED.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING SM-CUSTOMER-NO DELIMITED BY SIZE
                  "  REJECTED - " DELIMITED BY SIZE
                  WS-SEC-DENIAL DELIMITED BY SIZE
                  " '" DELIMITED BY SIZE
                  SM-OPERATOR-ID DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
               INTO LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE.

       REJECT-NOT-ON-MASTER.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING SM-CUSTOMER-NO DELIMITED BY SIZE
                  "  REJECTED - NOT ON MASTER" DELIMITED BY SIZE
               INTO LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE.

       REJECT-BAD-AMOUNT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING SM-CUSTOMER-NO DELIMITED BY SIZE
                  "  REJECTED - AMOUNT NOT NUMERIC" DELIMITED BY SIZE
               INTO LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE.

      *> The customer's credit position after the transaction, on
      *> the line under it.
       WRITE-CREDIT-DETAIL.
           MOVE WCU-CREDIT-LIMIT  TO WS-LIMIT-EDIT
           MOVE WCU-OPEN-EXPOSURE TO WS-EXPOSURE-EDIT
           MOVE SPACES TO LISTING-LINE
           IF WCU-CREDIT-STATUS = "H"
              STRING "           LIMIT " DELIMITED BY SIZE
                     WS-LIMIT-EDIT DELIMITED BY SIZE
                     "  EXPOSURE " DELIMITED BY SIZE
                     WS-EXPOSURE-EDIT DELIMITED BY SIZE
                     "  ON HOLD" DELIMITED BY SIZE
                  INTO LISTING-LINE
              END-STRING
           ELSE
              STRING "           LIMIT " DELIMITED BY SIZE
                     WS-LIMIT-EDIT DELIMITED BY SIZE
                     "  EXPOSURE " DELIMITED BY SIZE
                     WS-EXPOSURE-EDIT DELIMITED BY SIZE
                  INTO LISTING-LINE
              END-STRING
           END-IF
           PERFORM WRITE-LISTING-LINE.

       REJECT-MAINT-ACTION.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE.

       SAVE-MASTER-ENTRY.
           MOVE WORK-MASTER-RECORD TO CUSTOMER-MASTER-RECORD
           IF WS-ON-MASTER = 'Y'
              REWRITE CUSTOMER-MASTER-RECORD
                  INVALID KEY
                      CONTINUE
              END-REWRITE
           ELSE
              WRITE CUSTOMER-MASTER-RECORD
                  INVALID KEY
                      CONTINUE
              END-WRITE
           END-IF
           IF WS-CUSTMAST-STATUS NOT = "00"
              DISPLAY "CUSMNT01 - CUSTOMER-MASTER-FILE update failed "
                 "for " CUS-CUSTOMER-NO ", status " WS-CUSTMAST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT.

       WRITE-LISTING-LINE.
           WRITE LISTING-LINE
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
              DISPLAY "CUSMNT01 - SECURITY-LOG-FILE open failed, "
                 "status " WS-SECLOG-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Without the operator file no operator can be vouched for,
      *> so every keyed transaction is refused.
       LOAD-OPERATOR-SECURITY.
           OPEN INPUT OPERATOR-SECURITY-FILE
           IF WS-OPERSEC-STATUS NOT = "00"
              DISPLAY "CUSMNT01 - OPERATOR-SECURITY-FILE absent, "
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
                 DISPLAY "CUSMNT01 - operator security table full, "
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
           MOVE "CUSMNT01"            TO SEC-PROGRAM
           MOVE WS-SEC-OPERATOR       TO SEC-OPERATOR-ID
           MOVE WS-SEC-ROLE           TO SEC-ROLE-CODE
           MOVE WS-SEC-DENIAL         TO SEC-DENIAL-REASON
           MOVE WS-SEC-TRANSACTION    TO SEC-TRANSACTION
           WRITE SECURITY-LOG-RECORD
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "CUSMNT01 - SECURITY-LOG-FILE write failed, "
                 "status " WS-SECLOG-STATUS
           END-IF.

       CLOSE-FILES.
           CLOSE SECURITY-LOG-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE SORTED-MAINT-FILE
           CLOSE LISTING-RPT.
