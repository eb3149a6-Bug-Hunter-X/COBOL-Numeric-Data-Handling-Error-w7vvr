      ***************************************************************
      *  PRCMNT01 - Product price master maintenance. Applies
      *  clerk-keyed transactions (PRCMAINT.IN) to the price master
      *  ORDAVG01 checks every sale's unit price against:
      *    A - add an item with its description, list price and
      *        tolerance percent;
      *    C - change the item's description;
      *    P - set a new list price and tolerance percent;
      *    D - deactivate the item (it then prices as unknown).
      *  The master is a keyed file updated in place: transactions
      *  are sorted by item and applied in keyed order within a
      *  key, so an add followed by a price change in the same
      *  batch lands as both, and each item's entry is read,
      *  settled and written back once per batch. A list price must
      *  be above zero. Every transaction is listed as applied or
      *  rejected, applied ones with the item's price after them.
      *  Entries are deactivated, never deleted.
      *  Each transaction carries the ID of the clerk who keyed it;
      *  one whose operator is not on the operator security file,
      *  not active, or without the price maintenance role is
      *  rejected and written to the security log, where every
      *  applied transaction is logged too.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCMNT01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-MASTER-FILE ASSIGN TO "PRICEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRC-ITEM-CODE
               FILE STATUS IS WS-PRICEMST-STATUS.

           SELECT MAINT-INPUT-FILE ASSIGN TO "PRCMAINT.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTIN-STATUS.

           SELECT LISTING-RPT ASSIGN TO "PRCMLIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.

           SELECT SORTED-MAINT-FILE ASSIGN TO "SORTPMT.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRTMNT-STATUS.

           SELECT MAINT-SORT-FILE ASSIGN TO "SORTWK1".

           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSEC-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-MASTER-FILE.
           COPY PRCREC.

       FD  MAINT-INPUT-FILE.
           COPY PRCMREC.

       FD  LISTING-RPT.
       01  LISTING-LINE                PIC X(80).

       FD  SORTED-MAINT-FILE
           RECORDING MODE IS F.
           COPY PRCMREC REPLACING LEADING ==PMT-== BY ==SM-==
               ==PRICE-MAINT-RECORD== BY ==SORTED-MAINT-RECORD==.

       FD  OPERATOR-SECURITY-FILE.
           COPY OPSREC.

       FD  SECURITY-LOG-FILE
           RECORDING MODE IS F.
           COPY SECREC.

       SD  MAINT-SORT-FILE.
           COPY PRCMREC REPLACING LEADING ==PMT-== BY ==MSRT-==
               ==PRICE-MAINT-RECORD== BY ==MAINT-SORT-RECORD==.

       WORKING-STORAGE SECTION.
       01  WS-PRICEMST-STATUS          PIC X(2).
       01  WS-MAINTIN-STATUS           PIC X(2).
       01  WS-LISTING-STATUS           PIC X(2).
       01  WS-SRTMNT-STATUS            PIC X(2).
       01  WS-OPERSEC-STATUS           PIC X(2).
       01  WS-SECLOG-STATUS            PIC X(2).
       01  WS-RUN-DATE                 PIC 9(8).

      *> Working copy of the entry being settled, so a group of
      *> transactions for one item applies cumulatively.
           COPY PRCREC REPLACING LEADING ==PRC-== BY ==WPR-==
               ==PRICE-MASTER-RECORD== BY ==WORK-MASTER-RECORD==.

       01  WS-MATCH-FIELDS.
           05  WS-MNT-CUR-KEY          PIC X(10).
           05  WS-MATCH-KEY            PIC X(10).
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
           05  WS-PRICED-COUNT         PIC 9(9) VALUE 0.
           05  WS-DEACTIVATED-COUNT    PIC 9(9) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(9) VALUE 0.
           05  WS-WRITTEN-COUNT        PIC 9(9) VALUE 0.
           05  WS-REJECTS-BEFORE       PIC 9(9) VALUE 0.
           05  WS-COUNT-EDIT           PIC ZZZZZZZZ9.

       01  WS-PRICE-EDIT-FIELDS.
           05  WS-PRICE-EDIT           PIC ZZ,ZZ9.99.
           05  WS-TOLERANCE-EDIT       PIC ZZ9.99.

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
           DISPLAY "PRCMNT01 - items added          : " WS-ADDED-COUNT
           DISPLAY "PRCMNT01 - items changed        : "
              WS-CHANGED-COUNT
           DISPLAY "PRCMNT01 - prices set           : "
              WS-PRICED-COUNT
           DISPLAY "PRCMNT01 - items deactivated    : "
              WS-DEACTIVATED-COUNT
           DISPLAY "PRCMNT01 - transactions rejected: "
              WS-REJECTED-COUNT
           DISPLAY "PRCMNT01 - master entries saved : "
              WS-WRITTEN-COUNT
           DISPLAY "PRCMNT01 - refused, security   : "
              WS-VIOLATION-COUNT
           STOP RUN.

      *> Sorted with duplicates kept in keyed order so an add and a
      *> follow-up price change for the same item in one batch
      *> apply in the order the clerk keyed them.
       SORT-MAINT-INPUT.
           SORT MAINT-SORT-FILE
               ON ASCENDING KEY MSRT-ITEM-CODE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-MAINT-INPUT
               GIVING SORTED-MAINT-FILE.

       RELEASE-MAINT-INPUT.
           OPEN INPUT MAINT-INPUT-FILE
           IF WS-MAINTIN-STATUS NOT = "00"
              DISPLAY "PRCMNT01 - MAINT-INPUT-FILE absent, status "
                 WS-MAINTIN-STATUS ", nothing to apply"
           ELSE
              PERFORM RELEASE-ONE-MAINT
                 UNTIL WS-MAINTIN-STATUS NOT = "00"
              CLOSE MAINT-INPUT-FILE
           END-IF.

       RELEASE-ONE-MAINT.
           READ MAINT-INPUT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   RELEASE MAINT-SORT-RECORD
                      FROM PRICE-MAINT-RECORD
           END-READ.

      *> A site with no master yet gets an empty one, so the first
      *> batch of adds builds it.
       OPEN-MAINT-FILES.
           OPEN I-O PRICE-MASTER-FILE
           IF WS-PRICEMST-STATUS = "35"
              OPEN OUTPUT PRICE-MASTER-FILE
              IF WS-PRICEMST-STATUS = "00"
                 CLOSE PRICE-MASTER-FILE
                 DISPLAY "PRCMNT01 - PRICE-MASTER-FILE absent, "
                    "starting empty"
              END-IF
              OPEN I-O PRICE-MASTER-FILE
           END-IF
           IF WS-PRICEMST-STATUS NOT = "00"
              DISPLAY "PRCMNT01 - PRICE-MASTER-FILE open failed, "
                 "status " WS-PRICEMST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT SORTED-MAINT-FILE
           OPEN OUTPUT LISTING-RPT
           IF WS-LISTING-STATUS NOT = "00"
              DISPLAY "PRCMNT01 - LISTING-RPT open failed, status "
                 WS-LISTING-STATUS
           END-IF
           PERFORM WRITE-LISTING-HEADING.

       WRITE-LISTING-HEADING.
           MOVE SPACES TO LISTING-LINE
           STRING "PRCMNT01 - PRICE MASTER MAINTENANCE LIST  RUN DATE "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO LISTING-LINE
           END-STRING
           WRITE LISTING-LINE.

       READ-NEXT-MAINT.
           READ SORTED-MAINT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-MNT-CUR-KEY
               NOT AT END
                   MOVE SM-ITEM-CODE TO WS-MNT-CUR-KEY
           END-READ.

      *> Each item's transactions are settled as a group against a
      *> working copy of the entry, applied in keyed order. The
      *> master record area keeps the entry as read, so at the end
      *> of the group the entry is rewritten only if a transaction
      *> changed it, or written if the group added it.
       APPLY-MAINT-GROUP.
           MOVE WS-MNT-CUR-KEY TO WS-MATCH-KEY
           MOVE WS-MATCH-KEY   TO PRC-ITEM-CODE
           READ PRICE-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-WORK-PRESENT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WORK-PRESENT
                   MOVE PRICE-MASTER-RECORD TO WORK-MASTER-RECORD
           END-READ
           MOVE WS-WORK-PRESENT TO WS-ON-MASTER
           PERFORM APPLY-ONE-MAINT
              UNTIL WS-MNT-CUR-KEY NOT = WS-MATCH-KEY
           IF WS-WORK-PRESENT = 'Y'
              IF WS-ON-MASTER = 'N'
                 OR WORK-MASTER-RECORD NOT = PRICE-MASTER-RECORD
                 PERFORM SAVE-MASTER-ENTRY
              END-IF
           END-IF.

      *> The keying clerk is checked before the transaction is
      *> looked at; one that applies without a reject is logged
      *> under the clerk's ID.
       APPLY-ONE-MAINT.
           MOVE SM-OPERATOR-ID TO WS-SEC-OPERATOR
           MOVE "P"            TO WS-SEC-ROLE
           MOVE SPACES         TO WS-SEC-TRANSACTION
           STRING "PRICE MAINT "   DELIMITED BY SIZE
                  SM-ACTION        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  SM-ITEM-CODE     DELIMITED BY SIZE
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
                  WHEN SM-ACTION = "P"
                      PERFORM APPLY-SET-PRICE
                  WHEN SM-ACTION = "D"
                      PERFORM APPLY-DEACTIVATE
                  WHEN OTHER
                      PERFORM REJECT-MAINT-ACTION
              END-EVALUATE
              IF WS-REJECTED-COUNT = WS-REJECTS-BEFORE
                 PERFORM WRITE-SECURITY-APPLIED
              END-IF
           END-IF
           PERFORM READ-NEXT-MAINT.

       APPLY-ADD.
           IF WS-WORK-PRESENT = 'Y'
              ADD 1 TO WS-REJECTED-COUNT
              MOVE SPACES TO LISTING-LINE
              STRING SM-ITEM-CODE DELIMITED BY SIZE
                     "  REJECTED - ALREADY ON MASTER"
                     DELIMITED BY SIZE
                  INTO LISTING-LINE
              END-STRING
              PERFORM WRITE-LISTING-LINE
           ELSE
              IF SM-LIST-PRICE IS NOT NUMERIC
                 OR SM-TOLERANCE-PCT IS NOT NUMERIC
                 PERFORM REJECT-BAD-PRICE
              ELSE
                 IF SM-LIST-PRICE = 0
                    PERFORM REJECT-BAD-PRICE
                 ELSE
                    MOVE 'Y' TO WS-WORK-PRESENT
                    MOVE SM-ITEM-CODE     TO WPR-ITEM-CODE
                    MOVE SM-DESCRIPTION   TO WPR-DESCRIPTION
                    MOVE "A"              TO WPR-STATUS
                    MOVE SM-LIST-PRICE    TO WPR-LIST-PRICE
                    MOVE SM-TOLERANCE-PCT TO WPR-TOLERANCE-PCT
                    MOVE WS-RUN-DATE      TO WPR-ADDED-DATE
                    MOVE WS-RUN-DATE      TO WPR-CHANGED-DATE
                    ADD 1 TO WS-ADDED-COUNT
                    MOVE SPACES TO LISTING-LINE
                    STRING SM-ITEM-CODE DELIMITED BY SIZE
                           "  ADDED  " DELIMITED BY SIZE
                           SM-DESCRIPTION DELIMITED BY SIZE
                       INTO LISTING-LINE
                    END-STRING
                    PERFORM WRITE-LISTING-LINE
                    PERFORM WRITE-PRICE-DETAIL
                 END-IF
              END-IF
           END-IF.

       APPLY-CHANGE.
           IF WS-WORK-PRESENT = 'N'
              PERFORM REJECT-NOT-ON-MASTER
           ELSE
              MOVE SM-DESCRIPTION TO WPR-DESCRIPTION
              MOVE WS-RUN-DATE    TO WPR-CHANGED-DATE
              ADD 1 TO WS-CHANGED-COUNT
              MOVE SPACES TO LISTING-LINE
              STRING SM-ITEM-CODE DELIMITED BY SIZE
                     "  CHANGED  " DELIMITED BY SIZE
                     SM-DESCRIPTION DELIMITED BY SIZE
                  INTO LISTING-LINE
              END-STRING
              PERFORM WRITE-LISTING-LINE
              PERFORM WRITE-PRICE-DETAIL
           END-IF.

       APPLY-SET-PRICE.
           IF WS-WORK-PRESENT = 'N'
              PERFORM REJECT-NOT-ON-MASTER
           ELSE
              IF SM-LIST-PRICE IS NOT NUMERIC
                 OR SM-TOLERANCE-PCT IS NOT NUMERIC
                 PERFORM REJECT-BAD-PRICE
              ELSE
                 IF SM-LIST-PRICE = 0
                    PERFORM REJECT-BAD-PRICE
                 ELSE
                    MOVE SM-LIST-PRICE    TO WPR-LIST-PRICE
                    MOVE SM-TOLERANCE-PCT TO WPR-TOLERANCE-PCT
                    MOVE WS-RUN-DATE      TO WPR-CHANGED-DATE
                    ADD 1 TO WS-PRICED-COUNT
                    MOVE SPACES TO LISTING-LINE
                    STRING SM-ITEM-CODE DELIMITED BY SIZE
                           "  LIST PRICE SET" DELIMITED BY SIZE
                       INTO LISTING-LINE
                    END-STRING
                    PERFORM WRITE-LISTING-LINE
                    PERFORM WRITE-PRICE-DETAIL
                 END-IF
              END-IF
           END-IF.

       APPLY-DEACTIVATE.
           IF WS-WORK-PRESENT = 'N'
              PERFORM REJECT-NOT-ON-MASTER
           ELSE
              MOVE "I"         TO WPR-STATUS
              MOVE WS-RUN-DATE TO WPR-CHANGED-DATE
              ADD 1 TO WS-DEACTIVATED-COUNT
              MOVE SPACES TO LISTING-LINE
              STRING SM-ITEM-CODE DELIMITED BY SIZE
                     "  DEACTIVATED" DELIMITED BY SIZE
                  INTO LISTING-LINE
              END-STRING
              PERFORM WRITE-LISTING-LINE
              PERFORM WRITE-PRICE-DETAIL
           END-IF.

       REJECT-UNAUTHORIZED.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING SM-ITEM-CODE DELIMITED BY SIZE
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
           STRING SM-ITEM-CODE DELIMITED BY SIZE
                  "  REJECTED - NOT ON MASTER" DELIMITED BY SIZE
               INTO LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE.

       REJECT-BAD-PRICE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING SM-ITEM-CODE DELIMITED BY SIZE
                  "  REJECTED - PRICE OR TOLERANCE INVALID"
                  DELIMITED BY SIZE
               INTO LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE.

      *> The item's price position after the transaction, on the
      *> line under it.
       WRITE-PRICE-DETAIL.
           MOVE WPR-LIST-PRICE    TO WS-PRICE-EDIT
           MOVE WPR-TOLERANCE-PCT TO WS-TOLERANCE-EDIT
           MOVE SPACES TO LISTING-LINE
           IF WPR-STATUS = "I"
              STRING "            LIST " DELIMITED BY SIZE
                     WS-PRICE-EDIT DELIMITED BY SIZE
                     "  TOLERANCE " DELIMITED BY SIZE
                     WS-TOLERANCE-EDIT DELIMITED BY SIZE
                     " PCT  INACTIVE" DELIMITED BY SIZE
                  INTO LISTING-LINE
              END-STRING
           ELSE
              STRING "            LIST " DELIMITED BY SIZE
                     WS-PRICE-EDIT DELIMITED BY SIZE
                     "  TOLERANCE " DELIMITED BY SIZE
                     WS-TOLERANCE-EDIT DELIMITED BY SIZE
                     " PCT" DELIMITED BY SIZE
                  INTO LISTING-LINE
              END-STRING
           END-IF
           PERFORM WRITE-LISTING-LINE.

       REJECT-MAINT-ACTION.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO LISTING-LINE
           STRING SM-ITEM-CODE DELIMITED BY SIZE
                  "  REJECTED - INVALID ACTION '" DELIMITED BY SIZE
                  SM-ACTION DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
               INTO LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE.

       SAVE-MASTER-ENTRY.
           MOVE WORK-MASTER-RECORD TO PRICE-MASTER-RECORD
           IF WS-ON-MASTER = 'Y'
              REWRITE PRICE-MASTER-RECORD
                  INVALID KEY
                      CONTINUE
              END-REWRITE
           ELSE
              WRITE PRICE-MASTER-RECORD
                  INVALID KEY
                      CONTINUE
              END-WRITE
           END-IF
           IF WS-PRICEMST-STATUS NOT = "00"
              DISPLAY "PRCMNT01 - PRICE-MASTER-FILE update failed "
                 "for " PRC-ITEM-CODE ", status " WS-PRICEMST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT.

       WRITE-LISTING-LINE.
           WRITE LISTING-LINE
           IF WS-LISTING-STATUS NOT = "00"
              DISPLAY "PRCMNT01 - LISTING-RPT write failed, status "
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
              DISPLAY "PRCMNT01 - SECURITY-LOG-FILE open failed, "
                 "status " WS-SECLOG-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Without the operator file no operator can be vouched for,
      *> so every keyed transaction is refused.
       LOAD-OPERATOR-SECURITY.
           OPEN INPUT OPERATOR-SECURITY-FILE
           IF WS-OPERSEC-STATUS NOT = "00"
              DISPLAY "PRCMNT01 - OPERATOR-SECURITY-FILE absent, "
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
                 DISPLAY "PRCMNT01 - operator security table full, "
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
           MOVE "PRCMNT01"            TO SEC-PROGRAM
           MOVE WS-SEC-OPERATOR       TO SEC-OPERATOR-ID
           MOVE WS-SEC-ROLE           TO SEC-ROLE-CODE
           MOVE WS-SEC-DENIAL         TO SEC-DENIAL-REASON
           MOVE WS-SEC-TRANSACTION    TO SEC-TRANSACTION
           WRITE SECURITY-LOG-RECORD
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "PRCMNT01 - SECURITY-LOG-FILE write failed, "
                 "status " WS-SECLOG-STATUS
           END-IF.

       CLOSE-FILES.
           CLOSE SECURITY-LOG-FILE
           CLOSE PRICE-MASTER-FILE
           CLOSE SORTED-MAINT-FILE
           CLOSE LISTING-RPT.
