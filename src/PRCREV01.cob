      ***************************************************************
      *  PRCREV01 - Price exception review and release program for
      *  sales ORDAVG01 held on PRICE-EXCEPTION-FILE because the
      *  unit price was outside the item's tolerance of list price,
      *  or the item was not priced on the price master. Applies
      *  clerk-keyed dispositions from PRCDISP.IN: approved lines
      *  are released to SUSPENSE-POSTING-FILE, after ORDSUS01's own
      *  releases, for the next ORDAVG01 run to pick up into its
      *  totals; rejected lines go to the reject register with the
      *  clerk's reason code; anything still undispositioned is
      *  carried forward to PRICEXC.NEW and printed on the price
      *  exception review list with its unit and list price. The
      *  run chain puts this step after ORDSUS01, which creates
      *  SUSPOST.DAT and SUSREJ.DAT fresh, so both are extended
      *  here. RUNCTL01's post step copies PRICEXC.NEW back over
      *  PRICEXC.DAT before the next cycle.
      *  ORDAVG01 does not hold a line in suspense and on price at
      *  once, so an approved line over the amount ceiling
      *  (CEILING.PARM, as ORDAVG01 reads it) is not released
      *  here: it goes on to the suspense file (SUSPENSE.DAT, which
      *  ORDSUS01's post step has already swapped in) for a
      *  suspense clerk to release.
      *  A disposition counts only if the clerk keying it is on the
      *  operator security file, active, with the suspense clerk
      *  role; any other is refused, written to the security log,
      *  and its line carried forward. Each disposition applied is
      *  logged there too under the clerk's ID.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCREV01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-EXCEPTION-FILE ASSIGN TO "PRICEXC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRICEXC-STATUS.

           SELECT DISPOSITION-INPUT-FILE ASSIGN TO "PRCDISP.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPIN-STATUS.

           SELECT SUSPENSE-POSTING-FILE ASSIGN TO "SUSPOST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPOST-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT CEILING-PARM-FILE ASSIGN TO "CEILING.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CEILPARM-STATUS.

           SELECT REJECT-REGISTER-FILE ASSIGN TO "SUSREJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT REMAINING-EXCEPTION-FILE ASSIGN TO "PRICEXC.NEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMAIN-STATUS.

           SELECT REVIEW-RPT ASSIGN TO "PRCREV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSEC-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-EXCEPTION-FILE
           RECORDING MODE IS F.
           COPY PXCREC.

      *> Same layout as a suspense disposition: key, A or R, the
      *> clerk's reason code and clerk ID.
       FD  DISPOSITION-INPUT-FILE.
           COPY SUSDREC REPLACING LEADING ==SUSD-== BY ==PXD-==
               ==SUSPENSE-DISPOSITION-RECORD==
               BY ==PRICE-DISPOSITION-RECORD==.

       FD  SUSPENSE-POSTING-FILE
           RECORDING MODE IS F.
           COPY ORDLREC.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY SUSREC.

       FD  CEILING-PARM-FILE.
       01  CEILING-PARM-RECORD          PIC 9(5)V99.

       FD  REJECT-REGISTER-FILE
           RECORDING MODE IS F.
           COPY REJREC.

       FD  REMAINING-EXCEPTION-FILE
           RECORDING MODE IS F.
           COPY PXCREC REPLACING LEADING ==PXC-== BY ==RPXC-==
               ==PRICE-EXCEPTION-RECORD==
               BY ==REMAINING-EXCEPTION-RECORD==.

       FD  REVIEW-RPT.
       01  REVIEW-LINE                 PIC X(100).

       FD  OPERATOR-SECURITY-FILE.
           COPY OPSREC.

       FD  SECURITY-LOG-FILE
           RECORDING MODE IS F.
           COPY SECREC.

       WORKING-STORAGE SECTION.
       01  WS-PRICEXC-STATUS           PIC X(2).
       01  WS-DISPIN-STATUS            PIC X(2).
       01  WS-SUSPOST-STATUS           PIC X(2).
       01  WS-SUSPENSE-STATUS          PIC X(2).
       01  WS-CEILPARM-STATUS          PIC X(2).
       01  WS-REJECT-STATUS            PIC X(2).
       01  WS-REMAIN-STATUS            PIC X(2).
       01  WS-REVIEW-STATUS            PIC X(2).
       01  WS-OPERSEC-STATUS           PIC X(2).
       01  WS-SECLOG-STATUS            PIC X(2).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-AMOUNT-CEILING           PIC 9(5)V99 VALUE 10000.00.

       01  WS-TIMESTAMP-FIELDS.
           05  WS-CURRENT-DATE-TIME    PIC X(21).
           05  WS-FORMATTED-TIMESTAMP  PIC X(26).

       01  WS-CONTROL-FLAGS.
           05  WS-PXC-EOF              PIC X VALUE 'N'.
           05  WS-PXC-OPENED           PIC X VALUE 'N'.
           05  WS-DISP-EOF             PIC X VALUE 'N'.
           05  WS-DISP-FOUND-IDX       PIC 9(5) VALUE 0.
           05  WS-RELEASED-COUNT       PIC 9(5) VALUE 0.
           05  WS-REFERRED-COUNT       PIC 9(5) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
           05  WS-REMAINING-COUNT      PIC 9(5) VALUE 0.
           05  WS-UNMATCHED-COUNT      PIC 9(5) VALUE 0.
           05  WS-RELEASED-AMOUNT      PIC 9(9)V99 VALUE 0.
           05  WS-REMAINING-AMOUNT     PIC 9(9)V99 VALUE 0.

       01  WS-AGING-FIELDS.
           05  WS-HELD-DATE-X          PIC X(8).
           05  WS-HELD-DATE            PIC 9(8).
           05  WS-DAYS-HELD            PIC S9(5).
           05  WS-DAYS-HELD-EDIT       PIC ZZZZ9.
           05  WS-AMOUNT-EDIT          PIC ZZZZ9.99.
           05  WS-UNIT-EDIT            PIC ZZZZ9.99.
           05  WS-LIST-EDIT            PIC ZZZZ9.99.
           05  WS-VARIANCE-EDIT        PIC -ZZZZ9.99.
           05  WS-REMAINING-EDIT       PIC ZZZZZZZZ9.99.

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
               INDEXED BY WS-DISP-IDX.
               10  WS-DISP-KEY         PIC X(10).
               10  WS-DISP-ACTION      PIC X(1).
               10  WS-DISP-REASON      PIC X(4).
               10  WS-DISP-CLERK       PIC X(8).
               10  WS-DISP-MATCHED     PIC X(1).
               10  WS-DISP-CONSUMED    PIC X(1).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-CEILING-PARM
           PERFORM OPEN-FILES
           PERFORM LOAD-OPERATOR-SECURITY
           PERFORM LOAD-DISPOSITIONS
           PERFORM WRITE-REVIEW-HEADING
           PERFORM PROCESS-EXCEPTIONS UNTIL WS-PXC-EOF = 'Y'
           PERFORM WRITE-REVIEW-TOTAL
           PERFORM COUNT-UNMATCHED-DISPOSITIONS
           PERFORM CLOSE-FILES
           DISPLAY "PRCREV01 - lines released     : " WS-RELEASED-COUNT
           DISPLAY "PRCREV01 - amount released    : " WS-RELEASED-AMOUNT
           DISPLAY "PRCREV01 - sent to suspense   : " WS-REFERRED-COUNT
           DISPLAY "PRCREV01 - lines rejected     : " WS-REJECTED-COUNT
           DISPLAY "PRCREV01 - lines still held   : " WS-REMAINING-COUNT
           DISPLAY "PRCREV01 - unmatched dispns   : " WS-UNMATCHED-COUNT
           DISPLAY "PRCREV01 - refused, security  : "
              WS-VIOLATION-COUNT
           STOP RUN.

       READ-CEILING-PARM.
           OPEN INPUT CEILING-PARM-FILE
           IF WS-CEILPARM-STATUS = "00"
              READ CEILING-PARM-FILE
                  NOT AT END
                      MOVE CEILING-PARM-RECORD TO WS-AMOUNT-CEILING
              END-READ
              CLOSE CEILING-PARM-FILE
           END-IF.

      *> No price exception file simply means ORDAVG01 has never
      *> held a line on price; an empty carry-forward is written so
      *> the post step has a generation to swap in.
       OPEN-FILES.
           OPEN INPUT PRICE-EXCEPTION-FILE
           IF WS-PRICEXC-STATUS NOT = "00"
              DISPLAY "PRCREV01 - PRICE-EXCEPTION-FILE absent, "
                 "status " WS-PRICEXC-STATUS ", nothing held"
              MOVE 'Y' TO WS-PXC-EOF
           ELSE
              MOVE 'Y' TO WS-PXC-OPENED
           END-IF
           OPEN INPUT DISPOSITION-INPUT-FILE
           IF WS-DISPIN-STATUS NOT = "00"
              DISPLAY "PRCREV01 - DISPOSITION-INPUT-FILE open failed, "
                 "status " WS-DISPIN-STATUS
           END-IF
           OPEN EXTEND SUSPENSE-POSTING-FILE
           IF WS-SUSPOST-STATUS NOT = "00"
              OPEN OUTPUT SUSPENSE-POSTING-FILE
           END-IF
           IF WS-SUSPOST-STATUS NOT = "00"
              DISPLAY "PRCREV01 - SUSPENSE-POSTING-FILE open failed, "
                 "status " WS-SUSPOST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
              OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-STATUS NOT = "00"
              DISPLAY "PRCREV01 - SUSPENSE-FILE open failed, "
                 "status " WS-SUSPENSE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND REJECT-REGISTER-FILE
           IF WS-REJECT-STATUS NOT = "00"
              OPEN OUTPUT REJECT-REGISTER-FILE
           END-IF
           IF WS-REJECT-STATUS NOT = "00"
              DISPLAY "PRCREV01 - REJECT-REGISTER-FILE open failed, "
                 "status " WS-REJECT-STATUS
           END-IF
           OPEN OUTPUT REMAINING-EXCEPTION-FILE
           IF WS-REMAIN-STATUS NOT = "00"
              DISPLAY "PRCREV01 - REMAINING-EXCEPTION-FILE open "
                 "failed, status " WS-REMAIN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REVIEW-RPT
           IF WS-REVIEW-STATUS NOT = "00"
              DISPLAY "PRCREV01 - REVIEW-RPT open failed, status "
                 WS-REVIEW-STATUS
           END-IF
           PERFORM OPEN-SECURITY-LOG.

       LOAD-DISPOSITIONS.
           IF WS-DISPIN-STATUS = "00"
              READ DISPOSITION-INPUT-FILE
                  AT END MOVE 'Y' TO WS-DISP-EOF
              END-READ
           ELSE
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
      *> its line carries forward still held.
       CHECK-DISPOSITION-AUTHORITY.
           MOVE PXD-CLERK-ID TO WS-SEC-OPERATOR
           MOVE "S"          TO WS-SEC-ROLE
           MOVE SPACES       TO WS-SEC-TRANSACTION
           STRING "PRICE "          DELIMITED BY SIZE
                  PXD-ACTION        DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  PXD-RECORD-KEY    DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  PXD-REASON-CODE   DELIMITED BY SIZE
               INTO WS-SEC-TRANSACTION
           END-STRING
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF WS-SEC-DENIAL NOT = SPACES
              DISPLAY "PRCREV01 - disposition for " PXD-RECORD-KEY
                 " refused, clerk '" PXD-CLERK-ID "' "
                 WS-SEC-DENIAL
           END-IF.

       LOAD-ONE-DISPOSITION.
           IF WS-DISP-COUNT < 10000
              ADD 1 TO WS-DISP-COUNT
              MOVE PXD-RECORD-KEY  TO WS-DISP-KEY(WS-DISP-COUNT)
              MOVE PXD-ACTION      TO WS-DISP-ACTION(WS-DISP-COUNT)
              MOVE PXD-REASON-CODE
                 TO WS-DISP-REASON(WS-DISP-COUNT)
              MOVE PXD-CLERK-ID    TO WS-DISP-CLERK(WS-DISP-COUNT)
              MOVE 'N' TO WS-DISP-MATCHED(WS-DISP-COUNT)
              MOVE 'N' TO WS-DISP-CONSUMED(WS-DISP-COUNT)
           ELSE
              DISPLAY "PRCREV01 - disposition table full, dropped "
                 PXD-RECORD-KEY
           END-IF.

       PROCESS-EXCEPTIONS.
           READ PRICE-EXCEPTION-FILE
               AT END
                   MOVE 'Y' TO WS-PXC-EOF
               NOT AT END
                   PERFORM PROCESS-EXCEPTION-ITEM
           END-READ.

      *> A disposition applies to exactly one held line - a
      *> duplicated key (the checkpoint-to-crash reprocess window
      *> can append one under the restart OPEN EXTEND) is carried
      *> forward rather than released or rejected a second time.
       PROCESS-EXCEPTION-ITEM.
           PERFORM FIND-DISPOSITION
           IF WS-DISP-FOUND-IDX > 0
              IF WS-DISP-ACTION(WS-DISP-FOUND-IDX) = "A"
                 PERFORM RELEASE-EXCEPTION-ITEM
                 MOVE 'Y' TO WS-DISP-CONSUMED(WS-DISP-FOUND-IDX)
                 PERFORM LOG-DISPOSITION-APPLIED
              ELSE
                 IF WS-DISP-ACTION(WS-DISP-FOUND-IDX) = "R"
                    PERFORM WRITE-REJECT-RECORD
                    MOVE 'Y' TO WS-DISP-CONSUMED(WS-DISP-FOUND-IDX)
                    PERFORM LOG-DISPOSITION-APPLIED
                 ELSE
                    DISPLAY "PRCREV01 - invalid action for key "
                       PXC-RECORD-KEY ", line carried forward"
                    PERFORM CARRY-FORWARD-ITEM
                 END-IF
              END-IF
           ELSE
              PERFORM CARRY-FORWARD-ITEM
           END-IF.

       LOG-DISPOSITION-APPLIED.
           MOVE WS-DISP-CLERK(WS-DISP-FOUND-IDX) TO WS-SEC-OPERATOR
           MOVE "S"           TO WS-SEC-ROLE
           MOVE SPACES        TO WS-SEC-TRANSACTION
           STRING "PRICE "          DELIMITED BY SIZE
                  WS-DISP-ACTION(WS-DISP-FOUND-IDX)
                                    DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  PXC-RECORD-KEY    DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-DISP-REASON(WS-DISP-FOUND-IDX)
                                    DELIMITED BY SIZE
               INTO WS-SEC-TRANSACTION
           END-STRING
           PERFORM WRITE-SECURITY-APPLIED.

       FIND-DISPOSITION.
           MOVE 0 TO WS-DISP-FOUND-IDX
           PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
               UNTIL WS-DISP-IDX > WS-DISP-COUNT
               IF WS-DISP-KEY(WS-DISP-IDX) = PXC-RECORD-KEY
                  MOVE 'Y' TO WS-DISP-MATCHED(WS-DISP-IDX)
                  IF WS-DISP-CONSUMED(WS-DISP-IDX) = 'N'
                     MOVE WS-DISP-IDX TO WS-DISP-FOUND-IDX
                  END-IF
               END-IF
           END-PERFORM.

       RELEASE-EXCEPTION-ITEM.
           IF PXC-AMOUNT > WS-AMOUNT-CEILING
              PERFORM REFER-TO-SUSPENSE
           ELSE
              PERFORM WRITE-RELEASED-LINE
           END-IF.

      *> A released line goes back to ORDAVG01 as a sale at the
      *> price it was keyed at; the item code rides along so the
      *> posted line still shows what was sold.
       WRITE-RELEASED-LINE.
           MOVE PXC-RECORD-KEY         TO OL-RECORD-KEY
           MOVE PXC-AMOUNT             TO OL-AMOUNT
           MOVE PXC-QTY                TO OL-QTY
           MOVE "S"                    TO OL-TRANS-TYPE
           MOVE PXC-CUSTOMER-NO        TO OL-CUSTOMER-NO
           MOVE PXC-ITEM-CODE          TO OL-ITEM-CODE
           MOVE SPACES                 TO OL-CURRENCY-CODE
           WRITE ORDER-LINE-RECORD
           IF WS-SUSPOST-STATUS = "00"
              ADD 1 TO WS-RELEASED-COUNT
              ADD PXC-AMOUNT TO WS-RELEASED-AMOUNT
           ELSE
              DISPLAY "PRCREV01 - SUSPENSE-POSTING-FILE write failed, "
                 "status " WS-SUSPOST-STATUS
           END-IF.

      *> Held as ORDAVG01 would have held it over the ceiling, so
      *> ORDSUS01 applies the clerks' authority limits to it.
       REFER-TO-SUSPENSE.
           PERFORM BUILD-TIMESTAMP
           MOVE PXC-RECORD-KEY         TO SUS-RECORD-KEY
           MOVE PXC-AMOUNT             TO SUS-AMOUNT
           MOVE PXC-QTY                TO SUS-QTY
           MOVE PXC-CUSTOMER-NO        TO SUS-CUSTOMER-NO
           MOVE WS-AMOUNT-CEILING      TO SUS-CEILING
           MOVE WS-FORMATTED-TIMESTAMP TO SUS-TIMESTAMP
           MOVE SPACES                 TO SUS-FIRST-APPROVER
           WRITE SUSPENSE-RECORD
           IF WS-SUSPENSE-STATUS = "00"
              ADD 1 TO WS-REFERRED-COUNT
           ELSE
              DISPLAY "PRCREV01 - SUSPENSE-FILE write failed, "
                 "status " WS-SUSPENSE-STATUS
           END-IF.

       WRITE-REJECT-RECORD.
           PERFORM BUILD-TIMESTAMP
           MOVE PXC-RECORD-KEY         TO REJ-RECORD-KEY
           MOVE PXC-AMOUNT             TO REJ-AMOUNT
           MOVE WS-DISP-REASON(WS-DISP-FOUND-IDX) TO REJ-REASON-CODE
           MOVE WS-DISP-CLERK(WS-DISP-FOUND-IDX)  TO REJ-CLERK-ID
           MOVE WS-FORMATTED-TIMESTAMP TO REJ-TIMESTAMP
           WRITE SUSPENSE-REJECT-RECORD
           IF WS-REJECT-STATUS = "00"
              ADD 1 TO WS-REJECTED-COUNT
           ELSE
              DISPLAY "PRCREV01 - REJECT-REGISTER-FILE write failed, "
                 "status " WS-REJECT-STATUS
           END-IF.

       CARRY-FORWARD-ITEM.
           MOVE PRICE-EXCEPTION-RECORD TO REMAINING-EXCEPTION-RECORD
           WRITE REMAINING-EXCEPTION-RECORD
           IF WS-REMAIN-STATUS NOT = "00"
              DISPLAY "PRCREV01 - REMAINING-EXCEPTION-FILE write "
                 "failed, status " WS-REMAIN-STATUS
           END-IF
           ADD 1 TO WS-REMAINING-COUNT
           ADD PXC-AMOUNT TO WS-REMAINING-AMOUNT
           PERFORM WRITE-REVIEW-DETAIL.

       WRITE-REVIEW-HEADING.
           MOVE SPACES TO REVIEW-LINE
           STRING "PRCREV01 - PRICE EXCEPTIONS AWAITING REVIEW  "
               DELIMITED BY SIZE
               "RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REVIEW-LINE
           END-STRING
           PERFORM WRITE-REVIEW-RPT-LINE
           MOVE SPACES TO REVIEW-LINE
           STRING "KEY         CUSTOMER  ITEM        QTY    AMOUNT"
                  "      UNIT      LIST  VARIANCE%  RSN  "
                  "HELD SINCE  DAYS" DELIMITED BY SIZE
               INTO REVIEW-LINE
           END-STRING
           PERFORM WRITE-REVIEW-RPT-LINE.

       WRITE-REVIEW-DETAIL.
           PERFORM COMPUTE-DAYS-HELD
           MOVE PXC-AMOUNT        TO WS-AMOUNT-EDIT
           MOVE PXC-UNIT-PRICE    TO WS-UNIT-EDIT
           MOVE PXC-LIST-PRICE    TO WS-LIST-EDIT
           MOVE PXC-VARIANCE-PCT  TO WS-VARIANCE-EDIT
           MOVE WS-DAYS-HELD      TO WS-DAYS-HELD-EDIT
           MOVE SPACES TO REVIEW-LINE
           STRING PXC-RECORD-KEY        DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  PXC-CUSTOMER-NO       DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  PXC-ITEM-CODE         DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  PXC-QTY               DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WS-AMOUNT-EDIT        DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WS-UNIT-EDIT          DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WS-LIST-EDIT          DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WS-VARIANCE-EDIT      DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  PXC-REASON-CODE       DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  PXC-TIMESTAMP(1:10)   DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-DAYS-HELD-EDIT     DELIMITED BY SIZE
               INTO REVIEW-LINE
           END-STRING
           PERFORM WRITE-REVIEW-RPT-LINE.

       WRITE-REVIEW-TOTAL.
           MOVE WS-REMAINING-AMOUNT TO WS-REMAINING-EDIT
           MOVE SPACES TO REVIEW-LINE
           STRING "LINES STILL HELD " DELIMITED BY SIZE
                  WS-REMAINING-COUNT  DELIMITED BY SIZE
                  "  AMOUNT "         DELIMITED BY SIZE
                  WS-REMAINING-EDIT   DELIMITED BY SIZE
               INTO REVIEW-LINE
           END-STRING
           PERFORM WRITE-REVIEW-RPT-LINE.

       WRITE-REVIEW-RPT-LINE.
           WRITE REVIEW-LINE
           IF WS-REVIEW-STATUS NOT = "00"
              DISPLAY "PRCREV01 - REVIEW-RPT write failed, status "
                 WS-REVIEW-STATUS
           END-IF.

       COMPUTE-DAYS-HELD.
           MOVE SPACES TO WS-HELD-DATE-X
           STRING PXC-TIMESTAMP(1:4)  DELIMITED BY SIZE
                  PXC-TIMESTAMP(6:2)  DELIMITED BY SIZE
                  PXC-TIMESTAMP(9:2)  DELIMITED BY SIZE
               INTO WS-HELD-DATE-X
           END-STRING
           IF WS-HELD-DATE-X IS NUMERIC
              MOVE WS-HELD-DATE-X TO WS-HELD-DATE
              COMPUTE WS-DAYS-HELD =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-HELD-DATE)
           ELSE
              MOVE 0 TO WS-DAYS-HELD
           END-IF.

       COUNT-UNMATCHED-DISPOSITIONS.
           PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
               UNTIL WS-DISP-IDX > WS-DISP-COUNT
               IF WS-DISP-MATCHED(WS-DISP-IDX) = 'N'
                  ADD 1 TO WS-UNMATCHED-COUNT
                  DISPLAY "PRCREV01 - disposition key "
                     WS-DISP-KEY(WS-DISP-IDX)
                     " matched no price exception"
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
              DISPLAY "PRCREV01 - SECURITY-LOG-FILE open failed, "
                 "status " WS-SECLOG-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Without the operator file no operator can be vouched for,
      *> so every keyed transaction is refused.
       LOAD-OPERATOR-SECURITY.
           OPEN INPUT OPERATOR-SECURITY-FILE
           IF WS-OPERSEC-STATUS NOT = "00"
              DISPLAY "PRCREV01 - OPERATOR-SECURITY-FILE absent, "
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
                 DISPLAY "PRCREV01 - operator security table full, "
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
           MOVE "PRCREV01"            TO SEC-PROGRAM
           MOVE WS-SEC-OPERATOR       TO SEC-OPERATOR-ID
           MOVE WS-SEC-ROLE           TO SEC-ROLE-CODE
           MOVE WS-SEC-DENIAL         TO SEC-DENIAL-REASON
           MOVE WS-SEC-TRANSACTION    TO SEC-TRANSACTION
           WRITE SECURITY-LOG-RECORD
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "PRCREV01 - SECURITY-LOG-FILE write failed, "
                 "status " WS-SECLOG-STATUS
           END-IF.

       BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO WS-FORMATTED-TIMESTAMP
           STRING WS-CURRENT-DATE-TIME(1:4)  DELIMITED BY SIZE
                  "-"                        DELIMITED BY SIZE
                  WS-CURRENT-DATE-TIME(5:2)   DELIMITED BY SIZE
                  "-"                        DELIMITED BY SIZE
                  WS-CURRENT-DATE-TIME(7:2)   DELIMITED BY SIZE
                  "T"                        DELIMITED BY SIZE
                  WS-CURRENT-DATE-TIME(9:2)   DELIMITED BY SIZE
                  ":"                        DELIMITED BY SIZE
                  WS-CURRENT-DATE-TIME(11:2)  DELIMITED BY SIZE
                  ":"                        DELIMITED BY SIZE
                  WS-CURRENT-DATE-TIME(13:2)  DELIMITED BY SIZE
               INTO WS-FORMATTED-TIMESTAMP
           END-STRING.

       CLOSE-FILES.
           IF WS-PXC-OPENED = 'Y'
              CLOSE PRICE-EXCEPTION-FILE
           END-IF
           CLOSE DISPOSITION-INPUT-FILE
           CLOSE SUSPENSE-POSTING-FILE
           CLOSE SUSPENSE-FILE
           CLOSE REJECT-REGISTER-FILE
           CLOSE REMAINING-EXCEPTION-FILE
           CLOSE REVIEW-RPT
           CLOSE SECURITY-LOG-FILE.
