      ***************************************************************
      *  ORDBKO01 - Business-date backout. When a day posted from a
      *  wrong or corrupted feed, a supervisor keys the business
      *  date and source system into BACKOUT.PARM with a mandatory
      *  reason, and this program reverses everything that day and
      *  source posted, so ORDAVG01 can be run again for it:
      *    - a reversing GL extract (debit and credit swapped, per
      *      account and offset) is written to the hold area with a
      *      backout run summary, and goes out through RECON01 and
      *      GLREL01 like any day's extract;
      *    - the day's period-to-date records are removed, and its
      *      entries on the sales history (SLSHIST.DAT);
      *    - each line the day posted is taken off the posted-key
      *      history and its exposure taken off the customer;
      *    - each suspense release that posted into the day goes
      *      back into suspense (SUSPENSE.DAT) for a clerk to
      *      release again, or, if it was held on price, back onto
      *      the price-exception file (PRICEXC.DAT);
      *    - each line the day held that no clerk has yet released
      *      is taken off the posted-key history and out of the
      *      suspense, price-exception and release files, so the
      *      good feed's line is not caught as a resend;
      *    - RECON01 and GLREL01 are reset on RUNCTL.DAT for the
      *      date so the reversal can go out; ORDAVG01 stays
      *      complete until it has, so a rerun cannot overwrite
      *      the reversal, and RUNCTL01 resets the day's stream
      *      when GLREL01 is posted for it.
      *  What the day posted is taken from the posted-key history
      *  and must agree with its period-to-date records, or nothing
      *  is touched. The period must still be open - a closed
      *  period is corrected through PERADJ01. The day must have
      *  been released through GLREL01 and taken into the sales
      *  history by SLSHST01, and whatever day the hold area holds
      *  must have been released too, or the reversal would be
      *  written over an extract not yet sent. One backout per run;
      *  every request, applied or rejected, is written to
      *  BACKOUT.LOG with who, what and why. Rejected requests end
      *  the run with RETURN-CODE 8.
      *  The supervisor ID must be on the operator security file,
      *  active, with the supervisor role; a request keyed by
      *  anyone else is rejected and written to the security log
      *  as well, where each backout applied is logged too.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDBKO01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKOUT-PARM-FILE ASSIGN TO "BACKOUT.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKOPARM-STATUS.

           SELECT PERIOD-STATUS-FILE ASSIGN TO "PERSTAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERSTAT-STATUS.

           SELECT PTD-FILE ASSIGN TO "PTDFILE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTD-STATUS.

           SELECT PTD-TEMP-FILE ASSIGN TO "PTDFILE.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTDTMP-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN TO "SLSHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLSHIST-STATUS.

           SELECT HISTORY-TEMP-FILE ASSIGN TO "SLSHIST.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLSTMP-STATUS.

           SELECT POSTED-KEY-FILE ASSIGN TO "POSTKEY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PKH-RECORD-KEY
               FILE STATUS IS WS-POSTKEY-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR.HLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLEXTR-STATUS.

           SELECT RUN-SUMMARY-FILE ASSIGN TO "RUNSUM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSUM-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT PRICE-EXCEPTION-FILE ASSIGN TO "PRICEXC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRICEXC-STATUS.

           SELECT SUSPENSE-TEMP-FILE ASSIGN TO "SUSPENSE.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSTMP-STATUS.

           SELECT PRICEXC-TEMP-FILE ASSIGN TO "PRICEXC.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PXCTMP-STATUS.

           SELECT SUSPENSE-POSTING-FILE ASSIGN TO "SUSPOST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPOST-STATUS.

           SELECT SUSPOST-TEMP-FILE ASSIGN TO "SUSPOST.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPTTMP-STATUS.

           SELECT STEP-STATUS-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPSTAT-STATUS.

           SELECT CEILING-PARM-FILE ASSIGN TO "CEILING.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CEILPARM-STATUS.

           SELECT BACKOUT-AUDIT-LOG ASSIGN TO "BACKOUT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKOLOG-STATUS.

           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSEC-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-PARM-FILE.
           COPY BKOREC.

       FD  PERIOD-STATUS-FILE
           RECORDING MODE IS F.
           COPY PERSREC.

       FD  PTD-FILE
           RECORDING MODE IS F.
           COPY RUNSREC REPLACING LEADING ==RUNS-== BY ==PTD-==
               ==RUN-SUMMARY-RECORD== BY ==PTD-SUMMARY-RECORD==.

      *> Work file for cutting the backed-out day out of the
      *> period-to-date file.
       FD  PTD-TEMP-FILE
           RECORDING MODE IS F.
           COPY RUNSREC REPLACING LEADING ==RUNS-== BY ==TPD-==
               ==RUN-SUMMARY-RECORD== BY ==PTD-TEMP-RECORD==.

       FD  SALES-HISTORY-FILE
           RECORDING MODE IS F.
           COPY SLHREC.

      *> Work file for cutting the backed-out day out of the sales
      *> history.
       FD  HISTORY-TEMP-FILE
           RECORDING MODE IS F.
           COPY SLHREC REPLACING LEADING ==SLH-== BY ==TSH-==
               ==SALES-HISTORY-RECORD== BY ==HISTORY-TEMP-RECORD==.

       FD  POSTED-KEY-FILE.
           COPY PKHREC.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSREC.

       FD  GL-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY GLXREC.

       FD  RUN-SUMMARY-FILE
           RECORDING MODE IS F.
           COPY RUNSREC.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY SUSREC.

       FD  PRICE-EXCEPTION-FILE
           RECORDING MODE IS F.
           COPY PXCREC.

      *> Work files for cutting the day's unreleased holds out of
      *> the review files.
       FD  SUSPENSE-TEMP-FILE
           RECORDING MODE IS F.
           COPY SUSREC REPLACING LEADING ==SUS-== BY ==TSUS-==
               ==SUSPENSE-RECORD== BY ==SUSPENSE-TEMP-RECORD==.

       FD  PRICEXC-TEMP-FILE
           RECORDING MODE IS F.
           COPY PXCREC REPLACING LEADING ==PXC-== BY ==TPXC-==
               ==PRICE-EXCEPTION-RECORD== BY ==PRICEXC-TEMP-RECORD==.

       FD  SUSPENSE-POSTING-FILE
           RECORDING MODE IS F.
           COPY ORDLREC REPLACING LEADING ==OL-== BY ==SP-==
               ==ORDER-LINE-RECORD== BY ==SUSPENSE-POSTING-RECORD==.

       FD  SUSPOST-TEMP-FILE
           RECORDING MODE IS F.
           COPY ORDLREC REPLACING LEADING ==OL-== BY ==TSP-==
               ==ORDER-LINE-RECORD== BY ==SUSPOST-TEMP-RECORD==.

       FD  STEP-STATUS-FILE
           RECORDING MODE IS F.
           COPY RCSREC.

       FD  CEILING-PARM-FILE.
       01  CEILING-PARM-RECORD          PIC 9(5)V99.

       FD  BACKOUT-AUDIT-LOG.
       01  BACKOUT-LOG-LINE             PIC X(132).

       FD  OPERATOR-SECURITY-FILE.
           COPY OPSREC.

       FD  SECURITY-LOG-FILE
           RECORDING MODE IS F.
           COPY SECREC.

       WORKING-STORAGE SECTION.
       01  WS-BKOPARM-STATUS           PIC X(2).
       01  WS-PERSTAT-STATUS           PIC X(2).
       01  WS-PTD-STATUS               PIC X(2).
       01  WS-PTDTMP-STATUS            PIC X(2).
       01  WS-SLSHIST-STATUS           PIC X(2).
       01  WS-SLSTMP-STATUS            PIC X(2).
       01  WS-POSTKEY-STATUS           PIC X(2).
       01  WS-CUSTMAST-STATUS          PIC X(2).
       01  WS-GLEXTR-STATUS            PIC X(2).
       01  WS-RUNSUM-STATUS            PIC X(2).
       01  WS-SUSPENSE-STATUS          PIC X(2).
       01  WS-PRICEXC-STATUS           PIC X(2).
       01  WS-SUSTMP-STATUS            PIC X(2).
       01  WS-PXCTMP-STATUS            PIC X(2).
       01  WS-SUSPOST-STATUS           PIC X(2).
       01  WS-SPTTMP-STATUS            PIC X(2).
       01  WS-STEPSTAT-STATUS          PIC X(2).
       01  WS-CEILPARM-STATUS          PIC X(2).
       01  WS-BKOLOG-STATUS            PIC X(2).
       01  WS-OPERSEC-STATUS           PIC X(2).
       01  WS-SECLOG-STATUS            PIC X(2).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-GL-OFFSET-ACCOUNT        PIC X(10) VALUE "1200000001".
       01  WS-AMOUNT-CEILING           PIC 9(5)V99 VALUE 10000.00.

       01  WS-TIMESTAMP-FIELDS.
           05  WS-CURRENT-DATE-TIME    PIC X(21).
           05  WS-FORMATTED-TIMESTAMP  PIC X(26).

      *> Period status, last entry per period wins.
       01  WS-PERIOD-STATUS-TABLE.
           05  WS-PST-COUNT            PIC 9(3) VALUE 0.
           05  WS-PST-ENTRY OCCURS 100 TIMES
               INDEXED BY WS-PST-IDX.
               10  WS-PST-PERIOD       PIC 9(6).
               10  WS-PST-STATUS       PIC X(1).
           05  WS-PST-FOUND            PIC 9(3) VALUE 0.
           05  WS-CHECK-PERIOD         PIC 9(6).

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

      *> The day's period-to-date records for the source. A day run
      *> again without a backout has more than one, each carrying
      *> what that run posted, so they are summed.
       01  WS-PTD-FIELDS.
           05  WS-PTD-EOF              PIC X VALUE 'N'.
           05  WS-PTD-FOUND            PIC 9(3) VALUE 0.
           05  WS-PTD-RECORDS          PIC 9(9) VALUE 0.
           05  WS-PTD-AMOUNT           PIC S9(9)V99 VALUE 0.
           05  WS-PTD-QTY              PIC 9(9) VALUE 0.
           05  WS-PTD-DEBIT            PIC 9(9)V99 VALUE 0.
           05  WS-PTD-CREDIT           PIC 9(9)V99 VALUE 0.
           05  WS-PTD-KEPT             PIC 9(9) VALUE 0.
           05  WS-PTD-COPIED           PIC 9(9) VALUE 0.

      *> The day's entries on the sales history for the source.
       01  WS-SALES-HISTORY-FIELDS.
           05  WS-SLH-EOF              PIC X VALUE 'N'.
           05  WS-SLH-REMOVED          PIC 9(9) VALUE 0.
           05  WS-SLH-KEPT             PIC 9(9) VALUE 0.
           05  WS-SLH-COPIED           PIC 9(9) VALUE 0.

      *> What the posted-key history says the day and source
      *> posted: its own lines, and the suspense releases that
      *> rolled into it.
       01  WS-HISTORY-FIELDS.
           05  WS-PKH-EOF              PIC X VALUE 'N'.
           05  WS-PKH-MATCH            PIC X VALUE 'N'.
           05  WS-UPDATE-PASS          PIC X VALUE 'N'.
           05  WS-LINE-COUNT           PIC 9(9) VALUE 0.
           05  WS-LINE-AMOUNT          PIC S9(9)V99 VALUE 0.
           05  WS-RELEASE-COUNT        PIC 9(9) VALUE 0.
           05  WS-RELEASE-AMOUNT       PIC S9(9)V99 VALUE 0.
           05  WS-HISTORY-AMOUNT       PIC S9(9)V99 VALUE 0.
           05  WS-EXPOSURE-COUNT       PIC 9(9) VALUE 0.
           05  WS-CMAST-OPEN           PIC X VALUE 'N'.

      *> Lines the day and source held that no clerk has released
      *> yet. They posted nothing, so there is nothing to reverse;
      *> their keys come off the history and their entries out of
      *> the review files and the release file.
       01  WS-HELD-LINE-FIELDS.
           05  WS-HELD-COUNT           PIC 9(9) VALUE 0.
           05  WS-HELD-AMOUNT          PIC S9(9)V99 VALUE 0.
           05  WS-HELD-FULL            PIC X VALUE 'N'.
           05  WS-HELD-FOUND           PIC X VALUE 'N'.
           05  WS-HELD-TEST-KEY        PIC X(10).
           05  WS-HELD-EOF             PIC X VALUE 'N'.
           05  WS-SUS-REMOVED          PIC 9(9) VALUE 0.
           05  WS-PXC-REMOVED          PIC 9(9) VALUE 0.
           05  WS-SPT-REMOVED          PIC 9(9) VALUE 0.
           05  WS-HELD-KEY OCCURS 5000 TIMES
               INDEXED BY WS-HELD-IDX  PIC X(10).

      *> What RUNCTL.DAT says of the backout date and of each date
      *> in the hold area (RUNSUM.DAT): the last entry for GLREL01,
      *> SLSHST01 and ORDAVG01. Entry 1 is the backout date.
       01  WS-STREAM-CHECK-FIELDS.
           05  WS-CHK-COUNT            PIC 9(2) VALUE 0.
           05  WS-CHK-FOUND            PIC 9(2) VALUE 0.
           05  WS-CHK-ENTRY OCCURS 10 TIMES
               INDEXED BY WS-CHK-IDX.
               10  WS-CHK-DATE         PIC 9(8).
               10  WS-CHK-BACKOUT      PIC X(1).
               10  WS-CHK-GLREL        PIC X(1).
               10  WS-CHK-SLSHST       PIC X(1).
               10  WS-CHK-ORDAVG       PIC X(1).
           05  WS-CHK-RUNSUM-EOF       PIC X VALUE 'N'.
           05  WS-CHK-STEPSTAT-EOF     PIC X VALUE 'N'.
           05  WS-CHK-HOLD-FULL        PIC X VALUE 'N'.

      *> Reversal by GL account, built from the history lines; the
      *> offset entry is the sum of both sides.
       01  WS-GL-ACCOUNT-TABLE.
           05  WS-ACCT-COUNT           PIC 9(3) VALUE 0.
           05  WS-ACCT-ENTRY OCCURS 201 TIMES
               INDEXED BY WS-ACCT-IDX.
               10  WS-ACCT-CODE        PIC X(10).
               10  WS-ACCT-DEBIT       PIC 9(9)V99.
               10  WS-ACCT-CREDIT      PIC 9(9)V99.
           05  WS-ACCT-FOUND-IDX       PIC 9(3) VALUE 0.
           05  WS-ACCT-FULL            PIC X VALUE 'N'.
           05  WS-TOTAL-DEBIT          PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-CREDIT         PIC 9(9)V99 VALUE 0.

      *> Steps undone for the date - only those the reversal goes
      *> out through. The rest of the day's stream is reset by
      *> RUNCTL01 once GLREL01 has released it.
       01  WS-RESET-DEFINITIONS.
           05  FILLER                  PIC X(8) VALUE "RECON01 ".
           05  FILLER                  PIC X(8) VALUE "GLREL01 ".
       01  WS-RESET-TABLE REDEFINES WS-RESET-DEFINITIONS.
           05  WS-RESET-STEP OCCURS 2 TIMES
               INDEXED BY WS-RST-IDX   PIC X(8).

       01  WS-STEP-STATUS-FIELDS.
           05  WS-STEPSTAT-EOF         PIC X VALUE 'N'.
           05  WS-STEP-STATUS OCCURS 2 TIMES PIC X(1).
           05  WS-RESET-COUNT          PIC 9(3) VALUE 0.

       01  WS-CONTROL-FLAGS.
           05  WS-PARM-EOF             PIC X VALUE 'N'.
           05  WS-PERSTAT-EOF          PIC X VALUE 'N'.
           05  WS-REQUEST-COUNT        PIC 9(3) VALUE 0.
           05  WS-APPLIED-COUNT        PIC 9(3) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(3) VALUE 0.
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-AMOUNT-EDIT          PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM OPEN-AUDIT-LOG
           PERFORM OPEN-SECURITY-LOG
           PERFORM LOAD-OPERATOR-SECURITY
           PERFORM READ-CEILING-PARM
           PERFORM LOAD-PERIOD-STATUS
           OPEN INPUT BACKOUT-PARM-FILE
           IF WS-BKOPARM-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - BACKOUT.PARM absent, status "
                 WS-BKOPARM-STATUS ", nothing to do, abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM PROCESS-REQUESTS UNTIL WS-PARM-EOF = 'Y'
           CLOSE BACKOUT-PARM-FILE
           CLOSE BACKOUT-AUDIT-LOG
           CLOSE SECURITY-LOG-FILE
           DISPLAY "ORDBKO01 - days backed out    : "
              WS-APPLIED-COUNT
           DISPLAY "ORDBKO01 - requests rejected  : "
              WS-REJECTED-COUNT
           IF WS-REJECTED-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       OPEN-AUDIT-LOG.
           OPEN EXTEND BACKOUT-AUDIT-LOG
           IF WS-BKOLOG-STATUS NOT = "00"
              OPEN OUTPUT BACKOUT-AUDIT-LOG
           END-IF
           IF WS-BKOLOG-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - BACKOUT-AUDIT-LOG open failed, "
                 "status " WS-BKOLOG-STATUS ", abending - no "
                 "backout without its audit trail"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> The suspense entries put back carry the ceiling in force
      *> now, the same one ORDAVG01 holds against.
       READ-CEILING-PARM.
           OPEN INPUT CEILING-PARM-FILE
           IF WS-CEILPARM-STATUS = "00"
              READ CEILING-PARM-FILE
                  NOT AT END
                      MOVE CEILING-PARM-RECORD TO WS-AMOUNT-CEILING
              END-READ
              CLOSE CEILING-PARM-FILE
           END-IF.

       LOAD-PERIOD-STATUS.
           OPEN INPUT PERIOD-STATUS-FILE
           IF WS-PERSTAT-STATUS = "00"
              PERFORM READ-PERIOD-STATUS
                 UNTIL WS-PERSTAT-EOF = 'Y'
              CLOSE PERIOD-STATUS-FILE
           END-IF.

       READ-PERIOD-STATUS.
           READ PERIOD-STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-PERSTAT-EOF
               NOT AT END
                   PERFORM POST-PERIOD-STATUS
           END-READ.

       POST-PERIOD-STATUS.
           MOVE 0 TO WS-PST-FOUND
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
               UNTIL WS-PST-IDX > WS-PST-COUNT
               IF WS-PST-PERIOD(WS-PST-IDX) = PER-PERIOD
                  MOVE PER-STATUS TO WS-PST-STATUS(WS-PST-IDX)
                  MOVE 1 TO WS-PST-FOUND
               END-IF
           END-PERFORM
           IF WS-PST-FOUND = 0
              IF WS-PST-COUNT < 100
                 ADD 1 TO WS-PST-COUNT
                 MOVE PER-PERIOD TO WS-PST-PERIOD(WS-PST-COUNT)
                 MOVE PER-STATUS TO WS-PST-STATUS(WS-PST-COUNT)
              ELSE
                 DISPLAY "ORDBKO01 - period status table full, "
                    "dropped period " PER-PERIOD
              END-IF
           END-IF.

       PROCESS-REQUESTS.
           READ BACKOUT-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
                   PERFORM PROCESS-ONE-REQUEST
           END-READ.

      *> Everything is checked before anything is changed. The
      *> hold area and run summary carry one reversal through the
      *> gate, so a second request in the same run must wait for
      *> the next run.
       PROCESS-ONE-REQUEST.
           PERFORM BUILD-TIMESTAMP
           MOVE SPACES TO WS-REJECT-REASON
           IF BKO-REASON = SPACES
              MOVE "NO AUTHORIZATION REASON KEYED"
                 TO WS-REJECT-REASON
           END-IF
           IF BKO-SUPERVISOR-ID = SPACES
              AND WS-REJECT-REASON = SPACES
              MOVE "NO SUPERVISOR ID KEYED" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM CHECK-SUPERVISOR-AUTHORITY
           END-IF
           IF WS-REQUEST-COUNT > 1
              AND WS-REJECT-REASON = SPACES
              MOVE "ONE BACKOUT PER RUN - RESUBMIT"
                 TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM CHECK-PERIOD-OPEN
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM CHECK-STREAM-STATUS
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM TOTAL-PTD-RECORDS
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM TOTAL-POSTED-HISTORY
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM APPLY-BACKOUT
              PERFORM WRITE-SECURITY-APPLIED
           ELSE
              PERFORM REJECT-REQUEST
           END-IF.

       CHECK-SUPERVISOR-AUTHORITY.
           MOVE BKO-SUPERVISOR-ID TO WS-SEC-OPERATOR
           MOVE "V"               TO WS-SEC-ROLE
           MOVE SPACES            TO WS-SEC-TRANSACTION
           STRING "BACKOUT "        DELIMITED BY SIZE
                  BKO-BUSINESS-DATE DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  BKO-SOURCE-SYSTEM DELIMITED BY SIZE
               INTO WS-SEC-TRANSACTION
           END-STRING
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF WS-SEC-DENIAL NOT = SPACES
              STRING "NOT AUTHORIZED - " DELIMITED BY SIZE
                     WS-SEC-DENIAL       DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
              END-STRING
           END-IF.

       CHECK-PERIOD-OPEN.
           MOVE BKO-BUSINESS-DATE(1:6) TO WS-CHECK-PERIOD
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
               UNTIL WS-PST-IDX > WS-PST-COUNT
               IF WS-PST-PERIOD(WS-PST-IDX) = WS-CHECK-PERIOD
                  AND WS-PST-STATUS(WS-PST-IDX) = "C"
                  MOVE "PERIOD CLOSED - ADJUST THROUGH PERADJ01"
                     TO WS-REJECT-REASON
               END-IF
           END-PERFORM.

      *> The hold area and run summary carry one day through the
      *> gate. The backout date must have gone through GLREL01, or
      *> the reversal would take out of the ledger what the ledger
      *> never received, and through SLSHST01, or the bad day's
      *> journal could still be taken into the sales history after
      *> the backout. Whatever day the hold area holds now must
      *> have been released too, or the reversal would overwrite
      *> it unsent: a day's own extract when GLREL01 is complete
      *> for it, an earlier reversal when RUNCTL01 has reset its
      *> ORDAVG01 after releasing it.
       CHECK-STREAM-STATUS.
           MOVE 1                 TO WS-CHK-COUNT
           MOVE BKO-BUSINESS-DATE TO WS-CHK-DATE(1)
           MOVE 'N'               TO WS-CHK-BACKOUT(1)
           MOVE 'N'               TO WS-CHK-HOLD-FULL
           OPEN INPUT RUN-SUMMARY-FILE
           IF WS-RUNSUM-STATUS = "00"
              MOVE 'N' TO WS-CHK-RUNSUM-EOF
              PERFORM READ-HOLD-AREA-SUMMARY
                 UNTIL WS-CHK-RUNSUM-EOF = 'Y'
              CLOSE RUN-SUMMARY-FILE
           END-IF
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHK-COUNT
               MOVE SPACE TO WS-CHK-GLREL(WS-CHK-IDX)
               MOVE SPACE TO WS-CHK-SLSHST(WS-CHK-IDX)
               MOVE SPACE TO WS-CHK-ORDAVG(WS-CHK-IDX)
           END-PERFORM
           OPEN INPUT STEP-STATUS-FILE
           IF WS-STEPSTAT-STATUS = "00"
              MOVE 'N' TO WS-CHK-STEPSTAT-EOF
              PERFORM READ-STREAM-STATUS
                 UNTIL WS-CHK-STEPSTAT-EOF = 'Y'
              CLOSE STEP-STATUS-FILE
           END-IF
           IF WS-CHK-GLREL(1) NOT = "C"
              MOVE "DAY NOT YET RELEASED THROUGH GLREL01"
                 TO WS-REJECT-REASON
           END-IF
           IF WS-CHK-SLSHST(1) NOT = "C"
              AND WS-REJECT-REASON = SPACES
              MOVE "SLSHST01 NOT YET RUN FOR THE DAY"
                 TO WS-REJECT-REASON
           END-IF
           IF WS-CHK-HOLD-FULL = 'Y'
              AND WS-REJECT-REASON = SPACES
              MOVE "HOLD AREA CANNOT BE CHECKED"
                 TO WS-REJECT-REASON
           END-IF
           PERFORM VARYING WS-CHK-IDX FROM 2 BY 1
               UNTIL WS-CHK-IDX > WS-CHK-COUNT
               IF WS-REJECT-REASON = SPACES
                  IF WS-CHK-GLREL(WS-CHK-IDX) NOT = "C"
                     AND (WS-CHK-BACKOUT(WS-CHK-IDX) = 'N'
                      OR WS-CHK-ORDAVG(WS-CHK-IDX) NOT = "R")
                     MOVE "DAY NOT YET RELEASED - HOLD AREA IN USE"
                        TO WS-REJECT-REASON
                  END-IF
               END-IF
           END-PERFORM.

       READ-HOLD-AREA-SUMMARY.
           READ RUN-SUMMARY-FILE
               AT END
                   MOVE 'Y' TO WS-CHK-RUNSUM-EOF
               NOT AT END
                   MOVE 0 TO WS-CHK-FOUND
                   PERFORM VARYING WS-CHK-IDX FROM 2 BY 1
                       UNTIL WS-CHK-IDX > WS-CHK-COUNT
                       IF WS-CHK-DATE(WS-CHK-IDX) = RUNS-RUN-DATE
                          MOVE WS-CHK-IDX TO WS-CHK-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-CHK-FOUND = 0
                      IF WS-CHK-COUNT < 10
                         ADD 1 TO WS-CHK-COUNT
                         MOVE WS-CHK-COUNT TO WS-CHK-FOUND
                         MOVE RUNS-RUN-DATE
                            TO WS-CHK-DATE(WS-CHK-COUNT)
                         MOVE 'N' TO WS-CHK-BACKOUT(WS-CHK-COUNT)
                      ELSE
                         MOVE 'Y' TO WS-CHK-HOLD-FULL
                      END-IF
                   END-IF
                   IF WS-CHK-FOUND > 0 AND RUNS-BACKOUT-RUN
                      MOVE 'Y' TO WS-CHK-BACKOUT(WS-CHK-FOUND)
                   END-IF
           END-READ.

       READ-STREAM-STATUS.
           READ STEP-STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-CHK-STEPSTAT-EOF
               NOT AT END
                   PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                       UNTIL WS-CHK-IDX > WS-CHK-COUNT
                       IF WS-CHK-DATE(WS-CHK-IDX) = RCS-BUSINESS-DATE
                          EVALUATE RCS-STEP-NAME
                              WHEN "GLREL01 "
                                  MOVE RCS-STATUS
                                     TO WS-CHK-GLREL(WS-CHK-IDX)
                              WHEN "SLSHST01"
                                  MOVE RCS-STATUS
                                     TO WS-CHK-SLSHST(WS-CHK-IDX)
                              WHEN "ORDAVG01"
                                  MOVE RCS-STATUS
                                     TO WS-CHK-ORDAVG(WS-CHK-IDX)
                          END-EVALUATE
                       END-IF
                   END-PERFORM
           END-READ.

       TOTAL-PTD-RECORDS.
           OPEN INPUT PTD-FILE
           IF WS-PTD-STATUS NOT = "00"
              MOVE "PERIOD-TO-DATE FILE NOT AVAILABLE"
                 TO WS-REJECT-REASON
           ELSE
              MOVE 'N' TO WS-PTD-EOF
              PERFORM TOTAL-ONE-PTD UNTIL WS-PTD-EOF = 'Y'
              CLOSE PTD-FILE
              IF WS-PTD-FOUND = 0
                 MOVE "NOTHING POSTED FOR DATE AND SOURCE"
                    TO WS-REJECT-REASON
              END-IF
           END-IF.

       TOTAL-ONE-PTD.
           READ PTD-FILE
               AT END
                   MOVE 'Y' TO WS-PTD-EOF
               NOT AT END
                   IF PTD-RUN-DATE = BKO-BUSINESS-DATE
                      AND PTD-SOURCE-SYSTEM = BKO-SOURCE-SYSTEM
                      ADD 1                 TO WS-PTD-FOUND
                      ADD PTD-RECORD-COUNT  TO WS-PTD-RECORDS
                      ADD PTD-TOTAL-AMOUNT  TO WS-PTD-AMOUNT
                      ADD PTD-TOTAL-QTY     TO WS-PTD-QTY
                      ADD PTD-DEBIT-TOTAL   TO WS-PTD-DEBIT
                      ADD PTD-CREDIT-TOTAL  TO WS-PTD-CREDIT
                   END-IF
           END-READ.

      *> First pass over the history, read only: the lines the day
      *> and source posted, totalled by account. Unless they come
      *> to what the period-to-date records say was posted, the
      *> history cannot be trusted to reverse the day.
       TOTAL-POSTED-HISTORY.
           OPEN I-O POSTED-KEY-FILE
           IF WS-POSTKEY-STATUS NOT = "00"
              MOVE "POSTED-KEY HISTORY NOT AVAILABLE"
                 TO WS-REJECT-REASON
           ELSE
              MOVE 'N' TO WS-UPDATE-PASS
              PERFORM SCAN-POSTED-HISTORY
              COMPUTE WS-HISTORY-AMOUNT =
                 WS-LINE-AMOUNT + WS-RELEASE-AMOUNT
              IF WS-ACCT-FULL = 'Y'
                 MOVE "TOO MANY GL ACCOUNTS TO REVERSE"
                    TO WS-REJECT-REASON
              END-IF
              IF WS-HELD-FULL = 'Y'
                 AND WS-REJECT-REASON = SPACES
                 MOVE "TOO MANY HELD LINES TO REMOVE"
                    TO WS-REJECT-REASON
              END-IF
              IF WS-HISTORY-AMOUNT NOT = WS-PTD-AMOUNT
                 AND WS-REJECT-REASON = SPACES
                 MOVE "POSTED HISTORY DOES NOT AGREE WITH PTD"
                    TO WS-REJECT-REASON
              END-IF
              IF WS-REJECT-REASON NOT = SPACES
                 CLOSE POSTED-KEY-FILE
              END-IF
           END-IF.

       SCAN-POSTED-HISTORY.
           MOVE LOW-VALUES TO PKH-RECORD-KEY
           MOVE 'N' TO WS-PKH-EOF
           START POSTED-KEY-FILE KEY IS NOT LESS THAN PKH-RECORD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PKH-EOF
           END-START
           PERFORM READ-POSTED-HISTORY UNTIL WS-PKH-EOF = 'Y'.

       READ-POSTED-HISTORY.
           READ POSTED-KEY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PKH-EOF
               NOT AT END
                   PERFORM CHECK-HISTORY-ENTRY
           END-READ.

      *> One test per entry: a release sent back to review below is
      *> left held with no released date, and must not then be
      *> taken for one of the day's own unreleased holds.
       CHECK-HISTORY-ENTRY.
           EVALUATE TRUE
              WHEN PKH-POSTED
                 AND PKH-BUSINESS-DATE = BKO-BUSINESS-DATE
                 AND PKH-SOURCE-SYSTEM = BKO-SOURCE-SYSTEM
                 IF WS-UPDATE-PASS = 'Y'
                    PERFORM REVERSE-POSTED-LINE
                 ELSE
                    ADD 1          TO WS-LINE-COUNT
                    ADD PKH-AMOUNT TO WS-LINE-AMOUNT
                    PERFORM POST-TO-ACCOUNT
                 END-IF
              WHEN PKH-HELD
                 AND PKH-RELEASED-DATE = BKO-BUSINESS-DATE
                 AND PKH-RELEASED-SOURCE = BKO-SOURCE-SYSTEM
                 IF WS-UPDATE-PASS = 'Y'
                    PERFORM RETURN-TO-REVIEW
                 ELSE
                    ADD 1          TO WS-RELEASE-COUNT
                    ADD PKH-AMOUNT TO WS-RELEASE-AMOUNT
                    PERFORM POST-TO-ACCOUNT
                 END-IF
              WHEN PKH-HELD
                 AND PKH-RELEASED-DATE = 0
                 AND PKH-BUSINESS-DATE = BKO-BUSINESS-DATE
                 AND PKH-SOURCE-SYSTEM = BKO-SOURCE-SYSTEM
                 IF WS-UPDATE-PASS = 'Y'
                    PERFORM REMOVE-HELD-KEY
                 ELSE
                    PERFORM TABLE-HELD-KEY
                 END-IF
           END-EVALUATE.

       TABLE-HELD-KEY.
           IF WS-HELD-COUNT < 5000
              ADD 1          TO WS-HELD-COUNT
              ADD PKH-AMOUNT TO WS-HELD-AMOUNT
              MOVE PKH-RECORD-KEY TO WS-HELD-KEY(WS-HELD-COUNT)
           ELSE
              MOVE 'Y' TO WS-HELD-FULL
           END-IF.

       POST-TO-ACCOUNT.
           MOVE 0 TO WS-ACCT-FOUND-IDX
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-CODE(WS-ACCT-IDX) = PKH-GL-ACCOUNT-CODE
                  MOVE WS-ACCT-IDX TO WS-ACCT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-ACCT-FOUND-IDX = 0
              IF WS-ACCT-COUNT < 201
                 ADD 1 TO WS-ACCT-COUNT
                 MOVE PKH-GL-ACCOUNT-CODE
                    TO WS-ACCT-CODE(WS-ACCT-COUNT)
                 MOVE 0 TO WS-ACCT-DEBIT(WS-ACCT-COUNT)
                 MOVE 0 TO WS-ACCT-CREDIT(WS-ACCT-COUNT)
                 MOVE WS-ACCT-COUNT TO WS-ACCT-FOUND-IDX
              ELSE
                 MOVE 'Y' TO WS-ACCT-FULL
              END-IF
           END-IF
           IF WS-ACCT-FOUND-IDX > 0
              IF PKH-AMOUNT < 0
                 SUBTRACT PKH-AMOUNT
                    FROM WS-ACCT-CREDIT(WS-ACCT-FOUND-IDX)
                 SUBTRACT PKH-AMOUNT FROM WS-TOTAL-CREDIT
              ELSE
                 ADD PKH-AMOUNT TO WS-ACCT-DEBIT(WS-ACCT-FOUND-IDX)
                 ADD PKH-AMOUNT TO WS-TOTAL-DEBIT
              END-IF
           END-IF.

      *> The reversal goes to the gate first, so if anything after
      *> it fails the day's history is still whole and the backout
      *> can be keyed again.
       APPLY-BACKOUT.
           PERFORM WRITE-REVERSING-EXTRACT
           PERFORM WRITE-BACKOUT-SUMMARY
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM OPEN-SUSPENSE-FILE
           PERFORM OPEN-PRICE-EXCEPTION-FILE
           MOVE 'Y' TO WS-UPDATE-PASS
           PERFORM SCAN-POSTED-HISTORY
           CLOSE POSTED-KEY-FILE
           CLOSE SUSPENSE-FILE
           CLOSE PRICE-EXCEPTION-FILE
           IF WS-CMAST-OPEN = 'Y'
              CLOSE CUSTOMER-MASTER-FILE
           END-IF
           IF WS-HELD-COUNT > 0
              PERFORM REMOVE-HELD-ENTRIES
           END-IF
           PERFORM REMOVE-PTD-RECORDS
           PERFORM REMOVE-HISTORY-RECORDS
           PERFORM RESET-STEP-STATUS
           ADD 1 TO WS-APPLIED-COUNT
           MOVE WS-PTD-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO BACKOUT-LOG-LINE
           STRING WS-FORMATTED-TIMESTAMP DELIMITED BY SIZE
                  " BACKED OUT DATE "     DELIMITED BY SIZE
                  BKO-BUSINESS-DATE       DELIMITED BY SIZE
                  " SOURCE "              DELIMITED BY SIZE
                  BKO-SOURCE-SYSTEM       DELIMITED BY SIZE
                  " AMT "                 DELIMITED BY SIZE
                  WS-AMOUNT-EDIT          DELIMITED BY SIZE
                  " BY "                  DELIMITED BY SIZE
                  BKO-SUPERVISOR-ID       DELIMITED BY SIZE
                  " REASON: "             DELIMITED BY SIZE
                  BKO-REASON              DELIMITED BY SIZE
               INTO BACKOUT-LOG-LINE
           END-STRING
           PERFORM WRITE-AUDIT-LINE
           IF WS-HELD-COUNT > 0
              MOVE WS-HELD-AMOUNT TO WS-AMOUNT-EDIT
              MOVE SPACES TO BACKOUT-LOG-LINE
              STRING WS-FORMATTED-TIMESTAMP DELIMITED BY SIZE
                     " HELD LINES REMOVED "  DELIMITED BY SIZE
                     WS-HELD-COUNT           DELIMITED BY SIZE
                     " DATE "                DELIMITED BY SIZE
                     BKO-BUSINESS-DATE       DELIMITED BY SIZE
                     " SOURCE "              DELIMITED BY SIZE
                     BKO-SOURCE-SYSTEM       DELIMITED BY SIZE
                     " AMT "                 DELIMITED BY SIZE
                     WS-AMOUNT-EDIT          DELIMITED BY SIZE
                  INTO BACKOUT-LOG-LINE
              END-STRING
              PERFORM WRITE-AUDIT-LINE
           END-IF
           DISPLAY "ORDBKO01 - lines reversed     : " WS-LINE-COUNT
           DISPLAY "ORDBKO01 - back into suspense : "
              WS-RELEASE-COUNT
           DISPLAY "ORDBKO01 - exposures reversed : "
              WS-EXPOSURE-COUNT
           DISPLAY "ORDBKO01 - held lines removed : " WS-HELD-COUNT
              "  suspense " WS-SUS-REMOVED
              "  price " WS-PXC-REMOVED
              "  release " WS-SPT-REMOVED
           DISPLAY "ORDBKO01 - PTD records removed: " WS-PTD-FOUND
           DISPLAY "ORDBKO01 - history removed    : " WS-SLH-REMOVED
           DISPLAY "ORDBKO01 - steps reset        : " WS-RESET-COUNT.

      *> Each account the day posted to gets its own amounts back
      *> with debit and credit swapped; the offset entry reverses
      *> ORDAVG01's, so the reversal nets to zero like the day did.
       WRITE-REVERSING-EXTRACT.
           OPEN OUTPUT GL-EXTRACT-FILE
           IF WS-GLEXTR-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - GL extract open failed, status "
                 WS-GLEXTR-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM WRITE-ACCOUNT-REVERSAL
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
           MOVE WS-GL-OFFSET-ACCOUNT TO GLX-GL-ACCOUNT-CODE
           MOVE BKO-BUSINESS-DATE    TO GLX-RUN-DATE
           COMPUTE GLX-PERIOD-TOTAL = WS-TOTAL-DEBIT - WS-TOTAL-CREDIT
           MOVE WS-TOTAL-DEBIT       TO GLX-DEBIT-TOTAL
           MOVE WS-TOTAL-CREDIT      TO GLX-CREDIT-TOTAL
           MOVE SPACES               TO GLX-FILLER
           PERFORM WRITE-EXTRACT-RECORD
           CLOSE GL-EXTRACT-FILE.

       WRITE-ACCOUNT-REVERSAL.
           MOVE WS-ACCT-CODE(WS-ACCT-IDX) TO GLX-GL-ACCOUNT-CODE
           MOVE BKO-BUSINESS-DATE         TO GLX-RUN-DATE
           COMPUTE GLX-PERIOD-TOTAL =
              WS-ACCT-CREDIT(WS-ACCT-IDX)
              - WS-ACCT-DEBIT(WS-ACCT-IDX)
           MOVE WS-ACCT-CREDIT(WS-ACCT-IDX) TO GLX-DEBIT-TOTAL
           MOVE WS-ACCT-DEBIT(WS-ACCT-IDX)  TO GLX-CREDIT-TOTAL
           MOVE SPACES                      TO GLX-FILLER
           PERFORM WRITE-EXTRACT-RECORD.

       WRITE-EXTRACT-RECORD.
           WRITE GL-EXTRACT-RECORD
           IF WS-GLEXTR-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - GL extract write failed, status "
                 WS-GLEXTR-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> The summary RECON01 reconciles the reversal on - the day's
      *> own totals with the sign turned and the sides swapped.
       WRITE-BACKOUT-SUMMARY.
           OPEN OUTPUT RUN-SUMMARY-FILE
           IF WS-RUNSUM-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - run summary open failed, status "
                 WS-RUNSUM-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE BKO-BUSINESS-DATE  TO RUNS-RUN-DATE
           MOVE WS-PTD-RECORDS     TO RUNS-RECORD-COUNT
           COMPUTE RUNS-TOTAL-AMOUNT = 0 - WS-PTD-AMOUNT
           MOVE WS-PTD-QTY         TO RUNS-TOTAL-QTY
           MOVE WS-PTD-CREDIT      TO RUNS-DEBIT-TOTAL
           MOVE WS-PTD-DEBIT       TO RUNS-CREDIT-TOTAL
           MOVE 0                  TO RUNS-SUSPENDED-AMOUNT
           MOVE 0                  TO RUNS-EXCEPTED-AMOUNT
           MOVE WS-RELEASE-AMOUNT  TO RUNS-RELEASED-AMOUNT
           MOVE WS-RELEASE-COUNT   TO RUNS-RELEASED-COUNT
           MOVE "B"                TO RUNS-RESTART-FLAG
           MOVE BKO-SOURCE-SYSTEM  TO RUNS-SOURCE-SYSTEM
           MOVE 0                  TO RUNS-FX-COUNT
           WRITE RUN-SUMMARY-RECORD
           IF WS-RUNSUM-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - run summary write failed, status "
                 WS-RUNSUM-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE RUN-SUMMARY-FILE.

       OPEN-CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS = "00"
              MOVE 'Y' TO WS-CMAST-OPEN
           ELSE
              DISPLAY "ORDBKO01 - CUSTOMER-MASTER-FILE absent, "
                 "status " WS-CUSTMAST-STATUS
                 ", no exposure to reverse"
           END-IF.

       OPEN-SUSPENSE-FILE.
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
              OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - SUSPENSE-FILE open failed, status "
                 WS-SUSPENSE-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-PRICE-EXCEPTION-FILE.
           OPEN EXTEND PRICE-EXCEPTION-FILE
           IF WS-PRICEXC-STATUS NOT = "00"
              OPEN OUTPUT PRICE-EXCEPTION-FILE
           END-IF
           IF WS-PRICEXC-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - PRICE-EXCEPTION-FILE open failed, "
                 "status " WS-PRICEXC-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> The key comes off the history so the good feed's line
      *> posts on the rerun instead of being caught as a resend.
       REVERSE-POSTED-LINE.
           PERFORM REVERSE-EXPOSURE
           DELETE POSTED-KEY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-POSTKEY-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - posted-key delete failed for "
                 PKH-RECORD-KEY ", status " WS-POSTKEY-STATUS
           END-IF.

      *> A release goes back to the review that held it, as it
      *> stood before the clerk released it; its key stays on the
      *> history as held, so it is released again and never posted
      *> from a resend. That includes a release of a line held
      *> before the history began, whose entry ORDAVG01 added under
      *> the date it was released on.
       RETURN-TO-REVIEW.
           PERFORM REVERSE-EXPOSURE
           IF PKH-HOLD-PRICE
              PERFORM RETURN-TO-PRICE-REVIEW
           ELSE
              PERFORM RETURN-TO-SUSPENSE
           END-IF
           MOVE 0      TO PKH-RELEASED-DATE
           MOVE SPACES TO PKH-RELEASED-SOURCE
           MOVE SPACES TO PKH-GL-ACCOUNT-CODE
           REWRITE POSTED-KEY-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-POSTKEY-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - posted-key rewrite failed for "
                 PKH-RECORD-KEY ", status " WS-POSTKEY-STATUS
           END-IF.

       RETURN-TO-SUSPENSE.
           MOVE PKH-RECORD-KEY         TO SUS-RECORD-KEY
           MOVE PKH-AMOUNT             TO SUS-AMOUNT
           MOVE PKH-QTY                TO SUS-QTY
           MOVE PKH-CUSTOMER-NO        TO SUS-CUSTOMER-NO
           MOVE WS-AMOUNT-CEILING      TO SUS-CEILING
           MOVE WS-FORMATTED-TIMESTAMP TO SUS-TIMESTAMP
           MOVE SPACES                 TO SUS-FIRST-APPROVER
           WRITE SUSPENSE-RECORD
           IF WS-SUSPENSE-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - suspense write failed for "
                 PKH-RECORD-KEY ", status " WS-SUSPENSE-STATUS
           END-IF.

      *> The price master is not read again - the line is put back
      *> for a clerk to judge once more at the price it was keyed.
      *> It is dated the day it was first held, as ORDAVG01 held it.
       RETURN-TO-PRICE-REVIEW.
           MOVE PKH-RECORD-KEY         TO PXC-RECORD-KEY
           MOVE PKH-AMOUNT             TO PXC-AMOUNT
           MOVE PKH-QTY                TO PXC-QTY
           MOVE PKH-CUSTOMER-NO        TO PXC-CUSTOMER-NO
           MOVE PKH-ITEM-CODE          TO PXC-ITEM-CODE
           MOVE 0                      TO PXC-UNIT-PRICE
           IF PKH-QTY > 0
              COMPUTE PXC-UNIT-PRICE ROUNDED = PKH-AMOUNT / PKH-QTY
           END-IF
           MOVE 0                      TO PXC-LIST-PRICE
           MOVE 0                      TO PXC-TOLERANCE-PCT
           MOVE 0                      TO PXC-VARIANCE-PCT
           MOVE "BKO "                 TO PXC-REASON-CODE
           MOVE PKH-BUSINESS-DATE      TO PXC-BUSINESS-DATE
           MOVE WS-FORMATTED-TIMESTAMP TO PXC-TIMESTAMP
           WRITE PRICE-EXCEPTION-RECORD
           IF WS-PRICEXC-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - price exception write failed for "
                 PKH-RECORD-KEY ", status " WS-PRICEXC-STATUS
           END-IF.

      *> A held line moved no exposure, so only its key goes.
       REMOVE-HELD-KEY.
           DELETE POSTED-KEY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-POSTKEY-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - posted-key delete failed for "
                 PKH-RECORD-KEY ", status " WS-POSTKEY-STATUS
           END-IF.

       REVERSE-EXPOSURE.
           IF WS-CMAST-OPEN = 'Y'
              MOVE PKH-CUSTOMER-NO TO CUS-CUSTOMER-NO
              READ CUSTOMER-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SUBTRACT PKH-AMOUNT FROM CUS-OPEN-EXPOSURE
                      REWRITE CUSTOMER-MASTER-RECORD
                          INVALID KEY
                              CONTINUE
                      END-REWRITE
                      IF WS-CUSTMAST-STATUS = "00"
                         ADD 1 TO WS-EXPOSURE-COUNT
                      ELSE
                         DISPLAY "ORDBKO01 - exposure rewrite "
                            "failed for " CUS-CUSTOMER-NO
                            ", status " WS-CUSTMAST-STATUS
                      END-IF
              END-READ
           END-IF.

      *> A held line is wherever its review has got to: still on
      *> the suspense or price-exception file, or released by a
      *> clerk onto the release file for the next ORDAVG01 run.
      *> Each file is rebuilt without the day's held keys, the same
      *> way as the period-to-date file; a file not there has
      *> nothing to take off.
       REMOVE-HELD-ENTRIES.
           PERFORM REMOVE-SUSPENSE-ENTRIES
           PERFORM REMOVE-PRICEXC-ENTRIES
           PERFORM REMOVE-SUSPOST-ENTRIES.

       CHECK-HELD-KEY.
           MOVE 'N' TO WS-HELD-FOUND
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-HELD-COUNT
               IF WS-HELD-KEY(WS-HELD-IDX) = WS-HELD-TEST-KEY
                  MOVE 'Y' TO WS-HELD-FOUND
               END-IF
           END-PERFORM.

       REMOVE-SUSPENSE-ENTRIES.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - SUSPENSE-FILE absent, status "
                 WS-SUSPENSE-STATUS ", no suspense to remove"
           ELSE
              OPEN OUTPUT SUSPENSE-TEMP-FILE
              IF WS-SUSTMP-STATUS NOT = "00"
                 DISPLAY "ORDBKO01 - SUSPENSE-TEMP-FILE open failed, "
                    "status " WS-SUSTMP-STATUS
                    ", suspense preserved, abending"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-HELD-EOF
              PERFORM COPY-SUSPENSE-TO-TEMP UNTIL WS-HELD-EOF = 'Y'
              CLOSE SUSPENSE-FILE
              CLOSE SUSPENSE-TEMP-FILE
              OPEN INPUT SUSPENSE-TEMP-FILE
              IF WS-SUSTMP-STATUS NOT = "00"
                 DISPLAY "ORDBKO01 - SUSPENSE-TEMP-FILE reopen "
                    "failed, status " WS-SUSTMP-STATUS
                    ", suspense preserved, abending"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT SUSPENSE-FILE
              IF WS-SUSPENSE-STATUS NOT = "00"
                 DISPLAY "ORDBKO01 - SUSPENSE-FILE rebuild open "
                    "failed, status " WS-SUSPENSE-STATUS ", abending"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-HELD-EOF
              PERFORM COPY-TEMP-TO-SUSPENSE UNTIL WS-HELD-EOF = 'Y'
              CLOSE SUSPENSE-TEMP-FILE
              CLOSE SUSPENSE-FILE
           END-IF.

       COPY-SUSPENSE-TO-TEMP.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-HELD-EOF
               NOT AT END
                   MOVE SUS-RECORD-KEY TO WS-HELD-TEST-KEY
                   PERFORM CHECK-HELD-KEY
                   IF WS-HELD-FOUND = 'N'
                      MOVE SUSPENSE-RECORD TO SUSPENSE-TEMP-RECORD
                      WRITE SUSPENSE-TEMP-RECORD
                      IF WS-SUSTMP-STATUS NOT = "00"
                         DISPLAY "ORDBKO01 - SUSPENSE-TEMP-FILE write "
                            "failed, status " WS-SUSTMP-STATUS
                            ", suspense preserved, abending"
                         MOVE 16 TO RETURN-CODE
                         STOP RUN
                      END-IF
                   ELSE
                      ADD 1 TO WS-SUS-REMOVED
                   END-IF
           END-READ.

       COPY-TEMP-TO-SUSPENSE.
           READ SUSPENSE-TEMP-FILE
               AT END
                   MOVE 'Y' TO WS-HELD-EOF
               NOT AT END
                   MOVE SUSPENSE-TEMP-RECORD TO SUSPENSE-RECORD
                   WRITE SUSPENSE-RECORD
                   IF WS-SUSPENSE-STATUS NOT = "00"
                      DISPLAY "ORDBKO01 - SUSPENSE-FILE rebuild write "
                         "failed, status " WS-SUSPENSE-STATUS
                         ", restore from SUSPENSE.TMP, abending"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ.

       REMOVE-PRICEXC-ENTRIES.
           OPEN INPUT PRICE-EXCEPTION-FILE
           IF WS-PRICEXC-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - PRICE-EXCEPTION-FILE absent, "
                 "status " WS-PRICEXC-STATUS
                 ", no price exceptions to remove"
           ELSE
              OPEN OUTPUT PRICEXC-TEMP-FILE
              IF WS-PXCTMP-STATUS NOT = "00"
                 DISPLAY "ORDBKO01 - PRICEXC-TEMP-FILE open failed, "
                    "status " WS-PXCTMP-STATUS
                    ", price exceptions preserved, abending"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-HELD-EOF
              PERFORM COPY-PRICEXC-TO-TEMP UNTIL WS-HELD-EOF = 'Y'
              CLOSE PRICE-EXCEPTION-FILE
              CLOSE PRICEXC-TEMP-FILE
              OPEN INPUT PRICEXC-TEMP-FILE
              IF WS-PXCTMP-STATUS NOT = "00"
                 DISPLAY "ORDBKO01 - PRICEXC-TEMP-FILE reopen "
                    "failed, status " WS-PXCTMP-STATUS
                    ", price exceptions preserved, abending"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT PRICE-EXCEPTION-FILE
              IF WS-PRICEXC-STATUS NOT = "00"
                 DISPLAY "ORDBKO01 - PRICE-EXCEPTION-FILE rebuild "
                    "open failed, status " WS-PRICEXC-STATUS
                    ", abending"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-HELD-EOF
              PERFORM COPY-TEMP-TO-PRICEXC UNTIL WS-HELD-EOF = 'Y'
              CLOSE PRICEXC-TEMP-FILE
              CLOSE PRICE-EXCEPTION-FILE
           END-IF.

       COPY-PRICEXC-TO-TEMP.
           READ PRICE-EXCEPTION-FILE
               AT END
                   MOVE 'Y' TO WS-HELD-EOF
               NOT AT END
                   MOVE PXC-RECORD-KEY TO WS-HELD-TEST-KEY
                   PERFORM CHECK-HELD-KEY
                   IF WS-HELD-FOUND = 'N'
                      MOVE PRICE-EXCEPTION-RECORD
                         TO PRICEXC-TEMP-RECORD
                      WRITE PRICEXC-TEMP-RECORD
                      IF WS-PXCTMP-STATUS NOT = "00"
                         DISPLAY "ORDBKO01 - PRICEXC-TEMP-FILE write "
                            "failed, status " WS-PXCTMP-STATUS
                            ", price exceptions preserved, abending"
                         MOVE 16 TO RETURN-CODE
                         STOP RUN
                      END-IF
                   ELSE
                      ADD 1 TO WS-PXC-REMOVED
                   END-IF
           END-READ.

       COPY-TEMP-TO-PRICEXC.
           READ PRICEXC-TEMP-FILE
               AT END
                   MOVE 'Y' TO WS-HELD-EOF
               NOT AT END
                   MOVE PRICEXC-TEMP-RECORD TO PRICE-EXCEPTION-RECORD
                   WRITE PRICE-EXCEPTION-RECORD
                   IF WS-PRICEXC-STATUS NOT = "00"
                      DISPLAY "ORDBKO01 - PRICE-EXCEPTION-FILE rebuild "
                         "write failed, status " WS-PRICEXC-STATUS
                         ", restore from PRICEXC.TMP, abending"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ.

       REMOVE-SUSPOST-ENTRIES.
           OPEN INPUT SUSPENSE-POSTING-FILE
           IF WS-SUSPOST-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - SUSPENSE-POSTING-FILE absent, "
                 "status " WS-SUSPOST-STATUS
                 ", no pending releases to remove"
           ELSE
              OPEN OUTPUT SUSPOST-TEMP-FILE
              IF WS-SPTTMP-STATUS NOT = "00"
                 DISPLAY "ORDBKO01 - SUSPOST-TEMP-FILE open failed, "
                    "status " WS-SPTTMP-STATUS
                    ", pending releases preserved, abending"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-HELD-EOF
              PERFORM COPY-SUSPOST-TO-TEMP UNTIL WS-HELD-EOF = 'Y'
              CLOSE SUSPENSE-POSTING-FILE
              CLOSE SUSPOST-TEMP-FILE
              OPEN INPUT SUSPOST-TEMP-FILE
              IF WS-SPTTMP-STATUS NOT = "00"
                 DISPLAY "ORDBKO01 - SUSPOST-TEMP-FILE reopen "
                    "failed, status " WS-SPTTMP-STATUS
                    ", pending releases preserved, abending"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT SUSPENSE-POSTING-FILE
              IF WS-SUSPOST-STATUS NOT = "00"
                 DISPLAY "ORDBKO01 - SUSPENSE-POSTING-FILE rebuild "
                    "open failed, status " WS-SUSPOST-STATUS
                    ", abending"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-HELD-EOF
              PERFORM COPY-TEMP-TO-SUSPOST UNTIL WS-HELD-EOF = 'Y'
              CLOSE SUSPOST-TEMP-FILE
              CLOSE SUSPENSE-POSTING-FILE
           END-IF.

       COPY-SUSPOST-TO-TEMP.
           READ SUSPENSE-POSTING-FILE
               AT END
                   MOVE 'Y' TO WS-HELD-EOF
               NOT AT END
                   MOVE SP-RECORD-KEY TO WS-HELD-TEST-KEY
                   PERFORM CHECK-HELD-KEY
                   IF WS-HELD-FOUND = 'N'
                      MOVE SUSPENSE-POSTING-RECORD
                         TO SUSPOST-TEMP-RECORD
                      WRITE SUSPOST-TEMP-RECORD
                      IF WS-SPTTMP-STATUS NOT = "00"
                         DISPLAY "ORDBKO01 - SUSPOST-TEMP-FILE write "
                            "failed, status " WS-SPTTMP-STATUS
                            ", pending releases preserved, abending"
                         MOVE 16 TO RETURN-CODE
                         STOP RUN
                      END-IF
                   ELSE
                      ADD 1 TO WS-SPT-REMOVED
                   END-IF
           END-READ.

       COPY-TEMP-TO-SUSPOST.
           READ SUSPOST-TEMP-FILE
               AT END
                   MOVE 'Y' TO WS-HELD-EOF
               NOT AT END
                   MOVE SUSPOST-TEMP-RECORD TO SUSPENSE-POSTING-RECORD
                   WRITE SUSPENSE-POSTING-RECORD
                   IF WS-SUSPOST-STATUS NOT = "00"
                      DISPLAY "ORDBKO01 - SUSPENSE-POSTING-FILE "
                         "rebuild write failed, status "
                         WS-SUSPOST-STATUS
                         ", restore from SUSPOST.TMP, abending"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ.

      *> The day's records are copied out around, and the temp copy
      *> must be known good before the live file is rebuilt from it.
       REMOVE-PTD-RECORDS.
           OPEN INPUT PTD-FILE
           IF WS-PTD-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - PTD-FILE reopen failed, status "
                 WS-PTD-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT PTD-TEMP-FILE
           IF WS-PTDTMP-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - PTD-TEMP-FILE open failed, "
                 "status " WS-PTDTMP-STATUS
                 ", period-to-date preserved, abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-PTD-EOF
           PERFORM COPY-PTD-TO-TEMP UNTIL WS-PTD-EOF = 'Y'
           CLOSE PTD-FILE
           CLOSE PTD-TEMP-FILE
           OPEN INPUT PTD-TEMP-FILE
           IF WS-PTDTMP-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - PTD-TEMP-FILE reopen failed, "
                 "status " WS-PTDTMP-STATUS
                 ", period-to-date preserved, abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT PTD-FILE
           IF WS-PTD-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - PTD-FILE rebuild open failed, "
                 "status " WS-PTD-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-PTD-EOF
           PERFORM COPY-TEMP-TO-PTD UNTIL WS-PTD-EOF = 'Y'
           CLOSE PTD-TEMP-FILE
           CLOSE PTD-FILE.

       COPY-PTD-TO-TEMP.
           READ PTD-FILE
               AT END
                   MOVE 'Y' TO WS-PTD-EOF
               NOT AT END
                   IF PTD-RUN-DATE NOT = BKO-BUSINESS-DATE
                      OR PTD-SOURCE-SYSTEM NOT = BKO-SOURCE-SYSTEM
                      MOVE PTD-SUMMARY-RECORD TO PTD-TEMP-RECORD
                      WRITE PTD-TEMP-RECORD
                      IF WS-PTDTMP-STATUS NOT = "00"
                         DISPLAY "ORDBKO01 - PTD-TEMP-FILE write "
                            "failed, status " WS-PTDTMP-STATUS
                            ", period-to-date preserved, abending"
                         MOVE 16 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      ADD 1 TO WS-PTD-KEPT
                   END-IF
           END-READ.

       COPY-TEMP-TO-PTD.
           READ PTD-TEMP-FILE
               AT END
                   MOVE 'Y' TO WS-PTD-EOF
               NOT AT END
                   MOVE PTD-TEMP-RECORD TO PTD-SUMMARY-RECORD
                   WRITE PTD-SUMMARY-RECORD
                   IF WS-PTD-STATUS NOT = "00"
                      DISPLAY "ORDBKO01 - PTD-FILE rebuild write "
                         "failed, status " WS-PTD-STATUS
                         ", restore from PTDFILE.TMP, abending"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-PTD-COPIED
           END-READ.

      *> The sales history comes out the same way as the period-to-
      *> date file. Before SLSHST01 has first run there is none,
      *> and nothing to take off.
       REMOVE-HISTORY-RECORDS.
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SLSHIST-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - SALES-HISTORY-FILE absent, status "
                 WS-SLSHIST-STATUS ", no sales history to remove"
           ELSE
              OPEN OUTPUT HISTORY-TEMP-FILE
              IF WS-SLSTMP-STATUS NOT = "00"
                 DISPLAY "ORDBKO01 - HISTORY-TEMP-FILE open failed, "
                    "status " WS-SLSTMP-STATUS
                    ", sales history preserved, abending"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-SLH-EOF
              PERFORM COPY-HISTORY-TO-TEMP UNTIL WS-SLH-EOF = 'Y'
              CLOSE SALES-HISTORY-FILE
              CLOSE HISTORY-TEMP-FILE
              PERFORM REBUILD-SALES-HISTORY
           END-IF.

       REBUILD-SALES-HISTORY.
           OPEN INPUT HISTORY-TEMP-FILE
           IF WS-SLSTMP-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - HISTORY-TEMP-FILE reopen failed, "
                 "status " WS-SLSTMP-STATUS
                 ", sales history preserved, abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT SALES-HISTORY-FILE
           IF WS-SLSHIST-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - SALES-HISTORY-FILE rebuild open "
                 "failed, status " WS-SLSHIST-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-SLH-EOF
           PERFORM COPY-TEMP-TO-HISTORY UNTIL WS-SLH-EOF = 'Y'
           CLOSE HISTORY-TEMP-FILE
           CLOSE SALES-HISTORY-FILE.

       COPY-HISTORY-TO-TEMP.
           READ SALES-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-SLH-EOF
               NOT AT END
                   IF SLH-BUSINESS-DATE NOT = BKO-BUSINESS-DATE
                      OR SLH-SOURCE-SYSTEM NOT = BKO-SOURCE-SYSTEM
                      MOVE SALES-HISTORY-RECORD TO HISTORY-TEMP-RECORD
                      WRITE HISTORY-TEMP-RECORD
                      IF WS-SLSTMP-STATUS NOT = "00"
                         DISPLAY "ORDBKO01 - HISTORY-TEMP-FILE write "
                            "failed, status " WS-SLSTMP-STATUS
                            ", sales history preserved, abending"
                         MOVE 16 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      ADD 1 TO WS-SLH-KEPT
                   ELSE
                      ADD 1 TO WS-SLH-REMOVED
                   END-IF
           END-READ.

       COPY-TEMP-TO-HISTORY.
           READ HISTORY-TEMP-FILE
               AT END
                   MOVE 'Y' TO WS-SLH-EOF
               NOT AT END
                   MOVE HISTORY-TEMP-RECORD TO SALES-HISTORY-RECORD
                   WRITE SALES-HISTORY-RECORD
                   IF WS-SLSHIST-STATUS NOT = "00"
                      DISPLAY "ORDBKO01 - SALES-HISTORY-FILE rebuild "
                         "write failed, status " WS-SLSHIST-STATUS
                         ", restore from SLSHIST.TMP, abending"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-SLH-COPIED
           END-READ.

      *> The step-status trail's last entry for the date and step
      *> is its status; a reset entry after a completion lets
      *> RUNCTL01 clear the step to run again.
       RESET-STEP-STATUS.
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
               UNTIL WS-RST-IDX > 2
               MOVE SPACE TO WS-STEP-STATUS(WS-RST-IDX)
           END-PERFORM
           OPEN INPUT STEP-STATUS-FILE
           IF WS-STEPSTAT-STATUS = "00"
              MOVE 'N' TO WS-STEPSTAT-EOF
              PERFORM READ-STEP-STATUS UNTIL WS-STEPSTAT-EOF = 'Y'
              CLOSE STEP-STATUS-FILE
           END-IF
           OPEN EXTEND STEP-STATUS-FILE
           IF WS-STEPSTAT-STATUS NOT = "00"
              OPEN OUTPUT STEP-STATUS-FILE
           END-IF
           IF WS-STEPSTAT-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - STEP-STATUS-FILE open failed, "
                 "status " WS-STEPSTAT-STATUS
                 ", reset the steps by hand"
           ELSE
              PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                  UNTIL WS-RST-IDX > 2
                  IF WS-STEP-STATUS(WS-RST-IDX) = "C"
                     PERFORM WRITE-STEP-RESET
                  END-IF
              END-PERFORM
              CLOSE STEP-STATUS-FILE
           END-IF.

       READ-STEP-STATUS.
           READ STEP-STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-STEPSTAT-EOF
               NOT AT END
                   IF RCS-BUSINESS-DATE = BKO-BUSINESS-DATE
                      PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                          UNTIL WS-RST-IDX > 2
                          IF WS-RESET-STEP(WS-RST-IDX)
                             = RCS-STEP-NAME
                             MOVE RCS-STATUS
                                TO WS-STEP-STATUS(WS-RST-IDX)
                          END-IF
                      END-PERFORM
                   END-IF
           END-READ.

       WRITE-STEP-RESET.
           MOVE BKO-BUSINESS-DATE          TO RCS-BUSINESS-DATE
           MOVE WS-RESET-STEP(WS-RST-IDX)  TO RCS-STEP-NAME
           MOVE "R"                        TO RCS-STATUS
           MOVE WS-FORMATTED-TIMESTAMP     TO RCS-TIMESTAMP
           WRITE RUN-CONTROL-RECORD
           IF WS-STEPSTAT-STATUS = "00"
              ADD 1 TO WS-RESET-COUNT
           ELSE
              DISPLAY "ORDBKO01 - step reset write failed for "
                 RCS-STEP-NAME ", status " WS-STEPSTAT-STATUS
           END-IF.

       REJECT-REQUEST.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "ORDBKO01 - backout rejected for date "
              BKO-BUSINESS-DATE ": " WS-REJECT-REASON
           MOVE SPACES TO BACKOUT-LOG-LINE
           STRING WS-FORMATTED-TIMESTAMP DELIMITED BY SIZE
                  " REJECTED BACKOUT DATE " DELIMITED BY SIZE
                  BKO-BUSINESS-DATE       DELIMITED BY SIZE
                  " SOURCE "              DELIMITED BY SIZE
                  BKO-SOURCE-SYSTEM       DELIMITED BY SIZE
                  " BY "                  DELIMITED BY SIZE
                  BKO-SUPERVISOR-ID       DELIMITED BY SIZE
                  " - "                   DELIMITED BY SIZE
                  WS-REJECT-REASON        DELIMITED BY SIZE
               INTO BACKOUT-LOG-LINE
           END-STRING
           PERFORM WRITE-AUDIT-LINE.

       WRITE-AUDIT-LINE.
           WRITE BACKOUT-LOG-LINE
           IF WS-BKOLOG-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - audit log write failed, status "
                 WS-BKOLOG-STATUS
           END-IF.

      *> The security log must open - no keyed input is applied
      *> without a record of who keyed it.
       OPEN-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SECLOG-STATUS NOT = "00"
              OPEN OUTPUT SECURITY-LOG-FILE
           END-IF
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - SECURITY-LOG-FILE open failed, "
                 "status " WS-SECLOG-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Without the operator file no operator can be vouched for,
      *> so every keyed transaction is refused.
       LOAD-OPERATOR-SECURITY.
           OPEN INPUT OPERATOR-SECURITY-FILE
           IF WS-OPERSEC-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - OPERATOR-SECURITY-FILE absent, "
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
                 DISPLAY "ORDBKO01 - operator security table full, "
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
           MOVE "ORDBKO01"            TO SEC-PROGRAM
           MOVE WS-SEC-OPERATOR       TO SEC-OPERATOR-ID
           MOVE WS-SEC-ROLE           TO SEC-ROLE-CODE
           MOVE WS-SEC-DENIAL         TO SEC-DENIAL-REASON
           MOVE WS-SEC-TRANSACTION    TO SEC-TRANSACTION
           WRITE SECURITY-LOG-RECORD
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "ORDBKO01 - SECURITY-LOG-FILE write failed, "
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
