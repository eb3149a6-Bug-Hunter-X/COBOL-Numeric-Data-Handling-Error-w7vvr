      ***************************************************************
      *  GLACK01 - GL interface acknowledgement processing. Runs
      *  after GLREL01. Every release on the release log (RELEASE.LOG)
      *  is matched, by business date, release stamp and account,
      *  against what the ledger sent back in its acknowledgement
      *  file (GLACK.DAT) and what GLREL01 recorded as sent
      *  (GLSENT.DAT). A date released more than once - a rerun, an
      *  override after a hold, a backout's reversal - has each
      *  release matched and tracked on its own. Each
      *  release is recorded on the transmission status trail
      *  (GLXSTAT.DAT) as acknowledged, partially rejected or
      *  unacknowledged, and GLACK.RPT lists the rejected accounts
      *  with the ledger's reason, any account sent but not
      *  acknowledged or acknowledged but never sent, a batch total
      *  that disagrees, and every release still waiting on the
      *  ledger with its days outstanding. ORDEOD01 reads the trail
      *  to flag a release left unacknowledged too long. A release
      *  with anything rejected or out of agreement ends the step
      *  with RETURN-CODE 4.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACK01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-LOG ASSIGN TO "RELEASE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELLOG-STATUS.

           SELECT GL-SENT-FILE ASSIGN TO "GLSENT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLSENT-STATUS.

           SELECT GL-ACK-FILE ASSIGN TO "GLACK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLACK-STATUS.

           SELECT GL-STATUS-FILE ASSIGN TO "GLXSTAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLXSTAT-STATUS.

           SELECT ACK-RPT ASSIGN TO "GLACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-LOG.
       01  RELEASE-LOG-LINE            PIC X(160).

       FD  GL-SENT-FILE
           RECORDING MODE IS F.
           COPY GLSREC.

       FD  GL-ACK-FILE
           RECORDING MODE IS F.
           COPY ACKREC.

       FD  GL-STATUS-FILE
           RECORDING MODE IS F.
           COPY GXSREC.

       FD  ACK-RPT.
       01  ACK-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RELLOG-STATUS            PIC X(2).
       01  WS-GLSENT-STATUS            PIC X(2).
       01  WS-GLACK-STATUS             PIC X(2).
       01  WS-GLXSTAT-STATUS           PIC X(2).
       01  WS-ACKRPT-STATUS            PIC X(2).
       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-TIMESTAMP-FIELDS.
           05  WS-CURRENT-DATE-TIME    PIC X(21).
           05  WS-FORMATTED-TIMESTAMP  PIC X(26).

      *> GLREL01's release log line: timestamp, then "DATE" and the
      *> business date, then the event. Lines written before the
      *> business date was carried have no "DATE" and are passed by.
       01  WS-LOG-LINE-VIEW.
           05  WS-LOG-STAMP            PIC X(19).
           05  FILLER                  PIC X(8).
           05  WS-LOG-DATE-TAG         PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-LOG-DATE-X           PIC X(8).
           05  WS-LOG-DATE REDEFINES WS-LOG-DATE-X
                                       PIC 9(8).
           05  FILLER                  PIC X(1).
           05  WS-LOG-EVENT            PIC X(119).

      *> One entry per release, by business date and release stamp
      *> - a date released again is a second entry, acknowledged in
      *> its own right. A release already archived off the log but
      *> still unacknowledged on the trail is carried from the
      *> trail, so a late acknowledgement still matches.
       01  WS-RELEASE-TABLE.
           05  WS-RLS-COUNT            PIC 9(3) VALUE 0.
           05  WS-RLS-ENTRY OCCURS 200 TIMES
               INDEXED BY WS-RLS-IDX.
               10  WS-RLS-DATE         PIC 9(8).
               10  WS-RLS-STAMP        PIC X(19).
               10  WS-RLS-TYPE         PIC X(1).
               10  WS-RLS-LAST-STATUS  PIC X(1).
           05  WS-RLS-FOUND            PIC 9(3) VALUE 0.

      *> The acknowledgement file as received; a second detail for
      *> the same release and account supersedes the first.
       01  WS-ACK-TABLE.
           05  WS-ACK-COUNT            PIC 9(4) VALUE 0.
           05  WS-ACK-ENTRY OCCURS 1000 TIMES
               INDEXED BY WS-ACK-IDX.
               10  WS-ACK-DATE         PIC 9(8).
               10  WS-ACK-STAMP        PIC X(19).
               10  WS-ACK-ACCOUNT      PIC X(10).
               10  WS-ACK-RESULT       PIC X(1).
               10  WS-ACK-REASON       PIC X(40).
               10  WS-ACK-MATCHED      PIC X(1).
           05  WS-ACK-FOUND            PIC 9(4) VALUE 0.

       01  WS-BATCH-TOTAL-TABLE.
           05  WS-ABT-COUNT            PIC 9(2) VALUE 0.
           05  WS-ABT-ENTRY OCCURS 50 TIMES
               INDEXED BY WS-ABT-IDX.
               10  WS-ABT-DATE         PIC 9(8).
               10  WS-ABT-STAMP        PIC X(19).
               10  WS-ABT-RECORDS      PIC 9(5).
               10  WS-ABT-DEBIT        PIC 9(11)V99.
               10  WS-ABT-CREDIT       PIC 9(11)V99.
               10  WS-ABT-MATCHED      PIC X(1).
           05  WS-ABT-FOUND            PIC 9(2) VALUE 0.

       01  WS-CONTROL-FIELDS.
           05  WS-RELLOG-EOF           PIC X VALUE 'N'.
           05  WS-GLSENT-EOF           PIC X VALUE 'N'.
           05  WS-GLACK-EOF            PIC X VALUE 'N'.
           05  WS-GLXSTAT-EOF          PIC X VALUE 'N'.
           05  WS-ACK-PRESENT          PIC X VALUE 'N'.
           05  WS-NEW-STATUS           PIC X(1).
           05  WS-TOTAL-FLAG           PIC X(1).
           05  WS-RELEASE-DATE-X       PIC X(8).
           05  WS-RELEASE-DATE REDEFINES WS-RELEASE-DATE-X
                                       PIC 9(8).
           05  WS-DAYS-OUTSTANDING     PIC S9(5) VALUE 0.

      *> Figures for the release being matched.
       01  WS-RELEASE-COUNTS.
           05  WS-SENT-COUNT           PIC 9(5) VALUE 0.
           05  WS-ACCEPTED-COUNT       PIC 9(5) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
           05  WS-MISSING-COUNT        PIC 9(5) VALUE 0.
           05  WS-EXTRA-COUNT          PIC 9(5) VALUE 0.
           05  WS-SENT-DEBIT           PIC 9(11)V99 VALUE 0.
           05  WS-SENT-CREDIT          PIC 9(11)V99 VALUE 0.

       01  WS-RUN-COUNTS.
           05  WS-MATCHED-RELEASES     PIC 9(5) VALUE 0.
           05  WS-ACKNOWLEDGED-COUNT   PIC 9(5) VALUE 0.
           05  WS-PART-REJECTED-COUNT  PIC 9(5) VALUE 0.
           05  WS-UNACKNOWLEDGED-COUNT PIC 9(5) VALUE 0.
           05  WS-UNRELEASED-ACKS      PIC 9(5) VALUE 0.
           05  WS-STATUS-WRITTEN       PIC 9(5) VALUE 0.

       01  WS-EDIT-FIELDS.
           05  WS-COUNT-EDIT           PIC ZZZZ9.
           05  WS-COUNT-EDIT-2         PIC ZZZZ9.
           05  WS-COUNT-EDIT-3         PIC ZZZZ9.
           05  WS-COUNT-EDIT-4         PIC ZZZZ9.
           05  WS-DEBIT-EDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-CREDIT-EDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-DAYS-EDIT            PIC ZZZZ9.
           05  WS-STATUS-TEXT          PIC X(20).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM BUILD-TIMESTAMP
           PERFORM LOAD-RELEASE-LOG
           PERFORM LOAD-STATUS-TRAIL
           PERFORM LOAD-ACK-FILE
           PERFORM OPEN-REPORT-FILES
           PERFORM WRITE-REPORT-HEADING
           PERFORM MATCH-ONE-RELEASE
               VARYING WS-RLS-IDX FROM 1 BY 1
               UNTIL WS-RLS-IDX > WS-RLS-COUNT
           PERFORM LIST-UNACKNOWLEDGED
           PERFORM LIST-UNRELEASED-ACKS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE ACK-RPT
           CLOSE GL-STATUS-FILE
           DISPLAY "GLACK01 - releases on file      : " WS-RLS-COUNT
           DISPLAY "GLACK01 - acknowledged          : "
              WS-ACKNOWLEDGED-COUNT
           DISPLAY "GLACK01 - partially rejected    : "
              WS-PART-REJECTED-COUNT
           DISPLAY "GLACK01 - unacknowledged        : "
              WS-UNACKNOWLEDGED-COUNT
           DISPLAY "GLACK01 - status entries written: "
              WS-STATUS-WRITTEN
           IF WS-PART-REJECTED-COUNT > 0 OR WS-UNRELEASED-ACKS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-RELEASE-LOG.
           OPEN INPUT RELEASE-LOG
           IF WS-RELLOG-STATUS NOT = "00"
              DISPLAY "GLACK01 - RELEASE.LOG absent, status "
                 WS-RELLOG-STATUS
              MOVE 'Y' TO WS-RELLOG-EOF
           END-IF
           PERFORM READ-ONE-LOG-LINE UNTIL WS-RELLOG-EOF = 'Y'
           IF WS-RELLOG-STATUS = "00" OR WS-RELLOG-STATUS = "10"
              CLOSE RELEASE-LOG
           END-IF.

      *> Only a release sends anything - a hold, or an override
      *> that was not needed, is left on the log for the record.
       READ-ONE-LOG-LINE.
           READ RELEASE-LOG
               AT END
                   MOVE 'Y' TO WS-RELLOG-EOF
               NOT AT END
                   MOVE RELEASE-LOG-LINE TO WS-LOG-LINE-VIEW
                   IF WS-LOG-DATE-TAG = "DATE"
                      AND WS-LOG-DATE-X IS NUMERIC
                      AND WS-LOG-DATE > 0
                      IF WS-LOG-EVENT(1:11) = "RELEASED - "
                         OR WS-LOG-EVENT(1:19) =
                            "OVERRIDE RELEASE - "
                         PERFORM POST-RELEASE-LINE
                      END-IF
                   END-IF
           END-READ.

       POST-RELEASE-LINE.
           PERFORM FIND-RELEASE-BY-LOG-STAMP
           IF WS-RLS-FOUND = 0
              IF WS-RLS-COUNT < 200
                 ADD 1 TO WS-RLS-COUNT
                 MOVE WS-RLS-COUNT TO WS-RLS-FOUND
              ELSE
                 DISPLAY "GLACK01 - release table full, dropped "
                    WS-LOG-DATE
              END-IF
           END-IF
           IF WS-RLS-FOUND > 0
              SET WS-RLS-IDX TO WS-RLS-FOUND
              MOVE WS-LOG-DATE  TO WS-RLS-DATE(WS-RLS-IDX)
              MOVE WS-LOG-STAMP TO WS-RLS-STAMP(WS-RLS-IDX)
              IF WS-LOG-EVENT(1:8) = "OVERRIDE"
                 MOVE "O" TO WS-RLS-TYPE(WS-RLS-IDX)
              ELSE
                 MOVE "R" TO WS-RLS-TYPE(WS-RLS-IDX)
              END-IF
              MOVE SPACE TO WS-RLS-LAST-STATUS(WS-RLS-IDX)
           END-IF.

       FIND-RELEASE-BY-LOG-STAMP.
           MOVE 0 TO WS-RLS-FOUND
           PERFORM VARYING WS-RLS-IDX FROM 1 BY 1
               UNTIL WS-RLS-IDX > WS-RLS-COUNT
               IF WS-RLS-DATE(WS-RLS-IDX) = WS-LOG-DATE
                  AND WS-RLS-STAMP(WS-RLS-IDX) = WS-LOG-STAMP
                  SET WS-RLS-FOUND TO WS-RLS-IDX
               END-IF
           END-PERFORM.

      *> The trail is read in full, so the last entry for a release
      *> is the one that stands.
       LOAD-STATUS-TRAIL.
           OPEN INPUT GL-STATUS-FILE
           IF WS-GLXSTAT-STATUS NOT = "00"
              MOVE 'Y' TO WS-GLXSTAT-EOF
           END-IF
           PERFORM READ-ONE-STATUS UNTIL WS-GLXSTAT-EOF = 'Y'
           IF WS-GLXSTAT-STATUS = "00" OR WS-GLXSTAT-STATUS = "10"
              CLOSE GL-STATUS-FILE
           END-IF.

       READ-ONE-STATUS.
           READ GL-STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-GLXSTAT-EOF
               NOT AT END
                   PERFORM POST-STATUS-ENTRY
           END-READ.

       POST-STATUS-ENTRY.
           MOVE 0 TO WS-RLS-FOUND
           PERFORM VARYING WS-RLS-IDX FROM 1 BY 1
               UNTIL WS-RLS-IDX > WS-RLS-COUNT
               IF WS-RLS-DATE(WS-RLS-IDX) = GXS-BUSINESS-DATE
                  AND WS-RLS-STAMP(WS-RLS-IDX) = GXS-RELEASE-STAMP
                  SET WS-RLS-FOUND TO WS-RLS-IDX
               END-IF
           END-PERFORM
           IF WS-RLS-FOUND = 0
              IF GXS-UNACKNOWLEDGED
                 IF WS-RLS-COUNT < 200
                    ADD 1 TO WS-RLS-COUNT
                    SET WS-RLS-IDX TO WS-RLS-COUNT
                    MOVE GXS-BUSINESS-DATE TO WS-RLS-DATE(WS-RLS-IDX)
                    MOVE GXS-RELEASE-STAMP
                       TO WS-RLS-STAMP(WS-RLS-IDX)
                    MOVE "R"        TO WS-RLS-TYPE(WS-RLS-IDX)
                    MOVE GXS-STATUS TO WS-RLS-LAST-STATUS(WS-RLS-IDX)
                 ELSE
                    DISPLAY "GLACK01 - release table full, dropped "
                       GXS-BUSINESS-DATE
                 END-IF
              END-IF
           ELSE
              SET WS-RLS-IDX TO WS-RLS-FOUND
              MOVE GXS-STATUS TO WS-RLS-LAST-STATUS(WS-RLS-IDX)
           END-IF.

      *> No acknowledgement file is a normal day - the ledger answers
      *> on its own schedule - and every release simply waits.
       LOAD-ACK-FILE.
           OPEN INPUT GL-ACK-FILE
           IF WS-GLACK-STATUS NOT = "00"
              DISPLAY "GLACK01 - GLACK.DAT absent, status "
                 WS-GLACK-STATUS ", no acknowledgements today"
              MOVE 'Y' TO WS-GLACK-EOF
           ELSE
              MOVE 'Y' TO WS-ACK-PRESENT
           END-IF
           PERFORM READ-ONE-ACK UNTIL WS-GLACK-EOF = 'Y'
           IF WS-ACK-PRESENT = 'Y'
              CLOSE GL-ACK-FILE
           END-IF.

       READ-ONE-ACK.
           READ GL-ACK-FILE
               AT END
                   MOVE 'Y' TO WS-GLACK-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN ACK-DETAIL-RECORD
                           PERFORM POST-ACK-DETAIL
                       WHEN ACK-BATCH-TOTAL
                           PERFORM POST-ACK-BATCH-TOTAL
                       WHEN OTHER
                           DISPLAY "GLACK01 - unknown acknowledgement "
                              "record type '" ACK-RECORD-TYPE
                              "', skipped"
                   END-EVALUATE
           END-READ.

       POST-ACK-DETAIL.
           MOVE 0 TO WS-ACK-FOUND
           PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
               UNTIL WS-ACK-IDX > WS-ACK-COUNT
               IF WS-ACK-DATE(WS-ACK-IDX) = ACK-BUSINESS-DATE
                  AND WS-ACK-STAMP(WS-ACK-IDX) = ACK-RELEASE-STAMP
                  AND WS-ACK-ACCOUNT(WS-ACK-IDX) = ACK-GL-ACCOUNT-CODE
                  SET WS-ACK-FOUND TO WS-ACK-IDX
               END-IF
           END-PERFORM
           IF WS-ACK-FOUND = 0
              IF WS-ACK-COUNT < 1000
                 ADD 1 TO WS-ACK-COUNT
                 MOVE WS-ACK-COUNT TO WS-ACK-FOUND
              ELSE
                 DISPLAY "GLACK01 - acknowledgement table full, "
                    "dropped " ACK-BUSINESS-DATE " "
                    ACK-GL-ACCOUNT-CODE
              END-IF
           END-IF
           IF WS-ACK-FOUND > 0
              SET WS-ACK-IDX TO WS-ACK-FOUND
              MOVE ACK-BUSINESS-DATE   TO WS-ACK-DATE(WS-ACK-IDX)
              MOVE ACK-RELEASE-STAMP   TO WS-ACK-STAMP(WS-ACK-IDX)
              MOVE ACK-GL-ACCOUNT-CODE TO WS-ACK-ACCOUNT(WS-ACK-IDX)
              MOVE ACK-STATUS          TO WS-ACK-RESULT(WS-ACK-IDX)
              MOVE ACK-REASON          TO WS-ACK-REASON(WS-ACK-IDX)
              MOVE 'N'                 TO WS-ACK-MATCHED(WS-ACK-IDX)
           END-IF.

       POST-ACK-BATCH-TOTAL.
           MOVE 0 TO WS-ABT-FOUND
           PERFORM VARYING WS-ABT-IDX FROM 1 BY 1
               UNTIL WS-ABT-IDX > WS-ABT-COUNT
               IF WS-ABT-DATE(WS-ABT-IDX) = ACK-BUSINESS-DATE
                  AND WS-ABT-STAMP(WS-ABT-IDX) = ACK-RELEASE-STAMP
                  SET WS-ABT-FOUND TO WS-ABT-IDX
               END-IF
           END-PERFORM
           IF WS-ABT-FOUND = 0
              IF WS-ABT-COUNT < 50
                 ADD 1 TO WS-ABT-COUNT
                 MOVE WS-ABT-COUNT TO WS-ABT-FOUND
              ELSE
                 DISPLAY "GLACK01 - batch total table full, dropped "
                    ACK-BUSINESS-DATE
              END-IF
           END-IF
           IF WS-ABT-FOUND > 0
              SET WS-ABT-IDX TO WS-ABT-FOUND
              MOVE ACK-BUSINESS-DATE TO WS-ABT-DATE(WS-ABT-IDX)
              MOVE ACK-RELEASE-STAMP TO WS-ABT-STAMP(WS-ABT-IDX)
              MOVE ACK-RECORD-COUNT  TO WS-ABT-RECORDS(WS-ABT-IDX)
              MOVE ACK-DEBIT-TOTAL   TO WS-ABT-DEBIT(WS-ABT-IDX)
              MOVE ACK-CREDIT-TOTAL  TO WS-ABT-CREDIT(WS-ABT-IDX)
              MOVE 'N'               TO WS-ABT-MATCHED(WS-ABT-IDX)
           END-IF.

       OPEN-REPORT-FILES.
           OPEN EXTEND GL-STATUS-FILE
           IF WS-GLXSTAT-STATUS NOT = "00"
              OPEN OUTPUT GL-STATUS-FILE
           END-IF
           IF WS-GLXSTAT-STATUS NOT = "00"
              DISPLAY "GLACK01 - GLXSTAT.DAT open failed, status "
                 WS-GLXSTAT-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT ACK-RPT
           IF WS-ACKRPT-STATUS NOT = "00"
              DISPLAY "GLACK01 - ACK-RPT open failed, status "
                 WS-ACKRPT-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO ACK-LINE
           STRING "GLACK01 - GL ACKNOWLEDGEMENT REPORT  RUN DATE "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO ACK-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ACK-LINE
           PERFORM WRITE-REPORT-LINE.

      *> A release the ledger has answered is matched in full every
      *> time its acknowledgement is on hand; one it has not is put
      *> on the trail as unacknowledged the first time it is seen.
      *> Nothing is re-appended while the standing is unchanged.
       MATCH-ONE-RELEASE.
           PERFORM FIND-ACK-FOR-RELEASE
           IF WS-ACK-FOUND > 0 OR WS-ABT-FOUND > 0
              PERFORM MATCH-ACKNOWLEDGED-RELEASE
           ELSE
              IF WS-RLS-LAST-STATUS(WS-RLS-IDX) = SPACE
                 PERFORM COUNT-SENT-RECORDS
                 MOVE "U" TO WS-NEW-STATUS
                 MOVE SPACE TO WS-TOTAL-FLAG
                 PERFORM WRITE-STATUS-ENTRY
              END-IF
              IF WS-RLS-LAST-STATUS(WS-RLS-IDX) = "U"
                 ADD 1 TO WS-UNACKNOWLEDGED-COUNT
              END-IF
           END-IF.

       FIND-ACK-FOR-RELEASE.
           MOVE 0 TO WS-ACK-FOUND
           PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
               UNTIL WS-ACK-IDX > WS-ACK-COUNT
               IF WS-ACK-DATE(WS-ACK-IDX) = WS-RLS-DATE(WS-RLS-IDX)
                  AND WS-ACK-STAMP(WS-ACK-IDX) =
                      WS-RLS-STAMP(WS-RLS-IDX)
                  SET WS-ACK-FOUND TO WS-ACK-IDX
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ABT-FOUND
           PERFORM VARYING WS-ABT-IDX FROM 1 BY 1
               UNTIL WS-ABT-IDX > WS-ABT-COUNT
               IF WS-ABT-DATE(WS-ABT-IDX) = WS-RLS-DATE(WS-RLS-IDX)
                  AND WS-ABT-STAMP(WS-ABT-IDX) =
                      WS-RLS-STAMP(WS-RLS-IDX)
                  SET WS-ABT-FOUND TO WS-ABT-IDX
               END-IF
           END-PERFORM.

       MATCH-ACKNOWLEDGED-RELEASE.
           ADD 1 TO WS-MATCHED-RELEASES
           PERFORM WRITE-RELEASE-HEADING
           MOVE 0 TO WS-SENT-COUNT WS-ACCEPTED-COUNT
                     WS-REJECTED-COUNT WS-MISSING-COUNT
                     WS-EXTRA-COUNT WS-SENT-DEBIT WS-SENT-CREDIT
           MOVE 'N' TO WS-GLSENT-EOF
           OPEN INPUT GL-SENT-FILE
           IF WS-GLSENT-STATUS NOT = "00"
              DISPLAY "GLACK01 - GLSENT.DAT absent, status "
                 WS-GLSENT-STATUS
              MOVE 'Y' TO WS-GLSENT-EOF
           END-IF
           PERFORM MATCH-ONE-SENT-RECORD UNTIL WS-GLSENT-EOF = 'Y'
           IF WS-GLSENT-STATUS = "00" OR WS-GLSENT-STATUS = "10"
              CLOSE GL-SENT-FILE
           END-IF
           PERFORM LIST-EXTRA-ACK
               VARYING WS-ACK-IDX FROM 1 BY 1
               UNTIL WS-ACK-IDX > WS-ACK-COUNT
           PERFORM CHECK-BATCH-TOTAL
           IF WS-REJECTED-COUNT = 0 AND WS-MISSING-COUNT = 0
              AND WS-EXTRA-COUNT = 0 AND WS-TOTAL-FLAG = "Y"
              MOVE "A" TO WS-NEW-STATUS
              ADD 1 TO WS-ACKNOWLEDGED-COUNT
           ELSE
              MOVE "P" TO WS-NEW-STATUS
              ADD 1 TO WS-PART-REJECTED-COUNT
           END-IF
           PERFORM WRITE-RELEASE-RESULT
           IF WS-NEW-STATUS NOT = WS-RLS-LAST-STATUS(WS-RLS-IDX)
              PERFORM WRITE-STATUS-ENTRY
           END-IF.

       MATCH-ONE-SENT-RECORD.
           READ GL-SENT-FILE
               AT END
                   MOVE 'Y' TO WS-GLSENT-EOF
               NOT AT END
                   IF GLS-RELEASE-STAMP = WS-RLS-STAMP(WS-RLS-IDX)
                      AND GLS-BUSINESS-DATE = WS-RLS-DATE(WS-RLS-IDX)
                      ADD 1 TO WS-SENT-COUNT
                      ADD GLS-DEBIT-TOTAL  TO WS-SENT-DEBIT
                      ADD GLS-CREDIT-TOTAL TO WS-SENT-CREDIT
                      PERFORM MATCH-SENT-ACCOUNT
                   END-IF
           END-READ.

       MATCH-SENT-ACCOUNT.
           MOVE 0 TO WS-ACK-FOUND
           PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
               UNTIL WS-ACK-IDX > WS-ACK-COUNT
               IF WS-ACK-DATE(WS-ACK-IDX) = GLS-BUSINESS-DATE
                  AND WS-ACK-STAMP(WS-ACK-IDX) = GLS-RELEASE-STAMP
                  AND WS-ACK-ACCOUNT(WS-ACK-IDX) = GLS-GL-ACCOUNT-CODE
                  AND WS-ACK-MATCHED(WS-ACK-IDX) = 'N'
                  SET WS-ACK-FOUND TO WS-ACK-IDX
               END-IF
           END-PERFORM
           IF WS-ACK-FOUND = 0
              ADD 1 TO WS-MISSING-COUNT
              MOVE SPACES TO ACK-LINE
              STRING "  " DELIMITED BY SIZE
                     GLS-GL-ACCOUNT-CODE DELIMITED BY SIZE
                     "  NOT ACKNOWLEDGED" DELIMITED BY SIZE
                  INTO ACK-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           ELSE
              SET WS-ACK-IDX TO WS-ACK-FOUND
              MOVE 'Y' TO WS-ACK-MATCHED(WS-ACK-IDX)
              IF WS-ACK-RESULT(WS-ACK-IDX) = "A"
                 ADD 1 TO WS-ACCEPTED-COUNT
              ELSE
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE SPACES TO ACK-LINE
                 STRING "  " DELIMITED BY SIZE
                        GLS-GL-ACCOUNT-CODE DELIMITED BY SIZE
                        "  REJECTED          " DELIMITED BY SIZE
                        WS-ACK-REASON(WS-ACK-IDX) DELIMITED BY SIZE
                     INTO ACK-LINE
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-IF.

      *> An account the ledger answered for that this release never
      *> sent points at a stray or doubled transmission.
       LIST-EXTRA-ACK.
           IF WS-ACK-DATE(WS-ACK-IDX) = WS-RLS-DATE(WS-RLS-IDX)
              AND WS-ACK-STAMP(WS-ACK-IDX) = WS-RLS-STAMP(WS-RLS-IDX)
              AND WS-ACK-MATCHED(WS-ACK-IDX) = 'N'
              MOVE 'Y' TO WS-ACK-MATCHED(WS-ACK-IDX)
              ADD 1 TO WS-EXTRA-COUNT
              MOVE SPACES TO ACK-LINE
              STRING "  " DELIMITED BY SIZE
                     WS-ACK-ACCOUNT(WS-ACK-IDX) DELIMITED BY SIZE
                     "  NOT IN TRANSMISSION" DELIMITED BY SIZE
                  INTO ACK-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.

       CHECK-BATCH-TOTAL.
           IF WS-ABT-FOUND = 0
              MOVE "N" TO WS-TOTAL-FLAG
              MOVE SPACES TO ACK-LINE
              STRING "  NO BATCH TOTAL RECEIVED FROM THE LEDGER"
                  DELIMITED BY SIZE INTO ACK-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           ELSE
              SET WS-ABT-IDX TO WS-ABT-FOUND
              MOVE 'Y' TO WS-ABT-MATCHED(WS-ABT-IDX)
              IF WS-ABT-RECORDS(WS-ABT-IDX) = WS-SENT-COUNT
                 AND WS-ABT-DEBIT(WS-ABT-IDX) = WS-SENT-DEBIT
                 AND WS-ABT-CREDIT(WS-ABT-IDX) = WS-SENT-CREDIT
                 MOVE "Y" TO WS-TOTAL-FLAG
              ELSE
                 MOVE "N" TO WS-TOTAL-FLAG
                 MOVE WS-SENT-COUNT  TO WS-COUNT-EDIT
                 MOVE WS-SENT-DEBIT  TO WS-DEBIT-EDIT
                 MOVE WS-SENT-CREDIT TO WS-CREDIT-EDIT
                 MOVE SPACES TO ACK-LINE
                 STRING "  BATCH TOTAL DISAGREES - SENT   "
                        DELIMITED BY SIZE
                        WS-COUNT-EDIT DELIMITED BY SIZE
                        "  DR " DELIMITED BY SIZE
                        WS-DEBIT-EDIT DELIMITED BY SIZE
                        "  CR " DELIMITED BY SIZE
                        WS-CREDIT-EDIT DELIMITED BY SIZE
                     INTO ACK-LINE
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
                 MOVE WS-ABT-RECORDS(WS-ABT-IDX) TO WS-COUNT-EDIT
                 MOVE WS-ABT-DEBIT(WS-ABT-IDX)   TO WS-DEBIT-EDIT
                 MOVE WS-ABT-CREDIT(WS-ABT-IDX)  TO WS-CREDIT-EDIT
                 MOVE SPACES TO ACK-LINE
                 STRING "                          LEDGER "
                        DELIMITED BY SIZE
                        WS-COUNT-EDIT DELIMITED BY SIZE
                        "  DR " DELIMITED BY SIZE
                        WS-DEBIT-EDIT DELIMITED BY SIZE
                        "  CR " DELIMITED BY SIZE
                        WS-CREDIT-EDIT DELIMITED BY SIZE
                     INTO ACK-LINE
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-IF.

      *> An unacknowledged release is put on the trail with the
      *> number of records it sent, read from the transmission
      *> history.
       COUNT-SENT-RECORDS.
           MOVE 0 TO WS-SENT-COUNT WS-ACCEPTED-COUNT
                     WS-REJECTED-COUNT WS-MISSING-COUNT
           MOVE 'N' TO WS-GLSENT-EOF
           OPEN INPUT GL-SENT-FILE
           IF WS-GLSENT-STATUS NOT = "00"
              MOVE 'Y' TO WS-GLSENT-EOF
           END-IF
           PERFORM COUNT-ONE-SENT-RECORD UNTIL WS-GLSENT-EOF = 'Y'
           IF WS-GLSENT-STATUS = "00" OR WS-GLSENT-STATUS = "10"
              CLOSE GL-SENT-FILE
           END-IF.

       COUNT-ONE-SENT-RECORD.
           READ GL-SENT-FILE
               AT END
                   MOVE 'Y' TO WS-GLSENT-EOF
               NOT AT END
                   IF GLS-RELEASE-STAMP = WS-RLS-STAMP(WS-RLS-IDX)
                      AND GLS-BUSINESS-DATE = WS-RLS-DATE(WS-RLS-IDX)
                      ADD 1 TO WS-SENT-COUNT
                   END-IF
           END-READ.

       WRITE-STATUS-ENTRY.
           MOVE WS-RLS-DATE(WS-RLS-IDX)  TO GXS-BUSINESS-DATE
           MOVE WS-RLS-STAMP(WS-RLS-IDX) TO GXS-RELEASE-STAMP
           PERFORM DERIVE-RELEASE-DATE
           MOVE WS-RELEASE-DATE   TO GXS-RELEASE-DATE
           MOVE WS-NEW-STATUS     TO GXS-STATUS
           MOVE WS-SENT-COUNT     TO GXS-SENT-COUNT
           MOVE WS-ACCEPTED-COUNT TO GXS-ACCEPTED-COUNT
           MOVE WS-REJECTED-COUNT TO GXS-REJECTED-COUNT
           MOVE WS-MISSING-COUNT  TO GXS-MISSING-COUNT
           MOVE WS-TOTAL-FLAG     TO GXS-TOTAL-FLAG
           MOVE WS-FORMATTED-TIMESTAMP TO GXS-TIMESTAMP
           WRITE GL-TRANSMISSION-STATUS
           IF WS-GLXSTAT-STATUS NOT = "00"
              DISPLAY "GLACK01 - GLXSTAT.DAT write failed, status "
                 WS-GLXSTAT-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-NEW-STATUS TO WS-RLS-LAST-STATUS(WS-RLS-IDX)
           ADD 1 TO WS-STATUS-WRITTEN.

      *> The release stamp is yyyy-mm-ddThh:mm:ss; its calendar date
      *> is what the days outstanding are counted from.
       DERIVE-RELEASE-DATE.
           MOVE SPACES TO WS-RELEASE-DATE-X
           STRING WS-RLS-STAMP(WS-RLS-IDX)(1:4) DELIMITED BY SIZE
                  WS-RLS-STAMP(WS-RLS-IDX)(6:2) DELIMITED BY SIZE
                  WS-RLS-STAMP(WS-RLS-IDX)(9:2) DELIMITED BY SIZE
               INTO WS-RELEASE-DATE-X
           END-STRING
           IF WS-RELEASE-DATE-X IS NOT NUMERIC
              MOVE WS-RLS-DATE(WS-RLS-IDX) TO WS-RELEASE-DATE
           END-IF.

       WRITE-RELEASE-HEADING.
           MOVE SPACES TO ACK-LINE
           IF WS-RLS-TYPE(WS-RLS-IDX) = "O"
              STRING "BUSINESS DATE " DELIMITED BY SIZE
                     WS-RLS-DATE(WS-RLS-IDX) DELIMITED BY SIZE
                     "  RELEASED " DELIMITED BY SIZE
                     WS-RLS-STAMP(WS-RLS-IDX) DELIMITED BY SIZE
                     "  (OVERRIDE)" DELIMITED BY SIZE
                  INTO ACK-LINE
              END-STRING
           ELSE
              STRING "BUSINESS DATE " DELIMITED BY SIZE
                     WS-RLS-DATE(WS-RLS-IDX) DELIMITED BY SIZE
                     "  RELEASED " DELIMITED BY SIZE
                     WS-RLS-STAMP(WS-RLS-IDX) DELIMITED BY SIZE
                  INTO ACK-LINE
              END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-RELEASE-RESULT.
           IF WS-NEW-STATUS = "A"
              MOVE "ACKNOWLEDGED" TO WS-STATUS-TEXT
           ELSE
              MOVE "PARTIALLY REJECTED" TO WS-STATUS-TEXT
           END-IF
           MOVE WS-SENT-COUNT     TO WS-COUNT-EDIT
           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-EDIT-2
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT-3
           MOVE WS-MISSING-COUNT  TO WS-COUNT-EDIT-4
           MOVE SPACES TO ACK-LINE
           STRING "  SENT " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  "  ACCEPTED " DELIMITED BY SIZE
                  WS-COUNT-EDIT-2 DELIMITED BY SIZE
                  "  REJECTED " DELIMITED BY SIZE
                  WS-COUNT-EDIT-3 DELIMITED BY SIZE
                  "  NOT ACKNOWLEDGED " DELIMITED BY SIZE
                  WS-COUNT-EDIT-4 DELIMITED BY SIZE
                  "  STATUS " DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SIZE
               INTO ACK-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ACK-LINE
           PERFORM WRITE-REPORT-LINE.

       LIST-UNACKNOWLEDGED.
           MOVE SPACES TO ACK-LINE
           STRING "RELEASES AWAITING ACKNOWLEDGEMENT"
               DELIMITED BY SIZE INTO ACK-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM LIST-ONE-UNACKNOWLEDGED
               VARYING WS-RLS-IDX FROM 1 BY 1
               UNTIL WS-RLS-IDX > WS-RLS-COUNT
           IF WS-UNACKNOWLEDGED-COUNT = 0
              MOVE SPACES TO ACK-LINE
              STRING "  NONE" DELIMITED BY SIZE INTO ACK-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO ACK-LINE
           PERFORM WRITE-REPORT-LINE.

       LIST-ONE-UNACKNOWLEDGED.
           IF WS-RLS-LAST-STATUS(WS-RLS-IDX) = "U"
              PERFORM DERIVE-RELEASE-DATE
              COMPUTE WS-DAYS-OUTSTANDING =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-RELEASE-DATE)
              IF WS-DAYS-OUTSTANDING < 0
                 MOVE 0 TO WS-DAYS-OUTSTANDING
              END-IF
              MOVE WS-DAYS-OUTSTANDING TO WS-DAYS-EDIT
              MOVE SPACES TO ACK-LINE
              STRING "  BUSINESS DATE " DELIMITED BY SIZE
                     WS-RLS-DATE(WS-RLS-IDX) DELIMITED BY SIZE
                     "  RELEASED " DELIMITED BY SIZE
                     WS-RLS-STAMP(WS-RLS-IDX) DELIMITED BY SIZE
                     "  DAYS OUTSTANDING " DELIMITED BY SIZE
                     WS-DAYS-EDIT DELIMITED BY SIZE
                  INTO ACK-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.

      *> Acknowledgements for a release not on file are
      *> listed but never put on the trail - there is nothing of
      *> ours for them to acknowledge.
       LIST-UNRELEASED-ACKS.
           PERFORM LIST-ONE-UNRELEASED-ACK
               VARYING WS-ACK-IDX FROM 1 BY 1
               UNTIL WS-ACK-IDX > WS-ACK-COUNT
           PERFORM LIST-ONE-UNRELEASED-TOTAL
               VARYING WS-ABT-IDX FROM 1 BY 1
               UNTIL WS-ABT-IDX > WS-ABT-COUNT.

       LIST-ONE-UNRELEASED-ACK.
           IF WS-ACK-MATCHED(WS-ACK-IDX) = 'N'
              ADD 1 TO WS-UNRELEASED-ACKS
              MOVE SPACES TO ACK-LINE
              STRING "ACKNOWLEDGEMENT WITH NO RELEASE ON FILE - DATE "
                     DELIMITED BY SIZE
                     WS-ACK-DATE(WS-ACK-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-ACK-STAMP(WS-ACK-IDX) DELIMITED BY SIZE
                     "  ACCOUNT " DELIMITED BY SIZE
                     WS-ACK-ACCOUNT(WS-ACK-IDX) DELIMITED BY SIZE
                  INTO ACK-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.

       LIST-ONE-UNRELEASED-TOTAL.
           IF WS-ABT-MATCHED(WS-ABT-IDX) = 'N'
              ADD 1 TO WS-UNRELEASED-ACKS
              MOVE SPACES TO ACK-LINE
              STRING "BATCH TOTAL WITH NO RELEASE ON FILE - DATE "
                     DELIMITED BY SIZE
                     WS-ABT-DATE(WS-ABT-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-ABT-STAMP(WS-ABT-IDX) DELIMITED BY SIZE
                  INTO ACK-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ACK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-MATCHED-RELEASES TO WS-COUNT-EDIT
           MOVE SPACES TO ACK-LINE
           STRING "RELEASES MATCHED TODAY     : " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ACK-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ACKNOWLEDGED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO ACK-LINE
           STRING "  ACKNOWLEDGED             : " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ACK-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PART-REJECTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO ACK-LINE
           STRING "  PARTIALLY REJECTED       : " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ACK-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-UNACKNOWLEDGED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO ACK-LINE
           STRING "RELEASES UNACKNOWLEDGED    : " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ACK-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-UNRELEASED-ACKS TO WS-COUNT-EDIT
           MOVE SPACES TO ACK-LINE
           STRING "ACKS WITH NO RELEASE       : " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ACK-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE ACK-LINE
           IF WS-ACKRPT-STATUS NOT = "00"
              DISPLAY "GLACK01 - ACK-RPT write failed, status "
                 WS-ACKRPT-STATUS
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
