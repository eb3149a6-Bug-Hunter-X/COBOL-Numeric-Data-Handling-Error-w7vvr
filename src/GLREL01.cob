      *  unless operations has keyed an override reason into
      *  OVERRIDE.PARM, in which case the extract is released and
      *  the override and its reason are written to the release log.
      *  Each release log line carries the business date after its
      *  timestamp, and every record released is also appended to
      *  the transmission history (GLSENT.DAT) under the same stamp,
      *  so GLACK01 can match the ledger's acknowledgement against
      *  exactly what went out. The stamp also goes out on each
      *  transmitted record for the ledger to return.
      *  The override carries the ID of the operator keying it,
      *  who must be on the operator security file, active, with
      *  the operations override role. An override from anyone
      *  else is refused - the day stays held - and written to the
      *  security log; an override that releases is logged there
      *  too under the operator's ID.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLREL01.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLXMIT-STATUS.

      *> Operations keys its operator ID and a one-line reason here
      *> on the rare day an out-of-balance extract is knowingly
      *> released. The file is emptied whenever this step finds
      *> it - used, refused or not needed - so one override can
      *> never release a later day's out-of-balance extract.
           SELECT OVERRIDE-PARM-FILE ASSIGN TO "OVERRIDE.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELLOG-STATUS.

           SELECT GL-SENT-FILE ASSIGN TO "GLSENT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLSENT-STATUS.

           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSEC-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-INDICATOR-FILE
               ==GL-EXTRACT-RECORD== BY ==GL-TRANSMIT-RECORD==.

       FD  OVERRIDE-PARM-FILE.
           COPY OVRREC.

       FD  RELEASE-LOG.
       01  RELEASE-LOG-LINE            PIC X(160).

       FD  GL-SENT-FILE
           RECORDING MODE IS F.
           COPY GLSREC.

       FD  OPERATOR-SECURITY-FILE.
           COPY OPSREC.

       FD  SECURITY-LOG-FILE
           RECORDING MODE IS F.
           COPY SECREC.

       WORKING-STORAGE SECTION.
       01  WS-RELIND-STATUS            PIC X(2).
       01  WS-GLHOLD-STATUS            PIC X(2).
       01  WS-GLXMIT-STATUS            PIC X(2).
       01  WS-OVERRIDE-STATUS          PIC X(2).
       01  WS-RELLOG-STATUS            PIC X(2).
       01  WS-GLSENT-STATUS            PIC X(2).
       01  WS-OPERSEC-STATUS           PIC X(2).
       01  WS-SECLOG-STATUS            PIC X(2).

       01  WS-TIMESTAMP-FIELDS.
           05  WS-CURRENT-DATE-TIME    PIC X(21).
           05  WS-FORMATTED-TIMESTAMP  PIC X(26).

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

       01  WS-CONTROL-FLAGS.
           05  WS-RELEASE-OK           PIC X VALUE 'N'.
           05  WS-OVERRIDE-PRESENT     PIC X VALUE 'N'.
           05  WS-OVERRIDE-USED        PIC X VALUE 'N'.
           05  WS-OVERRIDE-KEYED       PIC X VALUE 'N'.
           05  WS-HOLD-EOF             PIC X VALUE 'N'.
           05  WS-INDICATOR-FLAG       PIC X VALUE 'H'.
           05  WS-INDICATOR-REASON     PIC X(40).
           05  WS-INDICATOR-DATE       PIC 9(8) VALUE 0.
           05  WS-OVERRIDE-OPERATOR    PIC X(8).
           05  WS-OVERRIDE-REASON      PIC X(60).
           05  WS-COPIED-COUNT         PIC 9(9) VALUE 0.

                  NOT AT END
                      MOVE REL-RELEASE-FLAG TO WS-INDICATOR-FLAG
                      MOVE REL-REASON       TO WS-INDICATOR-REASON
                      MOVE REL-RUN-DATE     TO WS-INDICATOR-DATE
              END-READ
              CLOSE RELEASE-INDICATOR-FILE
           END-IF.
                 MOVE 'Y' TO WS-RELEASE-OK
              END-IF
              PERFORM WRITE-RELEASE-LOG-LINE
           END-IF
           IF WS-OVERRIDE-USED = 'Y'
              PERFORM WRITE-SECURITY-APPLIED
           END-IF
           IF WS-OVERRIDE-KEYED = 'Y'
              CLOSE SECURITY-LOG-FILE
           END-IF.

      *> The security log is only needed on a day an override has
      *> been keyed. The override is kept before the parm is closed
      *> and cleared.
       CHECK-OVERRIDE.
           OPEN INPUT OVERRIDE-PARM-FILE
           IF WS-OVERRIDE-STATUS = "00"
              READ OVERRIDE-PARM-FILE
                  NOT AT END
                      IF OVERRIDE-PARM-RECORD NOT = SPACES
                         MOVE 'Y' TO WS-OVERRIDE-KEYED
                         MOVE OVR-OPERATOR-ID TO WS-OVERRIDE-OPERATOR
                         MOVE OVR-REASON      TO WS-OVERRIDE-REASON
                      END-IF
              END-READ
              CLOSE OVERRIDE-PARM-FILE
           END-IF
           IF WS-OVERRIDE-KEYED = 'Y'
              PERFORM OPEN-SECURITY-LOG
              PERFORM LOAD-OPERATOR-SECURITY
              PERFORM CHECK-OVERRIDE-AUTHORITY
              OPEN OUTPUT OVERRIDE-PARM-FILE
              CLOSE OVERRIDE-PARM-FILE
           END-IF.

      *> A refused override is consumed like any other, so it can
      *> not release a later day once the operator is set up.
       CHECK-OVERRIDE-AUTHORITY.
           MOVE WS-OVERRIDE-OPERATOR TO WS-SEC-OPERATOR
           MOVE "O"                  TO WS-SEC-ROLE
           MOVE SPACES               TO WS-SEC-TRANSACTION
           STRING "GL OVERRIDE DATE "  DELIMITED BY SIZE
                  WS-INDICATOR-DATE    DELIMITED BY SIZE
               INTO WS-SEC-TRANSACTION
           END-STRING
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF WS-SEC-DENIAL = SPACES
              MOVE 'Y' TO WS-OVERRIDE-PRESENT
           ELSE
              DISPLAY "GLREL01 - override refused, operator '"
                 WS-OVERRIDE-OPERATOR "' " WS-SEC-DENIAL
              MOVE SPACES TO RELEASE-LOG-LINE
              STRING WS-FORMATTED-TIMESTAMP DELIMITED BY SIZE
                     " DATE "               DELIMITED BY SIZE
                     WS-INDICATOR-DATE      DELIMITED BY SIZE
                     " OVERRIDE REFUSED - " DELIMITED BY SIZE
                     WS-SEC-DENIAL          DELIMITED BY SIZE
                     " - OPERATOR "         DELIMITED BY SIZE
                     WS-OVERRIDE-OPERATOR   DELIMITED BY SIZE
                  INTO RELEASE-LOG-LINE
              END-STRING
              WRITE RELEASE-LOG-LINE
              IF WS-RELLOG-STATUS NOT = "00"
                 DISPLAY "GLREL01 - RELEASE-LOG write failed, status "
                    WS-RELLOG-STATUS
              END-IF
           END-IF.

       WRITE-OVERRIDE-UNUSED-LINE.
           DISPLAY "GLREL01 - override present but not needed: "
              WS-OVERRIDE-REASON
           MOVE SPACES TO RELEASE-LOG-LINE
           STRING WS-FORMATTED-TIMESTAMP DELIMITED BY SIZE
                  " DATE "               DELIMITED BY SIZE
                  WS-INDICATOR-DATE      DELIMITED BY SIZE
                  " OVERRIDE PRESENT BUT NOT NEEDED - REASON: "
                  DELIMITED BY SIZE
                  WS-OVERRIDE-REASON     DELIMITED BY SIZE
           MOVE SPACES TO RELEASE-LOG-LINE
           IF WS-RELEASE-OK = 'Y' AND WS-OVERRIDE-USED = 'N'
              STRING WS-FORMATTED-TIMESTAMP DELIMITED BY SIZE
                     " DATE "               DELIMITED BY SIZE
                     WS-INDICATOR-DATE      DELIMITED BY SIZE
                     " RELEASED - "         DELIMITED BY SIZE
                     WS-INDICATOR-REASON    DELIMITED BY SIZE
                  INTO RELEASE-LOG-LINE
           ELSE
              IF WS-OVERRIDE-USED = 'Y'
                 STRING WS-FORMATTED-TIMESTAMP DELIMITED BY SIZE
                        " DATE "               DELIMITED BY SIZE
                        WS-INDICATOR-DATE      DELIMITED BY SIZE
                        " OVERRIDE RELEASE - " DELIMITED BY SIZE
                        WS-INDICATOR-REASON    DELIMITED BY SIZE
                        " - REASON: "          DELIMITED BY SIZE
                    WS-OVERRIDE-REASON
              ELSE
                 STRING WS-FORMATTED-TIMESTAMP DELIMITED BY SIZE
                        " DATE "               DELIMITED BY SIZE
                        WS-INDICATOR-DATE      DELIMITED BY SIZE
                        " HELD - "             DELIMITED BY SIZE
                        WS-INDICATOR-REASON    DELIMITED BY SIZE
                     INTO RELEASE-LOG-LINE
                 WS-RELLOG-STATUS
           END-IF.

      *> The transmission history is appended, never rewritten - an
      *> acknowledgement can arrive days after its release.
       COPY-EXTRACT-TO-TRANSMIT.
           OPEN INPUT GL-HOLD-FILE
           IF WS-GLHOLD-STATUS NOT = "00"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND GL-SENT-FILE
           IF WS-GLSENT-STATUS NOT = "00"
              OPEN OUTPUT GL-SENT-FILE
           END-IF
           IF WS-GLSENT-STATUS NOT = "00"
              DISPLAY "GLREL01 - GL-SENT-FILE open failed, status "
                 WS-GLSENT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM COPY-ONE-EXTRACT-RECORD
              UNTIL WS-HOLD-EOF = 'Y'
           CLOSE GL-HOLD-FILE
           CLOSE GL-TRANSMIT-FILE
           CLOSE GL-SENT-FILE.

       COPY-ONE-EXTRACT-RECORD.
           READ GL-HOLD-FILE
                   MOVE 'Y' TO WS-HOLD-EOF
               NOT AT END
                   MOVE GL-EXTRACT-RECORD TO GL-TRANSMIT-RECORD
                   MOVE WS-FORMATTED-TIMESTAMP(1:19)
                      TO GLT-RELEASE-STAMP
                   WRITE GL-TRANSMIT-RECORD
                   IF WS-GLXMIT-STATUS = "00"
                      ADD 1 TO WS-COPIED-COUNT
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   PERFORM WRITE-SENT-RECORD
           END-READ.

       WRITE-SENT-RECORD.
           MOVE WS-FORMATTED-TIMESTAMP(1:19) TO GLS-RELEASE-STAMP
           IF WS-OVERRIDE-USED = 'Y'
              MOVE "O" TO GLS-RELEASE-TYPE
           ELSE
              MOVE "R" TO GLS-RELEASE-TYPE
           END-IF
           MOVE GLX-GL-ACCOUNT-CODE TO GLS-GL-ACCOUNT-CODE
           MOVE GLX-RUN-DATE        TO GLS-BUSINESS-DATE
           MOVE GLX-PERIOD-TOTAL    TO GLS-PERIOD-TOTAL
           MOVE GLX-DEBIT-TOTAL     TO GLS-DEBIT-TOTAL
           MOVE GLX-CREDIT-TOTAL    TO GLS-CREDIT-TOTAL
           WRITE GL-SENT-RECORD
           IF WS-GLSENT-STATUS NOT = "00"
              DISPLAY "GLREL01 - GL-SENT-FILE write failed, status "
                 WS-GLSENT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> A held day must never transmit yesterday's extract - the
      *> transmission file is left present but empty.
       EMPTY-TRANSMIT-FILE.
           OPEN OUTPUT GL-TRANSMIT-FILE
           CLOSE GL-TRANSMIT-FILE.

      *> The security log must open - no keyed input is applied
      *> without a record of who keyed it.
       OPEN-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SECLOG-STATUS NOT = "00"
              OPEN OUTPUT SECURITY-LOG-FILE
           END-IF
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "GLREL01 - SECURITY-LOG-FILE open failed, "
                 "status " WS-SECLOG-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Without the operator file no operator can be vouched for,
      *> so every keyed transaction is refused.
       LOAD-OPERATOR-SECURITY.
           OPEN INPUT OPERATOR-SECURITY-FILE
           IF WS-OPERSEC-STATUS NOT = "00"
              DISPLAY "GLREL01 - OPERATOR-SECURITY-FILE absent, "
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
                 DISPLAY "GLREL01 - operator security table full, "
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
           MOVE "GLREL01"            TO SEC-PROGRAM
           MOVE WS-SEC-OPERATOR       TO SEC-OPERATOR-ID
           MOVE WS-SEC-ROLE           TO SEC-ROLE-CODE
           MOVE WS-SEC-DENIAL         TO SEC-DENIAL-REASON
           MOVE WS-SEC-TRANSACTION    TO SEC-TRANSACTION
           WRITE SECURITY-LOG-RECORD
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "GLREL01 - SECURITY-LOG-FILE write failed, "
                 "status " WS-SECLOG-STATUS
           END-IF.

       BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO WS-FORMATTED-TIMESTAMP
