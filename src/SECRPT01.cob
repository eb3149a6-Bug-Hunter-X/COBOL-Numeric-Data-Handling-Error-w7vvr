      ***************************************************************
      *  SECRPT01 - Daily security audit report for internal audit
      *  review. Reads the security log (SECLOG.DAT) that every
      *  program applying keyed input appends to, and prints for
      *  one day: every attempt refused because the operator was
      *  unknown, inactive or without the role the input needs, in
      *  the order they happened; then every transaction applied,
      *  grouped by the operator who keyed it, with a count per
      *  operator. The day is the date in SECRPT.PARM (YYYYMMDD),
      *  or today when the parm is absent, so any earlier day can
      *  be reprinted. Written to SECURITY.RPT; any violation on
      *  the day ends the run with RETURN-CODE 4.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRPT01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

           SELECT REPORT-PARM-FILE ASSIGN TO "SECRPT.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTPARM-STATUS.

           SELECT SECURITY-RPT ASSIGN TO "SECURITY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECRPT-STATUS.

           SELECT SORTED-APPLIED-FILE ASSIGN TO "SORTSEC.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRTSEC-STATUS.

           SELECT APPLIED-SORT-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-LOG-FILE
           RECORDING MODE IS F.
           COPY SECREC.

       FD  REPORT-PARM-FILE.
       01  REPORT-PARM-RECORD           PIC X(8).

       FD  SECURITY-RPT.
       01  SECURITY-LINE                PIC X(100).

       FD  SORTED-APPLIED-FILE
           RECORDING MODE IS F.
           COPY SECREC REPLACING LEADING ==SEC-== BY ==SA-==
               ==SECURITY-LOG-RECORD== BY ==SORTED-APPLIED-RECORD==.

       SD  APPLIED-SORT-FILE.
           COPY SECREC REPLACING LEADING ==SEC-== BY ==ASRT-==
               ==SECURITY-LOG-RECORD== BY ==APPLIED-SORT-RECORD==.

       WORKING-STORAGE SECTION.
       01  WS-SECLOG-STATUS            PIC X(2).
       01  WS-RPTPARM-STATUS           PIC X(2).
       01  WS-SECRPT-STATUS            PIC X(2).
       01  WS-SRTSEC-STATUS            PIC X(2).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-REPORT-DATE              PIC 9(8).

       01  WS-CONTROL-FIELDS.
           05  WS-SECLOG-EOF           PIC X VALUE 'N'.
           05  WS-APPLIED-EOF          PIC X VALUE 'N'.
           05  WS-CUR-OPERATOR         PIC X(8).
           05  WS-TIME-EDIT            PIC X(8).

       01  WS-COUNTERS.
           05  WS-VIOLATION-COUNT      PIC 9(9) VALUE 0.
           05  WS-APPLIED-COUNT        PIC 9(9) VALUE 0.
           05  WS-OPERATOR-COUNT       PIC 9(9) VALUE 0.
           05  WS-OPERATOR-APPLIED     PIC 9(9) VALUE 0.
           05  WS-COUNT-EDIT           PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-REPORT-DATE
           PERFORM READ-REPORT-PARM
           OPEN OUTPUT SECURITY-RPT
           IF WS-SECRPT-STATUS NOT = "00"
              DISPLAY "SECRPT01 - SECURITY-RPT open failed, status "
                 WS-SECRPT-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADING
           PERFORM LIST-VIOLATIONS
           PERFORM SORT-APPLIED-ENTRIES
           PERFORM LIST-APPLIED-ENTRIES
           PERFORM WRITE-REPORT-TOTALS
           CLOSE SECURITY-RPT
           DISPLAY "SECRPT01 - report date        : " WS-REPORT-DATE
           DISPLAY "SECRPT01 - violations         : "
              WS-VIOLATION-COUNT
           DISPLAY "SECRPT01 - transactions applied: "
              WS-APPLIED-COUNT
           IF WS-VIOLATION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-REPORT-PARM.
           OPEN INPUT REPORT-PARM-FILE
           IF WS-RPTPARM-STATUS = "00"
              READ REPORT-PARM-FILE
                  NOT AT END
                      IF REPORT-PARM-RECORD IS NUMERIC
                         MOVE REPORT-PARM-RECORD TO WS-REPORT-DATE
                      ELSE
                         DISPLAY "SECRPT01 - bad report date '"
                            REPORT-PARM-RECORD "', today used"
                      END-IF
              END-READ
              CLOSE REPORT-PARM-FILE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO SECURITY-LINE
           STRING "SECRPT01 - SECURITY AUDIT REPORT  DATE "
               DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               "  RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO SECURITY-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SECURITY-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "SECURITY VIOLATIONS" TO SECURITY-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SECURITY-LINE
           STRING "TIME      PROGRAM   OPERATOR  ROLE  "
                  "REASON                TRANSACTION"
                  DELIMITED BY SIZE
               INTO SECURITY-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> The refusals come straight off the log, so they print in
      *> the order they were attempted.
       LIST-VIOLATIONS.
           OPEN INPUT SECURITY-LOG-FILE
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "SECRPT01 - SECURITY-LOG-FILE absent, status "
                 WS-SECLOG-STATUS ", nothing logged"
              MOVE "  NO SECURITY LOG" TO SECURITY-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE 'N' TO WS-SECLOG-EOF
              PERFORM READ-FOR-VIOLATION UNTIL WS-SECLOG-EOF = 'Y'
              CLOSE SECURITY-LOG-FILE
              IF WS-VIOLATION-COUNT = 0
                 MOVE "  NONE" TO SECURITY-LINE
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-IF.

       READ-FOR-VIOLATION.
           READ SECURITY-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-SECLOG-EOF
               NOT AT END
                   IF SEC-LOG-DATE = WS-REPORT-DATE
                      AND SEC-VIOLATION
                      ADD 1 TO WS-VIOLATION-COUNT
                      PERFORM WRITE-VIOLATION-LINE
                   END-IF
           END-READ.

       WRITE-VIOLATION-LINE.
           MOVE SPACES TO WS-TIME-EDIT
           STRING SEC-LOG-TIME(1:2) DELIMITED BY SIZE
                  ":"               DELIMITED BY SIZE
                  SEC-LOG-TIME(3:2) DELIMITED BY SIZE
                  ":"               DELIMITED BY SIZE
                  SEC-LOG-TIME(5:2) DELIMITED BY SIZE
               INTO WS-TIME-EDIT
           END-STRING
           MOVE SPACES TO SECURITY-LINE
           STRING WS-TIME-EDIT      DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  SEC-PROGRAM       DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  SEC-OPERATOR-ID   DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  SEC-ROLE-CODE     DELIMITED BY SIZE
                  "     "           DELIMITED BY SIZE
                  SEC-DENIAL-REASON DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  SEC-TRANSACTION   DELIMITED BY SIZE
               INTO SECURITY-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> Applied entries are sorted by operator, then time, so each
      *> operator's day reads as one block.
       SORT-APPLIED-ENTRIES.
           SORT APPLIED-SORT-FILE
               ON ASCENDING KEY ASRT-OPERATOR-ID
                                ASRT-LOG-TIME
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-APPLIED-ENTRIES
               GIVING SORTED-APPLIED-FILE.

       RELEASE-APPLIED-ENTRIES.
           OPEN INPUT SECURITY-LOG-FILE
           IF WS-SECLOG-STATUS = "00"
              MOVE 'N' TO WS-SECLOG-EOF
              PERFORM RELEASE-ONE-APPLIED UNTIL WS-SECLOG-EOF = 'Y'
              CLOSE SECURITY-LOG-FILE
           END-IF.

       RELEASE-ONE-APPLIED.
           READ SECURITY-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-SECLOG-EOF
               NOT AT END
                   IF SEC-LOG-DATE = WS-REPORT-DATE
                      AND SEC-APPLIED
                      RELEASE APPLIED-SORT-RECORD
                         FROM SECURITY-LOG-RECORD
                   END-IF
           END-READ.

       LIST-APPLIED-ENTRIES.
           MOVE SPACES TO SECURITY-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "TRANSACTIONS APPLIED BY OPERATOR" TO SECURITY-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SECURITY-LINE
           STRING "OPERATOR  TIME      PROGRAM   ROLE  TRANSACTION"
                  DELIMITED BY SIZE
               INTO SECURITY-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-CUR-OPERATOR
           OPEN INPUT SORTED-APPLIED-FILE
           IF WS-SRTSEC-STATUS NOT = "00"
              DISPLAY "SECRPT01 - SORTED-APPLIED-FILE open failed, "
                 "status " WS-SRTSEC-STATUS
              MOVE 'Y' TO WS-APPLIED-EOF
           END-IF
           PERFORM READ-APPLIED-ENTRY UNTIL WS-APPLIED-EOF = 'Y'
           IF WS-SRTSEC-STATUS = "00" OR WS-SRTSEC-STATUS = "10"
              CLOSE SORTED-APPLIED-FILE
           END-IF
           IF WS-APPLIED-COUNT = 0
              MOVE "  NONE" TO SECURITY-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              PERFORM WRITE-OPERATOR-TOTAL
           END-IF.

       READ-APPLIED-ENTRY.
           READ SORTED-APPLIED-FILE
               AT END
                   MOVE 'Y' TO WS-APPLIED-EOF
               NOT AT END
                   IF WS-APPLIED-COUNT > 0
                      AND SA-OPERATOR-ID NOT = WS-CUR-OPERATOR
                      PERFORM WRITE-OPERATOR-TOTAL
                   END-IF
                   IF WS-APPLIED-COUNT = 0
                      OR SA-OPERATOR-ID NOT = WS-CUR-OPERATOR
                      MOVE SA-OPERATOR-ID TO WS-CUR-OPERATOR
                      MOVE 0 TO WS-OPERATOR-APPLIED
                      ADD 1 TO WS-OPERATOR-COUNT
                   END-IF
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD 1 TO WS-OPERATOR-APPLIED
                   PERFORM WRITE-APPLIED-LINE
           END-READ.

       WRITE-APPLIED-LINE.
           MOVE SPACES TO WS-TIME-EDIT
           STRING SA-LOG-TIME(1:2) DELIMITED BY SIZE
                  ":"              DELIMITED BY SIZE
                  SA-LOG-TIME(3:2) DELIMITED BY SIZE
                  ":"              DELIMITED BY SIZE
                  SA-LOG-TIME(5:2) DELIMITED BY SIZE
               INTO WS-TIME-EDIT
           END-STRING
           MOVE SPACES TO SECURITY-LINE
           STRING SA-OPERATOR-ID    DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-TIME-EDIT      DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  SA-PROGRAM        DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  SA-ROLE-CODE      DELIMITED BY SIZE
                  "     "           DELIMITED BY SIZE
                  SA-TRANSACTION    DELIMITED BY SIZE
               INTO SECURITY-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-OPERATOR-TOTAL.
           MOVE WS-OPERATOR-APPLIED TO WS-COUNT-EDIT
           MOVE SPACES TO SECURITY-LINE
           STRING "          OPERATOR " DELIMITED BY SIZE
                  WS-CUR-OPERATOR       DELIMITED BY SIZE
                  " APPLIED "           DELIMITED BY SIZE
                  WS-COUNT-EDIT         DELIMITED BY SIZE
               INTO SECURITY-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO SECURITY-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-VIOLATION-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SECURITY-LINE
           STRING "SECURITY VIOLATIONS:    " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO SECURITY-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SECURITY-LINE
           STRING "TRANSACTIONS APPLIED:   " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO SECURITY-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OPERATOR-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SECURITY-LINE
           STRING "OPERATORS APPLYING:     " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO SECURITY-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE SECURITY-LINE
           IF WS-SECRPT-STATUS NOT = "00"
              DISPLAY "SECRPT01 - SECURITY-RPT write failed, status "
                 WS-SECRPT-STATUS
           END-IF.
