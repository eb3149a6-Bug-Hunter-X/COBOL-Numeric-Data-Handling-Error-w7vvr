      ***************************************************************
      *  ARCPRG01 - Retention step, run after MTHCLS01 has closed
      *  the period named in PERIOD.PARM. Moves that period's
      *  records out of the five files that otherwise grow without
      *  bound - the period-to-date file, the audit log, the
      *  suspense reject register, the GL release log and the sales
      *  history - into cumulative archive files keyed by their own
      *  dates, and rewrites each live file (as a .NEW generation)
      *  with only the records of still-open periods. Operations
      *  copies each .NEW back over its live file after the run;
      *  ARCRTV01 pulls an archived period back for inquiry. The
      *  period must show closed on PERSTAT.DAT or nothing is
      *  touched.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCPRG01.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWREJ-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN TO "SLSHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLSHIST-STATUS.

           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "SLSARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLSARCH-STATUS.

           SELECT NEW-HISTORY-FILE ASSIGN TO "SLSHIST.NEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWSLS-STATUS.

           SELECT RELEASE-LOG ASSIGN TO "RELEASE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELLOG-STATUS.
           COPY REJREC REPLACING LEADING ==REJ-== BY ==NREJ-==
               ==SUSPENSE-REJECT-RECORD== BY ==NEW-REJECT-RECORD==.

       FD  SALES-HISTORY-FILE
           RECORDING MODE IS F.
           COPY SLHREC.

       FD  HISTORY-ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY SLHREC REPLACING LEADING ==SLH-== BY ==ASLH-==
               ==SALES-HISTORY-RECORD== BY ==HISTORY-ARCHIVE-RECORD==.

       FD  NEW-HISTORY-FILE
           RECORDING MODE IS F.
           COPY SLHREC REPLACING LEADING ==SLH-== BY ==NSLH-==
               ==SALES-HISTORY-RECORD== BY ==NEW-HISTORY-RECORD==.

       FD  RELEASE-LOG.
       01  RELEASE-LOG-LINE            PIC X(160).

       01  WS-RELLOG-STATUS            PIC X(2).
       01  WS-RELARCH-STATUS           PIC X(2).
       01  WS-NEWREL-STATUS            PIC X(2).
       01  WS-SLSHIST-STATUS           PIC X(2).
       01  WS-SLSARCH-STATUS           PIC X(2).
       01  WS-NEWSLS-STATUS            PIC X(2).

       01  WS-PERIOD-FIELDS.
           05  WS-PERIOD               PIC 9(6).
           05  WS-AUD-EOF              PIC X VALUE 'N'.
           05  WS-REJ-EOF              PIC X VALUE 'N'.
           05  WS-REL-EOF              PIC X VALUE 'N'.
           05  WS-SLH-EOF              PIC X VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-PTD-ARCHIVED         PIC 9(9) VALUE 0.
           05  WS-REJ-KEPT             PIC 9(9) VALUE 0.
           05  WS-REL-ARCHIVED         PIC 9(9) VALUE 0.
           05  WS-REL-KEPT             PIC 9(9) VALUE 0.
           05  WS-SLH-ARCHIVED         PIC 9(9) VALUE 0.
           05  WS-SLH-KEPT             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ARCHIVE-AUDIT-LOG
           PERFORM ARCHIVE-REJECT-REGISTER
           PERFORM ARCHIVE-RELEASE-LOG
           PERFORM ARCHIVE-SALES-HISTORY
           DISPLAY "ARCPRG01 - PTD archived/kept    : "
              WS-PTD-ARCHIVED " / " WS-PTD-KEPT
           DISPLAY "ARCPRG01 - audit archived/kept  : "
              WS-REJ-ARCHIVED " / " WS-REJ-KEPT
           DISPLAY "ARCPRG01 - release archived/kept: "
              WS-REL-ARCHIVED " / " WS-REL-KEPT
           DISPLAY "ARCPRG01 - history archived/kept: "
              WS-SLH-ARCHIVED " / " WS-SLH-KEPT
           STOP RUN.

       READ-PERIOD-PARM.
                      ADD 1 TO WS-REL-KEPT
                   END-IF
           END-READ.

       ARCHIVE-SALES-HISTORY.
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SLSHIST-STATUS NOT = "00"
              DISPLAY "ARCPRG01 - SLSHIST.DAT absent, status "
                 WS-SLSHIST-STATUS ", skipped"
              MOVE 'Y' TO WS-SLH-EOF
           ELSE
              OPEN EXTEND HISTORY-ARCHIVE-FILE
              IF WS-SLSARCH-STATUS NOT = "00"
                 OPEN OUTPUT HISTORY-ARCHIVE-FILE
              END-IF
              IF WS-SLSARCH-STATUS NOT = "00"
                 DISPLAY "ARCPRG01 - SLSARCH.DAT open failed, "
                    "status " WS-SLSARCH-STATUS ", abending"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT NEW-HISTORY-FILE
              IF WS-NEWSLS-STATUS NOT = "00"
                 DISPLAY "ARCPRG01 - SLSHIST.NEW open failed, "
                    "status " WS-NEWSLS-STATUS ", abending"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM SPLIT-ONE-HISTORY UNTIL WS-SLH-EOF = 'Y'
              CLOSE SALES-HISTORY-FILE
              CLOSE HISTORY-ARCHIVE-FILE
              CLOSE NEW-HISTORY-FILE
           END-IF.

      *> History goes by the business date it was posted for, like
      *> the period-to-date file, not the date SLSHST01 ran.
       SPLIT-ONE-HISTORY.
           READ SALES-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-SLH-EOF
               NOT AT END
                   IF SLH-BUSINESS-DATE(1:6) = WS-PERIOD
                      MOVE SALES-HISTORY-RECORD
                         TO HISTORY-ARCHIVE-RECORD
                      WRITE HISTORY-ARCHIVE-RECORD
                      IF WS-SLSARCH-STATUS NOT = "00"
                         DISPLAY "ARCPRG01 - SLSARCH.DAT write "
                            "failed, status " WS-SLSARCH-STATUS
                            ", abending"
                         MOVE 16 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      ADD 1 TO WS-SLH-ARCHIVED
                   ELSE
                      MOVE SALES-HISTORY-RECORD TO NEW-HISTORY-RECORD
                      WRITE NEW-HISTORY-RECORD
                      IF WS-NEWSLS-STATUS NOT = "00"
                         DISPLAY "ARCPRG01 - SLSHIST.NEW write "
                            "failed, status " WS-NEWSLS-STATUS
                            ", abending"
                         MOVE 16 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      ADD 1 TO WS-SLH-KEPT
                   END-IF
           END-READ.
