      *  ARCRTV01 - Archive retrieval for inquiry. Pulls one
      *  archived period (RETRPER.PARM, yyyymm) back out of the
      *  cumulative archives ARCPRG01 maintains - period-to-date,
      *  audit log, suspense reject register, GL release log and
      *  sales history - into retrieval extracts (PTDRETR.DAT,
      *  AUDRETR.DAT, REJRETR.DAT, RELRETR.DAT, SLSRETR.DAT) so the
      *  period can be inspected without touching the live files or
      *  the archives.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCRTV01.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELRETR-STATUS.

           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "SLSARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLSARCH-STATUS.

           SELECT HISTORY-RETRIEVE-FILE ASSIGN TO "SLSRETR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLSRETR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETRIEVE-PARM-FILE.
       FD  RELEASE-RETRIEVE-FILE.
       01  RELEASE-RETRIEVE-LINE       PIC X(160).

       FD  HISTORY-ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY SLHREC REPLACING LEADING ==SLH-== BY ==ASLH-==
               ==SALES-HISTORY-RECORD== BY ==HISTORY-ARCHIVE-RECORD==.

       FD  HISTORY-RETRIEVE-FILE
           RECORDING MODE IS F.
           COPY SLHREC REPLACING LEADING ==SLH-== BY ==RSLH-==
               ==SALES-HISTORY-RECORD==
               BY ==HISTORY-RETRIEVE-RECORD==.

       WORKING-STORAGE SECTION.
       01  WS-RETPARM-STATUS           PIC X(2).
       01  WS-PTDARCH-STATUS           PIC X(2).
       01  WS-REJRETR-STATUS           PIC X(2).
       01  WS-RELARCH-STATUS           PIC X(2).
       01  WS-RELRETR-STATUS           PIC X(2).
       01  WS-SLSARCH-STATUS           PIC X(2).
       01  WS-SLSRETR-STATUS           PIC X(2).

       01  WS-PERIOD-FIELDS.
           05  WS-PERIOD               PIC 9(6).
           05  WS-AUD-EOF              PIC X VALUE 'N'.
           05  WS-REJ-EOF              PIC X VALUE 'N'.
           05  WS-REL-EOF              PIC X VALUE 'N'.
           05  WS-SLH-EOF              PIC X VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-PTD-RETRIEVED        PIC 9(9) VALUE 0.
           05  WS-AUD-RETRIEVED        PIC 9(9) VALUE 0.
           05  WS-REJ-RETRIEVED        PIC 9(9) VALUE 0.
           05  WS-REL-RETRIEVED        PIC 9(9) VALUE 0.
           05  WS-SLH-RETRIEVED        PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM RETRIEVE-AUDIT-RECORDS
           PERFORM RETRIEVE-REJECT-RECORDS
           PERFORM RETRIEVE-RELEASE-LINES
           PERFORM RETRIEVE-HISTORY-RECORDS
           DISPLAY "ARCRTV01 - PTD records retrieved    : "
              WS-PTD-RETRIEVED
           DISPLAY "ARCRTV01 - audit entries retrieved  : "
              WS-REJ-RETRIEVED
           DISPLAY "ARCRTV01 - release lines retrieved  : "
              WS-REL-RETRIEVED
           DISPLAY "ARCRTV01 - history entries retrieved: "
              WS-SLH-RETRIEVED
           STOP RUN.

       READ-RETRIEVE-PARM.
                      ADD 1 TO WS-REL-RETRIEVED
                   END-IF
           END-READ.

       RETRIEVE-HISTORY-RECORDS.
           OPEN INPUT HISTORY-ARCHIVE-FILE
           IF WS-SLSARCH-STATUS NOT = "00"
              DISPLAY "ARCRTV01 - SLSARCH.DAT absent, status "
                 WS-SLSARCH-STATUS ", skipped"
              MOVE 'Y' TO WS-SLH-EOF
           ELSE
              OPEN OUTPUT HISTORY-RETRIEVE-FILE
              IF WS-SLSRETR-STATUS NOT = "00"
                 DISPLAY "ARCRTV01 - SLSRETR.DAT open failed, "
                    "status " WS-SLSRETR-STATUS ", abending"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM PULL-ONE-HISTORY UNTIL WS-SLH-EOF = 'Y'
              CLOSE HISTORY-ARCHIVE-FILE
              CLOSE HISTORY-RETRIEVE-FILE
           END-IF.

       PULL-ONE-HISTORY.
           READ HISTORY-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-SLH-EOF
               NOT AT END
                   IF ASLH-BUSINESS-DATE(1:6) = WS-PERIOD
                      MOVE HISTORY-ARCHIVE-RECORD
                         TO HISTORY-RETRIEVE-RECORD
                      WRITE HISTORY-RETRIEVE-RECORD
                      IF WS-SLSRETR-STATUS NOT = "00"
                         DISPLAY "ARCRTV01 - SLSRETR.DAT write "
                            "failed, status " WS-SLSRETR-STATUS
                            ", abending"
                         MOVE 16 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      ADD 1 TO WS-SLH-RETRIEVED
                   END-IF
           END-READ.
