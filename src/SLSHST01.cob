      ***************************************************************
      *  SLSHST01 - Sales history update. Runs after ORDAVG01 in the
      *  daily stream, before the next run rewrites the distribution
      *  journal, and summarizes every line the run posted - feed
      *  details and suspense releases alike - into the cumulative
      *  sales history SLSHIST.DAT: one entry per business date,
      *  source system and customer, with sales, returns and
      *  adjustments kept apart. The history outlives the journal
      *  and the one-total-per-day period-to-date file, so SLSANL01
      *  can compare any month against earlier ones by division and
      *  customer. ARCPRG01 archives a closed period's entries with
      *  the rest of the period; ORDBKO01 removes a backed-out day's.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSHST01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-JOURNAL-FILE ASSIGN TO "DISTJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISTJRNL-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN TO "SLSHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLSHIST-STATUS.

           SELECT SORTED-JRNL-FILE ASSIGN TO "SORTSLS.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRTJRNL-STATUS.

           SELECT JRNL-SORT-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  DIST-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY DJRREC.

       FD  SALES-HISTORY-FILE
           RECORDING MODE IS F.
           COPY SLHREC.

       FD  SORTED-JRNL-FILE
           RECORDING MODE IS F.
           COPY DJRREC REPLACING LEADING ==DJR-== BY ==SJ-==
               ==DISTRIBUTION-JOURNAL-RECORD==
               BY ==SORTED-JRNL-RECORD==.

       SD  JRNL-SORT-FILE.
           COPY DJRREC REPLACING LEADING ==DJR-== BY ==JSRT-==
               ==DISTRIBUTION-JOURNAL-RECORD==
               BY ==JRNL-SORT-RECORD==.

       WORKING-STORAGE SECTION.
       01  WS-DISTJRNL-STATUS          PIC X(2).
       01  WS-SLSHIST-STATUS           PIC X(2).
       01  WS-SRTJRNL-STATUS           PIC X(2).
       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-CONTROL-FLAGS.
           05  WS-JRNL-EOF             PIC X VALUE 'N'.
           05  WS-GROUP-ACTIVE         PIC X VALUE 'N'.
           05  WS-BREAK-DATE           PIC 9(8).
           05  WS-BREAK-SOURCE         PIC X(8).
           05  WS-BREAK-CUSTOMER       PIC X(9).
           05  WS-BREAK-DIVISION       PIC X(2).
           05  WS-LINE-COUNT           PIC 9(9) VALUE 0.
           05  WS-ENTRY-COUNT          PIC 9(9) VALUE 0.

      *> One customer's lines for the business date and source.
       01  WS-GROUP-TOTALS.
           05  WS-GRP-SALES-COUNT      PIC 9(7) VALUE 0.
           05  WS-GRP-SALES-QTY        PIC 9(9) VALUE 0.
           05  WS-GRP-SALES-AMOUNT     PIC S9(9)V99 VALUE 0.
           05  WS-GRP-RETURN-COUNT     PIC 9(7) VALUE 0.
           05  WS-GRP-RETURN-QTY       PIC 9(9) VALUE 0.
           05  WS-GRP-RETURN-AMOUNT    PIC S9(9)V99 VALUE 0.
           05  WS-GRP-ADJUST-COUNT     PIC 9(7) VALUE 0.
           05  WS-GRP-ADJUST-AMOUNT    PIC S9(9)V99 VALUE 0.

       01  WS-RUN-TOTALS.
           05  WS-RUN-SALES-AMOUNT     PIC S9(9)V99 VALUE 0.
           05  WS-RUN-RETURN-AMOUNT    PIC S9(9)V99 VALUE 0.
           05  WS-RUN-ADJUST-AMOUNT    PIC S9(9)V99 VALUE 0.

       01  WS-EDIT-FIELDS.
           05  WS-AMOUNT-EDIT          PIC ---------9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM SORT-JOURNAL
           PERFORM OPEN-HISTORY-FILES
           PERFORM PROCESS-JOURNAL UNTIL WS-JRNL-EOF = 'Y'
           PERFORM FINAL-CUSTOMER-BREAK
           CLOSE SORTED-JRNL-FILE
           CLOSE SALES-HISTORY-FILE
           DISPLAY "SLSHST01 - journal lines read   : " WS-LINE-COUNT
           DISPLAY "SLSHST01 - history entries added: "
              WS-ENTRY-COUNT
           MOVE WS-RUN-SALES-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "SLSHST01 - sales amount         : "
              WS-AMOUNT-EDIT
           MOVE WS-RUN-RETURN-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "SLSHST01 - returns amount       : "
              WS-AMOUNT-EDIT
           MOVE WS-RUN-ADJUST-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "SLSHST01 - adjustments amount   : "
              WS-AMOUNT-EDIT
           STOP RUN.

       SORT-JOURNAL.
           SORT JRNL-SORT-FILE
               ON ASCENDING KEY JSRT-BUSINESS-DATE
               ON ASCENDING KEY JSRT-SOURCE-SYSTEM
               ON ASCENDING KEY JSRT-CUSTOMER-NO
               INPUT PROCEDURE IS RELEASE-JOURNAL
               GIVING SORTED-JRNL-FILE.

      *> A run that posted nothing leaves an empty journal and adds
      *> nothing to the history.
       RELEASE-JOURNAL.
           OPEN INPUT DIST-JOURNAL-FILE
           IF WS-DISTJRNL-STATUS NOT = "00"
              DISPLAY "SLSHST01 - DIST-JOURNAL-FILE open failed, "
                 "status " WS-DISTJRNL-STATUS ", nothing added"
           ELSE
              PERFORM RELEASE-ONE-JOURNAL
                 UNTIL WS-DISTJRNL-STATUS NOT = "00"
              CLOSE DIST-JOURNAL-FILE
           END-IF.

       RELEASE-ONE-JOURNAL.
           READ DIST-JOURNAL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   RELEASE JRNL-SORT-RECORD
                      FROM DISTRIBUTION-JOURNAL-RECORD
           END-READ.

      *> The history is cumulative - created on the first run and
      *> extended after that.
       OPEN-HISTORY-FILES.
           OPEN INPUT SORTED-JRNL-FILE
           IF WS-SRTJRNL-STATUS NOT = "00"
              DISPLAY "SLSHST01 - SORTED-JRNL-FILE open failed, "
                 "status " WS-SRTJRNL-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND SALES-HISTORY-FILE
           IF WS-SLSHIST-STATUS NOT = "00"
              OPEN OUTPUT SALES-HISTORY-FILE
           END-IF
           IF WS-SLSHIST-STATUS NOT = "00"
              DISPLAY "SLSHST01 - SALES-HISTORY-FILE open failed, "
                 "status " WS-SLSHIST-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       PROCESS-JOURNAL.
           READ SORTED-JRNL-FILE
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF
               NOT AT END
                   PERFORM ACCUMULATE-JOURNAL-LINE
           END-READ.

       ACCUMULATE-JOURNAL-LINE.
           IF WS-GROUP-ACTIVE = 'Y'
              AND (SJ-BUSINESS-DATE NOT = WS-BREAK-DATE
                OR SJ-SOURCE-SYSTEM NOT = WS-BREAK-SOURCE
                OR SJ-CUSTOMER-NO NOT = WS-BREAK-CUSTOMER)
              PERFORM CUSTOMER-BREAK
           END-IF
           IF WS-GROUP-ACTIVE = 'N'
              MOVE SJ-BUSINESS-DATE TO WS-BREAK-DATE
              MOVE SJ-SOURCE-SYSTEM TO WS-BREAK-SOURCE
              MOVE SJ-CUSTOMER-NO   TO WS-BREAK-CUSTOMER
              MOVE SJ-DIVISION      TO WS-BREAK-DIVISION
              MOVE 'Y' TO WS-GROUP-ACTIVE
           END-IF
           ADD 1 TO WS-LINE-COUNT
           EVALUATE TRUE
               WHEN SJ-TYPE-RETURN
                   ADD 1         TO WS-GRP-RETURN-COUNT
                   ADD SJ-QTY    TO WS-GRP-RETURN-QTY
                   ADD SJ-AMOUNT TO WS-GRP-RETURN-AMOUNT
                   ADD SJ-AMOUNT TO WS-RUN-RETURN-AMOUNT
               WHEN SJ-TYPE-ADJUSTMENT
                   ADD 1         TO WS-GRP-ADJUST-COUNT
                   ADD SJ-AMOUNT TO WS-GRP-ADJUST-AMOUNT
                   ADD SJ-AMOUNT TO WS-RUN-ADJUST-AMOUNT
               WHEN OTHER
                   ADD 1         TO WS-GRP-SALES-COUNT
                   ADD SJ-QTY    TO WS-GRP-SALES-QTY
                   ADD SJ-AMOUNT TO WS-GRP-SALES-AMOUNT
                   ADD SJ-AMOUNT TO WS-RUN-SALES-AMOUNT
           END-EVALUATE.

       CUSTOMER-BREAK.
           PERFORM WRITE-HISTORY-ENTRY
           MOVE 0 TO WS-GRP-SALES-COUNT
           MOVE 0 TO WS-GRP-SALES-QTY
           MOVE 0 TO WS-GRP-SALES-AMOUNT
           MOVE 0 TO WS-GRP-RETURN-COUNT
           MOVE 0 TO WS-GRP-RETURN-QTY
           MOVE 0 TO WS-GRP-RETURN-AMOUNT
           MOVE 0 TO WS-GRP-ADJUST-COUNT
           MOVE 0 TO WS-GRP-ADJUST-AMOUNT
           MOVE 'N' TO WS-GROUP-ACTIVE.

       FINAL-CUSTOMER-BREAK.
           IF WS-GROUP-ACTIVE = 'Y'
              PERFORM CUSTOMER-BREAK
           END-IF.

       WRITE-HISTORY-ENTRY.
           MOVE WS-BREAK-DATE          TO SLH-BUSINESS-DATE
           MOVE WS-BREAK-SOURCE        TO SLH-SOURCE-SYSTEM
           MOVE WS-BREAK-CUSTOMER      TO SLH-CUSTOMER-NO
           MOVE WS-BREAK-DIVISION      TO SLH-DIVISION
           MOVE WS-RUN-DATE            TO SLH-RUN-DATE
           MOVE WS-GRP-SALES-COUNT     TO SLH-SALES-COUNT
           MOVE WS-GRP-SALES-QTY       TO SLH-SALES-QTY
           MOVE WS-GRP-SALES-AMOUNT    TO SLH-SALES-AMOUNT
           MOVE WS-GRP-RETURN-COUNT    TO SLH-RETURN-COUNT
           MOVE WS-GRP-RETURN-QTY      TO SLH-RETURN-QTY
           MOVE WS-GRP-RETURN-AMOUNT   TO SLH-RETURN-AMOUNT
           MOVE WS-GRP-ADJUST-COUNT    TO SLH-ADJUST-COUNT
           MOVE WS-GRP-ADJUST-AMOUNT   TO SLH-ADJUST-AMOUNT
           WRITE SALES-HISTORY-RECORD
           IF WS-SLSHIST-STATUS NOT = "00"
              DISPLAY "SLSHST01 - sales history write failed, "
                 "status " WS-SLSHIST-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-ENTRY-COUNT.
