      ***************************************************************
      *  CRDEXP01 - Daily credit exposure report. Lists every
      *  customer with a credit limit whose open exposure has
      *  reached the warning percent of that limit (CREDWARN.PARM,
      *  three digits, default 090), every customer over the limit,
      *  and every customer on credit hold, then the order lines
      *  ORDAVG01 held for credit review today (CRREVIEW.DAT).
      *  Written to CREDEXP.RPT for credit control. Customers with
      *  no limit set and not on hold are not listed.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDEXP01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUS-CUSTOMER-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CREDIT-REVIEW-FILE ASSIGN TO "CRREVIEW.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRREVIEW-STATUS.

           SELECT WARN-PARM-FILE ASSIGN TO "CREDWARN.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARNPARM-STATUS.

           SELECT EXPOSURE-RPT ASSIGN TO "CREDEXP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSREC.

       FD  CREDIT-REVIEW-FILE
           RECORDING MODE IS F.
           COPY CRVREC.

      *> Warning level as a whole percent of the limit, e.g. "085".
       FD  WARN-PARM-FILE.
       01  WARN-PARM-RECORD             PIC X(3).

       FD  EXPOSURE-RPT.
       01  EXPOSURE-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-STATUS          PIC X(2).
       01  WS-CRREVIEW-STATUS          PIC X(2).
       01  WS-WARNPARM-STATUS          PIC X(2).
       01  WS-EXPRPT-STATUS            PIC X(2).
       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-CONTROL-FIELDS.
           05  WS-WARN-PCT             PIC 9(3) VALUE 90.
           05  WS-CUSTMAST-EOF         PIC X VALUE 'N'.
           05  WS-CRREVIEW-EOF         PIC X VALUE 'N'.
           05  WS-USED-PCT             PIC 9(5)V9 VALUE 0.
           05  WS-CREDIT-STATE         PIC X(9).

       01  WS-COUNTERS.
           05  WS-CUSTOMER-COUNT       PIC 9(9) VALUE 0.
           05  WS-NEAR-COUNT           PIC 9(9) VALUE 0.
           05  WS-OVER-COUNT           PIC 9(9) VALUE 0.
           05  WS-HOLD-COUNT           PIC 9(9) VALUE 0.
           05  WS-REVIEW-COUNT         PIC 9(9) VALUE 0.
           05  WS-REVIEW-AMOUNT        PIC S9(9)V99 VALUE 0.

       01  WS-EDIT-FIELDS.
           05  WS-COUNT-EDIT           PIC ZZZZZZZZ9.
           05  WS-LIMIT-EDIT           PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-EXPOSURE-EDIT        PIC ---,---,--9.99.
           05  WS-PCT-EDIT             PIC ZZZZ9.9.
           05  WS-WARN-EDIT            PIC ZZ9.
           05  WS-AMOUNT-EDIT          PIC ---------9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-WARN-PARM
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING
           PERFORM REPORT-ONE-CUSTOMER UNTIL WS-CUSTMAST-EOF = 'Y'
           PERFORM LIST-REVIEW-ITEMS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-FILES
           DISPLAY "CRDEXP01 - customers read     : " WS-CUSTOMER-COUNT
           DISPLAY "CRDEXP01 - near limit         : " WS-NEAR-COUNT
           DISPLAY "CRDEXP01 - over limit         : " WS-OVER-COUNT
           DISPLAY "CRDEXP01 - on credit hold     : " WS-HOLD-COUNT
           DISPLAY "CRDEXP01 - lines in review    : " WS-REVIEW-COUNT
           STOP RUN.

       READ-WARN-PARM.
           OPEN INPUT WARN-PARM-FILE
           IF WS-WARNPARM-STATUS = "00"
              READ WARN-PARM-FILE
                  NOT AT END
                      IF WARN-PARM-RECORD IS NUMERIC
                         MOVE WARN-PARM-RECORD TO WS-WARN-PCT
                      ELSE
                         DISPLAY "CRDEXP01 - bad warning percent '"
                            WARN-PARM-RECORD "', default used"
                      END-IF
              END-READ
              CLOSE WARN-PARM-FILE
           END-IF.

       OPEN-FILES.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
              DISPLAY "CRDEXP01 - CUSTOMER-MASTER-FILE open failed, "
                 "status " WS-CUSTMAST-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT EXPOSURE-RPT
           IF WS-EXPRPT-STATUS NOT = "00"
              DISPLAY "CRDEXP01 - EXPOSURE-RPT open failed, status "
                 WS-EXPRPT-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-WARN-PCT TO WS-WARN-EDIT
           MOVE SPACES TO EXPOSURE-LINE
           STRING "CRDEXP01 - CREDIT EXPOSURE REPORT  RUN DATE "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  WARNING AT " DELIMITED BY SIZE
               WS-WARN-EDIT DELIMITED BY SIZE
               "% OF LIMIT" DELIMITED BY SIZE
               INTO EXPOSURE-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO EXPOSURE-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO EXPOSURE-LINE
           STRING "CUSTOMER   NAME                              "
                  "CREDIT LIMIT   OPEN EXPOSURE  % USED  STATE"
                  DELIMITED BY SIZE
               INTO EXPOSURE-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       REPORT-ONE-CUSTOMER.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-CUSTMAST-EOF
               NOT AT END
                   ADD 1 TO WS-CUSTOMER-COUNT
                   PERFORM CLASSIFY-CUSTOMER
                   IF WS-CREDIT-STATE NOT = SPACES
                      PERFORM WRITE-CUSTOMER-LINE
                   END-IF
           END-READ.

      *> A hold is shown whatever the exposure; otherwise a customer
      *> is listed only against a limit that has been set.
       CLASSIFY-CUSTOMER.
           MOVE SPACES TO WS-CREDIT-STATE
           MOVE 0 TO WS-USED-PCT
           IF CUS-CREDIT-LIMIT > 0
              IF CUS-OPEN-EXPOSURE > 0
                 COMPUTE WS-USED-PCT ROUNDED =
                    CUS-OPEN-EXPOSURE * 100 / CUS-CREDIT-LIMIT
                    ON SIZE ERROR
                       MOVE 99999.9 TO WS-USED-PCT
                 END-COMPUTE
              END-IF
              IF CUS-OPEN-EXPOSURE > CUS-CREDIT-LIMIT
                 MOVE "OVER" TO WS-CREDIT-STATE
                 ADD 1 TO WS-OVER-COUNT
              ELSE
                 IF WS-USED-PCT >= WS-WARN-PCT
                    MOVE "NEAR" TO WS-CREDIT-STATE
                    ADD 1 TO WS-NEAR-COUNT
                 END-IF
              END-IF
           END-IF
           IF CUS-CREDIT-HOLD
              IF WS-CREDIT-STATE = SPACES
                 MOVE "HOLD" TO WS-CREDIT-STATE
              ELSE
                 MOVE WS-CREDIT-STATE(1:4) TO WS-CREDIT-STATE(6:4)
                 MOVE "HOLD" TO WS-CREDIT-STATE(1:4)
                 MOVE "/"    TO WS-CREDIT-STATE(5:1)
              END-IF
              ADD 1 TO WS-HOLD-COUNT
           END-IF.

       WRITE-CUSTOMER-LINE.
           MOVE CUS-CREDIT-LIMIT  TO WS-LIMIT-EDIT
           MOVE CUS-OPEN-EXPOSURE TO WS-EXPOSURE-EDIT
           MOVE WS-USED-PCT       TO WS-PCT-EDIT
           MOVE SPACES TO EXPOSURE-LINE
           STRING CUS-CUSTOMER-NO   DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  CUS-NAME          DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-LIMIT-EDIT     DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-EXPOSURE-EDIT  DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-PCT-EDIT       DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-CREDIT-STATE   DELIMITED BY SIZE
               INTO EXPOSURE-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> Today's credit-review file is ORDAVG01's own output; when
      *> the step has not run there is simply nothing to list.
       LIST-REVIEW-ITEMS.
           MOVE SPACES TO EXPOSURE-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO EXPOSURE-LINE
           STRING "ORDER LINES HELD FOR CREDIT REVIEW"
                  DELIMITED BY SIZE
               INTO EXPOSURE-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO EXPOSURE-LINE
           STRING "RECORD KEY  CUSTOMER   DATE            AMOUNT"
                  "  REASON" DELIMITED BY SIZE
               INTO EXPOSURE-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           OPEN INPUT CREDIT-REVIEW-FILE
           IF WS-CRREVIEW-STATUS NOT = "00"
              DISPLAY "CRDEXP01 - CREDIT-REVIEW-FILE absent, status "
                 WS-CRREVIEW-STATUS ", no review items listed"
           ELSE
              PERFORM LIST-ONE-REVIEW-ITEM
                 UNTIL WS-CRREVIEW-EOF = 'Y'
              CLOSE CREDIT-REVIEW-FILE
           END-IF.

       LIST-ONE-REVIEW-ITEM.
           READ CREDIT-REVIEW-FILE
               AT END
                   MOVE 'Y' TO WS-CRREVIEW-EOF
               NOT AT END
                   ADD 1 TO WS-REVIEW-COUNT
                   ADD CRV-AMOUNT TO WS-REVIEW-AMOUNT
                   MOVE CRV-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE SPACES TO EXPOSURE-LINE
                   IF CRV-ON-HOLD
                      STRING CRV-RECORD-KEY     DELIMITED BY SIZE
                             "  "               DELIMITED BY SIZE
                             CRV-CUSTOMER-NO    DELIMITED BY SIZE
                             "  "               DELIMITED BY SIZE
                             CRV-BUSINESS-DATE  DELIMITED BY SIZE
                             " "                DELIMITED BY SIZE
                             WS-AMOUNT-EDIT     DELIMITED BY SIZE
                             "  CUSTOMER ON CREDIT HOLD"
                                                DELIMITED BY SIZE
                          INTO EXPOSURE-LINE
                      END-STRING
                   ELSE
                      STRING CRV-RECORD-KEY     DELIMITED BY SIZE
                             "  "               DELIMITED BY SIZE
                             CRV-CUSTOMER-NO    DELIMITED BY SIZE
                             "  "               DELIMITED BY SIZE
                             CRV-BUSINESS-DATE  DELIMITED BY SIZE
                             " "                DELIMITED BY SIZE
                             WS-AMOUNT-EDIT     DELIMITED BY SIZE
                             "  WOULD EXCEED CREDIT LIMIT"
                                                DELIMITED BY SIZE
                          INTO EXPOSURE-LINE
                      END-STRING
                   END-IF
                   PERFORM WRITE-REPORT-LINE
           END-READ.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO EXPOSURE-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OVER-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO EXPOSURE-LINE
           STRING "CUSTOMERS OVER LIMIT : " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO EXPOSURE-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-NEAR-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO EXPOSURE-LINE
           STRING "CUSTOMERS NEAR LIMIT : " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO EXPOSURE-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-HOLD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO EXPOSURE-LINE
           STRING "CUSTOMERS ON HOLD    : " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO EXPOSURE-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REVIEW-COUNT  TO WS-COUNT-EDIT
           MOVE WS-REVIEW-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO EXPOSURE-LINE
           STRING "LINES IN REVIEW      : " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO EXPOSURE-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE EXPOSURE-LINE
           IF WS-EXPRPT-STATUS NOT = "00"
              DISPLAY "CRDEXP01 - report write failed, status "
                 WS-EXPRPT-STATUS
           END-IF.

       CLOSE-FILES.
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE EXPOSURE-RPT.
