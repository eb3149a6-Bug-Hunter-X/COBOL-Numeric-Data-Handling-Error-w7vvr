      *  (SUSREJ.DAT) - one pass over each file, one report
      *  (ORDINQ.RPT). On a customer inquiry the record keys found
      *  on the customer-bearing files are carried over so the
      *  key-only files tell their part of the story too, and the
      *  customer's standing is looked up by key on the customer
      *  master (CUSTMAST.DAT) and shown under the heading.
      *  Parm line: column 1 "K" (record key) or "C" (customer),
      *  then the value.
      ***************************************************************
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT INQUIRY-RPT ASSIGN TO "ORDINQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQRPT-STATUS.
           RECORDING MODE IS F.
           COPY REJREC.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSREC.

       FD  INQUIRY-RPT.
       01  INQUIRY-LINE                PIC X(100).

       01  WS-SUSPENSE-STATUS          PIC X(2).
       01  WS-REJECT-STATUS            PIC X(2).
       01  WS-INQRPT-STATUS            PIC X(2).
       01  WS-CUSTMAST-STATUS          PIC X(2).
       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-INQUIRY-FIELDS.
           05  WS-EVENT-TEXT           PIC X(60).
           05  WS-EVENT-DATE           PIC 9(8).
           05  WS-AMOUNT-EDIT          PIC ---------9.99.
           05  WS-LIMIT-EDIT           PIC ZZZZZZZZ9.99.
           05  WS-SORT-EOF             PIC X VALUE 'N'.

       PROCEDURE DIVISION.
              END-STRING
           END-IF
           PERFORM WRITE-INQUIRY-LINE
           IF WS-INQ-TYPE = "C"
              PERFORM SHOW-CUSTOMER-MASTER
           END-IF
           MOVE SPACES TO INQUIRY-LINE
           STRING "TIMESTAMP            KEY         EVENT"
               DELIMITED BY SIZE INTO INQUIRY-LINE
           END-STRING
           PERFORM WRITE-INQUIRY-LINE.

      *> A missing master does not stop the inquiry; the events
      *> still print, the standing line just says why it is absent.
       SHOW-CUSTOMER-MASTER.
           MOVE SPACES TO INQUIRY-LINE
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
              STRING "CUSTOMER MASTER NOT AVAILABLE, STATUS "
                  DELIMITED BY SIZE
                  WS-CUSTMAST-STATUS DELIMITED BY SIZE
                  INTO INQUIRY-LINE
              END-STRING
           ELSE
              MOVE WS-INQ-CUSTOMER TO CUS-CUSTOMER-NO
              READ CUSTOMER-MASTER-FILE
                  INVALID KEY
                      STRING "NOT ON CUSTOMER MASTER"
                          DELIMITED BY SIZE INTO INQUIRY-LINE
                      END-STRING
                  NOT INVALID KEY
                      PERFORM FORMAT-CUSTOMER-LINE
              END-READ
              CLOSE CUSTOMER-MASTER-FILE
           END-IF
           PERFORM WRITE-INQUIRY-LINE.

       FORMAT-CUSTOMER-LINE.
           MOVE CUS-CREDIT-LIMIT  TO WS-LIMIT-EDIT
           MOVE CUS-OPEN-EXPOSURE TO WS-AMOUNT-EDIT
           STRING CUS-NAME DELIMITED BY SIZE
               " STATUS " DELIMITED BY SIZE
               CUS-STATUS DELIMITED BY SIZE
               " LIMIT " DELIMITED BY SIZE
               WS-LIMIT-EDIT DELIMITED BY SIZE
               " EXPOSURE " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO INQUIRY-LINE
           END-STRING
           IF CUS-CREDIT-HOLD
              MOVE "ON HOLD" TO INQUIRY-LINE(83:7)
           END-IF.

      *> The customer-bearing files go first so their keys are in
      *> the table before the key-only files are scanned.
       COLLECT-EVENTS.
