      *> ACKREC - GL interface acknowledgement record, sent back by
      *> the ledger for each extract it receives. One detail record
      *> (type "D") per account record, accepted or rejected with
      *> the ledger's reason, and one batch-total record (type "T")
      *> per business date carrying the record count and the debit
      *> and credit totals the ledger loaded. Both carry the
      *> release stamp from the extract records they answer, so a
      *> date released more than once is acknowledged release by
      *> release.
       01  GL-ACK-RECORD.
           05  ACK-RECORD-TYPE         PIC X(1).
               88  ACK-DETAIL-RECORD   VALUE "D".
               88  ACK-BATCH-TOTAL     VALUE "T".
           05  ACK-BUSINESS-DATE       PIC 9(8).
           05  ACK-RELEASE-STAMP       PIC X(19).
           05  ACK-DETAIL-FIELDS.
               10  ACK-GL-ACCOUNT-CODE PIC X(10).
               10  ACK-STATUS          PIC X(1).
                   88  ACK-ACCEPTED    VALUE "A".
                   88  ACK-REJECTED    VALUE "R".
               10  ACK-REASON          PIC X(40).
           05  ACK-TOTAL-FIELDS REDEFINES ACK-DETAIL-FIELDS.
               10  ACK-RECORD-COUNT    PIC 9(5).
               10  ACK-DEBIT-TOTAL     PIC 9(11)V99.
               10  ACK-CREDIT-TOTAL    PIC 9(11)V99.
               10  FILLER              PIC X(20).
