      *> GLSREC - GL transmission history, one entry per extract
      *> record GLREL01 released, appended as it goes out. The
      *> release stamp is the same timestamp GLREL01 writes on its
      *> RELEASE.LOG line, so each entry ties back to the release
      *> that sent it; the account and business date are what the
      *> ledger's acknowledgement is matched on.
       01  GL-SENT-RECORD.
           05  GLS-RELEASE-STAMP       PIC X(19).
           05  GLS-RELEASE-TYPE        PIC X(1).
               88  GLS-NORMAL-RELEASE  VALUE "R".
               88  GLS-OVERRIDE-RELEASE VALUE "O".
           05  GLS-GL-ACCOUNT-CODE     PIC X(10).
           05  GLS-BUSINESS-DATE       PIC 9(8).
           05  GLS-PERIOD-TOTAL        PIC S9(9)V99.
           05  GLS-DEBIT-TOTAL         PIC 9(9)V99.
           05  GLS-CREDIT-TOTAL        PIC 9(9)V99.
