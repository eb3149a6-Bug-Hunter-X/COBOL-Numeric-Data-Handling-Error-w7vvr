      *> General Ledger interface's fixed layout. Debit and credit
      *> totals are carried separately so the interface receives
      *> two-sided figures; the period total is the signed net.
      *> GLREL01 stamps each record it transmits with the release
      *> stamp, which the ledger returns on its acknowledgement;
      *> the extract itself leaves it blank.
       01  GL-EXTRACT-RECORD.
           05  GLX-GL-ACCOUNT-CODE     PIC X(10).
           05  GLX-RUN-DATE            PIC 9(8).
           05  GLX-DEBIT-TOTAL         PIC 9(9)V99.
           05  GLX-CREDIT-TOTAL        PIC 9(9)V99.
           05  GLX-FILLER              PIC X(29).
           05  GLX-RELEASE-FIELDS REDEFINES GLX-FILLER.
               10  GLX-RELEASE-STAMP   PIC X(19).
               10  FILLER              PIC X(10).
