      *> GXSREC - GL transmission status entry, appended by GLACK01
      *> whenever a release's standing changes: unacknowledged when
      *> first seen, then acknowledged or partially rejected once
      *> the ledger's acknowledgement is matched. The file is a
      *> trail: the last entry for a release (business date and
      *> release stamp) is its current status. The release date is
      *> the calendar date the extract went out, which the overdue
      *> check is measured from.
       01  GL-TRANSMISSION-STATUS.
           05  GXS-BUSINESS-DATE       PIC 9(8).
           05  GXS-RELEASE-STAMP       PIC X(19).
           05  GXS-RELEASE-DATE        PIC 9(8).
           05  GXS-STATUS              PIC X(1).
               88  GXS-ACKNOWLEDGED    VALUE "A".
               88  GXS-PART-REJECTED   VALUE "P".
               88  GXS-UNACKNOWLEDGED  VALUE "U".
           05  GXS-SENT-COUNT          PIC 9(5).
           05  GXS-ACCEPTED-COUNT      PIC 9(5).
           05  GXS-REJECTED-COUNT      PIC 9(5).
           05  GXS-MISSING-COUNT       PIC 9(5).
           05  GXS-TOTAL-FLAG          PIC X(1).
               88  GXS-TOTAL-AGREED    VALUE "Y".
               88  GXS-TOTAL-DISAGREED VALUE "N".
           05  GXS-TIMESTAMP           PIC X(26).
