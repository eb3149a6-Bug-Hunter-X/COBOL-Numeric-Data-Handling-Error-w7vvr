      *> SECREC - Security log entry, appended to SECLOG.DAT by every
      *> program that applies keyed input: one entry for each
      *> transaction applied, naming the operator who keyed it, and
      *> one for each attempt refused because the operator is
      *> unknown, inactive or lacks the role. SECRPT01 prints the
      *> day's entries for audit review.
       01  SECURITY-LOG-RECORD.
           05  SEC-LOG-DATE            PIC 9(8).
           05  SEC-LOG-TIME            PIC 9(6).
           05  SEC-PROGRAM             PIC X(8).
           05  SEC-OPERATOR-ID         PIC X(8).
           05  SEC-ROLE-CODE           PIC X(1).
           05  SEC-OUTCOME             PIC X(1).
               88  SEC-APPLIED         VALUE "A".
               88  SEC-VIOLATION       VALUE "V".
           05  SEC-DENIAL-REASON       PIC X(20).
           05  SEC-TRANSACTION         PIC X(40).
