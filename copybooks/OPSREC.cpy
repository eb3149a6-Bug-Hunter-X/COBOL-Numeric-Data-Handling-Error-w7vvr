      *> OPSREC - Operator security entry, maintained by security
      *> administration in OPERSEC.DAT, one user ID per line. Every
      *> program that applies keyed input checks the keying
      *> operator here: the ID must be on file, active, and hold
      *> the role the input needs. Role codes, in any order:
      *>   C - corrections clerk       (CORRECT.IN, ORDFIX01)
      *>   M - customer maintenance    (CUSMAINT.IN, CUSMNT01)
      *>   S - suspense clerk          (SUSDISP.IN, ORDSUS01;
      *>                                PRCDISP.IN, PRCREV01)
      *>   P - price maintenance       (PRCMAINT.IN, PRCMNT01)
      *>   F - exchange rate maintenance (EXRMAINT.IN, EXRMNT01)
      *>   V - supervisor              (PERADJ.PARM, BACKOUT.PARM)
      *>   O - operations override     (OVERRIDE.PARM, GLREL01)
      *> A later line for the same ID replaces an earlier one, so a
      *> change of roles or a revocation is made by appending.
       01  OPERATOR-SECURITY-RECORD.
           05  OPS-OPERATOR-ID         PIC X(8).
           05  OPS-STATUS              PIC X(1).
               88  OPS-ACTIVE          VALUE "A".
               88  OPS-INACTIVE        VALUE "I".
           05  OPS-ROLES.
               10  OPS-ROLE-CODE OCCURS 7 TIMES
                                       PIC X(1).
           05  OPS-OPERATOR-NAME       PIC X(28).
