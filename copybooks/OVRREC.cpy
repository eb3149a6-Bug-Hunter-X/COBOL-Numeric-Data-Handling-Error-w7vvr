      *> OVRREC - Operations override for a held GL extract: the
      *> operator keying it and the reason the out-of-balance
      *> extract is being knowingly released.
       01  OVERRIDE-PARM-RECORD.
           05  OVR-OPERATOR-ID         PIC X(8).
           05  OVR-REASON              PIC X(52).
