      *> RBTREC - Customer volume rebate tier. Each entry opens a
      *> band at its threshold and pays its percent on the
      *> customer's whole net sales amount for the period once the
      *> customer's volume reaches it. Volume is measured in net
      *> quantity (basis Q) or net amount (basis A), returns
      *> deducted. Entries for a division (first two characters of
      *> the customer number) replace the all-divisions entries
      *> (division spaces) for that division's customers; every
      *> entry for one division must share one basis.
       01  REBATE-TIER-RECORD.
           05  RBT-DIVISION            PIC X(2).
           05  RBT-BASIS               PIC X(1).
               88  RBT-BY-QUANTITY     VALUE "Q".
               88  RBT-BY-AMOUNT       VALUE "A".
           05  RBT-THRESHOLD           PIC 9(9)V99.
           05  RBT-PERCENT             PIC 9(2)V99.
