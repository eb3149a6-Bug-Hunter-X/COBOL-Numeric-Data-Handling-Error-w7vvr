      *> PKHREC - Posted-key history, one entry per order-line key
      *> ORDAVG01 has accepted, kept across business days and keyed
      *> by the order-line key. It carries the business date and
      *> source system the key first posted under, so a line sent
      *> again in a later feed is caught as a duplicate and shown
      *> against where it first came in. A line held in suspense
      *> and later released also carries the business date (and
      *> the source of the envelope it rolled into) the release
      *> posted under, so a restarted run does not move the
      *> customer's exposure for it twice.
      *> The line's customer, GL account, amount and qty are kept
      *> with the key, so ORDBKO01 can reverse exactly what a
      *> business date and source posted. The account is spaces
      *> for a line held in suspense until its release posts.
      *> A line held on the price-exception file is held the same
      *> way, and its release comes back through SUSPOST.DAT too.
      *> The transaction type lets MTHCLS01 net a customer's
      *> returns out of the period's sales when it rates rebates;
      *> a key recorded before the type was kept carries spaces
      *> and counts as a sale.
      *> A held line also records which review held it - the
      *> amount ceiling or the unit price - and the item sold, so
      *> ORDBKO01 can send a backed-out release back to the same
      *> review. A key recorded before the hold type was kept
      *> carries spaces and is taken as a ceiling hold.
       01  POSTED-KEY-RECORD.
           05  PKH-RECORD-KEY          PIC X(10).
           05  PKH-BUSINESS-DATE       PIC 9(8).
           05  PKH-SOURCE-SYSTEM       PIC X(8).
           05  PKH-RUN-DATE            PIC 9(8).
           05  PKH-RELEASED-DATE       PIC 9(8).
           05  PKH-RELEASED-SOURCE     PIC X(8).
           05  PKH-DISPOSITION         PIC X(1).
               88  PKH-POSTED          VALUE "P".
               88  PKH-HELD            VALUE "S".
           05  PKH-CUSTOMER-NO         PIC X(9).
           05  PKH-GL-ACCOUNT-CODE     PIC X(10).
           05  PKH-AMOUNT              PIC S9(5)V99.
           05  PKH-QTY                 PIC 9(3).
           05  PKH-TRANS-TYPE          PIC X(1).
               88  PKH-TYPE-SALE       VALUE "S" " ".
               88  PKH-TYPE-RETURN     VALUE "R".
               88  PKH-TYPE-ADJUSTMENT VALUE "A".
           05  PKH-HOLD-TYPE           PIC X(1).
               88  PKH-HOLD-CEILING    VALUE "C" " ".
               88  PKH-HOLD-PRICE      VALUE "P".
           05  PKH-ITEM-CODE           PIC X(10).
