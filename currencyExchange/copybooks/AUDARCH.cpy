      *> One archived audit entry, cut nightly from AUDIT-LOG into the
      *> keyed archive for dispute research.  The primary key is the
      *> entry timestamp plus a sequence number distinguishing entries
      *> filed in the same second; alternate keys on the operator,
      *> the currency pair and the customer support the inquiry
      *> program's lookups and the customer activity statement.
       01  AUDIT-ARCHIVE-RECORD.
           05  AR-ARCHIVE-KEY.
               10  AR-TIMESTAMP            PIC 9(14).
           05  AR-RECEIPT-NO               PIC 9(6).
           05  AR-SUPERVISOR-ID            PIC X(8).
           05  AR-RATE-SIDE                PIC X.
           05  AR-MID-MARKET-RATE          PIC 9(5)V9(6).
           05  AR-QUOTE-NO                 PIC 9(6).
