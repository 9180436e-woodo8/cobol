      *> One rate quote issued at the counter, keyed by the issuing
      *> branch and the quote number printed on the customer's copy.
      *> The quote holds the pair, the source amount, the rate after
      *> spread (with the mid rate of record it was taken from and the
      *> side of the spread applied), and the gross, fee and net that
      *> the customer was promised.  Calculator honours an open quote
      *> keyed before QT-EXPIRY-TIMESTAMP for the same pair, books it
      *> at the quoted figures and marks it used with the receipt
      *> printed; the nightly quote report marks open quotes past
      *> their expiry as expired.
       01  QUOTE-RECORD.
           05  QT-QUOTE-KEY.
               10  QT-BRANCH-CODE          PIC X(3).
               10  QT-QUOTE-NO             PIC 9(6).
           05  QT-ISSUED-TIMESTAMP         PIC 9(14).
           05  QT-EXPIRY-TIMESTAMP         PIC 9(14).
           05  QT-OPERATOR-ID              PIC X(8).
           05  QT-FROM-CURRENCY            PIC X(3).
           05  QT-TO-CURRENCY              PIC X(3).
           05  QT-AMOUNT                   PIC 9(5)V99.
           05  QT-RATE                     PIC 9(5)V9(6).
           05  QT-MID-MARKET-RATE          PIC 9(5)V9(6).
           05  QT-RATE-SIDE                PIC X.
           05  QT-RESULT                   PIC 9(6)V9(3).
           05  QT-FEE-AMOUNT               PIC 9(6)V9(3).
           05  QT-NET-AMOUNT               PIC 9(6)V9(3).
           05  QT-STATUS                   PIC X.
               88  QT-OPEN                 VALUE "O".
               88  QT-USED                 VALUE "U".
               88  QT-EXPIRED              VALUE "E".
           05  QT-USED-TIMESTAMP           PIC 9(14).
           05  QT-RECEIPT-NO               PIC 9(6).
