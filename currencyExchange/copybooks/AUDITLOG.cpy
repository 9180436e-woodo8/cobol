      *> AL-RATE-SIDE says which side of the spread schedule set the
      *> applied rate: "B" buy, "S" sell, "M" mid (no spread on file,
      *> or a plain arithmetic record).
      *> AL-MID-MARKET-RATE is the mid rate of record that was in force
      *> before the spread was applied; the difference between it and
      *> AL-NUM2 is the spread margin earned on the conversion.  Zero
      *> on plain arithmetic records; a reversal carries the rate of
      *> the entry it voids.
      *> AL-QUOTE-NO is the rate quote honoured on a teller conversion
      *> (zero when the conversion was booked at the current rate, and
      *> on batch and arithmetic entries); a reversal carries the quote
      *> number of the entry it voids.
       01  AUDIT-LOG-RECORD.
           05  AL-TIMESTAMP                PIC 9(14).
           05  AL-OPERATOR-ID              PIC X(8).
               88  AL-BUY-SIDE             VALUE "B".
               88  AL-SELL-SIDE            VALUE "S".
               88  AL-MID-RATE             VALUE "M".
           05  AL-MID-MARKET-RATE          PIC 9(5)V9(6).
           05  AL-QUOTE-NO                 PIC 9(6).
