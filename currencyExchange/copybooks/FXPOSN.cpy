      *> One open currency position carried forward night to night,
      *> keyed by branch and currency.  The nightly revaluation adds
      *> the business date's conversions from the consolidated audit
      *> file (source amounts bought in, net proceeds sold out, voids
      *> reversed) to the position brought forward, prices the result
      *> at the closing rate of record into the reporting currency,
      *> and books the change in value as unrealised FX gain or loss.
      *> FP-POSITION-SIDE says whether the branch is long ("L") or
      *> short ("S") the currency; FP-POSITION-AMOUNT and
      *> FP-REVALUED-AMOUNT are both carried unsigned on that side.
      *> FP-REVALUED-AMOUNT is the position's value in the reporting
      *> currency at FP-CLOSING-RATE, the rate used on FP-REVALUED-DATE.
       01  FX-POSITION-RECORD.
           05  FP-POSITION-KEY.
               10  FP-BRANCH-CODE          PIC X(3).
               10  FP-CURRENCY             PIC X(3).
           05  FP-POSITION-SIDE            PIC X.
               88  FP-LONG                 VALUE "L".
               88  FP-SHORT                VALUE "S".
           05  FP-POSITION-AMOUNT          PIC 9(11)V9(3).
           05  FP-CLOSING-RATE             PIC 9(5)V9(6).
           05  FP-REVALUED-AMOUNT          PIC 9(13)V9(3).
           05  FP-REVALUED-DATE            PIC 9(8).
