      *> Month-to-date or year-to-date conversion totals for one branch
      *> and currency pair, posted each night by the PERTOT job from the
      *> consolidated audit file.  PT-PERIOD-TYPE "M" carries a calendar
      *> month (PT-PERIOD is YYYYMM); "Y" carries a calendar year
      *> (PT-PERIOD is YYYY00).  The period is taken from the business
      *> date on the run control, never the wall clock, so a run pushed
      *> past midnight at month or year end still lands in the period
      *> it belongs to; a new month or year simply starts new records,
      *> and earlier periods are kept for comparison.
      *> Conversions and voids are carried separately and unsigned:
      *> PT-TXN-COUNT and the amounts beside it are the conversions
      *> filed, PT-VOID-COUNT and the PT-VOID- amounts are the "V"
      *> entries that reversed them.  Net figures are conversions less
      *> voids.  PT-SOURCE-VOLUME is in the from-currency,
      *> PT-CONVERTED-VOLUME and PT-FEE-AMOUNT in the to-currency;
      *> PT-USD-VOLUME and PT-FEE-USD value the same entries in USD at
      *> the rate of record when each was filed.  PT-UNVALUED-COUNT is
      *> the entries that could not be valued in USD for want of a rate.
      *> The month-end management pack is printed from these records by
      *> the run for the last calendar day of the month or, when the
      *> month's last business date fell earlier, by the first run of
      *> the following month before it posts anything.  For each branch
      *> and pair it sets the month against the month before, the same
      *> month a year earlier and the year to date.
       01  PERIOD-TOTAL-RECORD.
           05  PT-PERIOD-KEY.
               10  PT-PERIOD-TYPE          PIC X.
                   88  PT-MONTH-TO-DATE    VALUE "M".
                   88  PT-YEAR-TO-DATE     VALUE "Y".
               10  PT-PERIOD               PIC 9(6).
               10  PT-BRANCH-CODE          PIC X(3).
               10  PT-FROM-CURRENCY        PIC X(3).
               10  PT-TO-CURRENCY          PIC X(3).
           05  PT-TXN-COUNT                PIC 9(7).
           05  PT-SOURCE-VOLUME            PIC 9(11)V99.
           05  PT-CONVERTED-VOLUME         PIC 9(11)V9(3).
           05  PT-FEE-AMOUNT               PIC 9(11)V9(3).
           05  PT-USD-VOLUME               PIC 9(11)V9(3).
           05  PT-FEE-USD                  PIC 9(11)V9(3).
           05  PT-VOID-COUNT               PIC 9(7).
           05  PT-VOID-SOURCE-VOLUME       PIC 9(11)V99.
           05  PT-VOID-CONVERTED-VOLUME    PIC 9(11)V9(3).
           05  PT-VOID-FEE-AMOUNT          PIC 9(11)V9(3).
           05  PT-VOID-USD-VOLUME          PIC 9(11)V9(3).
           05  PT-VOID-FEE-USD             PIC 9(11)V9(3).
           05  PT-UNVALUED-COUNT           PIC 9(7).
           05  PT-LAST-BUSINESS-DATE       PIC 9(8).
