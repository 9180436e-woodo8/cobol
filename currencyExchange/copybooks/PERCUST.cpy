      *> One customer seen converting in a month ("M", PC-PERIOD
      *> YYYYMM) or a year ("Y", PC-PERIOD YYYY00), posted by the PERTOT
      *> job from the customer IDs on the consolidated audit file -- the
      *> same IDs the compliance report aggregates.  The number of
      *> records under a period is the count of distinct customers who
      *> converted in it.
       01  PERIOD-CUSTOMER-RECORD.
           05  PC-PERIOD-KEY.
               10  PC-PERIOD-TYPE          PIC X.
                   88  PC-MONTH            VALUE "M".
                   88  PC-YEAR             VALUE "Y".
               10  PC-PERIOD               PIC 9(6).
               10  PC-CUSTOMER-ID          PIC X(8).
           05  PC-FIRST-BUSINESS-DATE      PIC 9(8).
           05  PC-TXN-COUNT                PIC 9(7).
