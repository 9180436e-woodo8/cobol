      *> the to-currency.  Expected cash on hand at close is
      *> TL-FLOAT-AMOUNT + TL-TAKEN-IN - TL-PAID-OUT; the drawer
      *> balancing run compares the counted cash against that and
      *> reports the over/short per currency.  The float is drawn from
      *> the branch vault (a top-up during the day adds to it), and
      *> clearing a balanced till returns the counted cash to the
      *> vault.
       01  TELLER-TILL-RECORD.
           05  TL-TILL-KEY.
               10  TL-BRANCH-CODE          PIC X(3).
