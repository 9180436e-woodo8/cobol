      *> One currency's drawer result, appended to the over/short
      *> history by the drawer balancing run when the currency is
      *> cleared from the teller's till -- once per currency and till
      *> day, at the final count, however often the drawer was counted
      *> before it was cleared -- so that repeated differences can be
      *> reviewed after the till itself is gone.  OS-BUSINESS-DATE is
      *> the till's business date.  OS-RESULT is "B" balanced, "O"
      *> over, "S" short or "N" not counted (only a currency with
      *> nothing expected is cleared uncounted; one still holding cash
      *> stays in the till until it is counted); OS-VARIANCE-AMOUNT is
      *> carried unsigned on that side.  OS-EXPECTED-AMOUNT is float +
      *> taken in - paid out, zero when the till paid out more than it
      *> held.  A clear that cannot open the vault is abandoned and
      *> writes no history.
       01  OVER-SHORT-RECORD.
           05  OS-BALANCED-TIMESTAMP       PIC 9(14).
           05  OS-BUSINESS-DATE            PIC 9(8).
           05  OS-BRANCH-CODE              PIC X(3).
           05  OS-TELLER-ID                PIC X(8).
           05  OS-CURRENCY                 PIC X(3).
           05  OS-COUNTED-AMOUNT           PIC 9(9)V9(3).
           05  OS-EXPECTED-AMOUNT          PIC 9(10)V9(3).
           05  OS-RESULT                   PIC X.
               88  OS-BALANCED             VALUE "B".
               88  OS-OVER                 VALUE "O".
               88  OS-SHORT                VALUE "S".
               88  OS-NOT-COUNTED          VALUE "N".
           05  OS-VARIANCE-AMOUNT          PIC 9(10)V9(3).
