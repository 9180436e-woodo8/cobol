      *> One branch vault holding, keyed by branch and currency.
      *> VT-ON-HAND is the cash held in the vault itself, not counting
      *> what is out in the teller tills.  It goes down when a float
      *> is issued to a teller or a shipment leaves the branch, and up
      *> when a balanced till is returned at close or a shipment is
      *> received.  VT-MINIMUM-HOLDING is the level below which the
      *> daily vault report calls the currency out as running low so
      *> stock can be ordered (zero means never flagged).  Every
      *> movement is also written to the vault transfer log.
       01  VAULT-RECORD.
           05  VT-VAULT-KEY.
               10  VT-BRANCH-CODE          PIC X(3).
               10  VT-CURRENCY             PIC X(3).
           05  VT-ON-HAND                  PIC 9(9)V9(3).
           05  VT-MINIMUM-HOLDING          PIC 9(9)V9(3).
           05  VT-LAST-MOVEMENT-TIMESTAMP  PIC 9(14).
