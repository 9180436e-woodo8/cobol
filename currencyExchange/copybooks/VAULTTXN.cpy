      *> One cash transfer in or out of a branch vault, appended to the
      *> vault transfer log as it is made.  VX-TRANSFER-TYPE is "I" a
      *> float issued to a teller (at till opening or as a top-up), "R"
      *> a balanced till returned to the vault when it is cleared, "S"
      *> a shipment received into the branch and "O" a shipment sent
      *> out.  VX-TELLER-ID is the till the cash went to or came from
      *> (spaces for shipments); VX-REFERENCE is the shipment or
      *> consignment reference.  VX-VAULT-BALANCE is VT-ON-HAND after
      *> the transfer.
       01  VAULT-TRANSFER-RECORD.
           05  VX-TIMESTAMP                PIC 9(14).
           05  VX-BRANCH-CODE              PIC X(3).
           05  VX-CURRENCY                 PIC X(3).
           05  VX-TRANSFER-TYPE            PIC X.
               88  VX-ISSUE-TO-TELLER      VALUE "I".
               88  VX-RETURN-FROM-TELLER   VALUE "R".
               88  VX-SHIPMENT-IN          VALUE "S".
               88  VX-SHIPMENT-OUT         VALUE "O".
           05  VX-TELLER-ID                PIC X(8).
           05  VX-AMOUNT                   PIC 9(9)V9(3).
           05  VX-OPERATOR-ID              PIC X(8).
           05  VX-REFERENCE                PIC X(12).
           05  VX-VAULT-BALANCE            PIC 9(9)V9(3).
