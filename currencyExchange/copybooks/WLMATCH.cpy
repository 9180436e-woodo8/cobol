      *> One possible watch-list match, keyed by customer and the list
      *> reference of the listed party.  Matches are raised by CustMaint
      *> when a customer is added or changed and by the nightly WLSCREEN
      *> job when a new list is loaded.  WM-MATCH-BASIS says what
      *> matched: "N" the customer name against a listed name or alias,
      *> "D" the identity document number, "B" both.  A match is
      *> PENDING until compliance reviews it in WatchReview and either
      *> clears it as a false positive or confirms it.  Calculator and
      *> BatchConvert hold every conversion for a customer with a
      *> pending match and block every conversion for a customer with
      *> a confirmed one.  WM-CUSTOMER-NAME and WM-CUSTOMER-DOCUMENT
      *> are the customer details the match was raised on; a cleared
      *> match is raised again if either has changed since.
       01  WATCH-MATCH-RECORD.
           05  WM-MATCH-KEY.
               10  WM-CUSTOMER-ID          PIC X(8).
               10  WM-LIST-REFERENCE       PIC X(12).
           05  WM-MATCH-BASIS              PIC X.
               88  WM-NAME-MATCH           VALUE "N".
               88  WM-DOCUMENT-MATCH       VALUE "D".
               88  WM-NAME-AND-DOCUMENT    VALUE "B".
           05  WM-LISTED-NAME              PIC X(30).
           05  WM-CUSTOMER-NAME            PIC X(30).
           05  WM-CUSTOMER-DOCUMENT        PIC X(20).
           05  WM-FOUND-DATE               PIC 9(8).
           05  WM-FOUND-BY                 PIC X.
               88  WM-FOUND-AT-MAINTENANCE VALUE "M".
               88  WM-FOUND-BY-SCREEN      VALUE "S".
           05  WM-LIST-VERSION             PIC 9(6).
           05  WM-MATCH-STATUS             PIC X.
               88  WM-PENDING              VALUE "P".
               88  WM-CLEARED              VALUE "C".
               88  WM-CONFIRMED            VALUE "F".
           05  WM-REVIEWER-ID              PIC X(8).
           05  WM-REVIEWED-DATE            PIC 9(8).
           05  WM-REVIEW-NOTE              PIC X(40).
