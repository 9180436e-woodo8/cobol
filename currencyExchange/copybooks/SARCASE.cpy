      *> One suspicious-activity case opened by the nightly structuring
      *> scan, keyed by case number.  The alternate key on customer and
      *> pattern lets the scan find earlier cases for the same subject
      *> so a pattern already under review is not opened again night
      *> after night.  SC-PATTERN says what the scan saw over the
      *> rolling window: "N" repeated conversions just under the
      *> compliance reporting threshold, "B" the customer converting at
      *> several branches, "V" receipts voided and redone.
      *> SC-HIT-COUNT is the number of near-threshold conversions,
      *> branches or void-and-redo pairs seen; SC-HIT-USD is the
      *> USD-equivalent volume behind them.  SC-LAST-SEEN-DATE is the
      *> latest business date the scan saw the pattern again while the
      *> case was open.  Compliance moves a case from OPEN to REVIEW,
      *> records a disposition ("N" no further action, "M" monitor,
      *> "S" suspicious-activity report filed) and closes it; a closed
      *> case keeps the pattern from re-opening until the activity it
      *> covered has rolled out of the scan window, that is until
      *> SC-LAST-SEEN-DATE falls before the start of the window.
       01  SAR-CASE-RECORD.
           05  SC-CASE-NO                  PIC 9(6).
           05  SC-CASE-SUBJECT.
               10  SC-CUSTOMER-ID          PIC X(8).
               10  SC-PATTERN              PIC X.
                   88  SC-NEAR-THRESHOLD   VALUE "N".
                   88  SC-MULTI-BRANCH     VALUE "B".
                   88  SC-VOID-REDO        VALUE "V".
           05  SC-OPENED-DATE              PIC 9(8).
           05  SC-WINDOW-FROM-DATE         PIC 9(8).
           05  SC-WINDOW-TO-DATE           PIC 9(8).
           05  SC-HIT-COUNT                PIC 9(5).
           05  SC-HIT-USD                  PIC 9(9)V99.
           05  SC-LAST-SEEN-DATE           PIC 9(8).
           05  SC-CASE-STATUS              PIC X.
               88  SC-CASE-OPEN            VALUE "O".
               88  SC-CASE-IN-REVIEW       VALUE "R".
               88  SC-CASE-CLOSED          VALUE "C".
           05  SC-DISPOSITION              PIC X.
               88  SC-NO-FURTHER-ACTION    VALUE "N".
               88  SC-MONITOR              VALUE "M".
               88  SC-SAR-FILED            VALUE "S".
           05  SC-REVIEWER-ID              PIC X(8).
           05  SC-CLOSED-DATE              PIC 9(8).
           05  SC-REVIEW-NOTE              PIC X(40).
