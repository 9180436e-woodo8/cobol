      *> Single control record for the watch list.  WatchLoad bumps
      *> WC-LIST-VERSION each time a provider feed replaces the list;
      *> the nightly WLSCREEN job re-screens the whole customer master
      *> whenever WC-LIST-VERSION is ahead of WC-SCREENED-VERSION and
      *> then records the version and business date it screened.
      *> A WC-LIST-VERSION of zero, or no control file at all, means no
      *> list has been loaded.  The customer, conversion and batch
      *> programs then let customers through unscreened; once a list is
      *> loaded, or when the control file cannot be read, they refuse
      *> adds, changes and conversions they cannot check against it.
       01  WATCH-CONTROL-RECORD.
           05  WC-LIST-VERSION             PIC 9(6).
           05  WC-LOADED-TIMESTAMP         PIC 9(14).
           05  WC-ENTRY-COUNT              PIC 9(6).
           05  WC-SCREENED-VERSION         PIC 9(6).
           05  WC-SCREENED-DATE            PIC 9(8).
