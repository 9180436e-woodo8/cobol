      *> One name on the external sanctions and watch list, as loaded
      *> by WatchLoad from the list provider's feed.  The provider's
      *> list reference identifies the listed party; the party's
      *> primary name and each of its aliases is a separate record
      *> under that reference, WL-NAME-SEQ being the line of the feed
      *> it came from.  WL-SCREEN-NAME and WL-DOCUMENT-NUMBER are held
      *> upper case and left justified so customers can be screened by
      *> a straight key read on either alternate key.  WL-LIST-VERSION
      *> is the load that brought the list in; every load replaces the
      *> whole list and takes the next version number.
       01  WATCH-LIST-RECORD.
           05  WL-ENTRY-KEY.
               10  WL-LIST-REFERENCE       PIC X(12).
               10  WL-NAME-SEQ             PIC 9(6).
           05  WL-NAME-TYPE                PIC X.
               88  WL-PRIMARY-NAME         VALUE "P".
               88  WL-ALIAS                VALUE "A".
           05  WL-SCREEN-NAME              PIC X(30).
           05  WL-DOCUMENT-TYPE            PIC X(2).
           05  WL-DOCUMENT-NUMBER          PIC X(20).
           05  WL-LIST-VERSION             PIC 9(6).
