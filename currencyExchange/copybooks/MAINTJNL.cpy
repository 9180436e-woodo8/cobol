      *> One master-file maintenance change on the shared maintenance
      *> journal, keyed by the time the change was keyed plus a
      *> sequence number for changes filed in the same second.  Every
      *> add, change and delete made through the maintenance programs
      *> is journalled with the record as it stood before and as it
      *> stands after (spaces for the before image of an add and the
      *> after image of a delete) and the signed-on operator.
      *> MJ-MASTER-FILE names the master changed: CURRATE, FEESCHED,
      *> CURRMAST, CUSTMAST, TELLMAST, SPRDSCHD or STORDER.
      *> MJ-RECORD-KEY is the record key as printed on the change
      *> report.  Routine changes are filed "A" and applied at once;
      *> the journal entry is written first, and a change that cannot
      *> be journalled is not made.
      *> Sensitive changes -- fee tiers, spreads, new and deleted
      *> tellers, teller limits and supervisor flags, and taking a
      *> currency out of service -- are filed "P" and not applied
      *> until a second operator flagged supervisor approves them in
      *> the approval run, which applies the after image, files "V"
      *> and stamps the approver; a change refused, or whose record
      *> moved on after it was keyed, is filed "R" with the reason in
      *> MJ-REMARK.
       01  MAINT-JOURNAL-RECORD.
           05  MJ-JOURNAL-KEY.
               10  MJ-TIMESTAMP            PIC 9(14).
               10  MJ-SEQUENCE             PIC 9(3).
           05  MJ-MASTER-FILE              PIC X(8).
           05  MJ-ACTION                   PIC X.
               88  MJ-ADD                  VALUE "A".
               88  MJ-CHANGE               VALUE "C".
               88  MJ-DELETE               VALUE "D".
           05  MJ-RECORD-KEY               PIC X(20).
           05  MJ-OPERATOR-ID              PIC X(8).
           05  MJ-CHANGE-STATUS            PIC X.
               88  MJ-APPLIED              VALUE "A".
               88  MJ-PENDING              VALUE "P".
               88  MJ-APPROVED             VALUE "V".
               88  MJ-REJECTED             VALUE "R".
           05  MJ-APPROVER-ID              PIC X(8).
           05  MJ-APPROVED-TIMESTAMP       PIC 9(14).
           05  MJ-REMARK                   PIC X(20).
           05  MJ-BEFORE-IMAGE             PIC X(80).
           05  MJ-AFTER-IMAGE              PIC X(80).
