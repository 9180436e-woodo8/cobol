      *> One nightly-job status record on the run-control file, which
      *> carries the open business date and one record per job in the
      *> nightly chain, in running order: BATCHCNV, BATCHREC, EODRPT,
      *> AUDARCH, RATECHK, CONSOL, CORPEOD, GLEXTR, STRUCSCN, EARNRPT,
      *> REVALUE, QUOTERPT, WLSCREEN, PERTOT.
      *> RunControl writes the file when the business date is opened,
      *> with every job PENDING.  Each nightly program refuses to start
      *> unless its predecessor in the chain is COMPLETE for the date,
      *> refuses a second run once its own record is COMPLETE, marks
      *> itself COMPLETE when it finishes cleanly, and stamps the
      *> business date -- not the wall clock -- on its outputs, so a
      *> run pushed past midnight still books to the right day.
       01  RUN-CONTROL-RECORD.
           05  RN-BUSINESS-DATE            PIC 9(8).
           05  RN-JOB-NAME                 PIC X(8).
