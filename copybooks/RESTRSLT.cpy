      *
      * The outcome of one b64demo3 restore or extract, left in
      * EXTERNAL storage for a program that CALLs b64demo3 rather
      * than running it as a job step - the b64rstr restore
      * driver, which has no other way to learn what a restore
      * did than the totals b64demo3 only DISPLAYs.  b64demo3
      * clears it at entry and fills it as it goes; run as a job
      * step, nobody reads it.
      *
      *   - RSLT-RUN-START and RSLT-OUT-DSN: the run and the
      *     OUTPUT01 dataset restored from - the ASOF= run chosen,
      *     or the trailer's run start (spaces when no trailer was
      *     read), and the dataset as assigned (the B64OUT ddname
      *     itself when no ASOF= redirected it);
      *
      *   - RSLT-RECORDS-READ, RSLT-RESTORED, RSLT-FAILED,
      *     RSLT-SKIPPED and RSLT-NOT-SELECTED: b64demo3's run
      *     totals.  An extract counts its one entry as restored
      *     or failed, and neither when it was not found.
      *
      * EXTERNAL items take no VALUE clauses.
      *
       01  B64RESTORE-RESULT IS EXTERNAL.
           05  RSLT-RUN-START         PIC X(021).
           05  RSLT-OUT-DSN           PIC X(100).
           05  RSLT-RECORDS-READ      PIC 9(009).
           05  RSLT-RESTORED          PIC 9(009).
           05  RSLT-FAILED            PIC 9(009).
           05  RSLT-SKIPPED           PIC 9(009).
           05  RSLT-NOT-SELECTED      PIC 9(009).
