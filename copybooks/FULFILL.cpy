      *
      * Record layout for FULFILOG, the restore fulfillment log
      * (ddname B64FULF) appended by the b64rstr restore driver,
      * one record per request worked:
      *
      *   - FUL-TICKET, FUL-REQUESTER, FUL-ACTION, FUL-MASK and
      *     FUL-TARGET-DIR: the request as it was worked (see
      *     copybook RESTREQ);
      *
      *   - FUL-COMPLETED: when b64demo3 finished with it;
      *     FUL-RESULT closed or failed, and FUL-REASON why a
      *     failed request failed;
      *
      *   - FUL-RUN-START and FUL-OUT-DSN: the encoding run and the
      *     OUTPUT01 dataset the files came from (the run start is
      *     spaces when neither an ASOF= nor the dataset's trailer
      *     identified it);
      *
      *   - FUL-FILES-RESTORED: the files restored (or extracted),
      *     FUL-VERIFY-FAILED the entries that failed to decode or
      *     to verify against their checksum and byte count,
      *     FUL-SKIPPED the selected entries the encoding job had
      *     flagged in error, and FUL-STEP-RC the return code
      *     b64demo3 ended with.
      *
      * Reason codes:
      *   BADREQ    the request cannot be worked as written
      *   REJECTED  b64demo3 refused it - no catalog or no run for
      *             the as-of date, for one
      *   NOMATCH   nothing in the dataset matched the mask or
      *             entry name
      *   SKIPPED   the only entries matched were ones the encoding
      *             job flagged in error, with no payload to restore
      *   VERIFY    entries failed to decode or verify
      *
       01  FUL-REC.
           05  FUL-TICKET             PIC X(012).
           05  FUL-DELIM              PIC X(001).
           05  FUL-REQUESTER          PIC X(030).
           05  FUL-DELIM2             PIC X(001).
           05  FUL-ACTION             PIC X(001).
           05  FUL-DELIM3             PIC X(001).
           05  FUL-COMPLETED          PIC X(021).
           05  FUL-DELIM4             PIC X(001).
           05  FUL-RESULT             PIC X(001).
               88  FUL-CLOSED                   VALUE 'C'.
               88  FUL-FAILED                   VALUE 'F'.
           05  FUL-DELIM5             PIC X(001).
           05  FUL-REASON             PIC X(008).
           05  FUL-DELIM6             PIC X(001).
           05  FUL-RUN-START          PIC X(021).
           05  FUL-DELIM7             PIC X(001).
           05  FUL-OUT-DSN            PIC X(100).
           05  FUL-DELIM8             PIC X(001).
           05  FUL-FILES-RESTORED     PIC 9(009).
           05  FUL-DELIM9             PIC X(001).
           05  FUL-VERIFY-FAILED      PIC 9(009).
           05  FUL-DELIM10            PIC X(001).
           05  FUL-SKIPPED            PIC 9(009).
           05  FUL-DELIM11            PIC X(001).
           05  FUL-STEP-RC            PIC 9(004).
           05  FUL-DELIM12            PIC X(001).
           05  FUL-MASK               PIC X(100).
           05  FUL-DELIM13            PIC X(001).
           05  FUL-TARGET-DIR         PIC X(100).
