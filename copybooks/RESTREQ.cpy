      *
      * Record layout for RQSTFILE, the keyed restore request
      * queue (ddname B64RQST), one record per help desk ticket:
      * kept by b64rqst and worked by the b64rstr restore driver.
      *
      *   - RQST-TICKET: the ticket number, the key;
      *     RQST-REQUESTER who asked for the restore;
      *
      *   - RQST-ACTION: restore the selected files into a
      *     directory (b64demo3's restore), or extract one entry
      *     as base64 text with its .mf manifest (b64demo3's
      *     EXTRACT);
      *
      *   - RQST-MASK: the B64MATCH file name mask selecting the
      *     files to restore (spaces restores everything), or for
      *     an extract the exact entry name;
      *
      *   - RQST-ASOF: the run-start prefix of the run to restore
      *     from, as b64demo3's ASOF= takes it (spaces restores
      *     from the current B64OUT dataset);
      *
      *   - RQST-TARGET-DIR: the directory the files, or the
      *     extracted <entry>.b64 and its manifest, are written to;
      *
      *   - RQST-SUBMITTED: when the request was queued, and
      *     RQST-STATUS and RQST-COMPLETED where it stands: open
      *     until the driver works it, then closed or failed (see
      *     copybook FULFILL for the reason).
      *
       01  B64RQST-REC.
           05  RQST-KEY.
               10  RQST-TICKET        PIC X(012).
           05  RQST-REQUESTER         PIC X(030).
           05  RQST-ACTION            PIC X(001).
               88  RQST-RESTORE                 VALUE 'R'.
               88  RQST-EXTRACT                 VALUE 'E'.
           05  RQST-MASK              PIC X(100).
           05  RQST-ASOF              PIC X(016).
           05  RQST-TARGET-DIR        PIC X(100).
           05  RQST-SUBMITTED         PIC X(021).
           05  RQST-STATUS            PIC X(001).
               88  RQST-OPEN                    VALUE 'O'.
               88  RQST-CLOSED                  VALUE 'C'.
               88  RQST-FAILED                  VALUE 'F'.
           05  RQST-COMPLETED         PIC X(021).
