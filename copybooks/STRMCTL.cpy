      *
      * Record layout for RCTLFILE, the keyed run-control dataset
      * (ddname B64RCTL) the b64strm job-stream driver keeps for
      * the nightly stream.  Each night's stream is identified by
      * the timestamp it was first submitted at, and holds one
      * header record and one record per step:
      *
      *   - RCTL-STREAM: the stream's first submission,
      *     YYYYMMDDHHMMSS; RCTL-STEP-NUM the step's position in
      *     the stream, 00 for the header;
      *
      *   - RCTL-STEP-NAME and RCTL-PROGRAM: the step and the
      *     program it runs (STREAM and spaces on the header);
      *     RCTL-PARTITION the encoding partition a b64demo1 step
      *     works, zero for every other step - on the header, the
      *     stream's partition count;
      *
      *   - RCTL-BALANCING: the step proves the stream's data
      *     rather than producing it, so any nonzero return code
      *     from it stops the stream;
      *
      *   - RCTL-STATUS: where the step stands - pending until it
      *     is first run, running while it runs (a step left
      *     running was interrupted, and is rerun), then complete
      *     or failed.  On the header, the stream's own standing:
      *     running until every step completes or one fails, and
      *     abandoned when the operator gives up on it;
      *
      *   - RCTL-RC, RCTL-START and RCTL-END: the return code,
      *     start and end of the step's latest attempt, and
      *     RCTL-ATTEMPTS how many there have been.  On the header,
      *     the highest step return code, the first submission's
      *     start and the last submission's end, and the number of
      *     submissions;
      *
      *   - RCTL-PARM: the PARM the step runs with; on the header,
      *     the b64demo1 FILE mode options every partition is
      *     encoded with.
      *
       01  RCTL-REC.
           05  RCTL-KEY.
               10  RCTL-STREAM        PIC X(014).
               10  RCTL-STEP-NUM      PIC 9(002).
                   88  RCTL-IS-HEADER           VALUE 0.
           05  RCTL-STEP-NAME         PIC X(008).
           05  RCTL-PROGRAM           PIC X(010).
           05  RCTL-PARTITION         PIC 9(001).
           05  RCTL-BALANCING         PIC X(001).
               88  RCTL-IS-BALANCING            VALUE 'Y'.
           05  RCTL-STATUS            PIC X(001).
               88  RCTL-PENDING                 VALUE 'P'.
               88  RCTL-RUNNING                 VALUE 'R'.
               88  RCTL-COMPLETE                VALUE 'C'.
               88  RCTL-FAILED                  VALUE 'F'.
               88  RCTL-ABANDONED               VALUE 'X'.
           05  RCTL-RC                PIC 9(004).
           05  RCTL-START             PIC X(021).
           05  RCTL-END               PIC X(021).
           05  RCTL-ATTEMPTS          PIC 9(004).
           05  RCTL-PARM              PIC X(060).
