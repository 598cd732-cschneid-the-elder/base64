      *
      * Record layout for HOLDFILE, the keyed hold dataset (ddname
      * B64HOLD) written by b64demo1 when a payload trips one of
      * the B64SCRN sensitive-data rules, and kept by the b64rels
      * release program.  The payload is not encoded: it waits
      * here for a compliance officer to approve or deny it.  The
      * copybook is named for the FD, not the ddname, so a COPY can
      * never resolve to the B64HOLD dataset itself.
      *
      *   - HOLD-FILENAME and HOLD-RUN-START: the file held and the
      *     run that held it, the key - a resumed run rewrites its
      *     holds under the same original run start, as it does its
      *     catalog entries;
      *
      *   - HOLD-MODE: FILE, RERUN or MIME, the b64demo1 mode that
      *     held it; HOLD-TARGET the dataset or file its encoding
      *     would have been written to - for a MIME hold, the
      *     output file to name when the job is resubmitted;
      *
      *   - HOLD-RULE and HOLD-OFFSET: the rule that fired first in
      *     the payload and the byte offset, from zero, of the
      *     match it fired on;
      *
      *   - HOLD-BYTE-COUNT and HOLD-CHECKSUM: the payload's length
      *     and B64CKSUM checksum, exactly as an OUTPUT01 record
      *     would have carried them.  An approval releases this
      *     content of this file and no other: a file changed since
      *     it was held trips the rules again and is held afresh;
      *
      *   - HOLD-OPTIONS: the entry's own encode options, as the
      *     '|'-delimited tokens a control entry carries, so the
      *     release control file reruns it the way it asked;
      *
      *   - HOLD-HELD-AT: when the hold was recorded;
      *
      *   - HOLD-STATUS: pending until decided, then approved or
      *     denied, with HOLD-DECIDED-BY, HOLD-DECIDED-AT and
      *     HOLD-NOTE saying who decided, when, and why;
      *
      *   - HOLD-RELEASED-AT: the start of the b64demo1 run that
      *     first encoded the payload under its approval - spaces
      *     until then, which is what puts an approved hold in
      *     b64rels' release control file.
      *
       01  B64HOLD-REC.
           05  HOLD-KEY.
               10  HOLD-FILENAME      PIC X(100).
               10  HOLD-RUN-START     PIC X(021).
           05  HOLD-MODE              PIC X(005).
               88  HOLD-MODE-MIME               VALUE 'MIME'.
           05  HOLD-TARGET            PIC X(100).
           05  HOLD-RULE              PIC X(008).
           05  HOLD-OFFSET            PIC 9(018).
           05  HOLD-BYTE-COUNT        PIC 9(010).
           05  HOLD-CHECKSUM          PIC 9(010).
           05  HOLD-OPTIONS           PIC X(042).
           05  HOLD-HELD-AT           PIC X(021).
           05  HOLD-STATUS            PIC X(001).
               88  HOLD-PENDING                 VALUE 'P'.
               88  HOLD-APPROVED                VALUE 'A'.
               88  HOLD-DENIED                  VALUE 'D'.
           05  HOLD-DECIDED-BY        PIC X(030).
           05  HOLD-DECIDED-AT        PIC X(021).
           05  HOLD-NOTE              PIC X(060).
           05  HOLD-RELEASED-AT       PIC X(021).
