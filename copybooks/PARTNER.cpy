      *
      * Record layout for PARTFILE, the keyed partner master
      * (ddname B64PART) maintained by b64part and read by the
      * b64dist outbound distribution job.  The copybook is named
      * for what it holds rather than the ddname, so a COPY can
      * never resolve to the B64PART dataset itself when compiling
      * in a directory the jobs have run in.
      *
      * One record per trading partner, keyed by a short partner
      * ID, carrying everything the hand-run MIME-mode step used to
      * depend on an operator remembering:
      *
      *   - PART-MASK: the B64MATCH file name masks (see copybook
      *     B64MPARM) that select the partner's files from a
      *     night's OUTPUT01, matched against OUTREC-FILENAME
      *     exactly as b64demo3's selection masks are.  Unused
      *     slots are spaces, which B64MATCH never matches.
      *
      *   - PART-ALPHABET: 'Y' when the partner requires the
      *     URL-safe alphabet, 'N' for the standard one.
      *
      *   - PART-CODEPAGE: the B64CDPG codepage the partner's text
      *     files are delivered in, spaces for none.  It applies
      *     only to entries the encoding job translated (a
      *     non-blank OUTREC-CODEPAGE) - those are the text files;
      *     a binary entry is always delivered byte for byte.
      *
      *   - PART-WRAP: 'Y' for the 76-column MIME line wrap, 'N'
      *     for each attachment on one unbroken line.
      *
      *   - PART-DELIVERY-DIR: the directory the partner's
      *     outbound packages are written to, for the transfer
      *     job to pick up.
      *
       01  B64PART-REC.
           05  PART-KEY.
               10  PART-ID            PIC X(008).
           05  PART-DESC              PIC X(040).
           05  PART-ALPHABET          PIC X(001).
               88  PART-ALPHA-URLSAFE           VALUE 'Y'.
               88  PART-ALPHA-STANDARD          VALUE 'N'.
           05  PART-CODEPAGE          PIC X(008).
           05  PART-WRAP              PIC X(001).
               88  PART-WRAP-MIME               VALUE 'Y'.
               88  PART-WRAP-NONE               VALUE 'N'.
           05  PART-DELIVERY-DIR      PIC X(100).
           05  PART-MASK-TBL.
               10  PART-MASK          OCCURS 10 TIMES
                                      PIC X(100).
