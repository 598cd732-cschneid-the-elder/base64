      *
      * Record layout for XMITLOG, the outbound transmission log
      * (ddname B64XMIT) appended by b64dist, one group of records
      * per partner package built from a night's OUTPUT01:
      *
      *   - one package record (XMIT-TYPE-PACKAGE): the package
      *     file in XMIT-NAME, its disposition, the attachments it
      *     carries, the partner's matching entries the encoding
      *     job could not encode (listed in the package manifest
      *     but not sent), and the payload bytes delivered;
      *
      *   - then one attachment record (XMIT-TYPE-FILE) per file
      *     the package carries: the OUTPUT01 file name in
      *     XMIT-NAME, and the byte count and B64CKSUM checksum of
      *     the bytes as delivered - after any translation to the
      *     partner's codepage, so they are what the partner
      *     decodes.
      *
      * A package that failed is logged with its package record
      * alone, and a partner with nothing in the night's dataset
      * gets a package record of disposition 'N' naming no file,
      * so the log answers "what did we send partner X on the
      * 14th" even when the answer is nothing.  XMIT-TIMESTAMP is
      * when the package was built; XMIT-RUN-START identifies the
      * encoding run (its OUTPUT01 trailer's run start) and
      * XMIT-OUT-DSN the dataset the payloads were taken from.
      *
       01  XMIT-REC.
           05  XMIT-PARTNER-ID        PIC X(008).
           05  XMIT-DELIM             PIC X(001).
           05  XMIT-TIMESTAMP         PIC X(021).
           05  XMIT-DELIM2            PIC X(001).
           05  XMIT-TYPE              PIC X(001).
               88  XMIT-TYPE-PACKAGE            VALUE 'P'.
               88  XMIT-TYPE-FILE               VALUE 'F'.
           05  XMIT-DELIM3            PIC X(001).
           05  XMIT-DISPOSITION       PIC X(001).
               88  XMIT-BUILT                   VALUE 'B'.
               88  XMIT-FAILED                  VALUE 'F'.
               88  XMIT-NOTHING-TO-SEND         VALUE 'N'.
           05  XMIT-DELIM4            PIC X(001).
           05  XMIT-RUN-START         PIC X(021).
           05  XMIT-DELIM5            PIC X(001).
           05  XMIT-FILE-COUNT        PIC 9(009).
           05  XMIT-DELIM6            PIC X(001).
           05  XMIT-NOT-SENT          PIC 9(009).
           05  XMIT-DELIM7            PIC X(001).
           05  XMIT-BYTE-COUNT        PIC 9(018).
           05  XMIT-DELIM8            PIC X(001).
           05  XMIT-CHECKSUM          PIC 9(010).
           05  XMIT-DELIM9            PIC X(001).
           05  XMIT-OUT-DSN           PIC X(100).
           05  XMIT-DELIM10           PIC X(001).
           05  XMIT-NAME              PIC X(201).
