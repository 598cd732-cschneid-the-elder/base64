      * decompressed bytes, which are the original ones.  'N'
      * means the payload was encoded as-is, including an entry
      * that asked for compression but would not shrink.
      *
      * OUTREC-SEG-NUM and OUTREC-SEG-COUNT let one entry span
      * several records.  A file larger than IN-BUFFER is encoded
      * as a set of OUTREC-SEG-COUNT consecutive records, numbered
      * 1 through OUTREC-SEG-COUNT, each carrying the base64
      * encoding of one fixed-size segment of the file (a multiple
      * of 3 bytes, so the concatenated segments are themselves a
      * valid encoding).  Every record of the set carries the same
      * file name, options, and the checksum and byte count of the
      * WHOLE file, so a reader reassembling the set verifies the
      * running checksum once the last segment is in.  A record
      * with OUTREC-SEG-NUM greater than 1 is a continuation
      * record: it is not an entry of its own, and readers counting
      * entries count only segment 1.  An ordinary record, error
      * records included, is segment 1 of 1.  A set with a segment
      * missing, repeated or out of order is damaged - b64merge,
      * b64recon and b64demo3 each report it.  A spanned set
      * encoded with COMPRESS has every segment compressed (the
      * way CHNK mode compresses every chunk), so one OUTREC-COMP
      * flag holds for the whole set.
      *
      * OUTREC-SEG-NUM through OUTREC-DELIM9 were inserted ahead
      * of OUTREC-B64; a dataset written before then carries its
      * payload straight after OUTREC-DELIM7.  Such a dataset is
      * converted once by b64outcv, which rewrites each of its
      * records as segment 1 of 1 and fills in the trailer counts
      * the original job never wrote.
      *
      * OUTREC-STATUS is 'H' for a held entry: a payload that
      * tripped one of the B64SCRN sensitive-data rules and was
      * therefore not encoded (see b64demo1 and the B64HOLD
      * dataset).  Like an error record it carries no payload,
      * but OUTREC-CHECKSUM and OUTREC-BYTE-COUNT are those of the
      * whole file, as the hold record has them, and the options
      * are the entry's own.  A held entry is one record, segment
      * 1 of 1, whatever the size of the file.
      *
      * OUTREC-STATUS is 'R' for a reference record: an entry whose
      * payload is byte for byte one this same run already wrote
      * (the same OUTREC-BYTE-COUNT, OUTREC-CHECKSUM and
      * OUTREC-CODEPAGE), so rather than a second copy of the
      * encoding, OUTREC-REF-NAME - the first bytes of the
      * OUTREC-B64 area - names the entry that carries it.  The
      * named entry is always an OK record, segment 1 of 1,
      * earlier in the same dataset; a reader resolves the
      * reference by finding the first such record with that
      * name and the same byte count and checksum, and restores
      * its payload under the reference's own file name.  The
      * reference carries the checksum and byte count of the
      * payload and the options it was encoded with (OUTREC-COMP
      * and OUTREC-ALPHABET are those of the copy it names), so
      * it verifies exactly as that copy does.  A reference record
      * is one record, segment 1 of 1, and makes no B64ENCOD call.
      *
       01  OUTPUT01-REC.
           05  OUTREC-FILENAME        PIC X(100).
           05  OUTREC-STATUS          PIC X(001).
               88  OUTREC-STATUS-OK             VALUE 'O'.
               88  OUTREC-STATUS-ERROR          VALUE 'E'.
               88  OUTREC-STATUS-HELD           VALUE 'H'.
               88  OUTREC-STATUS-REF            VALUE 'R'.
           05  OUTREC-DELIM2          PIC X(001).
           05  OUTREC-CHECKSUM        PIC 9(010).
           05  OUTREC-DELIM3          PIC X(001).
           05  OUTREC-COMP            PIC X(001).
               88  OUTREC-COMPRESSED            VALUE 'Y'.
           05  OUTREC-DELIM7          PIC X(001).
           05  OUTREC-SEG-NUM         PIC 9(005).
           05  OUTREC-DELIM8          PIC X(001).
           05  OUTREC-SEG-COUNT       PIC 9(005).
           05  OUTREC-DELIM9          PIC X(001).
           05  OUTREC-B64             PIC X(65536).
           05  OUTREC-REF REDEFINES OUTREC-B64.
               10  OUTREC-REF-NAME    PIC X(100).
               10  FILLER             PIC X(65436).
      *
      * Control-total trailer, written once as the last record of
      * the dataset.  TRL-ID occupies the first eight bytes of the
      * three-way reconciliation (see b64recon).  A dataset with no
      * trailer is by definition incomplete: the encoding job ended
      * before its last record was written.
      *
      * The counts are of entries, so a spanned set counts once in
      * TRL-WRITTEN-OK.  TRL-CONT-RECORDS counts the continuation
      * records (segment 2 onward of every spanned set) written
      * besides, so the dataset holds TRL-WRITTEN-OK +
      * TRL-WRITTEN-ERROR + TRL-CONT-RECORDS data records, and the
      * run made TRL-WRITTEN-OK + TRL-CONT-RECORDS B64ENCOD calls.
      *
      * TRL-HELD-ENTRIES counts the entries held by sensitive-data
      * screening.  A held entry is accounted for, not failed, so
      * TRL-ENTRIES-READ = TRL-WRITTEN-OK + TRL-WRITTEN-ERROR +
      * TRL-HELD-ENTRIES, and the held records are data records
      * alongside the rest.
      *
      * TRL-REF-ENTRIES counts the reference records written for
      * duplicate payloads.  A reference is an entry accounted for
      * by the copy it names, so TRL-ENTRIES-READ =
      * TRL-WRITTEN-OK + TRL-WRITTEN-ERROR + TRL-HELD-ENTRIES +
      * TRL-REF-ENTRIES; the run made no B64ENCOD call for them.
      *
       01  OUTPUT01-TRL.
           05  TRL-ID                 PIC X(008).
           05  TRL-RUN-START          PIC X(021).
           05  TRL-DELIM5             PIC X(001).
           05  TRL-RUN-END            PIC X(021).
           05  TRL-DELIM6             PIC X(001).
           05  TRL-CONT-RECORDS       PIC 9(009).
           05  TRL-DELIM7             PIC X(001).
           05  TRL-HELD-ENTRIES       PIC 9(009).
           05  TRL-DELIM8             PIC X(001).
           05  TRL-REF-ENTRIES        PIC 9(009).
