      * resumed (restarted) run rewrites its entries under the
      * same original run-start key, so a restart never doubles
      * the catalog.
      *
      * The run record also carries the outcome of the last
      * integrity scrub of its output dataset (see b64scrub):
      * CAT-VERIFIED-AT is when the scrub finished with the run,
      * and CAT-VERIFY-RESULT whether every entry decoded and
      * matched (proven), something did not (failed), or the
      * dataset could not be found at all (missing).  Both are
      * spaces until a run is first scrubbed, and on file
      * records.
      *
      * An entry held by sensitive-data screening is cataloged
      * with CAT-STATUS 'H', its byte count and checksum those of
      * the file held; the run record's CAT-WRITTEN-HELD counts
      * them, so CAT-ENTRIES-READ = CAT-WRITTEN-OK +
      * CAT-WRITTEN-ERROR + CAT-WRITTEN-HELD.  It is zero on file
      * records.
      *
      * An entry written as a reference to a duplicate payload
      * (see copybook OUTPUT01) is cataloged with CAT-STATUS 'R',
      * the byte count, checksum and options of the payload it
      * shares, and CAT-REF-NAME naming the entry in the same
      * output dataset that carries it.  The run record's
      * CAT-WRITTEN-REF counts them, so CAT-ENTRIES-READ =
      * CAT-WRITTEN-OK + CAT-WRITTEN-ERROR + CAT-WRITTEN-HELD +
      * CAT-WRITTEN-REF.  CAT-REF-NAME is spaces on every other
      * record.
      *
      * A run split N ways and combined by b64merge keeps, on its
      * combined run record, the number of partitions in
      * CAT-PARTITIONS and the partition that ran longest - its
      * number (the n of its B64INn ddname) in CAT-LONGEST-PART
      * and its elapsed seconds, start to end, in
      * CAT-LONGEST-SECS - since the partitions' own run records
      * are retired by the merge.  All three are zero on a run
      * that was not split and on file records, and spaces on a
      * record cataloged before they existed.
      *
      * The record was first 301 bytes, ending at CAT-COMP; every
      * field from CAT-VERIFIED-AT on was appended since.  A
      * catalog written in the original layout is converted once
      * by b64catcv, which copies each record into the current
      * layout with the appended fields set to spaces - the
      * "cataloged before they existed" case above.
      *
       01  B64CAT-REC.
           05  CAT-KEY.
           05  CAT-STATUS             PIC X(001).
               88  CAT-STATUS-OK                VALUE 'O'.
               88  CAT-STATUS-ERROR             VALUE 'E'.
               88  CAT-STATUS-HELD              VALUE 'H'.
               88  CAT-STATUS-REF               VALUE 'R'.
           05  CAT-BYTE-COUNT         PIC 9(010).
           05  CAT-CHECKSUM           PIC 9(010).
           05  CAT-ALPHABET           PIC X(001).
           05  CAT-CODEPAGE           PIC X(008).
           05  CAT-COMP               PIC X(001).
           05  CAT-VERIFIED-AT        PIC X(021).
           05  CAT-VERIFY-RESULT      PIC X(001).
               88  CAT-VERIFY-PROVEN            VALUE 'P'.
               88  CAT-VERIFY-FAILED            VALUE 'F'.
               88  CAT-VERIFY-MISSING           VALUE 'M'.
               88  CAT-NEVER-VERIFIED           VALUE SPACE.
           05  CAT-WRITTEN-HELD       PIC 9(009).
           05  CAT-WRITTEN-REF        PIC 9(009).
           05  CAT-REF-NAME           PIC X(100).
           05  CAT-PARTITIONS         PIC 9(004).
           05  CAT-LONGEST-PART       PIC 9(004).
           05  CAT-LONGEST-SECS       PIC 9(009).
