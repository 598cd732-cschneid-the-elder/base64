      *
      * Record layout for RCPTLOG, the inbound receipt log (ddname
      * B64RCPT) appended by b64intk, one record per file taken
      * from the inbound landing directory:
      *
      *   - RCPT-SENDER-FILE: the file's name as the partner
      *     delivered it, RCPT-ARRIVAL the date and time it landed
      *     (its last-modified time, yyyymmddhhmmss), and
      *     RCPT-PROCESSED when the intake job took it;
      *
      *   - RCPT-ENCODED-SIZE: the size of the file as delivered,
      *     RCPT-DECODED-SIZE and RCPT-CHECKSUM the byte count and
      *     B64CKSUM checksum of the payload decoded from it (zero
      *     when it never decoded);
      *
      *   - RCPT-CKSUM-RESULT: the verdict of the comparison with
      *     the file's .mf integrity manifest - verified, failed,
      *     no manifest delivered (payload unverified), or not
      *     reached because the file failed before it;
      *
      *   - RCPT-DISPOSITION: routed to a target directory,
      *     quarantined, or left in the landing directory because
      *     it could be neither (it is swept again next time);
      *     RCPT-REASON says why a file was not routed, and
      *     RCPT-TARGET where it now is.
      *
      * Reason codes:
      *   NOROUTE   no ROUTE= mask in INTKPARM matches the name
      *   EMPTY     no base64 body in the file
      *   TOOBIG    the body will not fit B64DPARM's IN-BUFFER
      *   MANIFEST  the .mf manifest is present but unreadable
      *   BADCHAR   strict B64DECOD rejected the body
      *   EXPAND    B64PACK could not decompress the payload
      *   SIZE      byte count differs from the manifest
      *   CKSUM     checksum differs from the manifest
      *   XLATE     the route's codepage translation failed
      *   WRITE     the payload could not be written to its
      *             target directory
      *
       01  RCPT-REC.
           05  RCPT-SENDER-FILE       PIC X(200).
           05  RCPT-DELIM             PIC X(001).
           05  RCPT-ARRIVAL           PIC X(014).
           05  RCPT-DELIM2            PIC X(001).
           05  RCPT-PROCESSED         PIC X(021).
           05  RCPT-DELIM3            PIC X(001).
           05  RCPT-ENCODED-SIZE      PIC 9(018).
           05  RCPT-DELIM4            PIC X(001).
           05  RCPT-DECODED-SIZE      PIC 9(018).
           05  RCPT-DELIM5            PIC X(001).
           05  RCPT-CHECKSUM          PIC 9(010).
           05  RCPT-DELIM6            PIC X(001).
           05  RCPT-CKSUM-RESULT      PIC X(001).
               88  RCPT-CKSUM-VERIFIED          VALUE 'V'.
               88  RCPT-CKSUM-FAILED            VALUE 'F'.
               88  RCPT-CKSUM-NO-MANIFEST       VALUE 'N'.
               88  RCPT-CKSUM-NOT-REACHED       VALUE '-'.
           05  RCPT-DELIM7            PIC X(001).
           05  RCPT-DISPOSITION       PIC X(001).
               88  RCPT-ROUTED                  VALUE 'R'.
               88  RCPT-QUARANTINED             VALUE 'Q'.
               88  RCPT-LEFT-IN-LANDING         VALUE 'L'.
           05  RCPT-DELIM8            PIC X(001).
           05  RCPT-REASON            PIC X(008).
           05  RCPT-DELIM9            PIC X(001).
           05  RCPT-TARGET            PIC X(302).
