      *                 do not lock one another out; b64merge then
      *                 re-points a split run's entries at the
      *                 merged dataset.
      * 2026-10-15 CRS  FILE/RERUN mode no longer rejects a file
      *                 larger than IN-BUFFER as TOOBIG: it is
      *                 encoded as a spanned set of continuation
      *                 records in OUTPUT01 (segment number and
      *                 count on each, the whole-file checksum and
      *                 byte count on every one - see copybook
      *                 OUTPUT01), counted once in the trailer, with
      *                 the continuation records counted in the new
      *                 TRL-CONT-RECORDS.  The checksum is taken in
      *                 a first pass over the file so every record
      *                 of the set can carry it.  TOOBIG now means
      *                 larger than SEG-COUNT-MAX segments.  The
      *                 night's oversized files no longer go round
      *                 by hand through CHNK mode, outside the
      *                 control totals, B64CATLG and b64recon.
      * 2026-10-15 CRS  FILE/RERUN and MIME mode now screen every
      *                 payload for card numbers and social security
      *                 numbers through the new B64SCRN module, the
      *                 rules maintained as data in the B64RULE
      *                 dataset, before it is encoded - base64 hides
      *                 the content from every filter downstream.  A
      *                 payload that trips a rule is held, not
      *                 encoded: a hold record goes to the new keyed
      *                 B64HOLD dataset (see copybook HOLDREC) with
      *                 the rule and the offset of the first hit,
      *                 and FILE/RERUN mode writes an OUTPUT01
      *                 record flagged held, counted in the
      *                 trailer's new TRL-HELD-ENTRIES rather than
      *                 as an error.  A hold the b64rels release
      *                 program has approved is honored when the
      *                 same content comes round again; b64rels'
      *                 B64RLSE control file feeds RERUN mode for
      *                 exactly that.  A missing or invalid B64RULE
      *                 fails the step - nothing goes out
      *                 unscreened.
      * 2026-10-15 CRS  FILE/RERUN mode now writes a payload that
      *                 repeats one already written in full by the
      *                 same run - the same byte count, checksum and
      *                 codepage - as a reference record naming the
      *                 first copy (see copybook OUTPUT01) instead
      *                 of encoding it again, since the night's
      *                 control file carries the same logos and
      *                 templates into dozens of partner
      *                 directories.  References are counted in the
      *                 trailer's new TRL-REF-ENTRIES and the run
      *                 record's CAT-WRITTEN-REF, and cataloged with
      *                 status 'R' and the name of the copy they
      *                 share.  A resumed run relearns the payloads
      *                 already written from OUTPUT01 itself.
      * 2026-10-15 CRS  Catalog entries carry the new partition
      *                 fields as zero - a run is only known to
      *                 have been split once b64merge combines it.
      * 2026-10-15 CRS  A spanned set cut short - by a read error
      *                 partway through, or by the interruption a
      *                 resumed run picks up after - is now
      *                 rejected IOERR for RERUN and counted in
      *                 error, instead of counted as written and
      *                 left to be rerun by hand.
      * 2026-10-15 CRS  A release that cannot be stamped on its
      *                 hold record is reported and ends RC 8.
      *
      * Be advised that output from this parent program includes a
      * trailing x'0a' line feed.
             Access Mode Dynamic
             Record Key CAT-KEY
             File Status Is WS-CAT-STATUS.
      *
      * The keyed hold dataset: one record per payload held by
      * sensitive-data screening, waiting for a compliance
      * officer's decision through b64rels - see copybook HOLDREC.
      * Opened and closed around each use, as the catalog is.
      *
           Select HOLDFILE Assign To 'B64HOLD'
             Organization Indexed
             Access Mode Dynamic
             Record Key HOLD-KEY
             File Status Is WS-HOLD-STATUS.
       Data Division.
       File Section.
      *
      * One record per control entry this job could not encode:
      * the file name and why - NOTFND (does not exist), IOERR
      * (exists but could not be opened or read), TOOBIG (larger
      * than even a spanned set of SEG-COUNT-MAX segments can
      * carry), or BADCP (the entry's own TEXT=
      * codepage is not in B64CDPG).  The entry's own encode
      * options ride along in REJ-OPTIONS so a RERUN of the
      * failure encodes it the way the original entry asked.  The
       FD  CATFILE.
           COPY CATALOG.

      *
      * The keyed hold dataset - the record layout is kept in
      * copybook HOLDREC, shared with b64rels.
      *
       FD  HOLDFILE.
           COPY HOLDREC.

      *
      * One record naming the original input file and carrying its
      * byte count and B64CKSUM checksum - the integrity manifest
      *
           05  CHUNK-SIZE-PACK    PIC 9(008) COMP VALUE 32511.
      *
      * The most segments one spanned OUTPUT01 set may hold - the
      * capacity of OUTREC-SEG-COUNT.  FILE/RERUN mode spans a file
      * larger than IN-BUFFER across that many records at most, in
      * segments of CHUNK-SIZE-MAX bytes (CHUNK-SIZE-PACK for a
      * COMPRESS entry, for the same reason CHNK mode uses it), so
      * only a file beyond roughly 3GB is still rejected TOOBIG.
      *
           05  SEG-COUNT-MAX      PIC 9(009) COMP VALUE 99999.
      *
      * The most distinct payloads one FILE/RERUN run remembers for
      * duplicate detection - see WS-DUP-TBL.  Past that, a new
      * payload is still written in full but not remembered, so
      * later copies of it are written in full as well.
      *
           05  DUP-TBL-MAX        PIC 9(009) COMP VALUE 20000.
      *
      * B64ENCOD supports MIME line-wrapped output (a WRAP-WIDTH
      * greater than zero).  OUTPUT01 and CHNKOUT are Line Sequential
      * and cannot hold the embedded CR/LF bytes a wrap would insert,
       77  WS-INPUT01-ERROR-SW    PIC X(004)         VALUE 'N'.
           88  WS-INPUT01-ERROR                      VALUE 'Y'.

      *
      * Spanned-set working storage - see 1070-PREPARE-SPANNED-SET.
      * Set when the current control entry is larger than IN-BUFFER
      * but within SEG-COUNT-MAX segments, so 1020-PROCESS-ONE-FILE
      * encodes it as a set of continuation records instead of
      * rejecting it.  WS-SEG-NUM and WS-SEG-COUNT are carried to
      * each record's OUTREC-SEG-NUM and OUTREC-SEG-COUNT;
      * WS-SPAN-BROKEN-SW is set when a segment cannot be read on
      * the encoding pass after the checksum pass read it cleanly,
      * leaving the set short.
      *
       77  WS-INPUT01-SPANNED-SW  PIC X(004)         VALUE 'N'.
           88  WS-INPUT01-SPANNED                    VALUE 'Y'.
       77  WS-SEG-NUM             PIC 9(009)   COMP  VALUE 1.
       77  WS-SEG-COUNT           PIC 9(009)   COMP  VALUE 1.
       77  WS-SEG-SIZE            PIC 9(008)   COMP  VALUE 0.
       77  WS-SEG-REMAINING       PIC 9(018)   COMP  VALUE 0.
       77  WS-SEGS-WRITTEN        PIC 9(009)   COMP  VALUE 0.
       77  WS-SEG-READ-ERROR-SW   PIC X(004)         VALUE 'N'.
           88  WS-SEG-READ-ERROR                     VALUE 'Y'.
       77  WS-SPAN-BROKEN-SW      PIC X(004)         VALUE 'N'.
           88  WS-SPAN-BROKEN                        VALUE 'Y'.

      *
      * Why the current control entry failed validation - set
      * alongside WS-INPUT01-ERROR-SW by 1021/1026 and carried to
      * record (see copybook OUTPUT01) so downstream readers and
      * the b64recon balancing step can prove the dataset complete.
      * The run start/end timestamps bound this run's B64ENCOD
      * entries in the B64AUDIT log.  A spanned set counts once in
      * WS-RECS-WRITTEN-OK; its continuation records are counted in
      * WS-RECS-WRITTEN-CONT.  Entries held by sensitive-data
      * screening are counted in WS-RECS-HELD, and reference
      * records for duplicate payloads in WS-RECS-REF (see below).
      *
       77  WS-CTL-ENTRIES-READ    PIC 9(009)   COMP  VALUE 0.
       77  WS-RECS-WRITTEN-OK     PIC 9(009)   COMP  VALUE 0.
       77  WS-RECS-WRITTEN-ERR    PIC 9(009)   COMP  VALUE 0.
       77  WS-RECS-WRITTEN-CONT   PIC 9(009)   COMP  VALUE 0.
       77  WS-RUN-START           PIC X(021)         VALUE SPACES.
       77  WS-RUN-END             PIC X(021)         VALUE SPACES.

           88  WS-PREVOUT-EOF                        VALUE 'Y'.
       77  WS-SKIP-SHORT-SW       PIC X(004)         VALUE 'N'.
           88  WS-SKIP-SHORT                         VALUE 'Y'.
      *
      * The spanned set being counted on resume, and the sets the
      * interruption cut short, to be rejected for RERUN once
      * REJFILE is open.  The options are rebuilt from the set's
      * segment 1 as a control entry carries them.
      *
       77  WS-PREV-SET-SW         PIC X(004)         VALUE 'N'.
           88  WS-PREV-SET-OPEN                      VALUE 'Y'.
       77  WS-PREV-SET-NAME       PIC X(100)         VALUE SPACES.
       77  WS-PREV-SET-OPTIONS    PIC X(042)         VALUE SPACES.
       77  WS-PREV-OPT-PTR        PIC 9(004)   COMP  VALUE 1.
       77  SHORT-SET-TBL-MAX      PIC 9(004)   COMP  VALUE 20.
       77  WS-SHORT-SET-COUNT     PIC 9(004)   COMP  VALUE 0.
       77  WS-SHORT-SET-SUB       PIC 9(004)   COMP  VALUE 0.
       01  WS-SHORT-SET-TBL.
           05  WS-SHORT-SET-ENTRY OCCURS 20 TIMES.
               10  WS-SHORT-SET-NAME      PIC X(100).
               10  WS-SHORT-SET-OPTIONS   PIC X(042).

      *
      * The run catalog's status.  The catalog is opened and
       77  WS-CAT-WARNED-SW       PIC X(004)         VALUE 'N'.
           88  WS-CAT-WARNED                         VALUE 'Y'.

      *
      * Sensitive-data screening - see copybook B64SPARM for the
      * B64SCRN state area.  Every FILE/RERUN and MIME payload is
      * screened on its raw bytes, before any translation, so a
      * rule sees the digits exactly as the file holds them.  A
      * zero-length call (SCRN-LEN-NONE) loads and validates the
      * B64RULE rules before any file is opened.  WS-ENTRY-HELD is
      * set for a payload that tripped a rule and has no approved
      * release in B64HOLD; WS-SCREEN-BYTES is the payload's whole
      * length, the byte count its hold record and OUTPUT01 record
      * carry.  WS-HOLD-LOST is set when a hold record could not
      * be written - the payload is still not encoded, but the
      * step ends RC 8 so the hold is not silently lost - or a
      * release could not be stamped on one: the payload is
      * encoded, and the step ends RC 8 all the same.
      *
           COPY B64SPARM.
       77  SCRN-LEN-NONE          PIC 9(008)   COMP  VALUE 0.
       77  WS-ENTRY-HELD-SW       PIC X(004)         VALUE 'N'.
           88  WS-ENTRY-HELD                         VALUE 'Y'.
       77  WS-RECS-HELD           PIC 9(009)   COMP  VALUE 0.
       77  WS-SCREEN-BYTES        PIC 9(018)   COMP  VALUE 0.
       77  WS-HOLD-STATUS         PIC X(002)         VALUE SPACES.
       77  WS-HOLD-EOF-SW         PIC X(004)         VALUE 'N'.
           88  WS-HOLD-EOF                           VALUE 'Y'.
       77  WS-HOLD-LOST-SW        PIC X(004)         VALUE 'N'.
           88  WS-HOLD-LOST                          VALUE 'Y'.
      *
      * The entry's effective options as the '|'-delimited tokens
      * a control entry carries - built by 1024-BUILD-ENTRY-
      * OPTIONS for the reject record and the hold record alike.
      *
       77  WS-ENTRY-OPTIONS       PIC X(042)         VALUE SPACES.

      *
      * Duplicate-payload detection.  Every payload this run writes
      * in full as a single OK record is remembered here with the
      * options it was encoded with; a later entry whose payload
      * has the same byte count, checksum and codepage is written
      * as a reference record naming the first (see copybook
      * OUTPUT01 and 1090-FIND-DUPLICATE).  The codepage is part
      * of the match because the checksum is of the bytes as
      * encoded - the same encoded bytes under two codepages
      * restore to two different files.  A spanned set is always
      * written in full and never remembered.  WS-RECS-REF counts
      * the references written.
      *
       77  WS-DUP-COUNT           PIC 9(009)   COMP  VALUE 0.
       01  WS-DUP-TBL.
           05  WS-DUP-ENTRY       OCCURS 1 TO 20000 TIMES
                                  DEPENDING ON WS-DUP-COUNT
                                  INDEXED BY DUP-IDX.
               10  WS-DUP-CHECKSUM    PIC 9(010).
               10  WS-DUP-BYTES       PIC 9(010).
               10  WS-DUP-CODEPAGE    PIC X(008).
               10  WS-DUP-ALPHABET    PIC X(001).
               10  WS-DUP-COMP        PIC X(001).
               10  WS-DUP-NAME        PIC X(100).
       77  WS-DUP-CODEPAGE-KEY    PIC X(008)         VALUE SPACES.
       77  WS-DUP-FOUND-SW        PIC X(004)         VALUE 'N'.
           88  WS-DUP-FOUND                          VALUE 'Y'.
       77  WS-DUP-FULL-SW         PIC X(004)         VALUE 'N'.
           88  WS-DUP-FULL                           VALUE 'Y'.
       77  WS-RECS-REF            PIC 9(009)   COMP  VALUE 0.

      *
      * MIME mode working storage.  MIME mode reuses WS-CHNKIN-NAME/
      * WS-CHNKOUT-NAME (the command line's second and third tokens)
                   MOVE WS-CMDLINE-ARG5 TO WS-ALPHA-OPT
                   PERFORM 1005-SCAN-OPTION
                   PERFORM 1009-VALIDATE-CODEPAGE
                   IF RETURN-CODE = 0
                       PERFORM 1006-LOAD-SCREENING-RULES
                   END-IF
                   IF RETURN-CODE = 0
                       PERFORM 1000-PROCESS-BATCH
                   END-IF
                   MOVE WS-CMDLINE-ARG6 TO WS-ALPHA-OPT
                   PERFORM 1005-SCAN-OPTION
                   PERFORM 1009-VALIDATE-CODEPAGE
                   IF RETURN-CODE = 0
                       PERFORM 1006-LOAD-SCREENING-RULES
                   END-IF
                   IF RETURN-CODE = 0
                       PERFORM 4000-PROCESS-MIME
                   END-IF
           END-IF
           .

      *
      * Loads and validates the B64RULE screening rules with a
      * zero-length B64SCRN call before any file is opened.  The
      * step fails closed: without a usable rule set nothing is
      * encoded, rather than everything going out unscreened.
      *
       1006-LOAD-SCREENING-RULES.
           INITIALIZE B64SCRN-STATE
           CALL 'B64SCRN' USING
               B64SCRN-STATE
               SCRN-LEN-NONE
               IN-BUFFER
           END-CALL

           EVALUATE TRUE
             WHEN SCRN-OK AND SCRN-RULE-COUNT = 0
                  DISPLAY MYNAME ' screening rules dataset B64RULE'
                          ' puts no rule in force - nothing encoded'
                  MOVE 12 TO RETURN-CODE
             WHEN SCRN-OK
                  CONTINUE
             WHEN SCRN-NO-RULES
                  DISPLAY MYNAME ' screening rules dataset B64RULE'
                          ' not available - nothing encoded'
                  MOVE 12 TO RETURN-CODE
             WHEN OTHER
                  DISPLAY MYNAME ' screening rules dataset B64RULE'
                          ' is invalid - nothing encoded'
                  MOVE 12 TO RETURN-CODE
           END-EVALUATE
           .

       1000-PROCESS-BATCH.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START

                   IF WS-REJ-STATUS = '35'
                       OPEN OUTPUT REJFILE
                   END-IF
                   PERFORM 1049-REJECT-ONE-SHORT-SET
                     VARYING WS-SHORT-SET-SUB FROM 1 BY 1
                     UNTIL WS-SHORT-SET-SUB > WS-SHORT-SET-COUNT
                   PERFORM 1011-SKIP-DONE-ENTRIES
               ELSE
                   OPEN OUTPUT OUTPUT01

                   PERFORM 1030-WRITE-TRAILER
                   PERFORM 1046-CLEAR-BATCH-CHECKPOINT

                   IF WS-HOLD-LOST
                       DISPLAY MYNAME ' one or more hold records'
                               ' could not be written to B64HOLD'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF

               CLOSE CTLFILE
               PERFORM 1021-VALIDATE-AND-READ-INPUT01
           END-IF

      *    A file too big for IN-BUFFER is spanned across several
      *    records rather than rejected, unless it is too big even
      *    for that.
           IF WS-INPUT01-ERROR
            AND WS-REJECT-TOOBIG
               PERFORM 1070-PREPARE-SPANNED-SET
           END-IF

           EVALUATE TRUE
             WHEN WS-INPUT01-ERROR
                  PERFORM 1025-WRITE-ERROR-RECORD
             WHEN WS-INPUT01-SPANNED
                  PERFORM 1071-ENCODE-SPANNED-SET
             WHEN OTHER
                  PERFORM 1027-ENCODE-AND-WRITE-RECORD
           END-EVALUATE
           .

      *
      *
       1023-APPLY-ENTRY-OPTIONS.
           MOVE 'N' TO WS-INPUT01-ERROR-SW
           MOVE 'N' TO WS-INPUT01-SPANNED-SW
           MOVE 'N' TO WS-ENTRY-HELD-SW
           MOVE SPACES TO WS-REJECT-REASON

           MOVE WS-RUN-ALPHABET TO WS-SELECTED-ALPHABET

      *
      * WS-INPUT01-FILENAME could not be found, opened, or read, or
      * is larger than a spanned set can carry - write OUTPUT01-REC
      * with OUTREC-STATUS-ERROR and a blank OUTREC-B64 rather than
      * a truncated or empty encoding that a downstream reader
      * would mistake for success, and write the reject record that
      * lets RERUN mode resubmit just this entry once the operator
      * has fixed it.
      *
       1025-WRITE-ERROR-RECORD.
           MOVE SPACES TO REJ-REC
           MOVE '|' TO REJ-DELIM
           MOVE WS-REJECT-REASON TO REJ-REASON
           MOVE '|' TO REJ-DELIM2
           PERFORM 1024-BUILD-ENTRY-OPTIONS
           MOVE WS-ENTRY-OPTIONS TO REJ-OPTIONS
           WRITE REJ-REC

           MOVE SPACES TO OUTPUT01-REC
           MOVE ZEROES TO OUTREC-BYTE-COUNT
           MOVE '|' TO OUTREC-DELIM4
           PERFORM 1028-SET-OUTREC-OPTIONS
           PERFORM 1029-SET-OUTREC-SEGMENT
           MOVE SPACES TO OUTREC-B64

           WRITE OUTPUT01-REC
           ADD 1 TO WS-RECS-WRITTEN-ERR
           PERFORM 1060-WRITE-CATALOG-ENTRY

           EVALUATE TRUE
             WHEN WS-REJECT-BADCP
                  DISPLAY MYNAME ' unable to encode '
                          WS-INPUT01-FILENAME
                          ' - its TEXT= codepage ' XLATE-CODEPAGE
                          ' is not available from B64CDPG'
             WHEN WS-REJECT-TOOBIG
                  DISPLAY MYNAME ' unable to encode '
                          WS-INPUT01-FILENAME
                          ' - larger than ' SEG-COUNT-MAX
                          ' segments of ' WS-SEG-SIZE ' bytes'
             WHEN OTHER
                  DISPLAY MYNAME ' unable to encode '
                          WS-INPUT01-FILENAME
                          ' - not found or unreadable'
           END-EVALUATE
           .

      *
      * Rebuilds this entry's effective options as the same
      * '|'-delimited tokens a control entry carries, so the
      * reject record RERUN mode rereads - or the release control
      * file b64rels builds from a hold record - encodes the entry
      * the way it originally asked.
      *
       1024-BUILD-ENTRY-OPTIONS.
           MOVE SPACES TO WS-ENTRY-OPTIONS
           MOVE 1 TO WS-REJ-OPT-PTR
           IF WS-SELECTED-ALPHABET = ALPHABET-URLSAFE
               STRING 'URLSAFE|' DELIMITED BY SIZE
                 INTO WS-ENTRY-OPTIONS
                 POINTER WS-REJ-OPT-PTR
               END-STRING
           END-IF
                      FUNCTION TRIM(XLATE-CODEPAGE)
                        DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                 INTO WS-ENTRY-OPTIONS
                 POINTER WS-REJ-OPT-PTR
               END-STRING
           END-IF
           IF WS-COMPRESS
               STRING 'COMPRESS|' DELIMITED BY SIZE
                 INTO WS-ENTRY-OPTIONS
                 POINTER WS-REJ-OPT-PTR
               END-STRING
           END-IF
           MOVE '|' TO OUTREC-DELIM7
           .

      *
      * Every record says where it stands in its entry's set - an
      * ordinary record, error records included, is segment 1 of
      * 1, and a spanned set's records are numbered as 1074-
      * ENCODE-ONE-SEGMENT writes them (see copybook OUTPUT01).
      *
       1029-SET-OUTREC-SEGMENT.
           IF WS-INPUT01-SPANNED
               MOVE WS-SEG-NUM TO OUTREC-SEG-NUM
               MOVE WS-SEG-COUNT TO OUTREC-SEG-COUNT
           ELSE
               MOVE 1 TO OUTREC-SEG-NUM
               MOVE 1 TO OUTREC-SEG-COUNT
           END-IF
           MOVE '|' TO OUTREC-DELIM8
           MOVE '|' TO OUTREC-DELIM9
           .

      *    OUTPUT01 is Line Sequential, so the encoded text
      *    written to it must not contain embedded CR/LF pairs.
      *    The checksum and byte count are of the original input,
      *    computed before encoding, so the reconstitution job can
      *    prove its decoded result is the file that went in.  The
      *    payload is screened on its raw bytes first; one that
      *    trips a rule is checksummed all the same, since an
      *    approved release names the exact content it releases.
      *    A payload this run already wrote in full is written as
      *    a reference to that copy instead of encoded again.
       1027-ENCODE-AND-WRITE-RECORD.
           PERFORM 1080-SCREEN-IN-BUFFER
           PERFORM 1008-TRANSLATE-IN-BUFFER

           INITIALIZE B64CKSUM-STATE
               IN-BUFFER
           END-CALL

           IF SCRN-HIT
               MOVE IN-BUFFER-LEN TO WS-SCREEN-BYTES
               PERFORM 1082-CHECK-RELEASE
           END-IF

           MOVE 'N' TO WS-DUP-FOUND-SW
           IF NOT WS-ENTRY-HELD
               PERFORM 1090-FIND-DUPLICATE
           END-IF

           IF WS-ENTRY-HELD
               PERFORM 1085-WRITE-HELD-RECORD
           END-IF

           IF WS-DUP-FOUND
               PERFORM 1092-WRITE-REFERENCE-RECORD
           END-IF

           IF NOT WS-ENTRY-HELD
            AND NOT WS-DUP-FOUND
               PERFORM 1007-COMPRESS-IF-SMALLER

               IF WS-BUFFER-PACKED
                   CALL 'B64ENCOD' USING
                       WS-PACK-LEN
                       WS-PACK-BUFFER
                       OUT-BUFFER-LEN
                       OUT-BUFFER
                       WRAP-WIDTH-NONE
                       WS-SELECTED-ALPHABET
                   END-CALL
               ELSE
                   CALL 'B64ENCOD' USING
                       IN-BUFFER-LEN
                       IN-BUFFER
                       OUT-BUFFER-LEN
                       OUT-BUFFER
                       WRAP-WIDTH-NONE
                       WS-SELECTED-ALPHABET
                   END-CALL
               END-IF

               MOVE SPACES TO OUTPUT01-REC
               MOVE WS-INPUT01-FILENAME TO OUTREC-FILENAME
               MOVE '|' TO OUTREC-DELIM
               SET OUTREC-STATUS-OK TO TRUE
               MOVE '|' TO OUTREC-DELIM2
               MOVE CKSUM-VALUE TO OUTREC-CHECKSUM
               MOVE '|' TO OUTREC-DELIM3
               MOVE IN-BUFFER-LEN TO OUTREC-BYTE-COUNT
               MOVE '|' TO OUTREC-DELIM4
               PERFORM 1028-SET-OUTREC-OPTIONS
               PERFORM 1029-SET-OUTREC-SEGMENT
               MOVE SPACES TO OUTREC-B64
               MOVE OUT-BUFFER(1:OUT-BUFFER-LEN)
                 TO OUTREC-B64(1:OUT-BUFFER-LEN)

               WRITE OUTPUT01-REC
               ADD 1 TO WS-RECS-WRITTEN-OK
               PERFORM 1060-WRITE-CATALOG-ENTRY
               PERFORM 1094-REMEMBER-PAYLOAD
           END-IF
           .

      *
           MOVE WS-RUN-START TO TRL-RUN-START
           MOVE '|' TO TRL-DELIM5
           MOVE WS-RUN-END TO TRL-RUN-END
           MOVE '|' TO TRL-DELIM6
           MOVE WS-RECS-WRITTEN-CONT TO TRL-CONT-RECORDS
           MOVE '|' TO TRL-DELIM7
           MOVE WS-RECS-HELD TO TRL-HELD-ENTRIES
           MOVE '|' TO TRL-DELIM8
           MOVE WS-RECS-REF TO TRL-REF-ENTRIES

           WRITE OUTPUT01-TRL

           MOVE 'N' TO WS-PREVOUT-EOF-SW
           MOVE 0 TO WS-RECS-WRITTEN-OK
           MOVE 0 TO WS-RECS-WRITTEN-ERR
           MOVE 0 TO WS-RECS-WRITTEN-CONT
           MOVE 0 TO WS-RECS-HELD
           MOVE 0 TO WS-RECS-REF
           MOVE 'N' TO WS-PREV-SET-SW
           MOVE 0 TO WS-SHORT-SET-COUNT

           OPEN INPUT OUTPUT01


               COMPUTE WS-RESUME-ENTRIES =
                   WS-RECS-WRITTEN-OK + WS-RECS-WRITTEN-ERR
                 + WS-RECS-HELD + WS-RECS-REF
           END-IF
           .

       1043-COUNT-ONE-PREV-RECORD.
           READ OUTPUT01
             AT END
               SET WS-PREVOUT-EOF TO TRUE
               IF WS-PREV-SET-OPEN
                   PERFORM 1048-NOTE-SHORT-SET
               END-IF
             NOT AT END
               IF WS-PREV-SET-OPEN
                AND NOT (OUTREC-STATUS-OK
                         AND OUTREC-SEG-NUM IS NUMERIC
                         AND OUTREC-SEG-NUM > 1)
                   PERFORM 1048-NOTE-SHORT-SET
               END-IF
               EVALUATE TRUE
                 WHEN OUTPUT01-TRL-PRESENT
                      DISPLAY MYNAME ' OUTPUT01 already closed'
                              ' completed; clear its checkpoint'
                              ' entry rather than resuming'
                      MOVE 12 TO RETURN-CODE
      *          A continuation record is part of the entry its
      *          segment 1 already counted; the set's last segment
      *          closes it.  A set that ends before its last
      *          segment was cut short - see 1048-NOTE-SHORT-SET.
                 WHEN OUTREC-STATUS-OK
                  AND OUTREC-SEG-NUM IS NUMERIC
                  AND OUTREC-SEG-NUM > 1
                      ADD 1 TO WS-RECS-WRITTEN-CONT
                      IF OUTREC-SEG-COUNT IS NUMERIC
                       AND OUTREC-SEG-NUM >= OUTREC-SEG-COUNT
                          MOVE 'N' TO WS-PREV-SET-SW
                      END-IF
      *          A payload the interrupted run wrote in full is
      *          remembered again, so a copy of it in the remainder
      *          is still written as a reference.
                 WHEN OUTREC-STATUS-OK
                      ADD 1 TO WS-RECS-WRITTEN-OK
                      IF OUTREC-SEG-COUNT IS NUMERIC
                       AND OUTREC-SEG-COUNT = 1
                          PERFORM 1094-REMEMBER-PAYLOAD
                      END-IF
                      IF OUTREC-SEG-COUNT IS NUMERIC
                       AND OUTREC-SEG-COUNT > 1
                          PERFORM 1047-OPEN-PREV-SET
                      END-IF
                 WHEN OUTREC-STATUS-HELD
                      ADD 1 TO WS-RECS-HELD
                 WHEN OUTREC-STATUS-REF
                      ADD 1 TO WS-RECS-REF
                 WHEN OTHER
      *               A torn final record from the interruption
      *               counts as consumed in error - its entry is
           END-READ
           .

      *
      * A spanned set's segment 1 on resume: its entry is counted
      * written until the set is seen to its last segment.
      *
       1047-OPEN-PREV-SET.
           SET WS-PREV-SET-OPEN TO TRUE
           MOVE OUTREC-FILENAME TO WS-PREV-SET-NAME
           MOVE SPACES TO WS-PREV-SET-OPTIONS
           MOVE 1 TO WS-PREV-OPT-PTR
           IF OUTREC-ALPHA-URLSAFE
               STRING 'URLSAFE|' DELIMITED BY SIZE
                 INTO WS-PREV-SET-OPTIONS
                 POINTER WS-PREV-OPT-PTR
               END-STRING
           END-IF
           IF OUTREC-CODEPAGE NOT = SPACES
               STRING 'TEXT=' DELIMITED BY SIZE
                      FUNCTION TRIM(OUTREC-CODEPAGE)
                        DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                 INTO WS-PREV-SET-OPTIONS
                 POINTER WS-PREV-OPT-PTR
               END-STRING
           END-IF
           IF OUTREC-COMPRESSED
               STRING 'COMPRESS|' DELIMITED BY SIZE
                 INTO WS-PREV-SET-OPTIONS
                 POINTER WS-PREV-OPT-PTR
               END-STRING
           END-IF
           .

      *
      * A set that ended before its last segment was not written
      * in full, so its entry is moved from written to in error.
      * When the interrupted run saw the short set itself - a
      * read error partway through - the error record it wrote
      * straight after the set is the entry's record, already
      * rejected for RERUN and counted in error in its own right.
      * Otherwise the interruption cut the set short, and the
      * entry is rejected IOERR here, once REJFILE is open (see
      * 1049-REJECT-ONE-SHORT-SET), so RERUN encodes it again -
      * counted in error here, or, when the set ends in a torn
      * record of its own, by that record.
      *
       1048-NOTE-SHORT-SET.
           MOVE 'N' TO WS-PREV-SET-SW
           SUBTRACT 1 FROM WS-RECS-WRITTEN-OK

           IF NOT WS-PREVOUT-EOF
            AND OUTREC-FILENAME = WS-PREV-SET-NAME
            AND OUTREC-STATUS-ERROR
               CONTINUE
           ELSE
               IF WS-PREVOUT-EOF
                OR OUTREC-FILENAME NOT = WS-PREV-SET-NAME
                OR OUTREC-STATUS-HELD
                OR OUTREC-STATUS-REF
                OR OUTREC-STATUS-OK
                   ADD 1 TO WS-RECS-WRITTEN-ERR
               END-IF
               IF WS-SHORT-SET-COUNT < SHORT-SET-TBL-MAX
                   ADD 1 TO WS-SHORT-SET-COUNT
                   MOVE WS-PREV-SET-NAME
                     TO WS-SHORT-SET-NAME(WS-SHORT-SET-COUNT)
                   MOVE WS-PREV-SET-OPTIONS
                     TO WS-SHORT-SET-OPTIONS(WS-SHORT-SET-COUNT)
               ELSE
                   DISPLAY MYNAME ' more than ' SHORT-SET-TBL-MAX
                           ' short sets - '
                           FUNCTION TRIM(WS-PREV-SET-NAME)
                           ' must be rerun by hand'
               END-IF
           END-IF
           .

       1049-REJECT-ONE-SHORT-SET.
           MOVE SPACES TO REJ-REC
           MOVE WS-SHORT-SET-NAME(WS-SHORT-SET-SUB) TO REJ-FILENAME
           MOVE '|' TO REJ-DELIM
           MOVE 'IOERR' TO REJ-REASON
           MOVE '|' TO REJ-DELIM2
           MOVE WS-SHORT-SET-OPTIONS(WS-SHORT-SET-SUB) TO REJ-OPTIONS
           WRITE REJ-REC

           DISPLAY MYNAME ' '
                   FUNCTION TRIM(WS-SHORT-SET-NAME(WS-SHORT-SET-SUB))
                   ' was cut short by the interruption - rejected'
                   ' IOERR for RERUN'
           .

      *
      * Writes or rewrites this batch's own entry, in the same
      * dataset and the same way the CHNK modes checkpoint - see
               MOVE WS-CTL-ENTRIES-READ TO CKPT-CHUNK-NUM
               COMPUTE CKPT-BYTE-OFFSET =
                   WS-RECS-WRITTEN-OK + WS-RECS-WRITTEN-ERR
                 + WS-RECS-HELD + WS-RECS-REF
               MOVE WS-CTL-ENTRIES-READ TO CKPT-IN-BYTES-DONE
               MOVE 0 TO CKPT-IN-TOTAL-SIZE
               MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP
               MOVE ZEROES TO CAT-ENTRIES-READ
               MOVE ZEROES TO CAT-WRITTEN-OK
               MOVE ZEROES TO CAT-WRITTEN-ERROR
               MOVE ZEROES TO CAT-WRITTEN-HELD
               MOVE ZEROES TO CAT-WRITTEN-REF
               MOVE ZEROES TO CAT-PARTITIONS
               MOVE ZEROES TO CAT-LONGEST-PART
               MOVE ZEROES TO CAT-LONGEST-SECS
               MOVE OUTREC-STATUS TO CAT-STATUS
               MOVE OUTREC-BYTE-COUNT TO CAT-BYTE-COUNT
               MOVE OUTREC-CHECKSUM TO CAT-CHECKSUM
               MOVE OUTREC-ALPHABET TO CAT-ALPHABET
               MOVE OUTREC-CODEPAGE TO CAT-CODEPAGE
               MOVE OUTREC-COMP TO CAT-COMP
               IF OUTREC-STATUS-REF
                   MOVE OUTREC-REF-NAME TO CAT-REF-NAME
               END-IF

               WRITE B64CAT-REC
                 INVALID KEY REWRITE B64CAT-REC
               MOVE WS-CTL-ENTRIES-READ TO CAT-ENTRIES-READ
               MOVE WS-RECS-WRITTEN-OK TO CAT-WRITTEN-OK
               MOVE WS-RECS-WRITTEN-ERR TO CAT-WRITTEN-ERROR
               MOVE WS-RECS-HELD TO CAT-WRITTEN-HELD
               MOVE WS-RECS-REF TO CAT-WRITTEN-REF
               MOVE ZEROES TO CAT-PARTITIONS
               MOVE ZEROES TO CAT-LONGEST-PART
               MOVE ZEROES TO CAT-LONGEST-SECS
               MOVE ZEROES TO CAT-BYTE-COUNT
               MOVE ZEROES TO CAT-CHECKSUM

           END-IF
           .

      *
      * A control entry larger than IN-BUFFER is encoded as a
      * spanned set (see copybook OUTPUT01) in segments of
      * CHUNK-SIZE-MAX bytes - CHUNK-SIZE-PACK for a COMPRESS entry,
      * whose every segment is compressed the way CHNK mode
      * compresses every chunk, so one OUTREC-COMP flag holds for
      * the set.  Only a file needing more than SEG-COUNT-MAX
      * segments stays rejected as TOOBIG.
      *
       1070-PREPARE-SPANNED-SET.
           IF WS-COMPRESS
               MOVE CHUNK-SIZE-PACK TO WS-SEG-SIZE
           ELSE
               MOVE CHUNK-SIZE-MAX TO WS-SEG-SIZE
           END-IF

           COMPUTE WS-SEG-COUNT =
               (WS-INPUT01-FILE-SIZE + WS-SEG-SIZE - 1) / WS-SEG-SIZE

           IF WS-SEG-COUNT NOT > SEG-COUNT-MAX
               MOVE 'N' TO WS-INPUT01-ERROR-SW
               MOVE SPACES TO WS-REJECT-REASON
               SET WS-INPUT01-SPANNED TO TRUE
           END-IF
           .

      *
      * Two passes over the file.  Every record of the set carries
      * the whole file's checksum, so the first pass reads and
      * translates each segment only to run B64CKSUM across the
      * file; the second reads each segment again, translates,
      * compresses and encodes it, and writes it as the set's next
      * record.  A file that cannot be opened, or fails on the
      * first pass, is rejected IOERR exactly as an unreadable
      * small file is.  One that fails partway through the second
      * pass, after records are already written, leaves a short set
      * that b64recon and b64merge report; the entry is rejected
      * IOERR all the same, with an error record straight after
      * the short set, so RERUN encodes it once the file is
      * readable again and it is counted and cataloged in error.
      * A complete set is one entry: one WS-RECS-WRITTEN-OK, one
      * catalog record.  The first pass
      * also screens each raw segment, the B64SCRN state carried
      * across them, so a file that trips a rule is held before a
      * single record of its set is written.
      *
       1071-ENCODE-SPANNED-SET.
           MOVE 'N' TO WS-SPAN-BROKEN-SW
           MOVE 0 TO WS-SEGS-WRITTEN

           CALL 'CBL_OPEN_FILE' USING
               WS-INPUT01-FILENAME CBLIO-ACCESS-INPUT CBLIO-DENY-NONE
               CBLIO-DEVICE-DEFAULT WS-INPUT01-HANDLE
           GIVING WS-INPUT01-RETCODE

           IF WS-INPUT01-RETCODE NOT = 0
               SET WS-INPUT01-ERROR TO TRUE
               SET WS-REJECT-IOERR TO TRUE
           ELSE
               INITIALIZE B64CKSUM-STATE
               INITIALIZE B64SCRN-STATE
               PERFORM 1072-CHECKSUM-ONE-SEGMENT
                 VARYING WS-SEG-NUM FROM 1 BY 1
                 UNTIL WS-SEG-NUM > WS-SEG-COUNT
                 OR WS-INPUT01-ERROR

               IF NOT WS-INPUT01-ERROR
                AND SCRN-HIT
                   MOVE WS-INPUT01-FILE-SIZE TO WS-SCREEN-BYTES
                   PERFORM 1082-CHECK-RELEASE
               END-IF

               IF NOT WS-INPUT01-ERROR
                AND NOT WS-ENTRY-HELD
                   PERFORM 1074-ENCODE-ONE-SEGMENT
                     VARYING WS-SEG-NUM FROM 1 BY 1
                     UNTIL WS-SEG-NUM > WS-SEG-COUNT
                     OR WS-SPAN-BROKEN
               END-IF

               CALL 'CBL_CLOSE_FILE' USING WS-INPUT01-HANDLE
               GIVING WS-INPUT01-RETCODE
           END-IF

           IF WS-SPAN-BROKEN
               SET WS-INPUT01-ERROR TO TRUE
               SET WS-REJECT-IOERR TO TRUE
               IF WS-SEGS-WRITTEN > 0
                   DISPLAY MYNAME ' error rereading '
                           FUNCTION TRIM(WS-INPUT01-FILENAME)
                           ' - only ' WS-SEGS-WRITTEN ' of '
                           WS-SEG-COUNT ' segments written'
               END-IF
           END-IF

           EVALUATE TRUE
             WHEN WS-INPUT01-ERROR
                  MOVE 'N' TO WS-INPUT01-SPANNED-SW
                  PERFORM 1025-WRITE-ERROR-RECORD
             WHEN WS-ENTRY-HELD
                  MOVE 'N' TO WS-INPUT01-SPANNED-SW
                  PERFORM 1085-WRITE-HELD-RECORD
             WHEN OTHER
                  ADD 1 TO WS-RECS-WRITTEN-OK
                  PERFORM 1060-WRITE-CATALOG-ENTRY
           END-EVALUATE
           .

       1072-CHECKSUM-ONE-SEGMENT.
           PERFORM 1073-READ-ONE-SEGMENT

           IF WS-SEG-READ-ERROR
               SET WS-INPUT01-ERROR TO TRUE
               SET WS-REJECT-IOERR TO TRUE
           ELSE
               IF WS-SEG-NUM = WS-SEG-COUNT
                   SET SCRN-LAST-BUFFER TO TRUE
               END-IF
               CALL 'B64SCRN' USING
                   B64SCRN-STATE
                   IN-BUFFER-LEN
                   IN-BUFFER
               END-CALL

               PERFORM 1008-TRANSLATE-IN-BUFFER
               CALL 'B64CKSUM' USING
                   B64CKSUM-STATE
                   IN-BUFFER-LEN
                   IN-BUFFER
               END-CALL
           END-IF
           .

      *
      * Reads segment WS-SEG-NUM of the open file into IN-BUFFER:
      * WS-SEG-SIZE bytes, or whatever is left for the last one.
      *
       1073-READ-ONE-SEGMENT.
           MOVE 'N' TO WS-SEG-READ-ERROR-SW

           COMPUTE WS-INPUT01-OFFSET = (WS-SEG-NUM - 1) * WS-SEG-SIZE
           COMPUTE WS-SEG-REMAINING =
               WS-INPUT01-FILE-SIZE - WS-INPUT01-OFFSET
           IF WS-SEG-REMAINING > WS-SEG-SIZE
               MOVE WS-SEG-SIZE TO IN-BUFFER-LEN
           ELSE
               MOVE WS-SEG-REMAINING TO IN-BUFFER-LEN
           END-IF

           CALL 'CBL_READ_FILE' USING
               WS-INPUT01-HANDLE WS-INPUT01-OFFSET IN-BUFFER-LEN
               CBLIO-FLAGS-DEFAULT IN-BUFFER
           GIVING WS-INPUT01-RETCODE

           IF WS-INPUT01-RETCODE NOT = 0
               SET WS-SEG-READ-ERROR TO TRUE
           END-IF
           .

      *
      * CKSUM-VALUE still holds the whole file's checksum from the
      * first pass - nothing on this pass calls B64CKSUM - and
      * OUTREC-BYTE-COUNT is the whole file's size, on every
      * record of the set.
      *
       1074-ENCODE-ONE-SEGMENT.
           PERFORM 1073-READ-ONE-SEGMENT

           IF WS-SEG-READ-ERROR
               SET WS-SPAN-BROKEN TO TRUE
           ELSE
               PERFORM 1008-TRANSLATE-IN-BUFFER
               PERFORM 1075-COMPRESS-SEGMENT

               IF WS-BUFFER-PACKED
                   CALL 'B64ENCOD' USING
                       WS-PACK-LEN
                       WS-PACK-BUFFER
                       OUT-BUFFER-LEN
                       OUT-BUFFER
                       WRAP-WIDTH-NONE
                       WS-SELECTED-ALPHABET
                   END-CALL
               ELSE
                   CALL 'B64ENCOD' USING
                       IN-BUFFER-LEN
                       IN-BUFFER
                       OUT-BUFFER-LEN
                       OUT-BUFFER
                       WRAP-WIDTH-NONE
                       WS-SELECTED-ALPHABET
                   END-CALL
               END-IF

               MOVE SPACES TO OUTPUT01-REC
               MOVE WS-INPUT01-FILENAME TO OUTREC-FILENAME
               MOVE '|' TO OUTREC-DELIM
               SET OUTREC-STATUS-OK TO TRUE
               MOVE '|' TO OUTREC-DELIM2
               MOVE CKSUM-VALUE TO OUTREC-CHECKSUM
               MOVE '|' TO OUTREC-DELIM3
               MOVE WS-INPUT01-FILE-SIZE TO OUTREC-BYTE-COUNT
               MOVE '|' TO OUTREC-DELIM4
               PERFORM 1028-SET-OUTREC-OPTIONS
               PERFORM 1029-SET-OUTREC-SEGMENT
               MOVE SPACES TO OUTREC-B64
               MOVE OUT-BUFFER(1:OUT-BUFFER-LEN)
                 TO OUTREC-B64(1:OUT-BUFFER-LEN)

               WRITE OUTPUT01-REC
               ADD 1 TO WS-SEGS-WRITTEN
               IF WS-SEG-NUM > 1
                   ADD 1 TO WS-RECS-WRITTEN-CONT
               END-IF
           END-IF
           .

      *
      * A COMPRESS entry's segments are all compressed, shrink or
      * not - CHUNK-SIZE-PACK guarantees even a worst-case segment
      * still fits the encoder's input - so the restore side
      * expands every record of the set alike.
      *
       1075-COMPRESS-SEGMENT.
           MOVE 'N' TO WS-BUFFER-PACKED-SW
           IF WS-COMPRESS
               SET PACK-COMPRESS TO TRUE
               MOVE LENGTH OF WS-PACK-BUFFER TO PACK-OUT-MAX
               CALL 'B64PACK' USING
                   B64PACK-REQUEST
                   IN-BUFFER-LEN
                   IN-BUFFER
                   WS-PACK-LEN
                   WS-PACK-BUFFER
               END-CALL
               SET WS-BUFFER-PACKED TO TRUE
           END-IF
           .

      *
      * Screens the payload in IN-BUFFER, whole, on its raw bytes
      * - ahead of any TEXT= translation - for the B64RULE rules.
      *
       1080-SCREEN-IN-BUFFER.
           INITIALIZE B64SCRN-STATE
           SET SCRN-LAST-BUFFER TO TRUE
           CALL 'B64SCRN' USING
               B64SCRN-STATE
               IN-BUFFER-LEN
               IN-BUFFER
           END-CALL
           .

      *
      * The payload tripped a rule and is held - unless a
      * compliance officer has already approved this exact content
      * of this file: an approved hold on the same file name with
      * the same byte count and checksum releases it, and it is
      * encoded as normal.  The first run to do so stamps the
      * hold released, which takes it out of b64rels' release
      * control file.  Anything else - no hold yet, a pending or
      * denied one, or an approval of different content - leaves
      * the payload held.  An unavailable hold dataset releases
      * nothing.
      *
       1082-CHECK-RELEASE.
           SET WS-ENTRY-HELD TO TRUE
           MOVE 'N' TO WS-HOLD-EOF-SW

           OPEN I-O HOLDFILE

           IF WS-HOLD-STATUS = '00'
               MOVE WS-INPUT01-FILENAME TO HOLD-FILENAME
               MOVE LOW-VALUES TO HOLD-RUN-START
               START HOLDFILE KEY NOT < HOLD-KEY
                 INVALID KEY SET WS-HOLD-EOF TO TRUE
               END-START

               PERFORM 1083-CHECK-ONE-HOLD
                 UNTIL WS-HOLD-EOF
                 OR NOT WS-ENTRY-HELD

               CLOSE HOLDFILE
           END-IF
           .

       1083-CHECK-ONE-HOLD.
           READ HOLDFILE NEXT RECORD
             AT END SET WS-HOLD-EOF TO TRUE
           END-READ

           EVALUATE TRUE
             WHEN WS-HOLD-EOF
                  CONTINUE
             WHEN HOLD-FILENAME NOT = WS-INPUT01-FILENAME
                  SET WS-HOLD-EOF TO TRUE
             WHEN HOLD-APPROVED
              AND HOLD-BYTE-COUNT = WS-SCREEN-BYTES
              AND HOLD-CHECKSUM = CKSUM-VALUE
                  MOVE 'N' TO WS-ENTRY-HELD-SW
                  IF HOLD-RELEASED-AT = SPACES
                      MOVE WS-RUN-START TO HOLD-RELEASED-AT
                      REWRITE B64HOLD-REC
                      IF WS-HOLD-STATUS NOT = '00'
                          SET WS-HOLD-LOST TO TRUE
                          DISPLAY MYNAME ' error rewriting B64HOLD'
                                  ' (status ' WS-HOLD-STATUS
                                  ') - release of '
                                  FUNCTION TRIM(WS-INPUT01-FILENAME)
                                  ' not recorded'
                      END-IF
                  END-IF
                  DISPLAY MYNAME ' '
                          FUNCTION TRIM(WS-INPUT01-FILENAME)
                          ' tripped rule ' SCRN-HIT-RULE
                          ' - released by '
                          FUNCTION TRIM(HOLD-DECIDED-BY)
                          ', encoding'
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .

      *
      * A held entry: its hold record goes to B64HOLD, and an
      * OUTPUT01 record flagged held (see copybook OUTPUT01) takes
      * its place in the dataset - no payload, but the whole
      * file's checksum and byte count and the entry's own
      * options, segment 1 of 1 whatever the file's size.  It is
      * counted in WS-RECS-HELD, not as an error, and cataloged
      * with the same status.
      *
       1085-WRITE-HELD-RECORD.
           PERFORM 1087-WRITE-HOLD-ENTRY

           MOVE SPACES TO OUTPUT01-REC
           MOVE WS-INPUT01-FILENAME TO OUTREC-FILENAME
           MOVE '|' TO OUTREC-DELIM
           SET OUTREC-STATUS-HELD TO TRUE
           MOVE '|' TO OUTREC-DELIM2
           MOVE CKSUM-VALUE TO OUTREC-CHECKSUM
           MOVE '|' TO OUTREC-DELIM3
           MOVE WS-SCREEN-BYTES TO OUTREC-BYTE-COUNT
           MOVE '|' TO OUTREC-DELIM4
           MOVE 'N' TO WS-BUFFER-PACKED-SW
           PERFORM 1028-SET-OUTREC-OPTIONS
           PERFORM 1029-SET-OUTREC-SEGMENT
           MOVE SPACES TO OUTREC-B64

           WRITE OUTPUT01-REC
           ADD 1 TO WS-RECS-HELD
           PERFORM 1060-WRITE-CATALOG-ENTRY

           DISPLAY MYNAME ' holding '
                   FUNCTION TRIM(WS-INPUT01-FILENAME)
                   ' - rule ' SCRN-HIT-RULE
                   ' hit at offset ' SCRN-HIT-OFFSET
           .

      *
      * Writes the hold record, under this run's start so a
      * resumed run rewrites rather than doubles it.  The hold
      * dataset is opened and closed around the write, as the
      * catalog is, and created the first time anything is held.
      *
       1087-WRITE-HOLD-ENTRY.
           OPEN I-O HOLDFILE
           IF WS-HOLD-STATUS = '35'
               OPEN OUTPUT HOLDFILE
           END-IF

           IF WS-HOLD-STATUS NOT = '00'
               SET WS-HOLD-LOST TO TRUE
               DISPLAY MYNAME ' hold dataset B64HOLD unavailable'
                       ' (status ' WS-HOLD-STATUS ') - hold for '
                       FUNCTION TRIM(WS-INPUT01-FILENAME)
                       ' not recorded'
           ELSE
               MOVE SPACES TO B64HOLD-REC
               MOVE WS-INPUT01-FILENAME TO HOLD-FILENAME
               MOVE WS-RUN-START TO HOLD-RUN-START
               MOVE PROCESS-SW TO HOLD-MODE
               IF PROCESS-MIME
                   MOVE WS-CHNKOUT-NAME TO HOLD-TARGET
               ELSE
                   MOVE WS-OUT-DSN TO HOLD-TARGET
               END-IF
               MOVE SCRN-HIT-RULE TO HOLD-RULE
               MOVE SCRN-HIT-OFFSET TO HOLD-OFFSET
               MOVE WS-SCREEN-BYTES TO HOLD-BYTE-COUNT
               MOVE CKSUM-VALUE TO HOLD-CHECKSUM
               PERFORM 1024-BUILD-ENTRY-OPTIONS
               MOVE WS-ENTRY-OPTIONS TO HOLD-OPTIONS
               MOVE FUNCTION CURRENT-DATE TO HOLD-HELD-AT
               SET HOLD-PENDING TO TRUE

               WRITE B64HOLD-REC
                 INVALID KEY REWRITE B64HOLD-REC
               END-WRITE

               IF WS-HOLD-STATUS NOT = '00'
                   SET WS-HOLD-LOST TO TRUE
                   DISPLAY MYNAME ' error writing B64HOLD (status '
                           WS-HOLD-STATUS ') - hold for '
                           FUNCTION TRIM(WS-INPUT01-FILENAME)
                           ' not recorded'
               END-IF

               CLOSE HOLDFILE
           END-IF
           .

      *
      * Looks the payload just checksummed up among those this run
      * has written in full - the same byte count, checksum and
      * codepage.  DUP-IDX is left on the copy found.
      *
       1090-FIND-DUPLICATE.
           MOVE 'N' TO WS-DUP-FOUND-SW
           IF WS-TEXT-XLATE
               MOVE XLATE-CODEPAGE TO WS-DUP-CODEPAGE-KEY
           ELSE
               MOVE SPACES TO WS-DUP-CODEPAGE-KEY
           END-IF

           IF WS-DUP-COUNT > 0
               SET DUP-IDX TO 1
               SEARCH WS-DUP-ENTRY
                 AT END CONTINUE
                 WHEN WS-DUP-CHECKSUM(DUP-IDX) = CKSUM-VALUE
                  AND WS-DUP-BYTES(DUP-IDX) = IN-BUFFER-LEN
                  AND WS-DUP-CODEPAGE(DUP-IDX) = WS-DUP-CODEPAGE-KEY
                      SET WS-DUP-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

      *
      * A payload this run already wrote in full: a reference
      * record (see copybook OUTPUT01) takes the place of a second
      * copy - the payload's checksum and byte count, the options
      * the first copy was encoded with, and that copy's file name
      * in OUTREC-REF-NAME.  It is counted in WS-RECS-REF and
      * cataloged with the same status.
      *
       1092-WRITE-REFERENCE-RECORD.
           MOVE SPACES TO OUTPUT01-REC
           MOVE WS-INPUT01-FILENAME TO OUTREC-FILENAME
           MOVE '|' TO OUTREC-DELIM
           SET OUTREC-STATUS-REF TO TRUE
           MOVE '|' TO OUTREC-DELIM2
           MOVE CKSUM-VALUE TO OUTREC-CHECKSUM
           MOVE '|' TO OUTREC-DELIM3
           MOVE IN-BUFFER-LEN TO OUTREC-BYTE-COUNT
           MOVE '|' TO OUTREC-DELIM4
           MOVE WS-DUP-ALPHABET(DUP-IDX) TO OUTREC-ALPHABET
           MOVE '|' TO OUTREC-DELIM5
           MOVE WS-DUP-CODEPAGE(DUP-IDX) TO OUTREC-CODEPAGE
           MOVE '|' TO OUTREC-DELIM6
           MOVE WS-DUP-COMP(DUP-IDX) TO OUTREC-COMP
           MOVE '|' TO OUTREC-DELIM7
           PERFORM 1029-SET-OUTREC-SEGMENT
           MOVE SPACES TO OUTREC-B64
           MOVE WS-DUP-NAME(DUP-IDX) TO OUTREC-REF-NAME

           WRITE OUTPUT01-REC
           ADD 1 TO WS-RECS-REF
           PERFORM 1060-WRITE-CATALOG-ENTRY
           .

      *
      * Remembers the single OK record just written - or, on a
      * resumed run, just read back - as a payload later entries
      * may refer to.  A full table is reported once.
      *
       1094-REMEMBER-PAYLOAD.
           IF WS-DUP-COUNT < DUP-TBL-MAX
               ADD 1 TO WS-DUP-COUNT
               MOVE OUTREC-CHECKSUM TO WS-DUP-CHECKSUM(WS-DUP-COUNT)
               MOVE OUTREC-BYTE-COUNT TO WS-DUP-BYTES(WS-DUP-COUNT)
               MOVE OUTREC-CODEPAGE TO WS-DUP-CODEPAGE(WS-DUP-COUNT)
               MOVE OUTREC-ALPHABET TO WS-DUP-ALPHABET(WS-DUP-COUNT)
               MOVE OUTREC-COMP TO WS-DUP-COMP(WS-DUP-COUNT)
               MOVE OUTREC-FILENAME TO WS-DUP-NAME(WS-DUP-COUNT)
           ELSE
               IF NOT WS-DUP-FULL
                   SET WS-DUP-FULL TO TRUE
                   DISPLAY MYNAME ' more than ' DUP-TBL-MAX
                           ' distinct payloads - later copies of'
                           ' the rest are written in full'
               END-IF
           END-IF
           .

      *
      * MIME mode: encode a single named file with a 76-column
      * MIME line wrap (see WRAP-WIDTH-MIME) and write the wrapped
      * cannot, being Line Sequential.
      *
       4000-PROCESS-MIME.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           MOVE WS-CHNKIN-NAME TO WS-INPUT01-FILENAME

           PERFORM 1021-VALIDATE-AND-READ-INPUT01
      * record envelope or cannot hold an embedded CR/LF.
      *
       4010-ENCODE-MIME-AND-WRITE.
           PERFORM 1080-SCREEN-IN-BUFFER
           PERFORM 1008-TRANSLATE-IN-BUFFER

           INITIALIZE B64CKSUM-STATE
               IN-BUFFER
           END-CALL

           IF SCRN-HIT
               MOVE IN-BUFFER-LEN TO WS-SCREEN-BYTES
               PERFORM 1082-CHECK-RELEASE
           END-IF

           IF WS-ENTRY-HELD
               PERFORM 4020-HOLD-MIME-PAYLOAD
           ELSE
               PERFORM 1007-COMPRESS-IF-SMALLER

               IF WS-BUFFER-PACKED
                   MOVE 'Y' TO WS-MF-COMP-FLAG
                   CALL 'B64ENCOD' USING
                       WS-PACK-LEN
                       WS-PACK-BUFFER
                       OUT-BUFFER-LEN
                       OUT-BUFFER
                       WRAP-WIDTH-MIME
                       WS-SELECTED-ALPHABET
                   END-CALL
               ELSE
                   MOVE 'N' TO WS-MF-COMP-FLAG
                   CALL 'B64ENCOD' USING
                       IN-BUFFER-LEN
                       IN-BUFFER
                       OUT-BUFFER-LEN
                       OUT-BUFFER
                       WRAP-WIDTH-MIME
                       WS-SELECTED-ALPHABET
                   END-CALL
               END-IF

               MOVE OUT-BUFFER-LEN TO WS-MIMEOUT-LEN
               MOVE 0 TO WS-MIMEOUT-OFFSET

               CALL 'CBL_CREATE_FILE' USING
                   WS-CHNKOUT-NAME CBLIO-ACCESS-OUTPUT CBLIO-DENY-NONE
                   CBLIO-DEVICE-DEFAULT WS-MIMEOUT-HANDLE
               GIVING WS-MIMEOUT-RETCODE

               IF WS-MIMEOUT-RETCODE NOT = 0
                   DISPLAY MYNAME ' unable to create ' WS-CHNKOUT-NAME
                   MOVE 12 TO RETURN-CODE
               ELSE
                   CALL 'CBL_WRITE_FILE' USING
                       WS-MIMEOUT-HANDLE WS-MIMEOUT-OFFSET
                       WS-MIMEOUT-LEN
                       CBLIO-FLAGS-DEFAULT OUT-BUFFER
                   GIVING WS-MIMEOUT-RETCODE

                   CALL 'CBL_CLOSE_FILE' USING WS-MIMEOUT-HANDLE
                   GIVING WS-MIMEOUT-RETCODE

                   IF WS-MIMEOUT-RETCODE NOT = 0
                       DISPLAY MYNAME ' error writing ' WS-CHNKOUT-NAME
                       MOVE 12 TO RETURN-CODE
                   ELSE
      *                3070 reports the bytes encoded from
      *                WS-BYTES-PROCESSED, which MIME mode's single
      *                buffer never otherwise touches.
                       MOVE IN-BUFFER-LEN TO WS-BYTES-PROCESSED
                       PERFORM 3070-WRITE-MANIFEST
                   END-IF
               END-IF
           END-IF
           .

      *
      * The MIME payload tripped a rule and is held: its hold
      * record goes to B64HOLD and nothing is written - no output
      * file, no manifest.  The step ends RC 4, the file not sent
      * but accounted for; RC 8 if the hold itself could not be
      * recorded.  Once b64rels approves it, resubmitting the same
      * job encodes it.
      *
       4020-HOLD-MIME-PAYLOAD.
           PERFORM 1087-WRITE-HOLD-ENTRY

           DISPLAY MYNAME ' holding '
                   FUNCTION TRIM(WS-INPUT01-FILENAME)
                   ' - rule ' SCRN-HIT-RULE
                   ' hit at offset ' SCRN-HIT-OFFSET
                   ' - not encoded'

           IF WS-HOLD-LOST
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       2000-PROCESS-WIKIPEDIA-TESTS.
           MOVE 1 TO IN-BUFFER-LEN
           STRING 'light work.' INTO IN-BUFFER POINTER IN-BUFFER-LEN
