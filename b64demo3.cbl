      * field into its own file first.
      *
      * This program closes that loop: it reads an OUTPUT01 dataset
      * end to end, skips records flagged OUTREC-STATUS-ERROR or
      * OUTREC-STATUS-HELD (those never carried a payload to begin
      * with), decodes each
      * OUTREC-B64 through B64DECOD, and writes each payload out as
      * its own binary file named from OUTREC-FILENAME, prefixed
      * with an operator-supplied target directory so the restored
      *                 file can be recovered as of a chosen run
      *                 rather than only from whatever dataset
      *                 B64OUT names today.
      * 2026-10-15 CRS  A file b64demo1 spanned across a set of
      *                 continuation records (see copybook
      *                 OUTPUT01) is reassembled segment by segment
      *                 into one restored file, its running checksum
      *                 and byte count verified against the set's
      *                 whole-file values once the last segment is
      *                 in; a set with a segment missing or out of
      *                 order fails and its partial file is deleted.
      *                 EXTRACT writes a spanned entry as one record
      *                 per segment, the format b64demo2's CHNK mode
      *                 decodes.
      * 2026-10-15 CRS  The run and dataset restored from and the
      *                 run totals are also left in the EXTERNAL
      *                 B64RESTORE-RESULT area (see copybook
      *                 RESTRSLT) for the b64rstr restore driver,
      *                 which CALLs this program once per request.
      * 2026-10-15 CRS  Records flagged OUTREC-STATUS-HELD - entries
      *                 b64demo1 held for sensitive data instead of
      *                 encoding - are counted and skipped like
      *                 error records, and EXTRACT of one ends RC 8
      *                 with the reason, pointing at b64rels.
      * 2026-10-15 CRS  A reference record - an entry b64demo1 found
      *                 to duplicate a payload it had already
      *                 written (see copybook OUTPUT01) - is
      *                 restored, and extracted, from the copy it
      *                 names, found by a second read of the same
      *                 dataset, under the reference's own file
      *                 name and verified against the reference's
      *                 own checksum and byte count.
      *
       Program-ID. b64demo3.
       Environment Division.
           Select OUTPUT01 Assign To Dynamic WS-OUTPUT01-ASSIGN
             Organization Line Sequential.
      *
      * The same dataset again, read from the top to find the copy
      * a reference record names - see 1025-RESOLVE-REFERENCE.
      *
           Select REFFILE Assign To Dynamic WS-OUTPUT01-ASSIGN
             Organization Line Sequential
             File Status Is WS-REF-STATUS.
      *
      * The keyed run catalog b64demo1's FILE/RERUN mode writes -
      * see copybook CATALOG - consulted only for ASOF=.
      *
       FD  OUTPUT01.
           COPY OUTPUT01.

      *
      * The second read of the dataset, in the same layouts with
      * the names prefixed REF so they cannot collide with the
      * first.
      *
       FD  REFFILE.
           COPY OUTPUT01 REPLACING
               ==OUTPUT01-REC== BY ==REFIN-REC==
               ==OUTPUT01-TRL== BY ==REFIN-TRL==
               ==OUTPUT01-TRL-PRESENT== BY ==REFIN-TRL-PRESENT==
               LEADING ==OUTREC== BY ==REFREC==
               LEADING ==TRL== BY ==REFTRL==.

       FD  CATFILE.
           COPY CATALOG.

       77  OUTPUT01-EOF-SW        PIC X(004)         VALUE 'N'.
           88  OUTPUT01-EOF                          VALUE 'Y'.

      *
      * Reference resolution.  REFFILE stays open between
      * references, its record area still holding the copy last
      * found, so the run of references a popular payload draws
      * is resolved without reading the dataset again for each;
      * WS-REF-FOUND says the record area holds a copy.  The
      * reference's own file name is kept aside while the copy's
      * record takes its place.
      *
       77  WS-REF-STATUS          PIC X(002)         VALUE SPACES.
       77  WS-REF-OPEN-SW         PIC X(004)         VALUE 'N'.
           88  WS-REF-OPEN                           VALUE 'Y'.
       77  WS-REF-FOUND-SW        PIC X(004)         VALUE 'N'.
           88  WS-REF-FOUND                          VALUE 'Y'.
       77  REFFILE-EOF-SW         PIC X(004)         VALUE 'N'.
           88  REFFILE-EOF                           VALUE 'Y'.
       77  WS-REF-ENTRY-NAME      PIC X(100)         VALUE SPACES.

      *
      * The restored file's full name: the operator-supplied target
      * directory prefix, a '/', and the record's OUTREC-FILENAME.
       77  WS-RECORDS-SKIPPED     PIC 9(009)   COMP  VALUE 0.
       77  WS-RECORDS-FAILED      PIC 9(009)   COMP  VALUE 0.
       77  WS-RECORDS-BYPASSED    PIC 9(009)   COMP  VALUE 0.
       77  WS-RECORDS-CONT        PIC 9(009)   COMP  VALUE 0.
       77  WS-RECORDS-REFS        PIC 9(009)   COMP  VALUE 0.
       77  WS-TRAILER-SEEN-SW     PIC X(004)         VALUE 'N'.
           88  WS-TRAILER-SEEN                       VALUE 'Y'.

      *
      * Spanned-set reassembly state - see 1050-START-SPANNED-SET.
      * WS-SET-NAME, WS-SET-COUNT and WS-SET-NEXT say which set is
      * open, how many segments it holds, and which segment must
      * come next; WS-SET-BYTES is the restored file's length so
      * far, which is also the offset the next segment is written
      * at.  WS-SET-NAME is kept after a set closes, so the rest of
      * an abandoned set is passed over quietly rather than
      * reported record by record.
      *
       77  WS-SET-OPEN-SW         PIC X(004)         VALUE 'N'.
           88  WS-SET-OPEN                           VALUE 'Y'.
       77  WS-SET-SELECTED-SW     PIC X(004)         VALUE 'N'.
           88  WS-SET-SELECTED                       VALUE 'Y'.
       77  WS-SET-CREATED-SW      PIC X(004)         VALUE 'N'.
           88  WS-SET-CREATED                        VALUE 'Y'.
       77  WS-SET-FAILED-SW       PIC X(004)         VALUE 'N'.
           88  WS-SET-FAILED                         VALUE 'Y'.
       77  WS-SET-NAME            PIC X(100)         VALUE SPACES.
       77  WS-SET-COUNT           PIC 9(009)   COMP  VALUE 0.
       77  WS-SET-NEXT            PIC 9(009)   COMP  VALUE 0.
       77  WS-SET-BYTES           PIC 9(018)   COMP  VALUE 0.

      *
      * B64DECOD's parameter list - see copybook B64DPARM.  Strict
      * mode is always requested so that corrupted input is caught
       77  WS-PACK-LEN            PIC 9(008)   COMP  VALUE 0.
       77  WS-PACK-BUFFER         PIC X(32768)       VALUE SPACES.

      *
      * The outcome handed back to a calling driver - see copybook
      * RESTRSLT.  Cleared at entry, since EXTERNAL items carry no
      * VALUE clauses.
      *
           COPY RESTRSLT.

       Procedure Division.

           SET DECODE-STRICT TO TRUE
           INITIALIZE B64RESTORE-RESULT

           ACCEPT WS-COMMAND-LINE FROM ENVIRONMENT 'PARM'
           IF WS-COMMAND-LINE = SPACES
            AND RETURN-CODE = 0
               PERFORM 0050-LOCATE-ASOF-RUN
           END-IF
           MOVE WS-OUTPUT01-ASSIGN TO RSLT-OUT-DSN

           IF RETURN-CODE = 0
           EVALUATE TRUE
               CLOSE CATFILE

               IF WS-ASOF-FOUND
                   MOVE WS-ASOF-BEST TO RSLT-RUN-START
                   DISPLAY MYNAME ' restoring as of run '
                           WS-ASOF-BEST(1:14) ' from '
                           FUNCTION TRIM(WS-OUTPUT01-ASSIGN)
               PERFORM 1010-READ-OUTPUT01
           END-PERFORM

      *    A set still open at the end of the dataset lost its
      *    closing segments.
           IF WS-SET-OPEN
               PERFORM 1056-ABANDON-SPANNED-SET
           END-IF

           CLOSE OUTPUT01
           PERFORM 1029-CLOSE-REFFILE

           PERFORM 1090-REPORT-TOTALS
           .
      * Records flagged OUTREC-STATUS-ERROR never carried a payload
      * (b64demo1 writes them with a blank OUTREC-B64 when the
      * source file could not be read), so they are counted and
      * skipped rather than "restored" as empty files - as are
      * records flagged OUTREC-STATUS-HELD, whose payload was held
      * by sensitive-data screening and never encoded.  A
      * reference record is restored from the copy it names.  A
      * continuation record belongs to the spanned set its segment
      * 1 opened; anything else arriving while a set is still open
      * means the set lost its remaining segments.
      *
       1020-RESTORE-ONE-RECORD.
           EVALUATE TRUE
             WHEN OUTPUT01-TRL-PRESENT
      *           The encoding job's control-total trailer is not a
      *           payload - note that the dataset is complete and
      *           carry on.
                  IF WS-SET-OPEN
                      PERFORM 1056-ABANDON-SPANNED-SET
                  END-IF
                  SET WS-TRAILER-SEEN TO TRUE
                  IF RSLT-RUN-START = SPACES
                      MOVE TRL-RUN-START TO RSLT-RUN-START
                  END-IF
             WHEN OUTREC-SEG-NUM IS NUMERIC
              AND OUTREC-SEG-NUM > 1
                  ADD 1 TO WS-RECORDS-CONT
                  PERFORM 1054-TAKE-CONTINUATION
             WHEN OTHER
                  IF WS-SET-OPEN
                      PERFORM 1056-ABANDON-SPANNED-SET
                  END-IF
                  ADD 1 TO WS-RECORDS-READ
                  PERFORM 1021-RESTORE-DATA-RECORD
           END-EVALUATE
           .

      *
      * A spanned set is opened whether or not it was selected, so
      * the continuation records of a set not selected are passed
      * over along with it.
      *
       1021-RESTORE-DATA-RECORD.
           PERFORM 1022-CHECK-SELECTED

           IF NOT WS-SELECTED
               ADD 1 TO WS-RECORDS-BYPASSED
           END-IF

           IF OUTREC-STATUS-OK
            AND OUTREC-SEG-COUNT IS NUMERIC
            AND OUTREC-SEG-COUNT > 1
               PERFORM 1050-START-SPANNED-SET
           ELSE
               IF WS-SELECTED
                   PERFORM 1023-RESTORE-SELECTED-RECORD
               END-IF
           END-IF
           .

           .

       1023-RESTORE-SELECTED-RECORD.
           EVALUATE TRUE
             WHEN OUTREC-STATUS-ERROR
                  ADD 1 TO WS-RECORDS-SKIPPED
                  DISPLAY MYNAME ' skipping '
                          FUNCTION TRIM(OUTREC-FILENAME)
                          ' - flagged in error by the encoding job'
             WHEN OUTREC-STATUS-HELD
                  ADD 1 TO WS-RECORDS-SKIPPED
                  DISPLAY MYNAME ' skipping '
                          FUNCTION TRIM(OUTREC-FILENAME)
                          ' - held by sensitive-data screening,'
                          ' never encoded'
             WHEN OTHER
                  MOVE 'N' TO WS-RESTORE-ERROR-SW
                  IF OUTREC-STATUS-REF
                      ADD 1 TO WS-RECORDS-REFS
                      PERFORM 1025-RESOLVE-REFERENCE
                  END-IF
                  IF NOT WS-RESTORE-ERROR
                      PERFORM 1030-DECODE-PAYLOAD
                  END-IF
                  IF NOT WS-RESTORE-ERROR
                      PERFORM 1033-EXPAND-PAYLOAD
                  END-IF
                  IF NOT WS-RESTORE-ERROR
                      PERFORM 1035-VERIFY-CHECKSUM
                  END-IF
                  IF NOT WS-RESTORE-ERROR
                      PERFORM 1038-TRANSLATE-PAYLOAD
                  END-IF
                  IF NOT WS-RESTORE-ERROR
                      PERFORM 1040-WRITE-RESTORED-FILE
                  END-IF
                  IF WS-RESTORE-ERROR
                      ADD 1 TO WS-RECORDS-FAILED
                  ELSE
                      ADD 1 TO WS-RECORDS-RESTORED
                  END-IF
           END-EVALUATE
           .

      *
      * A reference record (see copybook OUTPUT01) carries no
      * payload of its own: the copy it names - the first OK
      * record, segment 1 of 1, with that file name and the same
      * byte count, checksum and codepage - is found in the
      * dataset and its record put in the reference's place, under
      * the reference's own file name, so the rest of the restore
      * (or extract) proceeds exactly as for that copy.  A
      * reference whose copy cannot be found is a damaged dataset
      * and fails.
      *
       1025-RESOLVE-REFERENCE.
           MOVE OUTREC-FILENAME TO WS-REF-ENTRY-NAME

           IF WS-REF-FOUND
            AND REFREC-FILENAME = OUTREC-REF-NAME
            AND REFREC-BYTE-COUNT = OUTREC-BYTE-COUNT
            AND REFREC-CHECKSUM = OUTREC-CHECKSUM
            AND REFREC-CODEPAGE = OUTREC-CODEPAGE
               CONTINUE
           ELSE
               PERFORM 1026-FIND-REFERENCED-COPY
           END-IF

           IF WS-REF-FOUND
               MOVE REFIN-REC TO OUTPUT01-REC
               MOVE WS-REF-ENTRY-NAME TO OUTREC-FILENAME
           ELSE
               SET WS-RESTORE-ERROR TO TRUE
               DISPLAY MYNAME ' '
                       FUNCTION TRIM(WS-REF-ENTRY-NAME)
                       ' refers to '
                       FUNCTION TRIM(OUTREC-REF-NAME)
                       ', which this dataset does not hold'
           END-IF
           .

       1026-FIND-REFERENCED-COPY.
           MOVE 'N' TO WS-REF-FOUND-SW
           MOVE 'N' TO REFFILE-EOF-SW

           PERFORM 1029-CLOSE-REFFILE
           OPEN INPUT REFFILE
           IF WS-REF-STATUS = '00'
               SET WS-REF-OPEN TO TRUE
           ELSE
               SET REFFILE-EOF TO TRUE
           END-IF

           PERFORM 1027-READ-REFFILE
             UNTIL REFFILE-EOF
             OR WS-REF-FOUND
           .

       1027-READ-REFFILE.
           READ REFFILE
             AT END SET REFFILE-EOF TO TRUE
             NOT AT END
               IF NOT REFIN-TRL-PRESENT
                AND REFREC-STATUS-OK
                AND REFREC-SEG-COUNT IS NUMERIC
                AND REFREC-SEG-COUNT = 1
                AND REFREC-FILENAME = OUTREC-REF-NAME
                AND REFREC-BYTE-COUNT = OUTREC-BYTE-COUNT
                AND REFREC-CHECKSUM = OUTREC-CHECKSUM
                AND REFREC-CODEPAGE = OUTREC-CODEPAGE
                   SET WS-REF-FOUND TO TRUE
               END-IF
           END-READ
           .

       1029-CLOSE-REFFILE.
           IF WS-REF-OPEN
               CLOSE REFFILE
               MOVE 'N' TO WS-REF-OPEN-SW
           END-IF
           MOVE 'N' TO WS-REF-FOUND-SW
           .

      *
           END-IF
           .

      *
      * Segment 1 of a spanned set (see copybook OUTPUT01): the
      * restored file is created now and each segment is decoded,
      * expanded, checksummed, translated back and appended to it as
      * it arrives - a set can be far larger than any buffer here,
      * so it is never held whole.  The running checksum and byte
      * count are verified against the set's whole-file values when
      * the last segment is in; a set that fails at any point has
      * its partial file deleted, so nothing damaged is left behind
      * reported as restored.
      *
       1050-START-SPANNED-SET.
           SET WS-SET-OPEN TO TRUE
           MOVE WS-SELECTED-SW TO WS-SET-SELECTED-SW
           MOVE 'N' TO WS-SET-CREATED-SW
           MOVE 'N' TO WS-SET-FAILED-SW
           MOVE OUTREC-FILENAME TO WS-SET-NAME
           MOVE OUTREC-SEG-COUNT TO WS-SET-COUNT
           MOVE 1 TO WS-SET-NEXT
           MOVE 0 TO WS-SET-BYTES
           INITIALIZE B64CKSUM-STATE

           IF WS-SET-SELECTED
               PERFORM 1051-CREATE-SPANNED-FILE
           END-IF

           IF OUTREC-SEG-NUM = 1
               PERFORM 1052-RESTORE-ONE-SEGMENT
           ELSE
               PERFORM 1056-ABANDON-SPANNED-SET
           END-IF
           .

       1051-CREATE-SPANNED-FILE.
           MOVE SPACES TO WS-RESTORE-NAME
           STRING FUNCTION TRIM(WS-TARGET-DIR) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(OUTREC-FILENAME) DELIMITED BY SIZE
             INTO WS-RESTORE-NAME
           END-STRING

           CALL 'CBL_CREATE_FILE' USING
               WS-RESTORE-NAME CBLIO-ACCESS-OUTPUT CBLIO-DENY-NONE
               CBLIO-DEVICE-DEFAULT WS-RESTORE-HANDLE
           GIVING WS-RESTORE-RETCODE

           IF WS-RESTORE-RETCODE NOT = 0
               SET WS-SET-FAILED TO TRUE
               DISPLAY MYNAME ' unable to create '
                       FUNCTION TRIM(WS-RESTORE-NAME)
           ELSE
               SET WS-SET-CREATED TO TRUE
           END-IF
           .

      *
      * The segment in hand is the one expected.  Once a set has
      * failed, its remaining segments are only counted off, not
      * decoded.  The checksum is run before the translation back,
      * matching the encode side's checksum-after-translation.
      *
       1052-RESTORE-ONE-SEGMENT.
           IF WS-SET-SELECTED
            AND NOT WS-SET-FAILED
               MOVE 'N' TO WS-RESTORE-ERROR-SW
               PERFORM 1030-DECODE-PAYLOAD
               IF NOT WS-RESTORE-ERROR
                   PERFORM 1033-EXPAND-PAYLOAD
               END-IF
               IF NOT WS-RESTORE-ERROR
                   CALL 'B64CKSUM' USING
                       B64CKSUM-STATE
                       OUT-BUFFER-LEN
                       OUT-BUFFER
                   END-CALL
                   PERFORM 1038-TRANSLATE-PAYLOAD
               END-IF
               IF NOT WS-RESTORE-ERROR
                   PERFORM 1053-WRITE-ONE-SEGMENT
               END-IF
               IF WS-RESTORE-ERROR
                   SET WS-SET-FAILED TO TRUE
               END-IF
           END-IF

           IF WS-SET-NEXT >= WS-SET-COUNT
               PERFORM 1055-FINISH-SPANNED-SET
           ELSE
               ADD 1 TO WS-SET-NEXT
           END-IF
           .

      *
      * Appends the decoded segment at the restored file's current
      * length - the same CBL_WRITE_FILE 1040-WRITE-RESTORED-FILE
      * uses, at a running offset instead of zero.
      *
       1053-WRITE-ONE-SEGMENT.
           MOVE WS-SET-BYTES TO WS-RESTORE-OFFSET
           MOVE OUT-BUFFER-LEN TO WS-RESTORE-LEN

           CALL 'CBL_WRITE_FILE' USING
               WS-RESTORE-HANDLE WS-RESTORE-OFFSET WS-RESTORE-LEN
               CBLIO-FLAGS-DEFAULT OUT-BUFFER
           GIVING WS-RESTORE-RETCODE

           IF WS-RESTORE-RETCODE NOT = 0
               SET WS-RESTORE-ERROR TO TRUE
               DISPLAY MYNAME ' error writing '
                       FUNCTION TRIM(WS-RESTORE-NAME)
           ELSE
               ADD OUT-BUFFER-LEN TO WS-SET-BYTES
           END-IF
           .

      *
      * A continuation record must be the next segment of the set
      * that is open - same file name, same segment count, the
      * segment number expected.  Anything else abandons the open
      * set.  A continuation record with no set open lost its
      * segment 1: the entry cannot be restored, and the rest of
      * its records are passed over quietly.
      *
       1054-TAKE-CONTINUATION.
           IF WS-SET-OPEN
               IF OUTREC-FILENAME NOT = WS-SET-NAME
                OR OUTREC-SEG-NUM NOT = WS-SET-NEXT
                OR OUTREC-SEG-COUNT NOT = WS-SET-COUNT
                   PERFORM 1056-ABANDON-SPANNED-SET
               END-IF
           END-IF

           IF WS-SET-OPEN
               PERFORM 1052-RESTORE-ONE-SEGMENT
           ELSE
               IF OUTREC-FILENAME NOT = WS-SET-NAME
                   MOVE OUTREC-FILENAME TO WS-SET-NAME
                   PERFORM 1022-CHECK-SELECTED
                   IF WS-SELECTED
                       ADD 1 TO WS-RECORDS-FAILED
                       DISPLAY MYNAME ' segment ' OUTREC-SEG-NUM
                               ' of ' FUNCTION TRIM(OUTREC-FILENAME)
                               ' found with no segment 1 - not'
                               ' restored'
                   END-IF
               END-IF
           END-IF
           .

      *
      * Closes the set: the restored file is closed and verified
      * against the whole-file checksum and byte count every
      * record of the set carries, and deleted if the set failed.
      *
       1055-FINISH-SPANNED-SET.
           MOVE 'N' TO WS-SET-OPEN-SW

           IF WS-SET-SELECTED
               IF WS-SET-CREATED
                   CALL 'CBL_CLOSE_FILE' USING WS-RESTORE-HANDLE
                   GIVING WS-RESTORE-RETCODE
                   IF WS-RESTORE-RETCODE NOT = 0
                       SET WS-SET-FAILED TO TRUE
                   END-IF
               END-IF

               IF NOT WS-SET-FAILED
                   IF WS-SET-BYTES NOT = OUTREC-BYTE-COUNT
                    OR CKSUM-VALUE NOT = OUTREC-CHECKSUM
                       SET WS-SET-FAILED TO TRUE
                       DISPLAY MYNAME ' integrity check failed for '
                               FUNCTION TRIM(WS-SET-NAME)
                       DISPLAY MYNAME ' record  bytes/checksum '
                               OUTREC-BYTE-COUNT ' ' OUTREC-CHECKSUM
                       DISPLAY MYNAME ' payload bytes/checksum '
                               WS-SET-BYTES ' ' CKSUM-VALUE
                   END-IF
               END-IF

               IF WS-SET-FAILED
                   IF WS-SET-CREATED
                       CALL 'CBL_DELETE_FILE' USING WS-RESTORE-NAME
                       GIVING WS-RESTORE-RETCODE
                   END-IF
                   ADD 1 TO WS-RECORDS-FAILED
               ELSE
                   ADD 1 TO WS-RECORDS-RESTORED
               END-IF
           END-IF
           .

       1056-ABANDON-SPANNED-SET.
           IF WS-SET-SELECTED
               SET WS-SET-FAILED TO TRUE
               DISPLAY MYNAME ' spanned set for '
                       FUNCTION TRIM(WS-SET-NAME)
                       ' is missing segment ' WS-SET-NEXT
                       ' of ' WS-SET-COUNT
                       ' or holds it out of order - not restored'
           END-IF
           PERFORM 1055-FINISH-SPANNED-SET
           .

       1090-REPORT-TOTALS.
           MOVE WS-RECORDS-READ TO RSLT-RECORDS-READ
           MOVE WS-RECORDS-RESTORED TO RSLT-RESTORED
           MOVE WS-RECORDS-FAILED TO RSLT-FAILED
           MOVE WS-RECORDS-SKIPPED TO RSLT-SKIPPED
           MOVE WS-RECORDS-BYPASSED TO RSLT-NOT-SELECTED

           DISPLAY MYNAME ' records read     = ' WS-RECORDS-READ
           IF WS-RECORDS-CONT > 0
               DISPLAY MYNAME ' continuations    = ' WS-RECORDS-CONT
           END-IF
           DISPLAY MYNAME ' files restored   = ' WS-RECORDS-RESTORED
           IF WS-RECORDS-REFS > 0
               DISPLAY MYNAME ' from references  = ' WS-RECORDS-REFS
           END-IF
           DISPLAY MYNAME ' records skipped  = ' WS-RECORDS-SKIPPED
           DISPLAY MYNAME ' records failed   = ' WS-RECORDS-FAILED
           IF WS-MASK-COUNT > 0
      * and CHNK modes consume - plus the <output>.mf integrity
      * manifest those modes verify the reconstituted payload
      * against.  Nothing is decoded here; the payload travels as
      * the base64 text it already is.  A spanned entry is found by
      * its segment 1 and written one record per segment - exactly
      * the chunked format b64demo2's CHNK mode decodes - with the
      * set's whole-file checksum and byte count in the manifest.
      * A reference entry is extracted from the copy it names,
      * its manifest carrying the reference's own file name.
      *
       2000-EXTRACT-ONE-ENTRY.
           MOVE WS-CMDLINE-ARG2 TO WS-EXTRACT-ENTRY
                          OR WS-EXTRACT-FOUND
                   IF NOT OUTPUT01-TRL-PRESENT
                    AND OUTREC-FILENAME = WS-EXTRACT-ENTRY
                    AND (OUTREC-SEG-NUM IS NOT NUMERIC
                         OR OUTREC-SEG-NUM NOT > 1)
                       SET WS-EXTRACT-FOUND TO TRUE
                   ELSE
                       PERFORM 1010-READ-OUTPUT01
                              ' was flagged in error by the'
                              ' encoding job - no payload to'
                              ' extract'
                      MOVE 1 TO RSLT-SKIPPED
                      MOVE 8 TO RETURN-CODE
                 WHEN OUTREC-STATUS-HELD
                      DISPLAY MYNAME ' '
                              FUNCTION TRIM(WS-EXTRACT-ENTRY)
                              ' was held by sensitive-data'
                              ' screening and never encoded -'
                              ' see b64rels'
                      MOVE 1 TO RSLT-SKIPPED
                      MOVE 8 TO RETURN-CODE
                 WHEN OUTREC-STATUS-REF
                      PERFORM 2005-EXTRACT-REFERENCE
                 WHEN OUTREC-SEG-COUNT IS NUMERIC
                  AND OUTREC-SEG-COUNT > 1
                      PERFORM 2015-EXTRACT-SPANNED-SET
                 WHEN OTHER
                      PERFORM 2010-WRITE-EXTRACT-FILE
               END-EVALUATE

               CLOSE OUTPUT01
               PERFORM 1029-CLOSE-REFFILE
           END-IF
           .

       2005-EXTRACT-REFERENCE.
           MOVE 'N' TO WS-RESTORE-ERROR-SW
           PERFORM 1025-RESOLVE-REFERENCE

           IF WS-RESTORE-ERROR
               MOVE 1 TO RSLT-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2010-WRITE-EXTRACT-FILE
           END-IF
           .

                       ' is empty or larger than '
                       LENGTH OF IN-BUFFER
                       ' bytes - nothing extracted'
               MOVE 1 TO RSLT-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 1 TO RSLT-RESTORED
               OPEN OUTPUT EXTFILE
               MOVE IN-BUFFER(1:WS-EXTRACT-LEN)
                 TO EXTFILE-REC(1:WS-EXTRACT-LEN)
           END-IF
           .

      *
      * A spanned entry: its segments are written one per record,
      * in order, reading on through the set.  A segment missing,
      * out of order or unmeasurable fails the extract, and the
      * partial output file is deleted rather than left for
      * b64demo2 to decode short.
      *
       2015-EXTRACT-SPANNED-SET.
           MOVE OUTREC-SEG-COUNT TO WS-SET-COUNT
           MOVE 1 TO WS-SET-NEXT
           MOVE 'N' TO WS-SET-FAILED-SW

           OPEN OUTPUT EXTFILE

           PERFORM 2016-EXTRACT-ONE-SEGMENT
             UNTIL WS-SET-NEXT > WS-SET-COUNT
             OR WS-SET-FAILED

           CLOSE EXTFILE

           IF WS-SET-FAILED
               CALL 'CBL_DELETE_FILE' USING WS-EXTRACT-NAME
               GIVING WS-RESTORE-RETCODE
               MOVE 1 TO RSLT-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 1 TO RSLT-RESTORED
               PERFORM 2020-WRITE-EXTRACT-MANIFEST

               DISPLAY MYNAME ' extracted '
                       FUNCTION TRIM(WS-EXTRACT-ENTRY)
                       ' to ' FUNCTION TRIM(WS-EXTRACT-NAME)
                       ' as ' WS-SET-COUNT ' segment records -'
                       ' decode it with b64demo2 CHNK mode'

               IF OUTREC-CODEPAGE NOT = SPACES
                   DISPLAY MYNAME ' the payload was translated'
                           ' through codepage ' OUTREC-CODEPAGE
                           ' - decode it with TEXT='
                           FUNCTION TRIM(OUTREC-CODEPAGE)
               END-IF
           END-IF
           .

       2016-EXTRACT-ONE-SEGMENT.
           IF OUTPUT01-EOF
            OR OUTPUT01-TRL-PRESENT
            OR OUTREC-FILENAME NOT = WS-EXTRACT-ENTRY
            OR OUTREC-SEG-NUM NOT = WS-SET-NEXT
            OR OUTREC-SEG-COUNT NOT = WS-SET-COUNT
               SET WS-SET-FAILED TO TRUE
               DISPLAY MYNAME ' spanned set for '
                       FUNCTION TRIM(WS-EXTRACT-ENTRY)
                       ' is missing segment ' WS-SET-NEXT
                       ' of ' WS-SET-COUNT
                       ' or holds it out of order - nothing'
                       ' extracted'
           ELSE
               MOVE 1 TO WS-EXTRACT-LEN
               STRING OUTREC-B64 DELIMITED SPACE
                 INTO IN-BUFFER
                 POINTER WS-EXTRACT-LEN
                 OVERFLOW SET WS-SET-FAILED TO TRUE
               END-STRING
               SUBTRACT 1 FROM WS-EXTRACT-LEN

               IF WS-SET-FAILED
                OR WS-EXTRACT-LEN = 0
                   SET WS-SET-FAILED TO TRUE
                   DISPLAY MYNAME ' segment ' WS-SET-NEXT ' of '
                           FUNCTION TRIM(WS-EXTRACT-ENTRY)
                           ' is empty or larger than '
                           LENGTH OF IN-BUFFER
                           ' bytes - nothing extracted'
               ELSE
                   MOVE IN-BUFFER(1:WS-EXTRACT-LEN)
                     TO EXTFILE-REC(1:WS-EXTRACT-LEN)
                   WRITE EXTFILE-REC
                   ADD 1 TO WS-SET-NEXT
                   IF WS-SET-NEXT NOT > WS-SET-COUNT
                       PERFORM 1010-READ-OUTPUT01
                   END-IF
               END-IF
           END-IF
           .

      *
      * The manifest carries the checksum and byte count straight
      * from the record - they were computed from the original
