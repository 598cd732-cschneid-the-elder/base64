      * downstream jobs - a partial with no trailer is an encoding
      * instance that never ran to completion.
      *
      * A spanned set (see copybook OUTPUT01) is one entry however
      * many records it takes: its segment 1 is balanced against
      * the trailer counts, its continuation records against the
      * trailer's continuation count, and only segment 1 has a
      * catalog entry to re-point.  A set never crosses a
      * partial - b64split deals whole control entries - so each
      * set is checked segment by segment within its partial, and
      * one with a segment missing, repeated or out of order
      * fails the merge.
      *
      * The B64CATLG run catalog the instances wrote is brought
      * along too: their file entries named the partial datasets
      * this merge supersedes, so each copied entry is re-pointed
      *                 trailer first, since its run-start
      *                 timestamp is the catalog key the
      *                 instance's entries were written under.
      * 2026-10-15 CRS  Spanned sets of continuation records (see
      *                 copybook OUTPUT01) merge as one entry each:
      *                 continuation records are summed and
      *                 balanced against the trailers' new
      *                 TRL-CONT-RECORDS, carried into the combined
      *                 trailer, and not re-cataloged, and a set
      *                 with a missing or out-of-order segment
      *                 fails the merge.
      * 2026-10-15 CRS  Entries held by sensitive-data screening
      *                 (see copybook OUTPUT01) merge like any
      *                 other entry: the trailers' new
      *                 TRL-HELD-ENTRIES are summed into the
      *                 combined trailer and run record, and the
      *                 records copied balance against OK + error +
      *                 held.  A partial whose trailer predates the
      *                 field carries spaces there, taken as none
      *                 held.
      * 2026-10-15 CRS  Reference records for duplicate payloads
      *                 (see copybook OUTPUT01) are copied and
      *                 re-cataloged like any other entry; each
      *                 names a copy in its own partial, which is
      *                 copied into the merged dataset ahead of it,
      *                 so it resolves there just the same.  The
      *                 trailers' new TRL-REF-ENTRIES are summed
      *                 into the combined trailer and run record,
      *                 and the records copied balance against OK +
      *                 error + held + references; a trailer from
      *                 before the field is taken as none.
      * 2026-10-15 CRS  The combined run record keeps the number of
      *                 partitions and which one ran longest, start
      *                 to end by its trailer, with its elapsed
      *                 seconds (see copybook CATALOG), since the
      *                 partial run records that knew are retired
      *                 - the capacity report (b64cap) shows the
      *                 longest partition of every split night.
      *
       Program-ID. b64merge.
       Environment Division.
      *
       77  WS-IN-TRAILERS         PIC 9(004)   COMP  VALUE 0.
       77  WS-IN-COPIED           PIC 9(009)   COMP  VALUE 0.
       77  WS-IN-CONT             PIC 9(009)   COMP  VALUE 0.
       77  WS-IN-RUN-START        PIC X(021)         VALUE SPACES.
       77  WS-IN-SKIP-SW          PIC X(004)         VALUE 'N'.
           88  WS-IN-SKIP                            VALUE 'Y'.
       77  WS-TOT-ENTRIES-READ    PIC 9(009)   COMP  VALUE 0.
       77  WS-TOT-WRITTEN-OK      PIC 9(009)   COMP  VALUE 0.
       77  WS-TOT-WRITTEN-ERR     PIC 9(009)   COMP  VALUE 0.
       77  WS-TOT-CONT-RECORDS    PIC 9(009)   COMP  VALUE 0.
       77  WS-TOT-CONT-COPIED     PIC 9(009)   COMP  VALUE 0.
       77  WS-TOT-HELD            PIC 9(009)   COMP  VALUE 0.
       77  WS-TOT-REF             PIC 9(009)   COMP  VALUE 0.
       77  WS-RUN-START           PIC X(021)         VALUE SPACES.
       77  WS-RUN-END             PIC X(021)         VALUE SPACES.

      *
      * The partition that ran longest, start to end by its own
      * trailer, for the combined run record.  A run timestamp
      * (FUNCTION CURRENT-DATE: YYYYMMDDhhmmsshh and the offset
      * from UTC) is turned into seconds since the calendar's day
      * one, corrected to UTC, in WS-TS-SECONDS; one that will not
      * parse gives zero.
      *
       77  WS-LONGEST-PART        PIC 9(004)   COMP  VALUE 0.
       77  WS-LONGEST-SECS        PIC 9(009)   COMP  VALUE 0.
       77  WS-IN-ELAPSED          PIC 9(009)   COMP  VALUE 0.
       77  WS-IN-START-SECS       PIC 9(015)   COMP  VALUE 0.
       77  WS-TS-SECONDS          PIC 9(015)   COMP  VALUE 0.
       01  WS-TS-WORK.
           05  WS-TS-DATE         PIC 9(008).
           05  WS-TS-HH           PIC 9(002).
           05  WS-TS-MIN          PIC 9(002).
           05  WS-TS-SS           PIC 9(002).
           05  WS-TS-HS           PIC 9(002).
           05  WS-TS-OFF-SIGN     PIC X(001).
           05  WS-TS-OFF-HH       PIC 9(002).
           05  WS-TS-OFF-MIN      PIC 9(002).

       77  WS-OUT-OF-BALANCE-SW   PIC X(004)         VALUE 'N'.
           88  WS-OUT-OF-BALANCE                     VALUE 'Y'.

      *
      * The spanned set being copied, if any: its file name, its
      * segment count, and the segment number that must come next.
      * WS-SET-NAME is kept after the set closes, so the rest of a
      * broken set is not reported again record by record.
      *
       77  WS-SET-OPEN-SW         PIC X(004)         VALUE 'N'.
           88  WS-SET-OPEN                           VALUE 'Y'.
       77  WS-SET-NAME            PIC X(100)         VALUE SPACES.
       77  WS-SET-COUNT           PIC 9(009)   COMP  VALUE 0.
       77  WS-SET-NEXT            PIC 9(009)   COMP  VALUE 0.

      *
      * Run catalog state: the merged dataset's resolved name
      * (what the re-pointed entries and combined run record
      *
       1014-ABSORB-ONE-TRAILER.
           ADD 1 TO WS-IN-TRAILERS
           IF INTRL-CONT-RECORDS = SPACES
               MOVE ZEROES TO INTRL-CONT-RECORDS
           END-IF
           IF INTRL-HELD-ENTRIES = SPACES
               MOVE ZEROES TO INTRL-HELD-ENTRIES
           END-IF
           IF INTRL-REF-ENTRIES = SPACES
               MOVE ZEROES TO INTRL-REF-ENTRIES
           END-IF
           IF INTRL-ENTRIES-READ IS NUMERIC
            AND INTRL-WRITTEN-OK IS NUMERIC
            AND INTRL-WRITTEN-ERROR IS NUMERIC
            AND INTRL-CONT-RECORDS IS NUMERIC
            AND INTRL-HELD-ENTRIES IS NUMERIC
            AND INTRL-REF-ENTRIES IS NUMERIC
               ADD INTRL-ENTRIES-READ TO WS-TOT-ENTRIES-READ
               ADD INTRL-WRITTEN-OK TO WS-TOT-WRITTEN-OK
               ADD INTRL-WRITTEN-ERROR TO WS-TOT-WRITTEN-ERR
               ADD INTRL-CONT-RECORDS TO WS-TOT-CONT-RECORDS
               ADD INTRL-HELD-ENTRIES TO WS-TOT-HELD
               ADD INTRL-REF-ENTRIES TO WS-TOT-REF
               MOVE INTRL-RUN-START TO WS-IN-RUN-START
               IF WS-RUN-START = SPACES
                OR INTRL-RUN-START < WS-RUN-START
               IF INTRL-RUN-END > WS-RUN-END
                   MOVE INTRL-RUN-END TO WS-RUN-END
               END-IF
               PERFORM 1016-TIME-ONE-PARTIAL
           ELSE
               SET WS-OUT-OF-BALANCE TO TRUE
               DISPLAY MYNAME ' damaged trailer record in '
           END-IF
           .

      *
      * The partial's elapsed time, start to end by its trailer;
      * the longest so far is kept for the combined run record.
      *
       1016-TIME-ONE-PARTIAL.
           MOVE INTRL-RUN-START TO WS-TS-WORK
           PERFORM 1017-TIMESTAMP-TO-SECONDS
           MOVE WS-TS-SECONDS TO WS-IN-START-SECS
           MOVE INTRL-RUN-END TO WS-TS-WORK
           PERFORM 1017-TIMESTAMP-TO-SECONDS

           MOVE 0 TO WS-IN-ELAPSED
           IF WS-IN-START-SECS > 0
            AND WS-TS-SECONDS > WS-IN-START-SECS
               COMPUTE WS-IN-ELAPSED =
                   WS-TS-SECONDS - WS-IN-START-SECS
           END-IF

           IF WS-LONGEST-PART = 0
            OR WS-IN-ELAPSED > WS-LONGEST-SECS
               MOVE WS-PART-SUB TO WS-LONGEST-PART
               MOVE WS-IN-ELAPSED TO WS-LONGEST-SECS
           END-IF
           .

       1017-TIMESTAMP-TO-SECONDS.
           MOVE 0 TO WS-TS-SECONDS
           IF WS-TS-DATE IS NUMERIC
            AND WS-TS-DATE > 16010100
            AND WS-TS-HH IS NUMERIC
            AND WS-TS-MIN IS NUMERIC
            AND WS-TS-SS IS NUMERIC
               COMPUTE WS-TS-SECONDS =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
                 + WS-TS-HH * 3600 + WS-TS-MIN * 60 + WS-TS-SS
               IF WS-TS-OFF-HH IS NUMERIC
                AND WS-TS-OFF-MIN IS NUMERIC
                   EVALUATE WS-TS-OFF-SIGN
                     WHEN '+'
                          COMPUTE WS-TS-SECONDS = WS-TS-SECONDS
                            - WS-TS-OFF-HH * 3600 - WS-TS-OFF-MIN * 60
                     WHEN '-'
                          COMPUTE WS-TS-SECONDS = WS-TS-SECONDS
                            + WS-TS-OFF-HH * 3600 + WS-TS-OFF-MIN * 60
                   END-EVALUATE
               END-IF
           END-IF
           .

      *
      * The copy pass: every data record is copied through
      * untouched (the trailer was absorbed on the scan pass, so
      * the merged dataset closes with exactly one), and its
      * catalog entry is re-pointed at the merged dataset.  A
      * continuation record is counted apart and has no catalog
      * entry of its own.
      *
       1015-COPY-ONE-PARTIAL.
           MOVE 'N' TO MRGIN-EOF-SW
           MOVE 0 TO WS-IN-COPIED
           MOVE 0 TO WS-IN-CONT
           MOVE 'N' TO WS-SET-OPEN-SW
           MOVE SPACES TO WS-SET-NAME

           OPEN INPUT MRGIN

               PERFORM UNTIL MRGIN-EOF
                   IF NOT MRGIN-TRL-PRESENT
                       WRITE OUTPUT01-REC FROM MRGIN-REC
                       IF INREC-STATUS-OK
                        AND INREC-SEG-NUM IS NUMERIC
                        AND INREC-SEG-NUM > 1
                           ADD 1 TO WS-IN-CONT
                           ADD 1 TO WS-TOT-CONT-COPIED
                           PERFORM 1013-CHECK-CONTINUATION
                       ELSE
                           IF WS-SET-OPEN
                               PERFORM 1018-REPORT-BROKEN-SET
                           END-IF
                           ADD 1 TO WS-IN-COPIED
                           ADD 1 TO WS-TOT-COPIED
                           PERFORM 1011-NOTE-SET-START
                           PERFORM 1075-RECATALOG-ONE-FILE
                       END-IF
                   END-IF
                   PERFORM 1020-READ-MRGIN
               END-PERFORM

               IF WS-SET-OPEN
                   PERFORM 1018-REPORT-BROKEN-SET
               END-IF

               CLOSE MRGIN

               MOVE WS-IN-COPIED TO WS-EDIT-COUNT-1
               DISPLAY MYNAME ' ' WS-MRGIN-NAME ' records copied '
                       WS-EDIT-COUNT-1
               IF WS-IN-CONT > 0
                   MOVE WS-IN-CONT TO WS-EDIT-COUNT-1
                   DISPLAY MYNAME ' ' WS-MRGIN-NAME
                           ' continuations  ' WS-EDIT-COUNT-1
               END-IF
           END-IF
           .

      *
      * Segment 1 of a spanned set opens it; the set's
      * continuation records must follow in order.
      *
       1011-NOTE-SET-START.
           IF INREC-STATUS-OK
            AND INREC-SEG-COUNT IS NUMERIC
            AND INREC-SEG-COUNT > 1
               SET WS-SET-OPEN TO TRUE
               MOVE INREC-FILENAME TO WS-SET-NAME
               MOVE INREC-SEG-COUNT TO WS-SET-COUNT
               MOVE 2 TO WS-SET-NEXT
           END-IF
           .

      *
      * A continuation record must be the next segment of the set
      * that is open.  One arriving with no set open lost its
      * segment 1 - reported once for its file name.
      *
       1013-CHECK-CONTINUATION.
           IF WS-SET-OPEN
            AND INREC-FILENAME = WS-SET-NAME
            AND INREC-SEG-NUM = WS-SET-NEXT
            AND INREC-SEG-COUNT = WS-SET-COUNT
               IF WS-SET-NEXT >= WS-SET-COUNT
                   MOVE 'N' TO WS-SET-OPEN-SW
               ELSE
                   ADD 1 TO WS-SET-NEXT
               END-IF
           ELSE
               IF WS-SET-OPEN
                   PERFORM 1018-REPORT-BROKEN-SET
               END-IF
               IF INREC-FILENAME NOT = WS-SET-NAME
                   MOVE INREC-FILENAME TO WS-SET-NAME
                   SET WS-OUT-OF-BALANCE TO TRUE
                   DISPLAY MYNAME ' ' WS-MRGIN-NAME ' segment '
                           INREC-SEG-NUM ' found with no segment'
                           ' 1 for ' INREC-FILENAME
               END-IF
           END-IF
           .

      *
      * The open set ended short of its last segment, or met a
      * segment other than the one expected.
      *
       1018-REPORT-BROKEN-SET.
           SET WS-OUT-OF-BALANCE TO TRUE
           MOVE 'N' TO WS-SET-OPEN-SW
           DISPLAY MYNAME ' ' WS-MRGIN-NAME ' spanned set is'
                   ' missing segment ' WS-SET-NEXT ' of '
                   WS-SET-COUNT ' or holds it out of order for '
                   WS-SET-NAME
           .

       1020-READ-MRGIN.
           READ MRGIN
             AT END SET MRGIN-EOF TO TRUE
           MOVE WS-RUN-START TO TRL-RUN-START
           MOVE '|' TO TRL-DELIM5
           MOVE WS-RUN-END TO TRL-RUN-END
           MOVE '|' TO TRL-DELIM6
           MOVE WS-TOT-CONT-RECORDS TO TRL-CONT-RECORDS
           MOVE '|' TO TRL-DELIM7
           MOVE WS-TOT-HELD TO TRL-HELD-ENTRIES
           MOVE '|' TO TRL-DELIM8
           MOVE WS-TOT-REF TO TRL-REF-ENTRIES

           WRITE OUTPUT01-TRL
           .
               MOVE WS-TOT-ENTRIES-READ TO CAT-ENTRIES-READ
               MOVE WS-TOT-WRITTEN-OK TO CAT-WRITTEN-OK
               MOVE WS-TOT-WRITTEN-ERR TO CAT-WRITTEN-ERROR
               MOVE WS-TOT-HELD TO CAT-WRITTEN-HELD
               MOVE WS-TOT-REF TO CAT-WRITTEN-REF
               MOVE WS-PART-COUNT TO CAT-PARTITIONS
               MOVE WS-LONGEST-PART TO CAT-LONGEST-PART
               MOVE WS-LONGEST-SECS TO CAT-LONGEST-SECS
               MOVE ZEROES TO CAT-BYTE-COUNT
               MOVE ZEROES TO CAT-CHECKSUM

       3000-BALANCE-AND-REPORT.
           MOVE WS-TOT-COPIED TO WS-EDIT-COUNT-1
           COMPUTE WS-EDIT-COUNT-2 =
               WS-TOT-WRITTEN-OK + WS-TOT-WRITTEN-ERR + WS-TOT-HELD
             + WS-TOT-REF
           DISPLAY MYNAME ' records copied   ' WS-EDIT-COUNT-1
                   ' vs summed trailer OK+err+held+ref'
                   WS-EDIT-COUNT-2
           IF WS-TOT-COPIED NOT =
              WS-TOT-WRITTEN-OK + WS-TOT-WRITTEN-ERR + WS-TOT-HELD
            + WS-TOT-REF
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF

           MOVE WS-TOT-CONT-COPIED TO WS-EDIT-COUNT-1
           MOVE WS-TOT-CONT-RECORDS TO WS-EDIT-COUNT-2
           DISPLAY MYNAME ' continuations    ' WS-EDIT-COUNT-1
                   ' vs summed trailer count      ' WS-EDIT-COUNT-2
           IF WS-TOT-CONT-COPIED NOT = WS-TOT-CONT-RECORDS
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF

