      *      job ended before its last record was written);
      *   2. the trailer's counts agree with the records actually
      *      present in OUTPUT01, and agree with each other
      *      (entries read = written OK + written in error + held
      *      by sensitive-data screening + written as references
      *      to a duplicate payload);
      *   3. the B64ENCOD entries logged to B64AUDIT between the
      *      trailer's start and end timestamps agree with the
      *      records written OK (error records never reach
      *      B64ENCOD, so they do not appear in the audit log).
      *
      * A file too large for one record is written as a spanned
      * set of continuation records (see copybook OUTPUT01).  The
      * set is one entry - only its segment 1 counts as a record
      * written OK - and its continuation records are balanced
      * against the trailer's own continuation count; every
      * segment was one B64ENCOD call, so the audit count is
      * balanced against the entries written OK plus the
      * continuation records.  Each set is also checked segment by
      * segment as it is counted: one with a segment missing,
      * repeated or out of order is reported and puts the dataset
      * out of balance.
      *
      * A balancing report is displayed either way; any
      * disagreement ends the step with a nonzero RETURN-CODE so
      * the scheduler holds downstream jobs.
      *
      * Modification History
      * 2026-08-22 CRS  Initial version.
      * 2026-10-15 CRS  Spanned sets of continuation records (see
      *                 copybook OUTPUT01) count as one entry; the
      *                 continuation records balance against the
      *                 trailer's new TRL-CONT-RECORDS and join the
      *                 written OK count in the audit balance, and a
      *                 set with a missing or out-of-order segment
      *                 is reported and fails the balance.
      * 2026-10-15 CRS  Entries held by sensitive-data screening
      *                 (OUTREC-STATUS-HELD, see copybook OUTPUT01)
      *                 are accounted for, not failed: the trailer's
      *                 new TRL-HELD-ENTRIES joins the entries read
      *                 balance and is balanced against the held
      *                 records present.  Held entries never reach
      *                 B64ENCOD, so the audit balance is unchanged.
      *                 A trailer from before the field existed
      *                 carries spaces there, taken as none held.
      * 2026-10-15 CRS  Reference records for duplicate payloads
      *                 (OUTREC-STATUS-REF, see copybook OUTPUT01)
      *                 are entries accounted for by the copy they
      *                 name: the trailer's new TRL-REF-ENTRIES
      *                 joins the entries read balance and is
      *                 balanced against the reference records
      *                 present, and each reference must resolve to
      *                 its copy in the dataset or the balance
      *                 fails.  References make no B64ENCOD call,
      *                 so the audit balance is unchanged.
      *
       Program-ID. b64recon.
       Environment Division.
      *
           Select OUTPUT01 Assign To 'B64OUT'
             Organization Line Sequential.
      *
      * The same dataset again, read from the top to find the copy
      * a reference record names - see 1040-CHECK-REFERENCE.
      *
           Select REFFILE Assign To 'B64OUT'
             Organization Line Sequential
             File Status Is WS-REF-STATUS.
           Select AUDITLOG Assign To 'B64AUDIT'
             Organization Line Sequential
             File Status Is WS-AUDIT-STATUS.
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

      *
      * One record per encode or decode call, written by B64ENCOD
      * and B64DECOD - the record layout is kept in copybook
      *
       77  WS-ACTUAL-OK           PIC 9(009)   COMP  VALUE 0.
       77  WS-ACTUAL-ERR          PIC 9(009)   COMP  VALUE 0.
       77  WS-ACTUAL-CONT         PIC 9(009)   COMP  VALUE 0.
       77  WS-ACTUAL-HELD         PIC 9(009)   COMP  VALUE 0.
       77  WS-ACTUAL-REF          PIC 9(009)   COMP  VALUE 0.
       77  WS-TRAILER-COUNT       PIC 9(009)   COMP  VALUE 0.

      *
      * Reference checking.  REFFILE stays open between references,
      * its record area still holding the copy last found, so the
      * run of references a popular payload draws is checked
      * without reading the dataset again for each.
      *
       77  WS-REF-STATUS          PIC X(002)         VALUE SPACES.
       77  WS-REF-OPEN-SW         PIC X(004)         VALUE 'N'.
           88  WS-REF-OPEN                           VALUE 'Y'.
       77  WS-REF-FOUND-SW        PIC X(004)         VALUE 'N'.
           88  WS-REF-FOUND                          VALUE 'Y'.
       77  REFFILE-EOF-SW         PIC X(004)         VALUE 'N'.
           88  REFFILE-EOF                           VALUE 'Y'.
       77  WS-BROKEN-REFS         PIC 9(009)   COMP  VALUE 0.

      *
      * The spanned set being counted, if any: its file name, its
      * segment count, and the segment number that must come next.
      * WS-SET-NAME is kept after the set closes, so the rest of a
      * broken set is not reported again record by record.
      *
       77  WS-SET-OPEN-SW         PIC X(004)         VALUE 'N'.
           88  WS-SET-OPEN                           VALUE 'Y'.
       77  WS-SET-NAME            PIC X(100)         VALUE SPACES.
       77  WS-SET-COUNT           PIC 9(009)   COMP  VALUE 0.
       77  WS-SET-NEXT            PIC 9(009)   COMP  VALUE 0.
       77  WS-BROKEN-SETS         PIC 9(009)   COMP  VALUE 0.

      *
      * What the trailer claims, captured as it is read.
      *
       77  WS-TRL-ENTRIES-READ    PIC 9(009)         VALUE 0.
       77  WS-TRL-WRITTEN-OK      PIC 9(009)         VALUE 0.
       77  WS-TRL-WRITTEN-ERR     PIC 9(009)         VALUE 0.
       77  WS-TRL-CONT-RECORDS    PIC 9(009)         VALUE 0.
       77  WS-TRL-HELD-ENTRIES    PIC 9(009)         VALUE 0.
       77  WS-TRL-REF-ENTRIES     PIC 9(009)         VALUE 0.
       77  WS-TRL-RUN-START       PIC X(021)         VALUE SPACES.
       77  WS-TRL-RUN-END         PIC X(021)         VALUE SPACES.

               PERFORM 1010-READ-OUTPUT01
           END-PERFORM

           IF WS-SET-OPEN
               PERFORM 1030-REPORT-BROKEN-SET
           END-IF

           CLOSE OUTPUT01
           IF WS-REF-OPEN
               CLOSE REFFILE
           END-IF
           .

       1010-READ-OUTPUT01.
      *           cut short as it was written - the very failure
      *           this step exists to catch.  Report it rather
      *           than balancing against garbage.
                  IF WS-SET-OPEN
                      PERFORM 1030-REPORT-BROKEN-SET
                  END-IF
                  IF TRL-CONT-RECORDS = SPACES
                      MOVE ZEROES TO TRL-CONT-RECORDS
                  END-IF
                  IF TRL-HELD-ENTRIES = SPACES
                      MOVE ZEROES TO TRL-HELD-ENTRIES
                  END-IF
                  IF TRL-REF-ENTRIES = SPACES
                      MOVE ZEROES TO TRL-REF-ENTRIES
                  END-IF
                  IF TRL-ENTRIES-READ IS NUMERIC
                   AND TRL-WRITTEN-OK IS NUMERIC
                   AND TRL-WRITTEN-ERROR IS NUMERIC
                   AND TRL-CONT-RECORDS IS NUMERIC
                   AND TRL-HELD-ENTRIES IS NUMERIC
                   AND TRL-REF-ENTRIES IS NUMERIC
                      ADD 1 TO WS-TRAILER-COUNT
                      MOVE TRL-ENTRIES-READ TO WS-TRL-ENTRIES-READ
                      MOVE TRL-WRITTEN-OK TO WS-TRL-WRITTEN-OK
                      MOVE TRL-WRITTEN-ERROR TO WS-TRL-WRITTEN-ERR
                      MOVE TRL-CONT-RECORDS TO WS-TRL-CONT-RECORDS
                      MOVE TRL-HELD-ENTRIES TO WS-TRL-HELD-ENTRIES
                      MOVE TRL-REF-ENTRIES TO WS-TRL-REF-ENTRIES
                      MOVE TRL-RUN-START TO WS-TRL-RUN-START
                      MOVE TRL-RUN-END TO WS-TRL-RUN-END
                  ELSE
                              ' being written'
                  END-IF
             WHEN OUTREC-STATUS-OK
              AND OUTREC-SEG-NUM IS NUMERIC
              AND OUTREC-SEG-NUM > 1
                  ADD 1 TO WS-ACTUAL-CONT
                  PERFORM 1024-CHECK-CONTINUATION
             WHEN OUTREC-STATUS-OK
                  IF WS-SET-OPEN
                      PERFORM 1030-REPORT-BROKEN-SET
                  END-IF
                  ADD 1 TO WS-ACTUAL-OK
                  IF OUTREC-SEG-COUNT IS NUMERIC
                   AND OUTREC-SEG-COUNT > 1
                      SET WS-SET-OPEN TO TRUE
                      MOVE OUTREC-FILENAME TO WS-SET-NAME
                      MOVE OUTREC-SEG-COUNT TO WS-SET-COUNT
                      MOVE 2 TO WS-SET-NEXT
                  END-IF
             WHEN OUTREC-STATUS-ERROR
                  IF WS-SET-OPEN
                      PERFORM 1030-REPORT-BROKEN-SET
                  END-IF
                  ADD 1 TO WS-ACTUAL-ERR
             WHEN OUTREC-STATUS-HELD
                  IF WS-SET-OPEN
                      PERFORM 1030-REPORT-BROKEN-SET
                  END-IF
                  ADD 1 TO WS-ACTUAL-HELD
             WHEN OUTREC-STATUS-REF
                  IF WS-SET-OPEN
                      PERFORM 1030-REPORT-BROKEN-SET
                  END-IF
                  ADD 1 TO WS-ACTUAL-REF
                  PERFORM 1040-CHECK-REFERENCE
             WHEN OTHER
      *           Neither data nor trailer - count it against the
      *           balance as a damaged record.
           END-EVALUATE
           .

      *
      * A continuation record must be the next segment of the set
      * that is open.  One arriving with no set open lost its
      * segment 1 - reported once for its file name.
      *
       1024-CHECK-CONTINUATION.
           IF WS-SET-OPEN
            AND OUTREC-FILENAME = WS-SET-NAME
            AND OUTREC-SEG-NUM = WS-SET-NEXT
            AND OUTREC-SEG-COUNT = WS-SET-COUNT
               IF WS-SET-NEXT >= WS-SET-COUNT
                   MOVE 'N' TO WS-SET-OPEN-SW
               ELSE
                   ADD 1 TO WS-SET-NEXT
               END-IF
           ELSE
               IF WS-SET-OPEN
                   PERFORM 1030-REPORT-BROKEN-SET
               END-IF
               IF OUTREC-FILENAME NOT = WS-SET-NAME
                   MOVE OUTREC-FILENAME TO WS-SET-NAME
                   SET WS-OUT-OF-BALANCE TO TRUE
                   ADD 1 TO WS-BROKEN-SETS
                   DISPLAY MYNAME ' segment ' OUTREC-SEG-NUM ' of '
                           FUNCTION TRIM(OUTREC-FILENAME)
                           ' found with no segment 1'
               END-IF
           END-IF
           .

      *
      * The open set ended short of its last segment, or met a
      * segment other than the one expected.
      *
       1030-REPORT-BROKEN-SET.
           SET WS-OUT-OF-BALANCE TO TRUE
           ADD 1 TO WS-BROKEN-SETS
           MOVE 'N' TO WS-SET-OPEN-SW
           DISPLAY MYNAME ' spanned set for '
                   FUNCTION TRIM(WS-SET-NAME)
                   ' is missing segment ' WS-SET-NEXT
                   ' of ' WS-SET-COUNT ' or holds it out of order'
           .

      *
      * A reference record must name a copy the dataset holds:
      * an OK record, segment 1 of 1, with that file name and the
      * same byte count, checksum and codepage (see copybook
      * OUTPUT01).  One that does not is an entry nothing
      * accounts for.
      *
       1040-CHECK-REFERENCE.
           IF WS-REF-FOUND
            AND REFREC-FILENAME = OUTREC-REF-NAME
            AND REFREC-BYTE-COUNT = OUTREC-BYTE-COUNT
            AND REFREC-CHECKSUM = OUTREC-CHECKSUM
            AND REFREC-CODEPAGE = OUTREC-CODEPAGE
               CONTINUE
           ELSE
               PERFORM 1042-FIND-REFERENCED-COPY
           END-IF

           IF NOT WS-REF-FOUND
               SET WS-OUT-OF-BALANCE TO TRUE
               ADD 1 TO WS-BROKEN-REFS
               DISPLAY MYNAME ' '
                       FUNCTION TRIM(OUTREC-FILENAME)
                       ' refers to '
                       FUNCTION TRIM(OUTREC-REF-NAME)
                       ', which OUTPUT01 does not hold'
           END-IF
           .

       1042-FIND-REFERENCED-COPY.
           MOVE 'N' TO WS-REF-FOUND-SW
           MOVE 'N' TO REFFILE-EOF-SW

           IF WS-REF-OPEN
               CLOSE REFFILE
               MOVE 'N' TO WS-REF-OPEN-SW
           END-IF
           OPEN INPUT REFFILE
           IF WS-REF-STATUS = '00'
               SET WS-REF-OPEN TO TRUE
           ELSE
               SET REFFILE-EOF TO TRUE
           END-IF

           PERFORM 1044-READ-REFFILE
             UNTIL REFFILE-EOF
             OR WS-REF-FOUND
           .

       1044-READ-REFFILE.
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

      *
      * Counts this run's B64ENCOD entries in the audit log, using
      * the trailer's start and end timestamps as the window.  With
               PERFORM 3020-BALANCE-ONE-PAIR-2
               PERFORM 3030-BALANCE-ONE-PAIR-3
               PERFORM 3040-BALANCE-ONE-PAIR-4
               PERFORM 3050-BALANCE-ONE-PAIR-5
               PERFORM 3060-BALANCE-ONE-PAIR-6
               PERFORM 3070-BALANCE-ONE-PAIR-7
           END-IF

           IF WS-BROKEN-SETS > 0
               MOVE WS-BROKEN-SETS TO WS-EDIT-COUNT-1
               DISPLAY MYNAME ' broken spanned sets      '
                       WS-EDIT-COUNT-1
           END-IF

           IF WS-BROKEN-REFS > 0
               MOVE WS-BROKEN-REFS TO WS-EDIT-COUNT-1
               DISPLAY MYNAME ' unresolved references    '
                       WS-EDIT-COUNT-1
           END-IF

           IF WS-OUT-OF-BALANCE
           MOVE WS-TRL-ENTRIES-READ TO WS-EDIT-COUNT-1
           COMPUTE WS-EDIT-COUNT-2 =
               WS-TRL-WRITTEN-OK + WS-TRL-WRITTEN-ERR
             + WS-TRL-HELD-ENTRIES + WS-TRL-REF-ENTRIES
           DISPLAY MYNAME ' trailer entries read     '
                   WS-EDIT-COUNT-1
                   ' vs trailer OK+err+held+ref ' WS-EDIT-COUNT-2
           IF WS-TRL-ENTRIES-READ NOT =
              WS-TRL-WRITTEN-OK + WS-TRL-WRITTEN-ERR
            + WS-TRL-HELD-ENTRIES + WS-TRL-REF-ENTRIES
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           .
           END-IF
           .

      *
      * Every segment of a spanned set was its own B64ENCOD call.
      *
       3040-BALANCE-ONE-PAIR-4.
           COMPUTE WS-EDIT-COUNT-1 =
               WS-TRL-WRITTEN-OK + WS-TRL-CONT-RECORDS
           MOVE WS-AUDIT-ENCODES TO WS-EDIT-COUNT-2
           DISPLAY MYNAME ' trailer OK + continuation'
                   WS-EDIT-COUNT-1
                   ' vs B64AUDIT encode calls   ' WS-EDIT-COUNT-2
           IF WS-TRL-WRITTEN-OK + WS-TRL-CONT-RECORDS
              NOT = WS-AUDIT-ENCODES
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           .

       3050-BALANCE-ONE-PAIR-5.
           MOVE WS-TRL-CONT-RECORDS TO WS-EDIT-COUNT-1
           MOVE WS-ACTUAL-CONT TO WS-EDIT-COUNT-2
           DISPLAY MYNAME ' trailer continuations    '
                   WS-EDIT-COUNT-1
                   ' vs OUTPUT01 continuations  ' WS-EDIT-COUNT-2
           IF WS-TRL-CONT-RECORDS NOT = WS-ACTUAL-CONT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           .

      *
      * Held entries were never encoded, so they stand outside the
      * audit balance; the held records present must agree with
      * the trailer.
      *
       3060-BALANCE-ONE-PAIR-6.
           MOVE WS-TRL-HELD-ENTRIES TO WS-EDIT-COUNT-1
           MOVE WS-ACTUAL-HELD TO WS-EDIT-COUNT-2
           DISPLAY MYNAME ' trailer held entries     '
                   WS-EDIT-COUNT-1
                   ' vs OUTPUT01 held records   ' WS-EDIT-COUNT-2
           IF WS-TRL-HELD-ENTRIES NOT = WS-ACTUAL-HELD
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           .

      *
      * References make no B64ENCOD call either, so they too stand
      * outside the audit balance; the reference records present
      * must agree with the trailer.
      *
       3070-BALANCE-ONE-PAIR-7.
           MOVE WS-TRL-REF-ENTRIES TO WS-EDIT-COUNT-1
           MOVE WS-ACTUAL-REF TO WS-EDIT-COUNT-2
           DISPLAY MYNAME ' trailer references       '
                   WS-EDIT-COUNT-1
                   ' vs OUTPUT01 references     ' WS-EDIT-COUNT-2
           IF WS-TRL-REF-ENTRIES NOT = WS-ACTUAL-REF
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           .
