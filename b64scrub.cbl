       ID Division.
      *
      * Copyright (C) 2021 Craig Schneiderwent.  All rights reserved.
      *
      * I accept no liability for damages of any kind resulting
      * from the use of this software.  Use at your own risk.
      *
      * This software may be modified and distributed under the terms
      * of the MIT license. See the LICENSE file for details.
      *
      * Integrity scrub of the cataloged OUTPUT01 datasets in the
      * COBOL language
      *
      * The OUTPUT01 datasets kept after each night's run are this
      * shop's recovery copies - b64demo3's ASOF= restores from
      * whichever one the run catalog names - but nothing looks
      * at an old one again until the day it is needed.  This
      * scrub walks the run records of the B64CATLG catalog (see
      * copybook CATALOG) and proves each run's output dataset is
      * still present, complete and decodable:
      *
      *   1. the dataset named by CAT-OUT-DSN opens;
      *   2. its control-total trailer is present, names this
      *      run (a dataset since overwritten by a later run is
      *      no longer this run's recovery copy), and its counts
      *      agree both with the records actually present and
      *      with the counts the catalog recorded for the run;
      *   3. every OK entry is decoded in memory - strictly,
      *      through B64DECOD - expanded through B64PACK when it
      *      was compressed, and its B64CKSUM checksum and byte
      *      count verified against both the OUTREC-CHECKSUM and
      *      OUTREC-BYTE-COUNT the record carries and the file
      *      entry the catalog holds for it.  Spanned sets (see
      *      copybook OUTPUT01) are verified segment by segment
      *      on a running checksum, exactly as b64demo3 restores
      *      them, and an entry in error must be in error in the
      *      catalog too - as must an entry held by sensitive-data
      *      screening, which carries no payload either.  A
      *      reference record for a duplicate payload must name a
      *      copy the dataset holds - that copy is verified as an
      *      entry of its own - and be cataloged as a reference
      *      with the same byte count and checksum.
      *
      * Nothing is written but the report: no payload ever leaves
      * working storage, and the codepage translation back is not
      * needed, since the checksum is of the bytes as encoded.
      *
      * Every problem found is one line of the exception report
      * (ddname B64SCRUB) under the run it belongs to, with a
      * reason code:
      *
      *   MISSING   the dataset cannot be opened
      *   REPLACED  the dataset's trailer belongs to another run
      *   NOTRAILR  no trailer - the dataset is short
      *   TRAILER   the trailer is damaged, or there are several
      *   COUNTS    the trailer disagrees with the records present
      *   CATCOUNT  the trailer disagrees with the catalog's run
      *             record
      *   BADREC    a record that is neither data nor trailer
      *   BROKEN    a spanned set missing or misordering a segment
      *   TOOBIG    a payload too large to decode
      *   BADCHAR   strict B64DECOD rejected a payload
      *   EXPAND    B64PACK could not decompress a payload
      *   SIZE      decoded byte count differs from the record's
      *   CKSUM     decoded checksum differs from the record's
      *   NOREF     a reference names a copy the dataset does
      *             not hold
      *   NOCATLG   the catalog holds no entry for the file in
      *             this run
      *   CATMATCH  the catalog entry's status, byte count or
      *             checksum differs from what was decoded
      *
      * Each run scrubbed ends with a result line, and its
      * catalog run record is stamped with the time the scrub
      * finished with it and the result - proven, failed or
      * missing - so b64catq shows which recovery points were
      * last proven good, and when, between scrubs.
      *
      * The catalog is opened I-O for the stamp, and read by key
      * for each entry's file record as the dataset is read; the
      * walk over the run records is re-established by key after
      * each run.
      *
      * An optional run-start prefix - a month, a date, or
      * anything more precise - limits the scrub to the matching
      * runs; without one every cataloged run is scrubbed.  It is
      * taken from the job's PARM environment variable, the way a
      * batch scheduler passes a JCL EXEC PARM= value through to a
      * program run outside MVS; if PARM is not set, the command
      * line is used instead, so the program still runs
      * interactively for ad hoc testing.
      *
      * RETURN-CODE is 8 when any exception was reported, so the
      * scheduler can page someone; 4 when no cataloged run
      * matched; 12 when there is no catalog.
      *
      * Modification History
      * 2026-10-15 CRS  Initial version.
      * 2026-10-15 CRS  Entries held by sensitive-data screening
      *                 (see copybook OUTPUT01) are counted and
      *                 balanced - the trailer's TRL-HELD-ENTRIES
      *                 against the held records present and the
      *                 run record's CAT-WRITTEN-HELD - and each
      *                 must be held in the catalog too.  A trailer
      *                 or run record from before the fields
      *                 existed is taken as none held.
      * 2026-10-15 CRS  Reference records for duplicate payloads
      *                 (see copybook OUTPUT01) are counted and
      *                 balanced - the trailer's TRL-REF-ENTRIES
      *                 against the references present and the run
      *                 record's CAT-WRITTEN-REF - and each must
      *                 resolve to its copy in the dataset (new
      *                 reason NOREF) and be cataloged as a
      *                 reference to the same payload.
      *
       Program-ID. b64scrub.
       Environment Division.
       Input-Output Section.
       File-Control.
      *
      * The keyed run catalog - see copybook CATALOG.  Opened I-O:
      * only the run records' verification stamp is rewritten.
      *
           Select CATFILE Assign To 'B64CATLG'
             Organization Indexed
             Access Mode Dynamic
             Record Key CAT-KEY
             File Status Is WS-CAT-STATUS.
      *
      * Each run's output dataset in turn, as its run record
      * names it.
      *
           Select OUTPUT01 Assign To Dynamic WS-OUTPUT01-ASSIGN
             Organization Line Sequential
             File Status Is WS-OUT-STATUS.
      *
      * The same dataset again, read from the top to find the copy
      * a reference record names - see 4040-CHECK-REFERENCE.
      *
           Select REFFILE Assign To Dynamic WS-OUTPUT01-ASSIGN
             Organization Line Sequential
             File Status Is WS-REF-STATUS.
      *
      * B64SCRUB is assigned to a symbolic DD name.  At run time
      * the actual dataset is taken from the environment variable
      * of the same name (DD_B64SCRUB or B64SCRUB) if one is set,
      * exactly as a JCL DD statement would supply the dataset for
      * a ddname; absent that, the ddname itself is used as a
      * relative file name so the job still runs unattended.
      *
           Select RPTFILE Assign To 'B64SCRUB'
             Organization Line Sequential.
       Data Division.
       File Section.
       FD  CATFILE.
           COPY CATALOG.

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

       FD  RPTFILE.
       01  RPT-REC                PIC X(132).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'b64scrub'.

       77  WS-CAT-STATUS          PIC X(002)         VALUE SPACES.
       77  CATFILE-EOF-SW         PIC X(004)         VALUE 'N'.
           88  CATFILE-EOF                           VALUE 'Y'.
       77  WS-OUT-STATUS          PIC X(002)         VALUE SPACES.
       77  OUTPUT01-EOF-SW        PIC X(004)         VALUE 'N'.
           88  OUTPUT01-EOF                          VALUE 'Y'.
       77  WS-OUTPUT01-ASSIGN     PIC X(100)         VALUE SPACES.

       77  WS-COMMAND-LINE        PIC X(200)         VALUE SPACES.
       77  WS-PREFIX              PIC X(021)         VALUE SPACES.
       77  WS-PREFIX-LEN          PIC 9(004)   COMP  VALUE 0.
       77  WS-PREFIX-SUB          PIC 9(004)   COMP  VALUE 0.

      *
      * The run being scrubbed, as its run record describes it.
      *
       77  WS-RUN-START           PIC X(021)         VALUE SPACES.
       77  WS-RUN-END             PIC X(021)         VALUE SPACES.
       77  WS-RUN-DSN             PIC X(100)         VALUE SPACES.
       77  WS-RUN-READ            PIC 9(009)         VALUE ZEROES.
       77  WS-RUN-OK              PIC 9(009)         VALUE ZEROES.
       77  WS-RUN-ERROR           PIC 9(009)         VALUE ZEROES.
       77  WS-RUN-HELD            PIC 9(009)         VALUE ZEROES.
       77  WS-RUN-REF             PIC 9(009)         VALUE ZEROES.
       77  WS-VERIFIED-AT         PIC X(021)         VALUE SPACES.
       77  WS-RUN-RESULT          PIC X(001)         VALUE SPACES.
           88  WS-RUN-PROVEN                         VALUE 'P'.
           88  WS-RUN-FAILED                         VALUE 'F'.
           88  WS-RUN-MISSING                        VALUE 'M'.

      *
      * What the first pass over the dataset found: the records
      * actually present, and the trailer's counts.
      *
       77  WS-ACTUAL-OK           PIC 9(009)   COMP  VALUE 0.
       77  WS-ACTUAL-ERR          PIC 9(009)   COMP  VALUE 0.
       77  WS-ACTUAL-CONT         PIC 9(009)   COMP  VALUE 0.
       77  WS-ACTUAL-HELD         PIC 9(009)   COMP  VALUE 0.
       77  WS-ACTUAL-REF          PIC 9(009)   COMP  VALUE 0.
       77  WS-TRAILER-COUNT       PIC 9(009)   COMP  VALUE 0.
       77  WS-TRAILER-DAMAGED-SW  PIC X(004)         VALUE 'N'.
           88  WS-TRAILER-DAMAGED                    VALUE 'Y'.
       77  WS-REPLACED-SW         PIC X(004)         VALUE 'N'.
           88  WS-REPLACED                           VALUE 'Y'.
       77  WS-TRL-ENTRIES-READ    PIC 9(009)         VALUE 0.
       77  WS-TRL-WRITTEN-OK      PIC 9(009)         VALUE 0.
       77  WS-TRL-WRITTEN-ERR     PIC 9(009)         VALUE 0.
       77  WS-TRL-CONT-RECORDS    PIC 9(009)         VALUE 0.
       77  WS-TRL-HELD-ENTRIES    PIC 9(009)         VALUE 0.
       77  WS-TRL-REF-ENTRIES     PIC 9(009)         VALUE 0.
       77  WS-TRL-RUN-START       PIC X(021)         VALUE SPACES.

      *
      * The entry being verified.  A single-record entry is
      * treated as a set of one, so every OK entry is verified on
      * the same running checksum; WS-SET-NAME is kept after a
      * set closes, so the rest of a broken set is passed over
      * quietly.
      *
       77  WS-SET-OPEN-SW         PIC X(004)         VALUE 'N'.
           88  WS-SET-OPEN                           VALUE 'Y'.
       77  WS-SET-FAILED-SW       PIC X(004)         VALUE 'N'.
           88  WS-SET-FAILED                         VALUE 'Y'.
       77  WS-SET-NAME            PIC X(100)         VALUE SPACES.
       77  WS-SET-COUNT           PIC 9(009)   COMP  VALUE 0.
       77  WS-SET-NEXT            PIC 9(009)   COMP  VALUE 0.
       77  WS-SET-BYTES           PIC 9(018)   COMP  VALUE 0.
       77  WS-SET-REC-BYTES       PIC 9(010)         VALUE 0.
       77  WS-SET-REC-CHECKSUM    PIC 9(010)         VALUE 0.
       77  WS-SEGMENT-ERROR-SW    PIC X(004)         VALUE 'N'.
           88  WS-SEGMENT-ERROR                      VALUE 'Y'.

      *
      * The catalog's file entry for the entry being verified.
      *
       77  WS-CATE-FOUND-SW       PIC X(004)         VALUE 'N'.
           88  WS-CATE-FOUND                         VALUE 'Y'.
       77  WS-CATE-STATUS         PIC X(001)         VALUE SPACES.
       77  WS-CATE-REF-NAME       PIC X(100)         VALUE SPACES.
       77  WS-CATE-BYTES          PIC 9(010)         VALUE 0.
       77  WS-CATE-CHECKSUM       PIC 9(010)         VALUE 0.

      *
      * The exception being reported.
      *
       77  WS-EXC-REASON          PIC X(008)         VALUE SPACES.
       77  WS-EXC-TEXT            PIC X(118)         VALUE SPACES.

      *
      * Totals for the run and for the scrub.
      *
       77  WS-RUN-ENTRIES         PIC 9(009)   COMP  VALUE 0.
       77  WS-RUN-PROVEN-COUNT    PIC 9(009)   COMP  VALUE 0.
       77  WS-RUN-EXCEPTIONS      PIC 9(009)   COMP  VALUE 0.
       77  WS-TOT-RUNS            PIC 9(009)   COMP  VALUE 0.
       77  WS-TOT-RUNS-PROVEN     PIC 9(009)   COMP  VALUE 0.
       77  WS-TOT-RUNS-FAILED     PIC 9(009)   COMP  VALUE 0.
       77  WS-TOT-RUNS-MISSING    PIC 9(009)   COMP  VALUE 0.
       77  WS-TOT-ENTRIES         PIC 9(009)   COMP  VALUE 0.
       77  WS-TOT-PROVEN          PIC 9(009)   COMP  VALUE 0.
       77  WS-TOT-EXCEPTIONS      PIC 9(009)   COMP  VALUE 0.
      *
      * Reference checking.  REFFILE stays open between references
      * within a run, its record area still holding the copy last
      * found, so the run of references a popular payload draws
      * is checked without reading the dataset again for each.
      *
       77  WS-REF-STATUS          PIC X(002)         VALUE SPACES.
       77  WS-REF-OPEN-SW         PIC X(004)         VALUE 'N'.
           88  WS-REF-OPEN                           VALUE 'Y'.
       77  WS-REF-FOUND-SW        PIC X(004)         VALUE 'N'.
           88  WS-REF-FOUND                          VALUE 'Y'.
       77  REFFILE-EOF-SW         PIC X(004)         VALUE 'N'.
           88  REFFILE-EOF                           VALUE 'Y'.
       77  WS-EDIT-COUNT-1        PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-COUNT-2        PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-COUNT-3        PIC ZZZ,ZZZ,ZZ9.
       77  WS-DECODED-BYTES       PIC 9(018)         VALUE 0.
       77  WS-DECODED-CHECKSUM    PIC 9(010)         VALUE 0.
       77  WS-SHOW-SEG-NEXT       PIC 9(005)         VALUE 0.
       77  WS-SHOW-SEG-COUNT      PIC 9(005)         VALUE 0.
       77  WS-SHOW-OFFSET         PIC 9(008)         VALUE 0.

      *
      * B64DECOD's parameter list - see copybook B64DPARM.  Strict
      * mode is always requested; the switch is set at entry,
      * since copybook items carry no VALUE clauses.
      *
           COPY B64DPARM.

      *
      * B64CKSUM's state - see copybook B64CPARM - carried across
      * the segments of a set.
      *
           COPY B64CPARM.

      *
      * B64PACK's request area - see copybook B64PPARM - and the
      * expansion work area.
      *
           COPY B64PPARM.
       77  WS-PACK-LEN            PIC 9(008)   COMP  VALUE 0.
       77  WS-PACK-BUFFER         PIC X(32768)       VALUE SPACES.

      *
      * Report line layouts.  All lines are built in working
      * storage and written through RPT-REC.
      *
       01  RPT-HEAD1.
           05  FILLER             PIC X(045) VALUE
               'B64SCRUB  INTEGRITY SCRUB OF CATALOGED RUNS  '.
           05  FILLER             PIC X(007) VALUE 'STARTED'.
           05  FILLER             PIC X(001) VALUE SPACE.
           05  RPT-HEAD1-STARTED  PIC X(014).
           05  FILLER             PIC X(010) VALUE '  RUNS    '.
           05  RPT-HEAD1-PREFIX   PIC X(021).
           05  FILLER             PIC X(034) VALUE SPACES.

       01  RPT-RUN-LINE.
           05  FILLER             PIC X(004) VALUE 'RUN '.
           05  RPT-RUN-START      PIC X(014).
           05  FILLER             PIC X(008) VALUE '  ENDED '.
           05  RPT-RUN-END        PIC X(014).
           05  FILLER             PIC X(010) VALUE '  DATASET '.
           05  RPT-RUN-DSN        PIC X(082).

       01  RPT-EXC-LINE.
           05  FILLER             PIC X(004) VALUE SPACES.
           05  RPT-EXC-REASON     PIC X(008).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-EXC-TEXT       PIC X(118).

       01  RPT-RESULT-LINE.
           05  FILLER             PIC X(004) VALUE SPACES.
           05  FILLER             PIC X(007) VALUE 'RESULT '.
           05  RPT-RESULT         PIC X(008).
           05  FILLER             PIC X(011) VALUE '  VERIFIED '.
           05  RPT-RESULT-AT      PIC X(014).
           05  FILLER             PIC X(010) VALUE '  ENTRIES '.
           05  RPT-RESULT-ENTRIES PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(009) VALUE '  PROVEN '.
           05  RPT-RESULT-PROVEN  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(013) VALUE '  EXCEPTIONS '.
           05  RPT-RESULT-EXC     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(023) VALUE SPACES.

       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL    PIC X(030).
           05  RPT-COUNT-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(091) VALUE SPACES.

       Procedure Division.

           SET DECODE-STRICT TO TRUE

           ACCEPT WS-COMMAND-LINE FROM ENVIRONMENT 'PARM'
           IF WS-COMMAND-LINE = SPACES
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           END-IF
           MOVE FUNCTION TRIM(WS-COMMAND-LINE) TO WS-PREFIX

           MOVE 0 TO WS-PREFIX-LEN
           PERFORM VARYING WS-PREFIX-SUB
             FROM LENGTH OF WS-PREFIX BY -1
           UNTIL WS-PREFIX-SUB = 0 OR WS-PREFIX-LEN > 0
               IF WS-PREFIX(WS-PREFIX-SUB:1) NOT = SPACE
                   MOVE WS-PREFIX-SUB TO WS-PREFIX-LEN
               END-IF
           END-PERFORM

           OPEN I-O CATFILE

           IF WS-CAT-STATUS NOT = '00'
               DISPLAY MYNAME ' no run catalog exists - no'
                       ' FILE/RERUN batch has cataloged a run yet'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT RPTFILE
               PERFORM 1000-WRITE-HEADING
               PERFORM 2000-SCRUB-ALL-RUNS
               PERFORM 8000-WRITE-TOTALS
               CLOSE RPTFILE
               CLOSE CATFILE

               EVALUATE TRUE
                 WHEN WS-TOT-EXCEPTIONS > 0
                      MOVE 8 TO RETURN-CODE
                 WHEN WS-TOT-RUNS = 0
                      DISPLAY MYNAME ' no cataloged run matches'
                      MOVE 4 TO RETURN-CODE
                 WHEN OTHER
                      MOVE 0 TO RETURN-CODE
               END-EVALUATE
           END-IF

           GOBACK
           .

       1000-WRITE-HEADING.
           MOVE FUNCTION CURRENT-DATE TO WS-VERIFIED-AT
           MOVE WS-VERIFIED-AT(1:14) TO RPT-HEAD1-STARTED
           IF WS-PREFIX-LEN = 0
               MOVE 'ALL' TO RPT-HEAD1-PREFIX
           ELSE
               MOVE WS-PREFIX TO RPT-HEAD1-PREFIX
           END-IF
           WRITE RPT-REC FROM RPT-HEAD1
           .

      *
      * The run records, in run-start order: a keyed START at the
      * first '*RUN' record, reading forward while the name
      * portion of the key is still '*RUN'.  Scrubbing a run reads
      * the catalog by key, so 2900-STAMP-RUN re-establishes the
      * position after the run and reads the next run record.
      *
       2000-SCRUB-ALL-RUNS.
           MOVE '*RUN' TO CAT-KEY-NAME
           MOVE LOW-VALUES TO CAT-KEY-RUN-START
           START CATFILE KEY >= CAT-KEY
             INVALID KEY SET CATFILE-EOF TO TRUE
           END-START

           IF NOT CATFILE-EOF
               PERFORM 9010-READ-NEXT-ENTRY
           END-IF

           PERFORM UNTIL CATFILE-EOF
                      OR NOT CAT-KEY-IS-RUN
               IF CAT-TYPE-RUN
                AND (WS-PREFIX-LEN = 0
                 OR CAT-KEY-RUN-START(1:WS-PREFIX-LEN)
                    = WS-PREFIX(1:WS-PREFIX-LEN))
                   PERFORM 2010-SCRUB-ONE-RUN
               ELSE
                   PERFORM 9010-READ-NEXT-ENTRY
               END-IF
           END-PERFORM
           .

       2010-SCRUB-ONE-RUN.
           ADD 1 TO WS-TOT-RUNS
           MOVE CAT-KEY-RUN-START TO WS-RUN-START
           MOVE CAT-RUN-END TO WS-RUN-END
           MOVE CAT-OUT-DSN TO WS-RUN-DSN
           MOVE CAT-ENTRIES-READ TO WS-RUN-READ
           MOVE CAT-WRITTEN-OK TO WS-RUN-OK
           MOVE CAT-WRITTEN-ERROR TO WS-RUN-ERROR
           IF CAT-WRITTEN-HELD IS NUMERIC
               MOVE CAT-WRITTEN-HELD TO WS-RUN-HELD
           ELSE
               MOVE ZEROES TO WS-RUN-HELD
           END-IF
           IF CAT-WRITTEN-REF IS NUMERIC
               MOVE CAT-WRITTEN-REF TO WS-RUN-REF
           ELSE
               MOVE ZEROES TO WS-RUN-REF
           END-IF
           MOVE 0 TO WS-RUN-ENTRIES
           MOVE 0 TO WS-RUN-PROVEN-COUNT
           MOVE 0 TO WS-RUN-EXCEPTIONS
           MOVE 'N' TO WS-REPLACED-SW
           MOVE SPACES TO WS-RUN-RESULT

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-RUN-START(1:14) TO RPT-RUN-START
           MOVE WS-RUN-END(1:14) TO RPT-RUN-END
           MOVE WS-RUN-DSN TO RPT-RUN-DSN
           WRITE RPT-REC FROM RPT-RUN-LINE

           MOVE WS-RUN-DSN TO WS-OUTPUT01-ASSIGN
           MOVE 'N' TO OUTPUT01-EOF-SW
           OPEN INPUT OUTPUT01

           IF WS-OUT-STATUS NOT = '00'
               SET WS-RUN-MISSING TO TRUE
               MOVE 'MISSING' TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'dataset ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RUN-DSN) DELIMITED BY SIZE
                      ' cannot be opened - file status '
                        DELIMITED BY SIZE
                      WS-OUT-STATUS DELIMITED BY SIZE
                 INTO WS-EXC-TEXT
               END-STRING
               PERFORM 2800-NOTE-EXCEPTION
           ELSE
               PERFORM 3000-CHECK-STRUCTURE
               CLOSE OUTPUT01
               IF NOT WS-REPLACED
                   MOVE 'N' TO OUTPUT01-EOF-SW
                   OPEN INPUT OUTPUT01
                   PERFORM 4000-VERIFY-ENTRIES
                   CLOSE OUTPUT01
               END-IF
           END-IF

           EVALUATE TRUE
             WHEN WS-RUN-MISSING
                  ADD 1 TO WS-TOT-RUNS-MISSING
             WHEN WS-RUN-EXCEPTIONS > 0
                  SET WS-RUN-FAILED TO TRUE
                  ADD 1 TO WS-TOT-RUNS-FAILED
             WHEN OTHER
                  SET WS-RUN-PROVEN TO TRUE
                  ADD 1 TO WS-TOT-RUNS-PROVEN
           END-EVALUATE
           ADD WS-RUN-ENTRIES TO WS-TOT-ENTRIES
           ADD WS-RUN-PROVEN-COUNT TO WS-TOT-PROVEN

           MOVE FUNCTION CURRENT-DATE TO WS-VERIFIED-AT
           PERFORM 2100-WRITE-RESULT
           PERFORM 2900-STAMP-RUN
           .

       2100-WRITE-RESULT.
           EVALUATE TRUE
             WHEN WS-RUN-PROVEN
                  MOVE 'PROVEN' TO RPT-RESULT
             WHEN WS-RUN-FAILED
                  MOVE 'FAILED' TO RPT-RESULT
             WHEN OTHER
                  MOVE 'MISSING' TO RPT-RESULT
           END-EVALUATE
           MOVE WS-VERIFIED-AT(1:14) TO RPT-RESULT-AT
           MOVE WS-RUN-ENTRIES TO RPT-RESULT-ENTRIES
           MOVE WS-RUN-PROVEN-COUNT TO RPT-RESULT-PROVEN
           MOVE WS-RUN-EXCEPTIONS TO RPT-RESULT-EXC
           WRITE RPT-REC FROM RPT-RESULT-LINE
           .

      *
      * One line of the exception report, under the run heading.
      *
       2800-NOTE-EXCEPTION.
           ADD 1 TO WS-RUN-EXCEPTIONS
           ADD 1 TO WS-TOT-EXCEPTIONS
           MOVE WS-EXC-REASON TO RPT-EXC-REASON
           MOVE WS-EXC-TEXT TO RPT-EXC-TEXT
           WRITE RPT-REC FROM RPT-EXC-LINE
           .

      *
      * Stamps the run record with the scrub's verdict, then
      * re-establishes the walk over the run records just past
      * this one and reads the next.
      *
       2900-STAMP-RUN.
           MOVE '*RUN' TO CAT-KEY-NAME
           MOVE WS-RUN-START TO CAT-KEY-RUN-START
           READ CATFILE
             INVALID KEY
               DISPLAY MYNAME ' run record ' WS-RUN-START(1:14)
                       ' vanished from the catalog - not stamped'
             NOT INVALID KEY
               MOVE WS-VERIFIED-AT TO CAT-VERIFIED-AT
               MOVE WS-RUN-RESULT TO CAT-VERIFY-RESULT
               REWRITE B64CAT-REC
                 INVALID KEY
                   DISPLAY MYNAME ' unable to stamp run record '
                           WS-RUN-START(1:14) ' - file status '
                           WS-CAT-STATUS
               END-REWRITE
           END-READ

           MOVE '*RUN' TO CAT-KEY-NAME
           MOVE WS-RUN-START TO CAT-KEY-RUN-START
           START CATFILE KEY > CAT-KEY
             INVALID KEY SET CATFILE-EOF TO TRUE
           END-START

           IF NOT CATFILE-EOF
               PERFORM 9010-READ-NEXT-ENTRY
           END-IF
           .

      *
      * First pass: the records present and the trailer, balanced
      * the way b64recon balances the night's dataset, and the
      * trailer balanced against the catalog's run record besides.
      * A trailer naming some other run means the dataset was
      * reused and overwritten: it is no longer this run's
      * recovery copy, and its entries are not verified against
      * this run's catalog entries.
      *
       3000-CHECK-STRUCTURE.
           MOVE 0 TO WS-ACTUAL-OK
           MOVE 0 TO WS-ACTUAL-ERR
           MOVE 0 TO WS-ACTUAL-CONT
           MOVE 0 TO WS-ACTUAL-HELD
           MOVE 0 TO WS-ACTUAL-REF
           MOVE 0 TO WS-TRAILER-COUNT
           MOVE 'N' TO WS-TRAILER-DAMAGED-SW
           MOVE SPACES TO WS-TRL-RUN-START

           PERFORM 9020-READ-OUTPUT01

           PERFORM UNTIL OUTPUT01-EOF
               PERFORM 3010-COUNT-ONE-RECORD
               PERFORM 9020-READ-OUTPUT01
           END-PERFORM

           EVALUATE TRUE
             WHEN WS-TRAILER-DAMAGED
                  MOVE 'TRAILER' TO WS-EXC-REASON
                  MOVE 'the trailer record is damaged - the encoding
      -                'job ended as it was being written'
                    TO WS-EXC-TEXT
                  PERFORM 2800-NOTE-EXCEPTION
             WHEN WS-TRAILER-COUNT = 0
                  MOVE 'NOTRAILR' TO WS-EXC-REASON
                  MOVE 'no trailer record - the dataset is short'
                    TO WS-EXC-TEXT
                  PERFORM 2800-NOTE-EXCEPTION
             WHEN WS-TRAILER-COUNT > 1
                  MOVE 'TRAILER' TO WS-EXC-REASON
                  MOVE 'more than one trailer record'
                    TO WS-EXC-TEXT
                  PERFORM 2800-NOTE-EXCEPTION
             WHEN WS-TRL-RUN-START NOT = WS-RUN-START
                  SET WS-REPLACED TO TRUE
                  MOVE 'REPLACED' TO WS-EXC-REASON
                  MOVE SPACES TO WS-EXC-TEXT
                  STRING 'the dataset now holds the run started '
                           DELIMITED BY SIZE
                         WS-TRL-RUN-START(1:14) DELIMITED BY SIZE
                         ' - this recovery copy is gone'
                           DELIMITED BY SIZE
                    INTO WS-EXC-TEXT
                  END-STRING
                  PERFORM 2800-NOTE-EXCEPTION
             WHEN OTHER
                  PERFORM 3020-BALANCE-TRAILER
           END-EVALUATE
           .

       3010-COUNT-ONE-RECORD.
           EVALUATE TRUE
             WHEN OUTPUT01-TRL-PRESENT
                  ADD 1 TO WS-TRAILER-COUNT
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
                      MOVE TRL-ENTRIES-READ TO WS-TRL-ENTRIES-READ
                      MOVE TRL-WRITTEN-OK TO WS-TRL-WRITTEN-OK
                      MOVE TRL-WRITTEN-ERROR TO WS-TRL-WRITTEN-ERR
                      MOVE TRL-CONT-RECORDS TO WS-TRL-CONT-RECORDS
                      MOVE TRL-HELD-ENTRIES TO WS-TRL-HELD-ENTRIES
                      MOVE TRL-REF-ENTRIES TO WS-TRL-REF-ENTRIES
                      MOVE TRL-RUN-START TO WS-TRL-RUN-START
                  ELSE
                      SET WS-TRAILER-DAMAGED TO TRUE
                  END-IF
             WHEN OUTREC-STATUS-OK
              AND OUTREC-SEG-NUM IS NUMERIC
              AND OUTREC-SEG-NUM > 1
                  ADD 1 TO WS-ACTUAL-CONT
             WHEN OUTREC-STATUS-OK
                  ADD 1 TO WS-ACTUAL-OK
             WHEN OUTREC-STATUS-ERROR
                  ADD 1 TO WS-ACTUAL-ERR
             WHEN OUTREC-STATUS-HELD
                  ADD 1 TO WS-ACTUAL-HELD
             WHEN OUTREC-STATUS-REF
                  ADD 1 TO WS-ACTUAL-REF
           END-EVALUATE
           .

       3020-BALANCE-TRAILER.
           IF WS-TRL-WRITTEN-OK NOT = WS-ACTUAL-OK
            OR WS-TRL-WRITTEN-ERR NOT = WS-ACTUAL-ERR
            OR WS-TRL-CONT-RECORDS NOT = WS-ACTUAL-CONT
            OR WS-TRL-ENTRIES-READ
               NOT = WS-TRL-WRITTEN-OK + WS-TRL-WRITTEN-ERR
                   + WS-TRL-HELD-ENTRIES + WS-TRL-REF-ENTRIES
               MOVE 'COUNTS' TO WS-EXC-REASON
               MOVE WS-ACTUAL-OK TO WS-EDIT-COUNT-1
               MOVE WS-ACTUAL-ERR TO WS-EDIT-COUNT-2
               MOVE WS-ACTUAL-CONT TO WS-EDIT-COUNT-3
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'trailer says ok/error/continuation '
                        DELIMITED BY SIZE
                      WS-TRL-WRITTEN-OK DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-TRL-WRITTEN-ERR DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-TRL-CONT-RECORDS DELIMITED BY SIZE
                      ' of ' DELIMITED BY SIZE
                      WS-TRL-ENTRIES-READ DELIMITED BY SIZE
                      ' read, dataset holds ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-COUNT-1)
                        DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-COUNT-2)
                        DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-COUNT-3)
                        DELIMITED BY SIZE
                 INTO WS-EXC-TEXT
               END-STRING
               PERFORM 2800-NOTE-EXCEPTION
           END-IF

           IF WS-TRL-HELD-ENTRIES NOT = WS-ACTUAL-HELD
               MOVE 'COUNTS' TO WS-EXC-REASON
               MOVE WS-ACTUAL-HELD TO WS-EDIT-COUNT-1
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'trailer says held ' DELIMITED BY SIZE
                      WS-TRL-HELD-ENTRIES DELIMITED BY SIZE
                      ', dataset holds ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-COUNT-1)
                        DELIMITED BY SIZE
                 INTO WS-EXC-TEXT
               END-STRING
               PERFORM 2800-NOTE-EXCEPTION
           END-IF

           IF WS-TRL-REF-ENTRIES NOT = WS-ACTUAL-REF
               MOVE 'COUNTS' TO WS-EXC-REASON
               MOVE WS-ACTUAL-REF TO WS-EDIT-COUNT-1
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'trailer says references ' DELIMITED BY SIZE
                      WS-TRL-REF-ENTRIES DELIMITED BY SIZE
                      ', dataset holds ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-COUNT-1)
                        DELIMITED BY SIZE
                 INTO WS-EXC-TEXT
               END-STRING
               PERFORM 2800-NOTE-EXCEPTION
           END-IF

           IF WS-TRL-ENTRIES-READ NOT = WS-RUN-READ
            OR WS-TRL-WRITTEN-OK NOT = WS-RUN-OK
            OR WS-TRL-WRITTEN-ERR NOT = WS-RUN-ERROR
            OR WS-TRL-HELD-ENTRIES NOT = WS-RUN-HELD
               MOVE 'CATCOUNT' TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'trailer read/ok/err/held '
                        DELIMITED BY SIZE
                      WS-TRL-ENTRIES-READ DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-TRL-WRITTEN-OK DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-TRL-WRITTEN-ERR DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-TRL-HELD-ENTRIES DELIMITED BY SIZE
                      ', catalog ' DELIMITED BY SIZE
                      WS-RUN-READ DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-RUN-OK DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-RUN-ERROR DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-RUN-HELD DELIMITED BY SIZE
                 INTO WS-EXC-TEXT
               END-STRING
               PERFORM 2800-NOTE-EXCEPTION
           END-IF

           IF WS-TRL-REF-ENTRIES NOT = WS-RUN-REF
               MOVE 'CATCOUNT' TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'trailer says references ' DELIMITED BY SIZE
                      WS-TRL-REF-ENTRIES DELIMITED BY SIZE
                      ', catalog ' DELIMITED BY SIZE
                      WS-RUN-REF DELIMITED BY SIZE
                 INTO WS-EXC-TEXT
               END-STRING
               PERFORM 2800-NOTE-EXCEPTION
           END-IF
           .

      *
      * Second pass: every entry decoded and verified.  A
      * continuation record belongs to the set its segment 1
      * opened; anything else arriving while a set is still open
      * means the set lost its remaining segments.
      *
       4000-VERIFY-ENTRIES.
           MOVE 'N' TO WS-SET-OPEN-SW
           MOVE SPACES TO WS-SET-NAME

           PERFORM 9020-READ-OUTPUT01

           PERFORM UNTIL OUTPUT01-EOF
               PERFORM 4010-VERIFY-ONE-RECORD
               PERFORM 9020-READ-OUTPUT01
           END-PERFORM

           IF WS-SET-OPEN
               PERFORM 4090-REPORT-BROKEN-SET
           END-IF

           IF WS-REF-OPEN
               CLOSE REFFILE
               MOVE 'N' TO WS-REF-OPEN-SW
           END-IF
           MOVE 'N' TO WS-REF-FOUND-SW
           .

       4010-VERIFY-ONE-RECORD.
           EVALUATE TRUE
             WHEN OUTPUT01-TRL-PRESENT
                  IF WS-SET-OPEN
                      PERFORM 4090-REPORT-BROKEN-SET
                  END-IF
             WHEN OUTREC-STATUS-OK
              AND OUTREC-SEG-NUM IS NUMERIC
              AND OUTREC-SEG-NUM > 1
                  PERFORM 4050-TAKE-CONTINUATION
             WHEN OUTREC-STATUS-OK
                  IF WS-SET-OPEN
                      PERFORM 4090-REPORT-BROKEN-SET
                  END-IF
                  ADD 1 TO WS-RUN-ENTRIES
                  PERFORM 4020-START-ENTRY
             WHEN OUTREC-STATUS-ERROR
             OR   OUTREC-STATUS-HELD
                  IF WS-SET-OPEN
                      PERFORM 4090-REPORT-BROKEN-SET
                  END-IF
                  ADD 1 TO WS-RUN-ENTRIES
                  PERFORM 4030-CHECK-UNENCODED-ENTRY
             WHEN OUTREC-STATUS-REF
                  IF WS-SET-OPEN
                      PERFORM 4090-REPORT-BROKEN-SET
                  END-IF
                  ADD 1 TO WS-RUN-ENTRIES
                  PERFORM 4040-CHECK-REFERENCE
             WHEN OTHER
                  MOVE 'BADREC' TO WS-EXC-REASON
                  MOVE SPACES TO WS-EXC-TEXT
                  STRING 'unrecognized record: ' DELIMITED BY SIZE
                         OUTPUT01-REC(1:96) DELIMITED BY SIZE
                    INTO WS-EXC-TEXT
                  END-STRING
                  PERFORM 2800-NOTE-EXCEPTION
           END-EVALUATE
           .

      *
      * Segment 1 of an OK entry - the whole of an ordinary one.
      * The set's whole-file checksum and byte count are taken
      * from it, and its catalog entry looked up, before the
      * segment is verified.
      *
       4020-START-ENTRY.
           SET WS-SET-OPEN TO TRUE
           MOVE 'N' TO WS-SET-FAILED-SW
           MOVE OUTREC-FILENAME TO WS-SET-NAME
           IF OUTREC-SEG-COUNT IS NUMERIC
            AND OUTREC-SEG-COUNT > 1
               MOVE OUTREC-SEG-COUNT TO WS-SET-COUNT
           ELSE
               MOVE 1 TO WS-SET-COUNT
           END-IF
           MOVE 1 TO WS-SET-NEXT
           MOVE 0 TO WS-SET-BYTES
           MOVE OUTREC-BYTE-COUNT TO WS-SET-REC-BYTES
           MOVE OUTREC-CHECKSUM TO WS-SET-REC-CHECKSUM
           INITIALIZE B64CKSUM-STATE

           PERFORM 5000-FIND-CATALOG-ENTRY

           IF OUTREC-SEG-NUM IS NUMERIC
            AND OUTREC-SEG-NUM > 1
               PERFORM 4090-REPORT-BROKEN-SET
           ELSE
               PERFORM 4060-VERIFY-ONE-SEGMENT
           END-IF
           .

      *
      * An entry the encoding job could not encode, or held for
      * sensitive data, carries no payload; the catalog must agree
      * it is in error, or held.
      *
       4030-CHECK-UNENCODED-ENTRY.
           MOVE OUTREC-FILENAME TO WS-SET-NAME
           PERFORM 5000-FIND-CATALOG-ENTRY

           EVALUATE TRUE
             WHEN NOT WS-CATE-FOUND
                  PERFORM 4080-NOTE-NO-CATALOG-ENTRY
             WHEN WS-CATE-STATUS NOT = OUTREC-STATUS
                  MOVE 'CATMATCH' TO WS-EXC-REASON
                  MOVE SPACES TO WS-EXC-TEXT
                  STRING FUNCTION TRIM(WS-SET-NAME)
                           DELIMITED BY SIZE
                         ' - status ' DELIMITED BY SIZE
                         OUTREC-STATUS DELIMITED BY SIZE
                         ' in the dataset, status '
                           DELIMITED BY SIZE
                         WS-CATE-STATUS DELIMITED BY SIZE
                         ' in the catalog' DELIMITED BY SIZE
                    INTO WS-EXC-TEXT
                  END-STRING
                  PERFORM 2800-NOTE-EXCEPTION
             WHEN OTHER
                  ADD 1 TO WS-RUN-PROVEN-COUNT
           END-EVALUATE
           .

      *
      * A reference record carries no payload of its own: the copy
      * it names must be in the dataset - an OK record, segment 1
      * of 1, with that file name and the same byte count,
      * checksum and codepage (see copybook OUTPUT01) - and the
      * catalog must agree it is a reference to the same payload.
      * The copy's payload is proven as an entry of its own.
      *
       4040-CHECK-REFERENCE.
           MOVE OUTREC-FILENAME TO WS-SET-NAME
           IF WS-REF-FOUND
            AND REFREC-FILENAME = OUTREC-REF-NAME
            AND REFREC-BYTE-COUNT = OUTREC-BYTE-COUNT
            AND REFREC-CHECKSUM = OUTREC-CHECKSUM
            AND REFREC-CODEPAGE = OUTREC-CODEPAGE
               CONTINUE
           ELSE
               PERFORM 4042-FIND-REFERENCED-COPY
           END-IF

           PERFORM 5000-FIND-CATALOG-ENTRY

           EVALUATE TRUE
             WHEN NOT WS-REF-FOUND
                  MOVE 'NOREF' TO WS-EXC-REASON
                  MOVE SPACES TO WS-EXC-TEXT
                  STRING FUNCTION TRIM(WS-SET-NAME)
                           DELIMITED BY SIZE
                         ' - refers to ' DELIMITED BY SIZE
                         FUNCTION TRIM(OUTREC-REF-NAME)
                           DELIMITED BY SIZE
                         ', not in the dataset' DELIMITED BY SIZE
                    INTO WS-EXC-TEXT
                  END-STRING
                  PERFORM 2800-NOTE-EXCEPTION
             WHEN NOT WS-CATE-FOUND
                  PERFORM 4080-NOTE-NO-CATALOG-ENTRY
             WHEN WS-CATE-STATUS NOT = 'R'
               OR WS-CATE-BYTES NOT = OUTREC-BYTE-COUNT
               OR WS-CATE-CHECKSUM NOT = OUTREC-CHECKSUM
               OR WS-CATE-REF-NAME NOT = OUTREC-REF-NAME
                  MOVE 'CATMATCH' TO WS-EXC-REASON
                  MOVE SPACES TO WS-EXC-TEXT
                  STRING FUNCTION TRIM(WS-SET-NAME)
                           DELIMITED BY SIZE
                         ' - catalog says status/bytes/checksum '
                           DELIMITED BY SIZE
                         WS-CATE-STATUS DELIMITED BY SIZE
                         '/' DELIMITED BY SIZE
                         WS-CATE-BYTES DELIMITED BY SIZE
                         '/' DELIMITED BY SIZE
                         WS-CATE-CHECKSUM DELIMITED BY SIZE
                         ' or another copy' DELIMITED BY SIZE
                    INTO WS-EXC-TEXT
                  END-STRING
                  PERFORM 2800-NOTE-EXCEPTION
             WHEN OTHER
                  ADD 1 TO WS-RUN-PROVEN-COUNT
           END-EVALUATE
           .

       4042-FIND-REFERENCED-COPY.
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

           PERFORM 4044-READ-REFFILE
             UNTIL REFFILE-EOF
             OR WS-REF-FOUND
           .

       4044-READ-REFFILE.
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
      * A continuation record must be the next segment of the set
      * that is open.  One arriving with no set open lost its
      * segment 1 - reported once for its file name.
      *
       4050-TAKE-CONTINUATION.
           IF WS-SET-OPEN
               IF OUTREC-FILENAME NOT = WS-SET-NAME
                OR OUTREC-SEG-NUM NOT = WS-SET-NEXT
                OR OUTREC-SEG-COUNT NOT = WS-SET-COUNT
                   PERFORM 4090-REPORT-BROKEN-SET
               END-IF
           END-IF

           IF WS-SET-OPEN
               PERFORM 4060-VERIFY-ONE-SEGMENT
           ELSE
               IF OUTREC-FILENAME NOT = WS-SET-NAME
                   MOVE OUTREC-FILENAME TO WS-SET-NAME
                   MOVE 'BROKEN' TO WS-EXC-REASON
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING FUNCTION TRIM(WS-SET-NAME)
                            DELIMITED BY SIZE
                          ' - segment ' DELIMITED BY SIZE
                          OUTREC-SEG-NUM DELIMITED BY SIZE
                          ' found with no segment 1'
                            DELIMITED BY SIZE
                     INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM 2800-NOTE-EXCEPTION
               END-IF
           END-IF
           .

      *
      * The segment in hand is the one expected: decoded,
      * expanded and added to the running checksum.  Once a set
      * has failed, its remaining segments are only counted off.
      *
       4060-VERIFY-ONE-SEGMENT.
           MOVE WS-SET-NEXT TO WS-SHOW-SEG-NEXT
           IF NOT WS-SET-FAILED
               MOVE 'N' TO WS-SEGMENT-ERROR-SW
               PERFORM 6000-DECODE-PAYLOAD
               IF NOT WS-SEGMENT-ERROR
                   PERFORM 6010-EXPAND-PAYLOAD
               END-IF
               IF NOT WS-SEGMENT-ERROR
                   CALL 'B64CKSUM' USING
                       B64CKSUM-STATE
                       OUT-BUFFER-LEN
                       OUT-BUFFER
                   END-CALL
                   ADD OUT-BUFFER-LEN TO WS-SET-BYTES
               ELSE
                   SET WS-SET-FAILED TO TRUE
               END-IF
           END-IF

           IF WS-SET-NEXT >= WS-SET-COUNT
               PERFORM 4070-FINISH-ENTRY
           ELSE
               ADD 1 TO WS-SET-NEXT
           END-IF
           .

      *
      * The whole entry is in: the decoded bytes are proven
      * against the record's checksum and byte count, and then
      * against the catalog's.
      *
       4070-FINISH-ENTRY.
           MOVE 'N' TO WS-SET-OPEN-SW

           IF NOT WS-SET-FAILED
               IF WS-SET-BYTES NOT = WS-SET-REC-BYTES
                   SET WS-SET-FAILED TO TRUE
                   MOVE 'SIZE' TO WS-EXC-REASON
                   MOVE WS-SET-BYTES TO WS-DECODED-BYTES
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING FUNCTION TRIM(WS-SET-NAME)
                            DELIMITED BY SIZE
                          ' - record says ' DELIMITED BY SIZE
                          WS-SET-REC-BYTES DELIMITED BY SIZE
                          ' bytes, decoded ' DELIMITED BY SIZE
                          WS-DECODED-BYTES DELIMITED BY SIZE
                     INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM 2800-NOTE-EXCEPTION
               END-IF
           END-IF

           IF NOT WS-SET-FAILED
               IF CKSUM-VALUE NOT = WS-SET-REC-CHECKSUM
                   SET WS-SET-FAILED TO TRUE
                   MOVE 'CKSUM' TO WS-EXC-REASON
                   MOVE CKSUM-VALUE TO WS-DECODED-CHECKSUM
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING FUNCTION TRIM(WS-SET-NAME)
                            DELIMITED BY SIZE
                          ' - record says checksum '
                            DELIMITED BY SIZE
                          WS-SET-REC-CHECKSUM DELIMITED BY SIZE
                          ', decoded ' DELIMITED BY SIZE
                          WS-DECODED-CHECKSUM DELIMITED BY SIZE
                     INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM 2800-NOTE-EXCEPTION
               END-IF
           END-IF

           IF NOT WS-SET-FAILED
               EVALUATE TRUE
                 WHEN NOT WS-CATE-FOUND
                      SET WS-SET-FAILED TO TRUE
                      PERFORM 4080-NOTE-NO-CATALOG-ENTRY
                 WHEN WS-CATE-STATUS NOT = 'O'
                   OR WS-CATE-BYTES NOT = WS-SET-BYTES
                   OR WS-CATE-CHECKSUM NOT = CKSUM-VALUE
                      SET WS-SET-FAILED TO TRUE
                      MOVE 'CATMATCH' TO WS-EXC-REASON
                      MOVE SPACES TO WS-EXC-TEXT
                      STRING FUNCTION TRIM(WS-SET-NAME)
                               DELIMITED BY SIZE
                             ' - catalog says status/bytes/checksum '
                               DELIMITED BY SIZE
                             WS-CATE-STATUS DELIMITED BY SIZE
                             '/' DELIMITED BY SIZE
                             WS-CATE-BYTES DELIMITED BY SIZE
                             '/' DELIMITED BY SIZE
                             WS-CATE-CHECKSUM DELIMITED BY SIZE
                        INTO WS-EXC-TEXT
                      END-STRING
                      PERFORM 2800-NOTE-EXCEPTION
               END-EVALUATE
           END-IF

           IF NOT WS-SET-FAILED
               ADD 1 TO WS-RUN-PROVEN-COUNT
           END-IF
           .

       4080-NOTE-NO-CATALOG-ENTRY.
           MOVE 'NOCATLG' TO WS-EXC-REASON
           MOVE SPACES TO WS-EXC-TEXT
           STRING FUNCTION TRIM(WS-SET-NAME) DELIMITED BY SIZE
                  ' - no catalog entry for this run'
                    DELIMITED BY SIZE
             INTO WS-EXC-TEXT
           END-STRING
           PERFORM 2800-NOTE-EXCEPTION
           .

      *
      * The open set ended short of its last segment, or met a
      * segment other than the one expected.
      *
       4090-REPORT-BROKEN-SET.
           MOVE 'N' TO WS-SET-OPEN-SW
           MOVE WS-SET-NEXT TO WS-SHOW-SEG-NEXT
           MOVE WS-SET-COUNT TO WS-SHOW-SEG-COUNT
           MOVE 'BROKEN' TO WS-EXC-REASON
           MOVE SPACES TO WS-EXC-TEXT
           STRING FUNCTION TRIM(WS-SET-NAME) DELIMITED BY SIZE
                  ' - spanned set is missing segment '
                    DELIMITED BY SIZE
                  WS-SHOW-SEG-NEXT DELIMITED BY SIZE
                  ' of ' DELIMITED BY SIZE
                  WS-SHOW-SEG-COUNT DELIMITED BY SIZE
                  ' or holds it out of order' DELIMITED BY SIZE
             INTO WS-EXC-TEXT
           END-STRING
           PERFORM 2800-NOTE-EXCEPTION
           .

      *
      * The catalog's file entry for WS-SET-NAME in this run: a
      * keyed START at (name, run start), reading forward while
      * the name still matches and the entry's run start is still
      * within the run.  After b64merge, a combined run's entries
      * keep the run starts of the partitions that encoded them,
      * so the match is on the output dataset within the run's
      * window, not on the run start alone.
      *
       5000-FIND-CATALOG-ENTRY.
           MOVE 'N' TO WS-CATE-FOUND-SW
           MOVE 'N' TO CATFILE-EOF-SW
           MOVE WS-SET-NAME TO CAT-KEY-NAME
           MOVE WS-RUN-START TO CAT-KEY-RUN-START

           START CATFILE KEY >= CAT-KEY
             INVALID KEY SET CATFILE-EOF TO TRUE
           END-START

           IF NOT CATFILE-EOF
               PERFORM 9010-READ-NEXT-ENTRY
           END-IF

           PERFORM UNTIL CATFILE-EOF
                      OR WS-CATE-FOUND
                      OR CAT-KEY-NAME NOT = WS-SET-NAME
                      OR (CAT-KEY-RUN-START > WS-RUN-END
                      AND CAT-KEY-RUN-START > WS-RUN-START)
               IF CAT-TYPE-FILE
                AND CAT-OUT-DSN = WS-RUN-DSN
                   SET WS-CATE-FOUND TO TRUE
                   MOVE CAT-STATUS TO WS-CATE-STATUS
                   MOVE CAT-BYTE-COUNT TO WS-CATE-BYTES
                   MOVE CAT-CHECKSUM TO WS-CATE-CHECKSUM
                   MOVE CAT-REF-NAME TO WS-CATE-REF-NAME
               ELSE
                   PERFORM 9010-READ-NEXT-ENTRY
               END-IF
           END-PERFORM

           MOVE 'N' TO CATFILE-EOF-SW
           .

      *
      * OUTREC-B64 never contains an embedded space (base64 text),
      * so DELIMITED SPACE measures the payload as it copies it.
      * An OVERFLOW means the payload is larger than B64DECOD's
      * IN-BUFFER can hold - a damaged record.
      *
       6000-DECODE-PAYLOAD.
           MOVE 1 TO IN-BUFFER-LEN
           STRING OUTREC-B64 DELIMITED SPACE
             INTO IN-BUFFER
             POINTER IN-BUFFER-LEN
             OVERFLOW SET WS-SEGMENT-ERROR TO TRUE
           END-STRING
           SUBTRACT 1 FROM IN-BUFFER-LEN

           IF WS-SEGMENT-ERROR
               MOVE 'TOOBIG' TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-TEXT
               STRING FUNCTION TRIM(WS-SET-NAME) DELIMITED BY SIZE
                      ' - payload of segment ' DELIMITED BY SIZE
                      WS-SHOW-SEG-NEXT DELIMITED BY SIZE
                      ' is larger than the decode buffer'
                        DELIMITED BY SIZE
                 INTO WS-EXC-TEXT
               END-STRING
               PERFORM 2800-NOTE-EXCEPTION
           ELSE
               CALL 'B64DECOD' USING
                   IN-BUFFER-LEN
                   IN-BUFFER
                   OUT-BUFFER-LEN
                   OUT-BUFFER
                   DECODE-STRICT-SW
                   BAD-CHAR-COUNT
                   BAD-CHAR-OFFSET-TBL
               END-CALL

               IF RETURN-CODE NOT = 0
                   SET WS-SEGMENT-ERROR TO TRUE
                   MOVE 0 TO RETURN-CODE
                   MOVE 'BADCHAR' TO WS-EXC-REASON
                   MOVE BAD-CHAR-OFFSET(1) TO WS-SHOW-OFFSET
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING FUNCTION TRIM(WS-SET-NAME)
                            DELIMITED BY SIZE
                          ' - segment ' DELIMITED BY SIZE
                          WS-SHOW-SEG-NEXT DELIMITED BY SIZE
                          ' will not decode, first bad character'
                            DELIMITED BY SIZE
                          ' at offset ' DELIMITED BY SIZE
                          WS-SHOW-OFFSET DELIMITED BY SIZE
                     INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM 2800-NOTE-EXCEPTION
               END-IF
           END-IF
           .

       6010-EXPAND-PAYLOAD.
           IF OUTREC-COMPRESSED
               SET PACK-EXPAND TO TRUE
               MOVE LENGTH OF WS-PACK-BUFFER TO PACK-OUT-MAX

               CALL 'B64PACK' USING
                   B64PACK-REQUEST
                   OUT-BUFFER-LEN
                   OUT-BUFFER
                   WS-PACK-LEN
                   WS-PACK-BUFFER
               END-CALL

               IF PACK-OK
                   IF WS-PACK-LEN > 0
                       MOVE WS-PACK-BUFFER(1:WS-PACK-LEN)
                         TO OUT-BUFFER(1:WS-PACK-LEN)
                   END-IF
                   MOVE WS-PACK-LEN TO OUT-BUFFER-LEN
               ELSE
                   SET WS-SEGMENT-ERROR TO TRUE
                   MOVE 'EXPAND' TO WS-EXC-REASON
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING FUNCTION TRIM(WS-SET-NAME)
                            DELIMITED BY SIZE
                          ' - segment ' DELIMITED BY SIZE
                          WS-SHOW-SEG-NEXT DELIMITED BY SIZE
                          ' will not decompress' DELIMITED BY SIZE
                     INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM 2800-NOTE-EXCEPTION
               END-IF
           END-IF
           .

       8000-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'SUMMARY' TO RPT-REC
           WRITE RPT-REC

           MOVE 'RUNS SCRUBBED' TO RPT-COUNT-LABEL
           MOVE WS-TOT-RUNS TO RPT-COUNT-VALUE
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'RUNS PROVEN' TO RPT-COUNT-LABEL
           MOVE WS-TOT-RUNS-PROVEN TO RPT-COUNT-VALUE
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'RUNS FAILED' TO RPT-COUNT-LABEL
           MOVE WS-TOT-RUNS-FAILED TO RPT-COUNT-VALUE
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'RUNS MISSING' TO RPT-COUNT-LABEL
           MOVE WS-TOT-RUNS-MISSING TO RPT-COUNT-VALUE
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'ENTRIES CHECKED' TO RPT-COUNT-LABEL
           MOVE WS-TOT-ENTRIES TO RPT-COUNT-VALUE
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'ENTRIES PROVEN' TO RPT-COUNT-LABEL
           MOVE WS-TOT-PROVEN TO RPT-COUNT-VALUE
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'EXCEPTIONS' TO RPT-COUNT-LABEL
           MOVE WS-TOT-EXCEPTIONS TO RPT-COUNT-VALUE
           WRITE RPT-REC FROM RPT-COUNT-LINE

           MOVE WS-TOT-RUNS TO WS-EDIT-COUNT-1
           MOVE WS-TOT-EXCEPTIONS TO WS-EDIT-COUNT-2
           DISPLAY MYNAME ' runs scrubbed ' WS-EDIT-COUNT-1
                   '  exceptions ' WS-EDIT-COUNT-2
           .

       9010-READ-NEXT-ENTRY.
           READ CATFILE NEXT RECORD
             AT END SET CATFILE-EOF TO TRUE
           END-READ
           .

       9020-READ-OUTPUT01.
           READ OUTPUT01
             AT END SET OUTPUT01-EOF TO TRUE
           END-READ
           .

       END PROGRAM b64scrub.
