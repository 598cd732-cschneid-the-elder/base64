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
      * Run-to-run change report over the run catalog in the
      * COBOL language
      *
      * The B64CATLG run catalog (see copybook CATALOG) knows every
      * file each FILE/RERUN run encoded, with its byte count,
      * checksum, status and options, but b64catq answers one file
      * or one date at a time - nobody could say what actually
      * changed between Monday's run and Tuesday's.  This program
      * compares two cataloged runs and prints, to the B64DIFF
      * report dataset:
      *
      *   - files ADDED       - in the later run, not the earlier
      *   - files DROPPED     - in the earlier run, not the later
      *   - STATUS changes    - flipped between OK, error and
      *                         held for sensitive data
      *   - CONTENT changes   - OK in both, but the byte count or
      *                         checksum differs
      *   - OPTION changes    - the alphabet, codepage or
      *                         compression they were encoded
      *                         with differs
      *   - the count of files present in both and unchanged.
      *
      * An entry written as a reference to a duplicate payload
      * (catalog status 'R') is shown as REF but counts as OK
      * here: whether a payload was written in full or by
      * reference to an identical one is how the run stored it,
      * not a change to the file.
      *
      * A file whose content and options both changed is listed
      * under each.  Each listed file shows its earlier and later
      * catalog entries side by side.
      *
      * The two runs are chosen by the argument, taken from the
      * job's PARM environment variable (or the command line if
      * PARM is not set):
      *
      *   <prefix1> <prefix2>  the latest run whose start timestamp
      *                        begins with each prefix (a date, or
      *                        anything more precise) - the same
      *                        rule b64demo3's ASOF= uses
      *   LATEST, or nothing   the two most recent runs cataloged
      *
      * Whichever order they are given in, the run that started
      * first is the earlier run.
      *
      * A run's files are the file entries naming the run's output
      * dataset whose run-start key falls within the run's start
      * and end: after b64merge combines a split run, each file
      * entry keeps the run start of the partition that encoded
      * it, while the combined run record is keyed under the
      * earliest partition start and spans them all.
      *
      * The catalog is read in key order - file name, then run
      * start - so every entry either run holds for one name
      * arrives together, and each report section is one
      * sequential pass with nothing held in storage but the
      * current name's two entries, however large the catalog has
      * grown.
      *
      * RETURN-CODE is 4 when any file was dropped - the change
      * that otherwise goes unnoticed until a partner complains -
      * and 12 when the runs cannot be found.
      *
      * Modification History
      * 2026-10-15 CRS  Initial version.
      * 2026-10-15 CRS  Entries held by sensitive-data screening
      *                 (catalog status 'H') are shown as HELD, so
      *                 a file newly held or newly released lists
      *                 as a status change.
      * 2026-10-15 CRS  Entries written as references to a
      *                 duplicate payload (catalog status 'R') are
      *                 shown as REF and compared as OK.
      *
       Program-ID. b64diff.
       Environment Division.
       Input-Output Section.
       File-Control.
      *
      * The keyed run catalog - see copybook CATALOG.  Read-only
      * here; only the encoding and merge jobs write entries.
      *
           Select CATFILE Assign To 'B64CATLG'
             Organization Indexed
             Access Mode Dynamic
             Record Key CAT-KEY
             File Status Is WS-CAT-STATUS.
      *
      * B64DIFF is assigned to a symbolic DD name.  At run time the
      * actual dataset is taken from the environment variable of
      * the same name (DD_B64DIFF or B64DIFF) if one is set,
      * exactly as a JCL DD statement would supply the dataset for
      * a ddname; absent that, the ddname itself is used as a
      * relative file name so the job still runs unattended.
      *
           Select RPTFILE Assign To 'B64DIFF'
             Organization Line Sequential.
       Data Division.
       File Section.
       FD  CATFILE.
           COPY CATALOG.

       FD  RPTFILE.
       01  RPT-REC                PIC X(132).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(007) VALUE 'b64diff'.

       77  WS-CAT-STATUS          PIC X(002)         VALUE SPACES.
       77  CATFILE-EOF-SW         PIC X(004)         VALUE 'N'.
           88  CATFILE-EOF                           VALUE 'Y'.

       77  WS-COMMAND-LINE        PIC X(200)         VALUE SPACES.
       77  WS-ARG1                PIC X(021)         VALUE SPACES.
       77  WS-ARG2                PIC X(021)         VALUE SPACES.

      *
      * The run-start prefixes asked for and their significant
      * lengths; both blank means the latest two runs.
      *
       77  WS-PREFIX-1            PIC X(021)         VALUE SPACES.
       77  WS-PREFIX-2            PIC X(021)         VALUE SPACES.
       77  WS-PREFIX-1-LEN        PIC 9(004)   COMP  VALUE 0.
       77  WS-PREFIX-2-LEN        PIC 9(004)   COMP  VALUE 0.
       77  WS-LATEST-SW           PIC X(004)         VALUE 'N'.
           88  WS-LATEST                             VALUE 'Y'.
       77  WS-TRIM-SUB            PIC 9(004)   COMP  VALUE 0.

      *
      * The two runs compared, as their run records describe
      * them: WS-RUN-1 the one that started first, WS-RUN-2 the
      * other.  WS-RUN-HOLD is the swap area.
      *
       01  WS-RUN-1.
           05  WS-RUN-1-START     PIC X(021)         VALUE SPACES.
           05  WS-RUN-1-END       PIC X(021)         VALUE SPACES.
           05  WS-RUN-1-DSN       PIC X(100)         VALUE SPACES.
           05  WS-RUN-1-READ      PIC 9(009)         VALUE ZEROES.
           05  WS-RUN-1-OK        PIC 9(009)         VALUE ZEROES.
           05  WS-RUN-1-ERROR     PIC 9(009)         VALUE ZEROES.
       01  WS-RUN-2.
           05  WS-RUN-2-START     PIC X(021)         VALUE SPACES.
           05  WS-RUN-2-END       PIC X(021)         VALUE SPACES.
           05  WS-RUN-2-DSN       PIC X(100)         VALUE SPACES.
           05  WS-RUN-2-READ      PIC 9(009)         VALUE ZEROES.
           05  WS-RUN-2-OK        PIC 9(009)         VALUE ZEROES.
           05  WS-RUN-2-ERROR     PIC 9(009)         VALUE ZEROES.
       01  WS-RUN-HOLD            PIC X(169)         VALUE SPACES.

      *
      * The current file name's entries in each run, gathered as
      * the catalog is read and classified when the name changes.
      *
       77  WS-GROUP-NAME          PIC X(100)         VALUE SPACES.
       01  WS-OLD-ENTRY.
           05  WS-OLD-PRESENT-SW  PIC X(004)         VALUE 'N'.
               88  WS-OLD-PRESENT                    VALUE 'Y'.
           05  WS-OLD-STATUS      PIC X(001)         VALUE SPACES.
               88  WS-OLD-HAS-PAYLOAD                VALUE 'O' 'R'.
           05  WS-OLD-BYTES       PIC 9(010)         VALUE ZEROES.
           05  WS-OLD-CHECKSUM    PIC 9(010)         VALUE ZEROES.
           05  WS-OLD-ALPHABET    PIC X(001)         VALUE SPACES.
           05  WS-OLD-CODEPAGE    PIC X(008)         VALUE SPACES.
           05  WS-OLD-COMP        PIC X(001)         VALUE SPACES.
       01  WS-NEW-ENTRY.
           05  WS-NEW-PRESENT-SW  PIC X(004)         VALUE 'N'.
               88  WS-NEW-PRESENT                    VALUE 'Y'.
           05  WS-NEW-STATUS      PIC X(001)         VALUE SPACES.
               88  WS-NEW-HAS-PAYLOAD                VALUE 'O' 'R'.
           05  WS-NEW-BYTES       PIC 9(010)         VALUE ZEROES.
           05  WS-NEW-CHECKSUM    PIC 9(010)         VALUE ZEROES.
           05  WS-NEW-ALPHABET    PIC X(001)         VALUE SPACES.
           05  WS-NEW-CODEPAGE    PIC X(008)         VALUE SPACES.
           05  WS-NEW-COMP        PIC X(001)         VALUE SPACES.

      *
      * The classification of the current name, and the section
      * the current pass is writing.
      *
       77  WS-CHG-ADDED-SW        PIC X(004)         VALUE 'N'.
           88  WS-CHG-ADDED                          VALUE 'Y'.
       77  WS-CHG-DROPPED-SW      PIC X(004)         VALUE 'N'.
           88  WS-CHG-DROPPED                        VALUE 'Y'.
       77  WS-CHG-STATUS-SW       PIC X(004)         VALUE 'N'.
           88  WS-CHG-STATUS                         VALUE 'Y'.
       77  WS-CHG-CONTENT-SW      PIC X(004)         VALUE 'N'.
           88  WS-CHG-CONTENT                        VALUE 'Y'.
       77  WS-CHG-OPTIONS-SW      PIC X(004)         VALUE 'N'.
           88  WS-CHG-OPTIONS                        VALUE 'Y'.
       77  WS-SECTION-SW          PIC X(008)         VALUE SPACES.
           88  WS-SECTION-ADDED                      VALUE 'ADDED'.
           88  WS-SECTION-DROPPED                    VALUE 'DROPPED'.
           88  WS-SECTION-STATUS                     VALUE 'STATUS'.
           88  WS-SECTION-CONTENT                    VALUE 'CONTENT'.
           88  WS-SECTION-OPTIONS                    VALUE 'OPTIONS'.
       77  WS-SECTION-LINES       PIC 9(009)   COMP  VALUE 0.

      *
      * Counts, taken on the first pass, which classifies every
      * name whatever section it is writing.
      *
       77  WS-CNT-ADDED           PIC 9(009)   COMP  VALUE 0.
       77  WS-CNT-DROPPED         PIC 9(009)   COMP  VALUE 0.
       77  WS-CNT-STATUS          PIC 9(009)   COMP  VALUE 0.
       77  WS-CNT-CONTENT         PIC 9(009)   COMP  VALUE 0.
       77  WS-CNT-OPTIONS         PIC 9(009)   COMP  VALUE 0.
       77  WS-CNT-UNCHANGED       PIC 9(009)   COMP  VALUE 0.

      *
      * Report line layouts.  All lines are built in working
      * storage and written through RPT-REC.
      *
       01  RPT-HEAD1.
           05  FILLER             PIC X(041) VALUE
               'B64DIFF  RUN-TO-RUN CATALOG CHANGE REPORT'.
           05  FILLER             PIC X(091) VALUE SPACES.

       01  RPT-RUN-LINE.
           05  RPT-RUN-LABEL      PIC X(013).
           05  RPT-RUN-START      PIC X(014).
           05  FILLER             PIC X(008) VALUE '  ENDED '.
           05  RPT-RUN-END        PIC X(014).
           05  FILLER             PIC X(010) VALUE '  ENTRIES '.
           05  RPT-RUN-READ       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(005) VALUE '  OK '.
           05  RPT-RUN-OK         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(008) VALUE '  ERROR '.
           05  RPT-RUN-ERROR      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(027) VALUE SPACES.

       01  RPT-DSN-LINE.
           05  FILLER             PIC X(013) VALUE '      DATASET'.
           05  FILLER             PIC X(001) VALUE SPACE.
           05  RPT-DSN            PIC X(100).
           05  FILLER             PIC X(018) VALUE SPACES.

       01  RPT-SECTION-HEAD.
           05  RPT-SECTION-TITLE  PIC X(060).
           05  FILLER             PIC X(072) VALUE SPACES.

       01  RPT-NAME-LINE.
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-NAME           PIC X(100).
           05  FILLER             PIC X(030) VALUE SPACES.

       01  RPT-ENTRY-LINE.
           05  FILLER             PIC X(006) VALUE SPACES.
           05  RPT-ENTRY-TAG      PIC X(008).
           05  FILLER             PIC X(008) VALUE 'STATUS '.
           05  RPT-ENTRY-STATUS   PIC X(005).
           05  FILLER             PIC X(007) VALUE ' BYTES '.
           05  RPT-ENTRY-BYTES    PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(010) VALUE '  CHECKSUM'.
           05  FILLER             PIC X(001) VALUE SPACE.
           05  RPT-ENTRY-CHECKSUM PIC 9(010).
           05  FILLER             PIC X(010) VALUE '  URLSAFE '.
           05  RPT-ENTRY-ALPHABET PIC X(001).
           05  FILLER             PIC X(011) VALUE '  CODEPAGE '.
           05  RPT-ENTRY-CODEPAGE PIC X(008).
           05  FILLER             PIC X(013) VALUE '  COMPRESSED '.
           05  RPT-ENTRY-COMP     PIC X(001).
           05  FILLER             PIC X(020) VALUE SPACES.

       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL    PIC X(030).
           05  RPT-COUNT-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(091) VALUE SPACES.

       Procedure Division.

           ACCEPT WS-COMMAND-LINE FROM ENVIRONMENT 'PARM'
           IF WS-COMMAND-LINE = SPACES
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           END-IF
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
             INTO WS-ARG1 WS-ARG2
           END-UNSTRING

           EVALUATE TRUE
             WHEN WS-ARG1 = SPACES
             WHEN FUNCTION UPPER-CASE(WS-ARG1) = 'LATEST'
              AND WS-ARG2 = SPACES
                  SET WS-LATEST TO TRUE
             WHEN WS-ARG2 = SPACES
                  DISPLAY MYNAME ' arguments are two run-start'
                          ' prefixes, LATEST, or none'
                  MOVE 12 TO RETURN-CODE
             WHEN OTHER
                  MOVE WS-ARG1 TO WS-PREFIX-1
                  MOVE WS-ARG2 TO WS-PREFIX-2
           END-EVALUATE

           IF RETURN-CODE = 0
               OPEN INPUT CATFILE
               IF WS-CAT-STATUS NOT = '00'
                   DISPLAY MYNAME ' no run catalog exists - no'
                           ' FILE/RERUN batch has cataloged a run'
                           ' yet'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 1000-LOCATE-RUNS
                   CLOSE CATFILE
               END-IF
           END-IF

           IF RETURN-CODE = 0
               PERFORM 2000-PRODUCE-REPORT
           END-IF

           GOBACK
           .

      *
      * The two runs: a keyed START at the first '*RUN' record
      * reads the run records alone, in run-start order, so the
      * latest match for a prefix is simply the last one seen and
      * the latest two runs are the last two.
      *
       1000-LOCATE-RUNS.
           MOVE 0 TO WS-PREFIX-1-LEN
           PERFORM VARYING WS-TRIM-SUB
             FROM LENGTH OF WS-PREFIX-1 BY -1
           UNTIL WS-TRIM-SUB = 0 OR WS-PREFIX-1-LEN > 0
               IF WS-PREFIX-1(WS-TRIM-SUB:1) NOT = SPACE
                   MOVE WS-TRIM-SUB TO WS-PREFIX-1-LEN
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PREFIX-2-LEN
           PERFORM VARYING WS-TRIM-SUB
             FROM LENGTH OF WS-PREFIX-2 BY -1
           UNTIL WS-TRIM-SUB = 0 OR WS-PREFIX-2-LEN > 0
               IF WS-PREFIX-2(WS-TRIM-SUB:1) NOT = SPACE
                   MOVE WS-TRIM-SUB TO WS-PREFIX-2-LEN
               END-IF
           END-PERFORM

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
                   PERFORM 1010-CONSIDER-ONE-RUN
               END-IF
               PERFORM 9010-READ-NEXT-ENTRY
           END-PERFORM

           EVALUATE TRUE
             WHEN WS-LATEST
              AND WS-RUN-1-START = SPACES
                  DISPLAY MYNAME ' the catalog holds fewer than'
                          ' two runs - nothing to compare'
                  MOVE 12 TO RETURN-CODE
             WHEN WS-RUN-1-START = SPACES
                  DISPLAY MYNAME ' no cataloged run starts with '
                          WS-PREFIX-1
                  MOVE 12 TO RETURN-CODE
             WHEN WS-RUN-2-START = SPACES
                  DISPLAY MYNAME ' no cataloged run starts with '
                          WS-PREFIX-2
                  MOVE 12 TO RETURN-CODE
             WHEN WS-RUN-1-START = WS-RUN-2-START
                  DISPLAY MYNAME ' both prefixes select run '
                          WS-RUN-1-START(1:14)
                          ' - nothing to compare'
                  MOVE 12 TO RETURN-CODE
             WHEN WS-RUN-1-START > WS-RUN-2-START
                  MOVE WS-RUN-1 TO WS-RUN-HOLD
                  MOVE WS-RUN-2 TO WS-RUN-1
                  MOVE WS-RUN-HOLD TO WS-RUN-2
           END-EVALUATE
           .

       1010-CONSIDER-ONE-RUN.
           EVALUATE TRUE
             WHEN WS-LATEST
                  MOVE WS-RUN-2 TO WS-RUN-1
                  PERFORM 1020-TAKE-AS-RUN-2
             WHEN OTHER
                  IF CAT-KEY-RUN-START(1:WS-PREFIX-1-LEN)
                     = WS-PREFIX-1(1:WS-PREFIX-1-LEN)
                      PERFORM 1030-TAKE-AS-RUN-1
                  END-IF
                  IF CAT-KEY-RUN-START(1:WS-PREFIX-2-LEN)
                     = WS-PREFIX-2(1:WS-PREFIX-2-LEN)
                      PERFORM 1020-TAKE-AS-RUN-2
                  END-IF
           END-EVALUATE
           .

       1020-TAKE-AS-RUN-2.
           MOVE CAT-KEY-RUN-START TO WS-RUN-2-START
           MOVE CAT-RUN-END TO WS-RUN-2-END
           MOVE CAT-OUT-DSN TO WS-RUN-2-DSN
           MOVE CAT-ENTRIES-READ TO WS-RUN-2-READ
           MOVE CAT-WRITTEN-OK TO WS-RUN-2-OK
           MOVE CAT-WRITTEN-ERROR TO WS-RUN-2-ERROR
           .

       1030-TAKE-AS-RUN-1.
           MOVE CAT-KEY-RUN-START TO WS-RUN-1-START
           MOVE CAT-RUN-END TO WS-RUN-1-END
           MOVE CAT-OUT-DSN TO WS-RUN-1-DSN
           MOVE CAT-ENTRIES-READ TO WS-RUN-1-READ
           MOVE CAT-WRITTEN-OK TO WS-RUN-1-OK
           MOVE CAT-WRITTEN-ERROR TO WS-RUN-1-ERROR
           .

       2000-PRODUCE-REPORT.
           OPEN OUTPUT RPTFILE

           WRITE RPT-REC FROM RPT-HEAD1
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO RPT-RUN-LINE
           MOVE 'EARLIER RUN  ' TO RPT-RUN-LABEL
           MOVE WS-RUN-1-START(1:14) TO RPT-RUN-START
           MOVE WS-RUN-1-END(1:14) TO RPT-RUN-END
           MOVE WS-RUN-1-READ TO RPT-RUN-READ
           MOVE WS-RUN-1-OK TO RPT-RUN-OK
           MOVE WS-RUN-1-ERROR TO RPT-RUN-ERROR
           WRITE RPT-REC FROM RPT-RUN-LINE
           MOVE WS-RUN-1-DSN TO RPT-DSN
           WRITE RPT-REC FROM RPT-DSN-LINE

           MOVE 'LATER RUN    ' TO RPT-RUN-LABEL
           MOVE WS-RUN-2-START(1:14) TO RPT-RUN-START
           MOVE WS-RUN-2-END(1:14) TO RPT-RUN-END
           MOVE WS-RUN-2-READ TO RPT-RUN-READ
           MOVE WS-RUN-2-OK TO RPT-RUN-OK
           MOVE WS-RUN-2-ERROR TO RPT-RUN-ERROR
           WRITE RPT-REC FROM RPT-RUN-LINE
           MOVE WS-RUN-2-DSN TO RPT-DSN
           WRITE RPT-REC FROM RPT-DSN-LINE

           MOVE 'ADDED' TO WS-SECTION-SW
           MOVE 'FILES ADDED - IN THE LATER RUN ONLY'
             TO RPT-SECTION-TITLE
           PERFORM 3000-WRITE-ONE-SECTION

           MOVE 'DROPPED' TO WS-SECTION-SW
           MOVE 'FILES DROPPED - IN THE EARLIER RUN ONLY'
             TO RPT-SECTION-TITLE
           PERFORM 3000-WRITE-ONE-SECTION

           MOVE 'STATUS' TO WS-SECTION-SW
           MOVE 'FILES WHOSE STATUS CHANGED (OK/ERROR/HELD)'
             TO RPT-SECTION-TITLE
           PERFORM 3000-WRITE-ONE-SECTION

           MOVE 'CONTENT' TO WS-SECTION-SW
           MOVE 'FILES WHOSE BYTE COUNT OR CHECKSUM CHANGED'
             TO RPT-SECTION-TITLE
           PERFORM 3000-WRITE-ONE-SECTION

           MOVE 'OPTIONS' TO WS-SECTION-SW
           MOVE 'FILES WHOSE ALPHABET, CODEPAGE OR COMPRESSION'
             TO RPT-SECTION-TITLE
           MOVE ' CHANGED' TO RPT-SECTION-TITLE(46:)
           PERFORM 3000-WRITE-ONE-SECTION

           PERFORM 4000-WRITE-COUNTS

           CLOSE RPTFILE

           IF WS-CNT-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *
      * One pass over the catalog's file entries for one report
      * section.  Entries arrive in name order, so a change of
      * name means the previous name's entries are all in hand.
      *
       3000-WRITE-ONE-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM RPT-SECTION-HEAD
           MOVE 0 TO WS-SECTION-LINES

           MOVE 'N' TO CATFILE-EOF-SW
           MOVE SPACES TO WS-GROUP-NAME
           MOVE 'N' TO WS-OLD-PRESENT-SW
           MOVE 'N' TO WS-NEW-PRESENT-SW

           OPEN INPUT CATFILE
           PERFORM 9010-READ-NEXT-ENTRY

           PERFORM UNTIL CATFILE-EOF
               IF CAT-TYPE-FILE
                   IF CAT-KEY-NAME NOT = WS-GROUP-NAME
                       PERFORM 3020-FINISH-ONE-NAME
                       MOVE CAT-KEY-NAME TO WS-GROUP-NAME
                   END-IF
                   PERFORM 3010-NOTE-ONE-ENTRY
               END-IF
               PERFORM 9010-READ-NEXT-ENTRY
           END-PERFORM

           PERFORM 3020-FINISH-ONE-NAME
           CLOSE CATFILE

           IF WS-SECTION-LINES = 0
               MOVE '  (NONE)' TO RPT-REC
               WRITE RPT-REC
           END-IF
           .

      *
      * A file entry belongs to a run when it names the run's
      * output dataset and its run start falls within the run's
      * window - see the header comment.
      *
       3010-NOTE-ONE-ENTRY.
           IF CAT-OUT-DSN = WS-RUN-1-DSN
            AND CAT-KEY-RUN-START >= WS-RUN-1-START
            AND (CAT-KEY-RUN-START <= WS-RUN-1-END
             OR CAT-KEY-RUN-START = WS-RUN-1-START)
               SET WS-OLD-PRESENT TO TRUE
               MOVE CAT-STATUS TO WS-OLD-STATUS
               MOVE CAT-BYTE-COUNT TO WS-OLD-BYTES
               MOVE CAT-CHECKSUM TO WS-OLD-CHECKSUM
               MOVE CAT-ALPHABET TO WS-OLD-ALPHABET
               MOVE CAT-CODEPAGE TO WS-OLD-CODEPAGE
               MOVE CAT-COMP TO WS-OLD-COMP
           END-IF

           IF CAT-OUT-DSN = WS-RUN-2-DSN
            AND CAT-KEY-RUN-START >= WS-RUN-2-START
            AND (CAT-KEY-RUN-START <= WS-RUN-2-END
             OR CAT-KEY-RUN-START = WS-RUN-2-START)
               SET WS-NEW-PRESENT TO TRUE
               MOVE CAT-STATUS TO WS-NEW-STATUS
               MOVE CAT-BYTE-COUNT TO WS-NEW-BYTES
               MOVE CAT-CHECKSUM TO WS-NEW-CHECKSUM
               MOVE CAT-ALPHABET TO WS-NEW-ALPHABET
               MOVE CAT-CODEPAGE TO WS-NEW-CODEPAGE
               MOVE CAT-COMP TO WS-NEW-COMP
           END-IF
           .

      *
      * Classifies the name just finished and, when it belongs in
      * the section being written, lists it.  The first section's
      * pass also counts every classification.
      *
       3020-FINISH-ONE-NAME.
           IF WS-OLD-PRESENT OR WS-NEW-PRESENT
               PERFORM 3030-CLASSIFY-NAME

               IF WS-SECTION-ADDED
                   PERFORM 3040-COUNT-NAME
               END-IF

               IF (WS-SECTION-ADDED AND WS-CHG-ADDED)
                OR (WS-SECTION-DROPPED AND WS-CHG-DROPPED)
                OR (WS-SECTION-STATUS AND WS-CHG-STATUS)
                OR (WS-SECTION-CONTENT AND WS-CHG-CONTENT)
                OR (WS-SECTION-OPTIONS AND WS-CHG-OPTIONS)
                   PERFORM 3050-LIST-NAME
               END-IF
           END-IF

           MOVE 'N' TO WS-OLD-PRESENT-SW
           MOVE 'N' TO WS-NEW-PRESENT-SW
           .

       3030-CLASSIFY-NAME.
           MOVE 'N' TO WS-CHG-ADDED-SW
           MOVE 'N' TO WS-CHG-DROPPED-SW
           MOVE 'N' TO WS-CHG-STATUS-SW
           MOVE 'N' TO WS-CHG-CONTENT-SW
           MOVE 'N' TO WS-CHG-OPTIONS-SW

           EVALUATE TRUE
             WHEN NOT WS-OLD-PRESENT
                  SET WS-CHG-ADDED TO TRUE
             WHEN NOT WS-NEW-PRESENT
                  SET WS-CHG-DROPPED TO TRUE
             WHEN OTHER
                  IF WS-OLD-STATUS NOT = WS-NEW-STATUS
                   AND NOT (WS-OLD-HAS-PAYLOAD AND WS-NEW-HAS-PAYLOAD)
                      SET WS-CHG-STATUS TO TRUE
                  END-IF
                  IF WS-OLD-HAS-PAYLOAD
                   AND WS-NEW-HAS-PAYLOAD
                   AND (WS-OLD-BYTES NOT = WS-NEW-BYTES
                    OR WS-OLD-CHECKSUM NOT = WS-NEW-CHECKSUM)
                      SET WS-CHG-CONTENT TO TRUE
                  END-IF
                  IF WS-OLD-ALPHABET NOT = WS-NEW-ALPHABET
                   OR WS-OLD-CODEPAGE NOT = WS-NEW-CODEPAGE
                   OR WS-OLD-COMP NOT = WS-NEW-COMP
                      SET WS-CHG-OPTIONS TO TRUE
                  END-IF
           END-EVALUATE
           .

       3040-COUNT-NAME.
           EVALUATE TRUE
             WHEN WS-CHG-ADDED
                  ADD 1 TO WS-CNT-ADDED
             WHEN WS-CHG-DROPPED
                  ADD 1 TO WS-CNT-DROPPED
             WHEN WS-CHG-STATUS
              OR  WS-CHG-CONTENT
              OR  WS-CHG-OPTIONS
                  IF WS-CHG-STATUS
                      ADD 1 TO WS-CNT-STATUS
                  END-IF
                  IF WS-CHG-CONTENT
                      ADD 1 TO WS-CNT-CONTENT
                  END-IF
                  IF WS-CHG-OPTIONS
                      ADD 1 TO WS-CNT-OPTIONS
                  END-IF
             WHEN OTHER
                  ADD 1 TO WS-CNT-UNCHANGED
           END-EVALUATE
           .

      *
      * The file name, then its entry in each run it is in.
      *
       3050-LIST-NAME.
           ADD 1 TO WS-SECTION-LINES
           MOVE WS-GROUP-NAME TO RPT-NAME
           WRITE RPT-REC FROM RPT-NAME-LINE

           IF WS-OLD-PRESENT
               MOVE 'EARLIER ' TO RPT-ENTRY-TAG
               MOVE WS-OLD-STATUS TO RPT-ENTRY-STATUS
               MOVE WS-OLD-BYTES TO RPT-ENTRY-BYTES
               MOVE WS-OLD-CHECKSUM TO RPT-ENTRY-CHECKSUM
               MOVE WS-OLD-ALPHABET TO RPT-ENTRY-ALPHABET
               MOVE WS-OLD-CODEPAGE TO RPT-ENTRY-CODEPAGE
               MOVE WS-OLD-COMP TO RPT-ENTRY-COMP
               PERFORM 3060-EXPAND-STATUS
               WRITE RPT-REC FROM RPT-ENTRY-LINE
           END-IF

           IF WS-NEW-PRESENT
               MOVE 'LATER   ' TO RPT-ENTRY-TAG
               MOVE WS-NEW-STATUS TO RPT-ENTRY-STATUS
               MOVE WS-NEW-BYTES TO RPT-ENTRY-BYTES
               MOVE WS-NEW-CHECKSUM TO RPT-ENTRY-CHECKSUM
               MOVE WS-NEW-ALPHABET TO RPT-ENTRY-ALPHABET
               MOVE WS-NEW-CODEPAGE TO RPT-ENTRY-CODEPAGE
               MOVE WS-NEW-COMP TO RPT-ENTRY-COMP
               PERFORM 3060-EXPAND-STATUS
               WRITE RPT-REC FROM RPT-ENTRY-LINE
           END-IF
           .

       3060-EXPAND-STATUS.
           EVALUATE RPT-ENTRY-STATUS
             WHEN 'O'
                  MOVE 'OK' TO RPT-ENTRY-STATUS
             WHEN 'E'
                  MOVE 'ERROR' TO RPT-ENTRY-STATUS
             WHEN 'H'
                  MOVE 'HELD' TO RPT-ENTRY-STATUS
             WHEN 'R'
                  MOVE 'REF' TO RPT-ENTRY-STATUS
           END-EVALUATE
           .

       4000-WRITE-COUNTS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'SUMMARY' TO RPT-REC
           WRITE RPT-REC

           MOVE 'FILES ADDED' TO RPT-COUNT-LABEL
           MOVE WS-CNT-ADDED TO RPT-COUNT-VALUE
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'FILES DROPPED' TO RPT-COUNT-LABEL
           MOVE WS-CNT-DROPPED TO RPT-COUNT-VALUE
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'STATUS FLIPPED' TO RPT-COUNT-LABEL
           MOVE WS-CNT-STATUS TO RPT-COUNT-VALUE
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'CONTENT CHANGED' TO RPT-COUNT-LABEL
           MOVE WS-CNT-CONTENT TO RPT-COUNT-VALUE
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'OPTIONS CHANGED' TO RPT-COUNT-LABEL
           MOVE WS-CNT-OPTIONS TO RPT-COUNT-VALUE
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'UNCHANGED' TO RPT-COUNT-LABEL
           MOVE WS-CNT-UNCHANGED TO RPT-COUNT-VALUE
           WRITE RPT-REC FROM RPT-COUNT-LINE

           MOVE WS-CNT-ADDED TO RPT-COUNT-VALUE
           DISPLAY MYNAME ' added ' RPT-COUNT-VALUE
           MOVE WS-CNT-DROPPED TO RPT-COUNT-VALUE
           DISPLAY MYNAME ' dropped ' RPT-COUNT-VALUE
           MOVE WS-CNT-UNCHANGED TO RPT-COUNT-VALUE
           DISPLAY MYNAME ' unchanged ' RPT-COUNT-VALUE
           .

       9010-READ-NEXT-ENTRY.
           READ CATFILE NEXT RECORD
             AT END SET CATFILE-EOF TO TRUE
           END-READ
           .

       END PROGRAM b64diff.
