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
      * Sensitive-data hold release in the COBOL language
      *
      * b64demo1 holds, rather than encodes, any payload that trips
      * one of the B64SCRN sensitive-data rules, recording it in the
      * keyed B64HOLD dataset (see copybook HOLDREC).  Nothing held
      * goes out until a compliance officer decides it.  This
      * program records those decisions and turns the approvals
      * back into work for b64demo1:
      *
      *   DECIDE            applies the decisions described in the
      *                     RELSPARM keyword dataset, then rebuilds
      *                     the B64RLSE release control file.
      *   LIST [ALL]        lists the holds still pending, or with
      *                     ALL every hold on file, decided or not.
      *   CONTROL           rebuilds B64RLSE alone.
      *
      * RELSPARM holds one keyword record per line, in the style
      * of b64rqst's RQSTPARM; each HOLD= record starts a new
      * decision, and the records after it describe that decision:
      *   OFFICER=name       - who is deciding, recorded on every
      *                        hold decided after it (required
      *                        ahead of the first HOLD= record)
      *   HOLD=file name     - the held file, exactly as b64demo1
      *                        listed it
      *   RUN=prefix         - the run-start prefix of the run that
      *                        held it, as b64demo3's ASOF= takes
      *                        it (default every pending hold of
      *                        the file)
      *   DECISION=APPROVE   - or DENY (required)
      *   NOTE=text          - the reason, kept with the hold
      * A blank record or one starting '*' is a comment.  Only a
      * pending hold is decided: a decision, once recorded, stands,
      * and content changed since it was held is held afresh under
      * a new run.  A decision with any error - an unrecognized
      * keyword or value, no DECISION= record, no pending hold to
      * apply it to - is reported and not applied, and the step ends
      * with RETURN-CODE 8; the decisions that were sound are
      * applied regardless.
      *
      * B64RLSE is written in the layout of b64demo1's B64REJ reject
      * dataset, one record per approved file not yet released, so
      * it is run as RERUN mode's control file: b64demo1 screens the
      * file again, finds the approval for that same content - byte
      * count and checksum - and encodes it with the options it
      * asked for when it was held.  An approved MIME hold cannot be
      * rerun that way; it is listed instead, to be resubmitted as
      * the MIME job it was, which honors the approval the same way.
      *
      * The argument is taken from the job's PARM environment
      * variable, the way a batch scheduler passes a JCL EXEC
      * PARM= value through to a program run outside MVS; if PARM
      * is not set, the command line is used instead, so the
      * program still runs interactively for ad hoc testing.
      *
      * Modification History
      * 2026-10-15 CRS  Initial version.
      *
       Program-ID. b64rels.
       Environment Division.
       Input-Output Section.
       File-Control.
      *
      * RELSPARM is assigned to a symbolic DD name.  At run time the
      * actual dataset is taken from the environment variable of
      * the same name (e.g. DD_RELSPARM or RELSPARM) if one is set,
      * exactly as a JCL DD statement would supply the dataset for
      * a ddname; absent that, the ddname itself is used as a
      * relative file name.  B64RLSE likewise.
      *
           Select RELSPARM Assign To 'RELSPARM'
             Organization Line Sequential
             File Status Is WS-PARM-STATUS.
      *
      * The keyed hold dataset - see copybook HOLDREC.
      *
           Select HOLDFILE Assign To 'B64HOLD'
             Organization Indexed
             Access Mode Dynamic
             Record Key HOLD-KEY
             File Status Is WS-HOLD-STATUS.
      *
      * The release control file, in b64demo1's REJFILE layout.
      *
           Select RLSEFILE Assign To 'B64RLSE'
             Organization Line Sequential
             File Status Is WS-RLSE-STATUS.
       Data Division.
       File Section.
      *
      * One keyword record per line - see the header comment.
      *
       FD  RELSPARM.
       01  PARM-REC                   PIC X(120).

       FD  HOLDFILE.
           COPY HOLDREC.

      *
      * Field for field the REJ-REC of b64demo1's reject dataset,
      * which RERUN mode reads as its control file.
      *
       FD  RLSEFILE.
       01  RLSE-REC.
           05  RLSE-FILENAME          PIC X(100).
           05  RLSE-DELIM             PIC X(001).
           05  RLSE-REASON            PIC X(006).
           05  RLSE-DELIM2            PIC X(001).
           05  RLSE-OPTIONS           PIC X(042).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(007) VALUE 'b64rels'.

       77  WS-PARM-STATUS         PIC X(002)         VALUE SPACES.
       77  WS-HOLD-STATUS         PIC X(002)         VALUE SPACES.
       77  WS-RLSE-STATUS         PIC X(002)         VALUE SPACES.
       77  RELSPARM-EOF-SW        PIC X(004)         VALUE 'N'.
           88  RELSPARM-EOF                          VALUE 'Y'.
       77  HOLDFILE-EOF-SW        PIC X(004)         VALUE 'N'.
           88  HOLDFILE-EOF                          VALUE 'Y'.

       77  WS-COMMAND-LINE        PIC X(200)         VALUE SPACES.
       77  WS-ARG1                PIC X(008)         VALUE SPACES.
       77  WS-ARG2                PIC X(100)         VALUE SPACES.
       77  WS-LIST-ALL-SW         PIC X(004)         VALUE 'N'.
           88  WS-LIST-ALL                           VALUE 'Y'.
       77  WS-CONTROL-ONLY-SW     PIC X(004)         VALUE 'N'.
           88  WS-CONTROL-ONLY                       VALUE 'Y'.

      *
      * RELSPARM keyword parsing, exactly as b64rqst splits its
      * RQSTPARM records: WS-PARM-EQ-POS is the count of
      * characters ahead of the record's first '='.
      *
       77  WS-PARM-KEYWORD        PIC X(009)         VALUE SPACES.
       77  WS-PARM-VALUE          PIC X(100)         VALUE SPACES.
       77  WS-PARM-EQ-POS         PIC 9(004)   COMP  VALUE 0.

      *
      * The decision being assembled from RELSPARM.  WS-DCSN-RUN
      * is the RUN= prefix, WS-DCSN-RUN-LEN its significant length,
      * zero when every pending hold of the file is meant.
      *
       77  WS-OFFICER             PIC X(030)         VALUE SPACES.
       77  WS-DCSN-PENDING-SW     PIC X(004)         VALUE 'N'.
           88  WS-DCSN-PENDING                       VALUE 'Y'.
       77  WS-DCSN-ERROR-SW       PIC X(004)         VALUE 'N'.
           88  WS-DCSN-ERROR                         VALUE 'Y'.
       77  WS-DCSN-FILENAME       PIC X(100)         VALUE SPACES.
       77  WS-DCSN-RUN            PIC X(021)         VALUE SPACES.
       77  WS-DCSN-RUN-LEN        PIC 9(004)   COMP  VALUE 0.
       77  WS-DCSN-RUN-SUB        PIC 9(004)   COMP  VALUE 0.
       77  WS-DCSN-STATUS         PIC X(001)         VALUE SPACES.
       77  WS-DCSN-NOTE           PIC X(060)         VALUE SPACES.
       77  WS-DCSN-DECIDED-AT     PIC X(021)         VALUE SPACES.
       77  WS-DCSN-HOLDS          PIC 9(009)   COMP  VALUE 0.

      *
      * The file last written to B64RLSE; holds are read in key
      * order, so every approval of one file arrives together and
      * the file is released once however many runs held it.
      *
       77  WS-LAST-RELEASED       PIC X(100)         VALUE SPACES.

      *
      * Run totals.
      *
       77  WS-DCSNS-APPLIED       PIC 9(009)   COMP  VALUE 0.
       77  WS-DCSNS-REJECTED      PIC 9(009)   COMP  VALUE 0.
       77  WS-HOLDS-DECIDED       PIC 9(009)   COMP  VALUE 0.
       77  WS-RLSE-WRITTEN        PIC 9(009)   COMP  VALUE 0.
       77  WS-MIME-APPROVED       PIC 9(009)   COMP  VALUE 0.
       77  WS-LISTED-COUNT        PIC 9(009)   COMP  VALUE 0.
       77  WS-EDIT-COUNT-1        PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-COUNT-2        PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-COUNT-3        PIC ZZZ,ZZZ,ZZ9.

       Procedure Division.

           ACCEPT WS-COMMAND-LINE FROM ENVIRONMENT 'PARM'
           IF WS-COMMAND-LINE = SPACES
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           END-IF
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
             INTO WS-ARG1 WS-ARG2
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-ARG1) TO WS-ARG1

           EVALUATE TRUE
             WHEN WS-ARG1 = 'DECIDE'
                  PERFORM 1000-APPLY-DECISIONS
                  IF RETURN-CODE < 12
                      PERFORM 4000-BUILD-RELEASE-FILE
                  END-IF
             WHEN WS-ARG1 = 'LIST'
                  IF FUNCTION UPPER-CASE(WS-ARG2) = 'ALL'
                      SET WS-LIST-ALL TO TRUE
                  END-IF
                  PERFORM 3000-LIST-HOLDS
             WHEN WS-ARG1 = 'CONTROL'
                  SET WS-CONTROL-ONLY TO TRUE
                  PERFORM 4000-BUILD-RELEASE-FILE
             WHEN OTHER
                  DISPLAY MYNAME ' arguments are DECIDE,'
                          ' LIST [ALL], or CONTROL'
                  MOVE 12 TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .

      *
      * Applies every decision RELSPARM describes.  There is
      * nothing to decide until b64demo1 has held something, so a
      * missing hold dataset ends the step.
      *
       1000-APPLY-DECISIONS.
           OPEN INPUT RELSPARM

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY MYNAME ' requires the RELSPARM dataset'
                       ' describing the decisions to record'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN I-O HOLDFILE

               IF WS-HOLD-STATUS NOT = '00'
                   DISPLAY MYNAME ' no hold dataset exists - no'
                           ' payload has been held yet (status '
                           WS-HOLD-STATUS ')'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 1010-READ-RELSPARM

                   PERFORM UNTIL RELSPARM-EOF
                       PERFORM 1015-APPLY-ONE-PARM
                       PERFORM 1010-READ-RELSPARM
                   END-PERFORM

                   IF WS-DCSN-PENDING
                       PERFORM 1050-APPLY-ONE-DECISION
                   END-IF

                   CLOSE HOLDFILE
               END-IF

               CLOSE RELSPARM

               MOVE WS-DCSNS-APPLIED TO WS-EDIT-COUNT-1
               MOVE WS-DCSNS-REJECTED TO WS-EDIT-COUNT-2
               MOVE WS-HOLDS-DECIDED TO WS-EDIT-COUNT-3
               DISPLAY MYNAME ' decisions applied  ' WS-EDIT-COUNT-1
               DISPLAY MYNAME ' decisions rejected ' WS-EDIT-COUNT-2
               DISPLAY MYNAME ' holds decided      ' WS-EDIT-COUNT-3

               IF RETURN-CODE = 0
                AND WS-DCSNS-REJECTED > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

       1010-READ-RELSPARM.
           READ RELSPARM
             AT END SET RELSPARM-EOF TO TRUE
           END-READ
           .

      *
      * One keyword record, split at its first '=' only.  A HOLD=
      * record closes the decision before it and opens the next;
      * so does an OFFICER= record, which names the officer for
      * every decision after it.  Any other keyword describes the
      * decision now open, and one arriving ahead of the first
      * HOLD= record has no decision to describe - the dataset is
      * malformed, and the step fails.
      *
       1015-APPLY-ONE-PARM.
           IF PARM-REC = SPACES OR PARM-REC(1:1) = '*'
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               MOVE 0 TO WS-PARM-EQ-POS
               INSPECT PARM-REC TALLYING WS-PARM-EQ-POS
                 FOR CHARACTERS BEFORE INITIAL '='
               IF WS-PARM-EQ-POS > 0
                AND WS-PARM-EQ-POS < LENGTH OF PARM-REC
                   MOVE PARM-REC(1:WS-PARM-EQ-POS)
                     TO WS-PARM-KEYWORD
                   IF WS-PARM-EQ-POS + 2 <= LENGTH OF PARM-REC
                       MOVE PARM-REC(WS-PARM-EQ-POS + 2:)
                         TO WS-PARM-VALUE
                   END-IF
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-PARM-KEYWORD)
                 TO WS-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-PARM-VALUE

               EVALUATE TRUE
                 WHEN WS-PARM-KEYWORD = 'OFFICER'
                      IF WS-DCSN-PENDING
                          PERFORM 1050-APPLY-ONE-DECISION
                      END-IF
                      MOVE WS-PARM-VALUE TO WS-OFFICER
                 WHEN WS-PARM-KEYWORD = 'HOLD'
                      IF WS-DCSN-PENDING
                          PERFORM 1050-APPLY-ONE-DECISION
                      END-IF
                      PERFORM 1020-START-ONE-DECISION
                 WHEN NOT WS-DCSN-PENDING
                      DISPLAY MYNAME ' RELSPARM record ahead of the'
                              ' first HOLD= record: '
                              PARM-REC(1:60)
                      MOVE 12 TO RETURN-CODE
                 WHEN OTHER
                      PERFORM 1030-DESCRIBE-DECISION
               END-EVALUATE
           END-IF
           .

      *
      * A new decision starts undecided, for every pending hold of
      * the file named.
      *
       1020-START-ONE-DECISION.
           SET WS-DCSN-PENDING TO TRUE
           MOVE 'N' TO WS-DCSN-ERROR-SW

           MOVE WS-PARM-VALUE TO WS-DCSN-FILENAME
           MOVE SPACES TO WS-DCSN-RUN
           MOVE SPACES TO WS-DCSN-STATUS
           MOVE SPACES TO WS-DCSN-NOTE

           IF WS-PARM-VALUE = SPACES
               DISPLAY MYNAME ' HOLD= record names no file'
               SET WS-DCSN-ERROR TO TRUE
           END-IF
           .

       1030-DESCRIBE-DECISION.
           EVALUATE WS-PARM-KEYWORD
             WHEN 'RUN'
                  IF WS-PARM-VALUE(22:) NOT = SPACES
                      PERFORM 1040-REPORT-BAD-VALUE
                  ELSE
                      MOVE WS-PARM-VALUE TO WS-DCSN-RUN
                  END-IF
             WHEN 'DECISION'
                  EVALUATE FUNCTION UPPER-CASE(WS-PARM-VALUE)
                    WHEN 'APPROVE'
                         MOVE 'A' TO WS-DCSN-STATUS
                    WHEN 'DENY'
                         MOVE 'D' TO WS-DCSN-STATUS
                    WHEN OTHER
                         PERFORM 1040-REPORT-BAD-VALUE
                  END-EVALUATE
             WHEN 'NOTE'
                  MOVE WS-PARM-VALUE TO WS-DCSN-NOTE
             WHEN OTHER
                  DISPLAY MYNAME ' unrecognized RELSPARM'
                          ' record: ' PARM-REC(1:60)
                  SET WS-DCSN-ERROR TO TRUE
           END-EVALUATE
           .

       1040-REPORT-BAD-VALUE.
           DISPLAY MYNAME ' hold ' FUNCTION TRIM(WS-DCSN-FILENAME)
                   ' invalid value: ' PARM-REC(1:60)
           SET WS-DCSN-ERROR TO TRUE
           .

      *
      * Records the decision just described on every pending hold
      * of the file - or only those of the runs RUN= names - unless
      * anything about it was wrong.  The holds of one file are
      * adjacent in key order, so the file's first hold is found by
      * key and the rest read after it.
      *
       1050-APPLY-ONE-DECISION.
           MOVE 'N' TO WS-DCSN-PENDING-SW

           IF WS-OFFICER = SPACES
               DISPLAY MYNAME ' hold '
                       FUNCTION TRIM(WS-DCSN-FILENAME)
                       ' has no OFFICER= record ahead of it'
               SET WS-DCSN-ERROR TO TRUE
           END-IF

           IF WS-DCSN-STATUS = SPACES
               DISPLAY MYNAME ' hold '
                       FUNCTION TRIM(WS-DCSN-FILENAME)
                       ' has no DECISION= record'
               SET WS-DCSN-ERROR TO TRUE
           END-IF

           MOVE 0 TO WS-DCSN-HOLDS

           IF NOT WS-DCSN-ERROR
               MOVE 0 TO WS-DCSN-RUN-LEN
               PERFORM VARYING WS-DCSN-RUN-SUB
                 FROM LENGTH OF WS-DCSN-RUN BY -1
               UNTIL WS-DCSN-RUN-SUB = 0 OR WS-DCSN-RUN-LEN > 0
                   IF WS-DCSN-RUN(WS-DCSN-RUN-SUB:1) NOT = SPACE
                       MOVE WS-DCSN-RUN-SUB TO WS-DCSN-RUN-LEN
                   END-IF
               END-PERFORM

               MOVE FUNCTION CURRENT-DATE TO WS-DCSN-DECIDED-AT
               MOVE 'N' TO HOLDFILE-EOF-SW
               MOVE WS-DCSN-FILENAME TO HOLD-FILENAME
               MOVE LOW-VALUES TO HOLD-RUN-START
               START HOLDFILE KEY NOT < HOLD-KEY
                 INVALID KEY SET HOLDFILE-EOF TO TRUE
               END-START

               PERFORM 1060-DECIDE-ONE-HOLD
                 UNTIL HOLDFILE-EOF

               IF WS-DCSN-HOLDS = 0
                   DISPLAY MYNAME ' hold '
                           FUNCTION TRIM(WS-DCSN-FILENAME)
                           ' - no pending hold matches'
                   SET WS-DCSN-ERROR TO TRUE
               END-IF
           END-IF

           IF WS-DCSN-ERROR
               ADD 1 TO WS-DCSNS-REJECTED
               DISPLAY MYNAME ' hold '
                       FUNCTION TRIM(WS-DCSN-FILENAME)
                       ' decision not applied'
           ELSE
               ADD 1 TO WS-DCSNS-APPLIED
           END-IF
           .

       1060-DECIDE-ONE-HOLD.
           READ HOLDFILE NEXT RECORD
             AT END SET HOLDFILE-EOF TO TRUE
           END-READ

           EVALUATE TRUE
             WHEN HOLDFILE-EOF
                  CONTINUE
             WHEN HOLD-FILENAME NOT = WS-DCSN-FILENAME
                  SET HOLDFILE-EOF TO TRUE
             WHEN NOT HOLD-PENDING
                  CONTINUE
             WHEN WS-DCSN-RUN-LEN > 0
              AND HOLD-RUN-START(1:WS-DCSN-RUN-LEN)
                  NOT = WS-DCSN-RUN(1:WS-DCSN-RUN-LEN)
                  CONTINUE
             WHEN OTHER
                  MOVE WS-DCSN-STATUS TO HOLD-STATUS
                  MOVE WS-OFFICER TO HOLD-DECIDED-BY
                  MOVE WS-DCSN-DECIDED-AT TO HOLD-DECIDED-AT
                  MOVE WS-DCSN-NOTE TO HOLD-NOTE
                  REWRITE B64HOLD-REC
                  END-REWRITE
                  IF WS-HOLD-STATUS = '00'
                      ADD 1 TO WS-DCSN-HOLDS
                      ADD 1 TO WS-HOLDS-DECIDED
                      IF HOLD-APPROVED
                          DISPLAY MYNAME ' hold '
                                  FUNCTION TRIM(HOLD-FILENAME)
                                  ' run ' HOLD-RUN-START(1:14)
                                  ' approved'
                      ELSE
                          DISPLAY MYNAME ' hold '
                                  FUNCTION TRIM(HOLD-FILENAME)
                                  ' run ' HOLD-RUN-START(1:14)
                                  ' denied'
                      END-IF
                  ELSE
                      DISPLAY MYNAME ' hold '
                              FUNCTION TRIM(HOLD-FILENAME)
                              ' run ' HOLD-RUN-START(1:14)
                              ' could not be rewritten (status '
                              WS-HOLD-STATUS ')'
                  END-IF
           END-EVALUATE
           .

      *
      * Every pending hold - or every hold at all - in file name
      * order.
      *
       3000-LIST-HOLDS.
           OPEN INPUT HOLDFILE

           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY MYNAME ' no hold dataset exists - no'
                       ' payload has been held yet'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 3010-READ-NEXT-HOLD

               PERFORM UNTIL HOLDFILE-EOF
                   IF HOLD-PENDING OR WS-LIST-ALL
                       PERFORM 3020-LIST-ONE-HOLD
                   END-IF
                   PERFORM 3010-READ-NEXT-HOLD
               END-PERFORM

               CLOSE HOLDFILE

               IF WS-LISTED-COUNT = 0
                   DISPLAY MYNAME ' no hold on file matches'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       3010-READ-NEXT-HOLD.
           READ HOLDFILE NEXT RECORD
             AT END SET HOLDFILE-EOF TO TRUE
           END-READ
           .

      *
      * One block of lines per hold listed.
      *
       3020-LIST-ONE-HOLD.
           ADD 1 TO WS-LISTED-COUNT

           DISPLAY MYNAME ' ===================================='
           DISPLAY MYNAME ' file        '
                   FUNCTION TRIM(HOLD-FILENAME)
           DISPLAY MYNAME ' held        ' HOLD-HELD-AT(1:14)
                   '  run ' HOLD-RUN-START(1:14)
                   '  mode ' HOLD-MODE
           DISPLAY MYNAME ' rule        ' HOLD-RULE
                   '  offset ' HOLD-OFFSET
           DISPLAY MYNAME ' content     ' HOLD-BYTE-COUNT
                   ' bytes  checksum ' HOLD-CHECKSUM
           EVALUATE TRUE
             WHEN HOLD-PENDING
                  DISPLAY MYNAME ' status      pending'
             WHEN HOLD-APPROVED
                  DISPLAY MYNAME ' status      approved '
                          HOLD-DECIDED-AT(1:14) '  '
                          FUNCTION TRIM(HOLD-DECIDED-BY)
             WHEN OTHER
                  DISPLAY MYNAME ' status      DENIED '
                          HOLD-DECIDED-AT(1:14) '  '
                          FUNCTION TRIM(HOLD-DECIDED-BY)
           END-EVALUATE
           IF HOLD-NOTE NOT = SPACES
               DISPLAY MYNAME ' note        '
                       FUNCTION TRIM(HOLD-NOTE)
           END-IF
           IF HOLD-RELEASED-AT NOT = SPACES
               DISPLAY MYNAME ' released    '
                       HOLD-RELEASED-AT(1:14)
           END-IF
           .

      *
      * Writes B64RLSE afresh: one record per file with an approved
      * hold not yet released, carrying the options the entry was
      * held with.  A missing hold dataset means nothing to
      * release, and the control file is written empty so a RERUN
      * of it does nothing.
      *
       4000-BUILD-RELEASE-FILE.
           OPEN OUTPUT RLSEFILE

           IF WS-RLSE-STATUS NOT = '00'
               DISPLAY MYNAME ' unable to open the B64RLSE release'
                       ' control file (status ' WS-RLSE-STATUS ')'
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 'N' TO HOLDFILE-EOF-SW
               OPEN INPUT HOLDFILE

               IF WS-HOLD-STATUS = '00'
                   PERFORM 3010-READ-NEXT-HOLD

                   PERFORM UNTIL HOLDFILE-EOF
                       IF HOLD-APPROVED
                        AND HOLD-RELEASED-AT = SPACES
                           PERFORM 4010-RELEASE-ONE-HOLD
                       END-IF
                       PERFORM 3010-READ-NEXT-HOLD
                   END-PERFORM

                   CLOSE HOLDFILE
               END-IF

               CLOSE RLSEFILE

               MOVE WS-RLSE-WRITTEN TO WS-EDIT-COUNT-1
               MOVE WS-MIME-APPROVED TO WS-EDIT-COUNT-2
               DISPLAY MYNAME ' files released     ' WS-EDIT-COUNT-1
               DISPLAY MYNAME ' MIME to resubmit   ' WS-EDIT-COUNT-2

               IF WS-CONTROL-ONLY
                AND RETURN-CODE = 0
                AND WS-RLSE-WRITTEN = 0
                AND WS-MIME-APPROVED = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       4010-RELEASE-ONE-HOLD.
           EVALUATE TRUE
             WHEN HOLD-MODE-MIME
                  ADD 1 TO WS-MIME-APPROVED
                  DISPLAY MYNAME ' '
                          FUNCTION TRIM(HOLD-FILENAME)
                          ' approved - resubmit the MIME job for '
                          FUNCTION TRIM(HOLD-TARGET)
             WHEN HOLD-FILENAME = WS-LAST-RELEASED
                  CONTINUE
             WHEN OTHER
                  MOVE SPACES TO RLSE-REC
                  MOVE HOLD-FILENAME TO RLSE-FILENAME
                  MOVE '|' TO RLSE-DELIM
                  MOVE 'APPRVD' TO RLSE-REASON
                  MOVE '|' TO RLSE-DELIM2
                  MOVE HOLD-OPTIONS TO RLSE-OPTIONS
                  WRITE RLSE-REC
                  ADD 1 TO WS-RLSE-WRITTEN
                  MOVE HOLD-FILENAME TO WS-LAST-RELEASED
                  DISPLAY MYNAME ' '
                          FUNCTION TRIM(HOLD-FILENAME)
                          ' released for rerun'
           END-EVALUATE
           .

       END PROGRAM b64rels.
