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
      * Nightly base64 job-stream driver in the COBOL language
      *
      * The nightly stream is b64cdpgv, b64scan, b64split, N
      * b64demo1 FILE mode instances in parallel, b64merge,
      * b64recon and b64report, and it was sequenced by a hand
      * kept script and the operator's memory - so when b64merge
      * or b64recon failed in the small hours, working out which
      * steps had already run and must not run again was the
      * on-call operator's problem.  This program runs the stream
      * and records every step of it in the keyed B64RCTL
      * run-control dataset (see copybook STRMCTL): status,
      * return code, start and end, and how many attempts it has
      * taken.
      *
      *   RUN n [options]   runs tonight's stream with the control
      *                     file split n ways (1 through 9), each
      *                     partition encoded by b64demo1 FILE mode
      *                     with the options given (URLSAFE, TEXT=,
      *                     COMPRESS - see b64demo1).  When the
      *                     latest stream never completed, RUN
      *                     resumes it instead: completed steps are
      *                     skipped, and the stream picks up at the
      *                     step that failed or was interrupted,
      *                     with the partition count and options it
      *                     was first submitted with.
      *   STATUS [stream]   writes the summary of the latest stream
      *                     (or the latest whose timestamp starts
      *                     with the prefix given) without running
      *                     anything.
      *   ABANDON           gives up on the latest stream when it
      *                     never completed, so the next RUN starts
      *                     a new one from the top.
      *
      * Each step runs as its own program through the system
      * shell, found through the job's PATH as a job step's
      * program is found through STEPLIB, with its PARM passed in
      * the PARM environment variable exactly as the scheduler
      * would pass it; every other ddname the step uses is the
      * job's own.  The b64demo1 partitions are the exception:
      * they are started together and waited for, and each reads
      * its own b64split partition (ddname CTLOUTn) and writes its
      * own partial OUTPUT01 for b64merge (ddname B64INn) and its
      * own reject file (ddname B64REJn), every one of those
      * resolved the way the ddname itself resolves - from its
      * DD_ environment variable, the variable of the ddname's own
      * name, or the ddname as a relative file name.  A partition
      * resumed after a failure restarts from b64demo1's own
      * B64CKPT checkpoint, so the entries it had already encoded
      * are not encoded twice.
      *
      * b64cdpgv, b64merge and b64recon are balancing steps: they
      * prove the stream's data rather than produce it, and any
      * nonzero return code from one stops the stream.  Any other
      * step may end with RETURN-CODE 4, a warning, and the
      * stream carries on; 8 or more stops it.  A step ended by a
      * signal rather than a return code counts as 12.
      *
      * The end-of-stream summary is written to B64STRM every
      * time: each step with its outcome, return code, start, end,
      * elapsed time and attempts.
      *
      * The argument is taken from the job's PARM environment
      * variable, the way a batch scheduler passes a JCL EXEC
      * PARM= value through to a program run outside MVS; if PARM
      * is not set, the command line is used instead, so the
      * program still runs interactively for ad hoc testing.
      *
      * RETURN-CODE is 0 when the stream completes cleanly, 4 when
      * it completes with a warning from some step, 8 when a step
      * stops it, and 12 when the stream cannot be run at all.
      *
      * Modification History
      * 2026-10-15 CRS  Initial version.
      *
       Program-ID. b64strm.
       Environment Division.
       Input-Output Section.
       File-Control.
      *
      * The keyed run-control dataset - see copybook STRMCTL.
      *
           Select RCTLFILE Assign To 'B64RCTL'
             Organization Indexed
             Access Mode Dynamic
             Record Key RCTL-KEY
             File Status Is WS-RCTL-STATUS.
      *
      * B64STRM is assigned to a symbolic DD name.  At run time the
      * actual dataset is taken from the environment variable of
      * the same name (DD_B64STRM or B64STRM) if one is set,
      * exactly as a JCL DD statement would supply the dataset for
      * a ddname; absent that, the ddname itself is used as a
      * relative file name so the job still runs unattended.
      *
           Select RPTFILE Assign To 'B64STRM'
             Organization Line Sequential.
      *
      * The work files the parallel b64demo1 partitions leave
      * their return codes and end times in - see
      * 2200-RUN-ENCODE-GROUP.
      *
           Select RCWORK Assign To Dynamic WS-RCWORK-NAME
             Organization Line Sequential
             File Status Is WS-RCWORK-STATUS.
       Data Division.
       File Section.
       FD  RCTLFILE.
           COPY STRMCTL.

       FD  RPTFILE.
       01  RPT-REC                PIC X(132).

      *
      * One record: the partition's return code and its end time,
      * separated by a space.
      *
       FD  RCWORK.
       01  RCWORK-REC             PIC X(040).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(007) VALUE 'b64strm'.
           05  ENCODE-PROGRAM     PIC X(008) VALUE 'b64demo1'.
           05  PART-MAX           PIC 9(004) COMP VALUE 9.

       77  WS-RCTL-STATUS         PIC X(002)         VALUE SPACES.
       77  WS-RCWORK-STATUS       PIC X(002)         VALUE SPACES.
       77  RCTLFILE-EOF-SW        PIC X(004)         VALUE 'N'.
           88  RCTLFILE-EOF                          VALUE 'Y'.

       77  WS-COMMAND-LINE        PIC X(200)         VALUE SPACES.
       77  WS-ARG1                PIC X(008)         VALUE SPACES.
       77  WS-ARG2                PIC X(020)         VALUE SPACES.
       77  WS-ARG3                PIC X(020)         VALUE SPACES.
       77  WS-ARG4                PIC X(020)         VALUE SPACES.
       77  WS-ARG5                PIC X(020)         VALUE SPACES.

      *
      * This step's own return code - RETURN-CODE is not touched
      * by the steps it runs, but is kept clear of them all the
      * same.
      *
       77  WS-STREAM-RC           PIC 9(004)   COMP  VALUE 0.

      *
      * The stream being run or reported: its timestamp, its last
      * step number, its partition count and encode options, and
      * the STATUS prefix asked for with its significant length.
      *
       77  WS-STREAM-ID           PIC X(014)         VALUE SPACES.
       77  WS-STREAM-FOUND-SW     PIC X(004)         VALUE 'N'.
           88  WS-STREAM-FOUND                       VALUE 'Y'.
       77  WS-STREAM-OPEN-SW      PIC X(004)         VALUE 'N'.
           88  WS-STREAM-OPEN                        VALUE 'Y'.
       77  WS-STREAM-STOPPED-SW   PIC X(004)         VALUE 'N'.
           88  WS-STREAM-STOPPED                     VALUE 'Y'.
       77  WS-LAST-STEP           PIC 9(002)         VALUE 0.
       77  WS-STEP-NUM            PIC 9(002)         VALUE 0.
       77  WS-PARTITIONS          PIC 9(001)         VALUE 0.
       77  WS-PART-SUB            PIC 9(001)         VALUE 0.
       77  WS-ENCODE-OPTS         PIC X(060)         VALUE SPACES.
       77  WS-STREAM-PREFIX       PIC X(014)         VALUE SPACES.
       77  WS-PREFIX-LEN          PIC 9(004)   COMP  VALUE 0.
       77  WS-TRIM-SUB            PIC 9(004)   COMP  VALUE 0.
       77  WS-HIGH-RC             PIC 9(004)         VALUE 0.

      *
      * The step record being added to a new stream.
      *
       77  WS-NEW-NAME            PIC X(008)         VALUE SPACES.
       77  WS-NEW-PROGRAM         PIC X(010)         VALUE SPACES.
       77  WS-NEW-BALANCING       PIC X(001)         VALUE SPACES.
       77  WS-NEW-PARM            PIC X(060)         VALUE SPACES.

      *
      * Running a step: the shell command, its raw completion
      * status (the exit code times 256, plus the number of any
      * signal that ended it), and the return code taken from it.
      *
       77  WS-SYSTEM-CMD          PIC X(4000)        VALUE SPACES.
       77  WS-CMD-PTR             PIC 9(004)   COMP  VALUE 0.
       77  WS-FRAGMENT            PIC X(440)         VALUE SPACES.
       77  WS-SYSTEM-RETCODE      PIC 9(008)   COMP-5 VALUE 0.
       77  WS-EXIT-CODE           PIC 9(008)         VALUE 0.
       77  WS-EXIT-SIGNAL         PIC 9(008)         VALUE 0.
       77  WS-RUN-RC              PIC 9(004)         VALUE 0.
       77  WS-RUN-END             PIC X(021)         VALUE SPACES.

      *
      * The b64demo1 partitions started together: each one's step
      * number and partition, its work file, and the datasets its
      * ddnames resolve to.
      *
       77  WS-GROUP-COUNT         PIC 9(004)   COMP  VALUE 0.
       77  WS-GROUP-SUB           PIC 9(004)   COMP  VALUE 0.
       77  WS-GROUP-DONE-SW       PIC X(004)         VALUE 'N'.
           88  WS-GROUP-DONE                         VALUE 'Y'.
       01  WS-GROUP-TBL.
           05  WS-GROUP-ENTRY     OCCURS 9 TIMES.
               10  WS-GROUP-STEP  PIC 9(002).
               10  WS-GROUP-PART  PIC 9(001).
       77  WS-RCWORK-NAME         PIC X(008)         VALUE SPACES.
       77  WS-RCW-RC-TEXT         PIC X(008)         VALUE SPACES.
       77  WS-RCW-RC-LEN          PIC 9(004)   COMP  VALUE 0.
       77  WS-RCW-END             PIC X(021)         VALUE SPACES.
       01  WS-RCW-RC-DIGITS       PIC X(003)         VALUE SPACES.
       01  WS-RCW-RC-NUM REDEFINES WS-RCW-RC-DIGITS
                                  PIC 9(003).
       77  WS-DD-NAME             PIC X(008)         VALUE SPACES.
       77  WS-DD-ENV-NAME         PIC X(011)         VALUE SPACES.
       77  WS-DD-DSN              PIC X(100)         VALUE SPACES.
       77  WS-CTL-DSN             PIC X(100)         VALUE SPACES.
       77  WS-OUT-DSN             PIC X(100)         VALUE SPACES.
       77  WS-REJ-DSN             PIC X(100)         VALUE SPACES.

      *
      * Elapsed time between two timestamps, for the summary -
      * see 8100-COMPUTE-ELAPSED.
      *
       01  WS-TS-WORK.
           05  WS-TS-DATE         PIC 9(008).
           05  WS-TS-HH           PIC 9(002).
           05  WS-TS-MI           PIC 9(002).
           05  WS-TS-SS           PIC 9(002).
           05  FILLER             PIC X(007).
       77  WS-TS-FROM             PIC X(021)         VALUE SPACES.
       77  WS-TS-TO               PIC X(021)         VALUE SPACES.
       77  WS-SECS-FROM           PIC 9(012)         VALUE 0.
       77  WS-SECS-TO             PIC 9(012)         VALUE 0.
       77  WS-ELAPSED-SECS        PIC 9(012)         VALUE 0.
       77  WS-ELAPSED-MINS        PIC 9(012)         VALUE 0.
       77  WS-ELAPSED-HOURS       PIC 9(012)         VALUE 0.
       01  WS-ELAPSED-EDIT.
           05  WS-ELAPSED-HH      PIC 9(002).
           05  FILLER             PIC X(001)         VALUE ':'.
           05  WS-ELAPSED-MI      PIC 9(002).
           05  FILLER             PIC X(001)         VALUE ':'.
           05  WS-ELAPSED-SS      PIC 9(002).

      *
      * Summary counts.
      *
       77  WS-CNT-COMPLETE        PIC 9(009)   COMP  VALUE 0.
       77  WS-CNT-FAILED          PIC 9(009)   COMP  VALUE 0.
       77  WS-CNT-PENDING         PIC 9(009)   COMP  VALUE 0.

      *
      * Report line layouts.  All lines are built in working
      * storage and written through RPT-REC.
      *
       01  RPT-HEAD1.
           05  FILLER             PIC X(035) VALUE
               'B64STRM  NIGHTLY JOB STREAM SUMMARY'.
           05  FILLER             PIC X(097) VALUE SPACES.

       01  RPT-STREAM-LINE.
           05  FILLER             PIC X(007) VALUE 'STREAM '.
           05  RPT-STREAM-ID      PIC X(014).
           05  FILLER             PIC X(013) VALUE '  PARTITIONS '.
           05  RPT-STREAM-PARTS   PIC 9(001).
           05  FILLER             PIC X(009) VALUE '  STATUS '.
           05  RPT-STREAM-STATUS  PIC X(011).
           05  FILLER             PIC X(014) VALUE '  SUBMISSIONS '.
           05  RPT-STREAM-SUBMITS PIC ZZZ9.
           05  FILLER             PIC X(010) VALUE '  ELAPSED '.
           05  RPT-STREAM-ELAPSED PIC X(008).
           05  FILLER             PIC X(010) VALUE '  OPTIONS '.
           05  RPT-STREAM-OPTS    PIC X(031).

       01  RPT-COLUMN-HEAD.
           05  FILLER             PIC X(005) VALUE 'STEP'.
           05  FILLER             PIC X(010) VALUE 'NAME'.
           05  FILLER             PIC X(012) VALUE 'PROGRAM'.
           05  FILLER             PIC X(013) VALUE 'STATUS'.
           05  FILLER             PIC X(006) VALUE '  RC'.
           05  FILLER             PIC X(016) VALUE 'STARTED'.
           05  FILLER             PIC X(016) VALUE 'ENDED'.
           05  FILLER             PIC X(010) VALUE 'ELAPSED'.
           05  FILLER             PIC X(006) VALUE 'TRIES'.
           05  FILLER             PIC X(038) VALUE 'PARM'.

       01  RPT-STEP-LINE.
           05  RPT-STEP-NUM       PIC Z9.
           05  FILLER             PIC X(003) VALUE SPACES.
           05  RPT-STEP-NAME      PIC X(008).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-STEP-PROGRAM   PIC X(010).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-STEP-STATUS    PIC X(011).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-STEP-RC        PIC ZZZ9.
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-STEP-START     PIC X(014).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-STEP-END       PIC X(014).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-STEP-ELAPSED   PIC X(008).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-STEP-TRIES     PIC ZZZ9.
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-STEP-PARM      PIC X(034).
           05  FILLER             PIC X(004) VALUE SPACES.

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
             INTO WS-ARG1 WS-ARG2 WS-ARG3 WS-ARG4 WS-ARG5
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-ARG1) TO WS-ARG1

           EVALUATE WS-ARG1
             WHEN 'RUN'
                  PERFORM 1000-OPEN-RUN-CONTROL
                  IF WS-STREAM-RC = 0
                      PERFORM 2000-RUN-STREAM
                      CLOSE RCTLFILE
                  END-IF
             WHEN 'STATUS'
                  MOVE WS-ARG2 TO WS-STREAM-PREFIX
                  PERFORM 1000-OPEN-RUN-CONTROL
                  IF WS-STREAM-RC = 0
                      IF WS-STREAM-FOUND
                          PERFORM 3000-WRITE-SUMMARY
                      ELSE
                          DISPLAY MYNAME ' no stream on file matches'
                          MOVE 4 TO WS-STREAM-RC
                      END-IF
                      CLOSE RCTLFILE
                  END-IF
             WHEN 'ABANDON'
                  PERFORM 1000-OPEN-RUN-CONTROL
                  IF WS-STREAM-RC = 0
                      PERFORM 4000-ABANDON-STREAM
                      CLOSE RCTLFILE
                  END-IF
             WHEN OTHER
                  DISPLAY MYNAME ' arguments are RUN n [options],'
                          ' STATUS [stream], or ABANDON'
                  MOVE 12 TO WS-STREAM-RC
           END-EVALUATE

           MOVE WS-STREAM-RC TO RETURN-CODE

           GOBACK
           .

      *
      * Opens the run-control dataset - created the first time a
      * stream is run - and finds the latest stream on it.
      *
       1000-OPEN-RUN-CONTROL.
           OPEN I-O RCTLFILE
           IF WS-RCTL-STATUS = '35'
            AND WS-ARG1 = 'RUN'
               OPEN OUTPUT RCTLFILE
               CLOSE RCTLFILE
               OPEN I-O RCTLFILE
           END-IF

           IF WS-RCTL-STATUS NOT = '00'
               DISPLAY MYNAME ' unable to open the B64RCTL'
                       ' run-control dataset (status '
                       WS-RCTL-STATUS ')'
               MOVE 12 TO WS-STREAM-RC
           ELSE
               PERFORM 1010-FIND-LATEST-STREAM
           END-IF
           .

      *
      * Streams are keyed by their timestamp, so the latest is the
      * last header read, and a stream's step records follow its
      * header directly.
      *
       1010-FIND-LATEST-STREAM.
           MOVE 0 TO WS-PREFIX-LEN
           PERFORM VARYING WS-TRIM-SUB
             FROM LENGTH OF WS-STREAM-PREFIX BY -1
           UNTIL WS-TRIM-SUB = 0 OR WS-PREFIX-LEN > 0
               IF WS-STREAM-PREFIX(WS-TRIM-SUB:1) NOT = SPACE
                   MOVE WS-TRIM-SUB TO WS-PREFIX-LEN
               END-IF
           END-PERFORM

           MOVE 'N' TO RCTLFILE-EOF-SW
           PERFORM 1020-READ-NEXT-RCTL

           PERFORM UNTIL RCTLFILE-EOF
               EVALUATE TRUE
                 WHEN RCTL-IS-HEADER
                  AND WS-PREFIX-LEN > 0
                  AND RCTL-STREAM(1:WS-PREFIX-LEN)
                      NOT = WS-STREAM-PREFIX(1:WS-PREFIX-LEN)
                      CONTINUE
                 WHEN RCTL-IS-HEADER
                      SET WS-STREAM-FOUND TO TRUE
                      MOVE RCTL-STREAM TO WS-STREAM-ID
                      MOVE RCTL-PARTITION TO WS-PARTITIONS
                      MOVE RCTL-PARM TO WS-ENCODE-OPTS
                      MOVE 0 TO WS-LAST-STEP
                      IF RCTL-RUNNING OR RCTL-FAILED
                          SET WS-STREAM-OPEN TO TRUE
                      ELSE
                          MOVE 'N' TO WS-STREAM-OPEN-SW
                      END-IF
                 WHEN RCTL-STREAM = WS-STREAM-ID
                      MOVE RCTL-STEP-NUM TO WS-LAST-STEP
               END-EVALUATE
               PERFORM 1020-READ-NEXT-RCTL
           END-PERFORM
           .

       1020-READ-NEXT-RCTL.
           READ RCTLFILE NEXT RECORD
             AT END SET RCTLFILE-EOF TO TRUE
           END-READ
           .

      *
      * Resumes the latest stream if it never completed, or starts
      * a new one, then runs every step not yet complete until one
      * stops the stream.
      *
       2000-RUN-STREAM.
           IF WS-STREAM-FOUND AND WS-STREAM-OPEN
               DISPLAY MYNAME ' resuming stream ' WS-STREAM-ID
                       ' - completed steps are skipped'
               IF WS-ARG2 NOT = SPACES
                AND WS-ARG2(1:1) NOT = WS-PARTITIONS
                   DISPLAY MYNAME ' the stream was submitted with '
                           WS-PARTITIONS ' partitions, and keeps'
                           ' them'
               END-IF
           ELSE
               PERFORM 2010-CREATE-STREAM
           END-IF

           IF WS-STREAM-RC = 0
               MOVE 0 TO WS-HIGH-RC
               PERFORM 2020-START-SUBMISSION

               MOVE 1 TO WS-STEP-NUM
               PERFORM UNTIL WS-STEP-NUM > WS-LAST-STEP
                          OR WS-STREAM-STOPPED
                   PERFORM 2100-TAKE-ONE-STEP
               END-PERFORM

               PERFORM 2900-END-SUBMISSION
               PERFORM 3000-WRITE-SUMMARY
           END-IF
           .

      *
      * A new stream: the header, then one step record per step,
      * each pending.
      *
       2010-CREATE-STREAM.
           IF WS-ARG2(1:1) < '1' OR WS-ARG2(1:1) > '9'
            OR WS-ARG2(2:1) NOT = SPACE
               DISPLAY MYNAME ' RUN requires a partition count of'
                       ' 1 through ' PART-MAX
               MOVE 12 TO WS-STREAM-RC
           ELSE
               MOVE WS-ARG2(1:1) TO WS-PARTITIONS
               MOVE SPACES TO WS-ENCODE-OPTS
               STRING WS-ARG3 DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-ARG4 DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-ARG5 DELIMITED BY SPACE
                 INTO WS-ENCODE-OPTS
               END-STRING

               MOVE FUNCTION CURRENT-DATE TO WS-RUN-END
               MOVE WS-RUN-END(1:14) TO WS-STREAM-ID
               DISPLAY MYNAME ' starting stream ' WS-STREAM-ID
                       ' with ' WS-PARTITIONS ' partitions'

               MOVE SPACES TO RCTL-REC
               MOVE WS-STREAM-ID TO RCTL-STREAM
               MOVE 0 TO RCTL-STEP-NUM
               MOVE 'STREAM' TO RCTL-STEP-NAME
               MOVE WS-PARTITIONS TO RCTL-PARTITION
               MOVE 'N' TO RCTL-BALANCING
               SET RCTL-RUNNING TO TRUE
               MOVE 0 TO RCTL-RC RCTL-ATTEMPTS
               MOVE WS-RUN-END TO RCTL-START
               MOVE WS-ENCODE-OPTS TO RCTL-PARM
               WRITE RCTL-REC
               END-WRITE
               IF WS-RCTL-STATUS NOT = '00'
                   DISPLAY MYNAME ' unable to record stream '
                           WS-STREAM-ID ' (status '
                           WS-RCTL-STATUS ')'
                   MOVE 12 TO WS-STREAM-RC
               END-IF

               MOVE 0 TO WS-LAST-STEP
               MOVE 0 TO WS-PART-SUB

               MOVE 'CDPGV' TO WS-NEW-NAME
               MOVE 'b64cdpgv' TO WS-NEW-PROGRAM
               MOVE 'Y' TO WS-NEW-BALANCING
               MOVE SPACES TO WS-NEW-PARM
               PERFORM 2015-ADD-STEP

               MOVE 'SCAN' TO WS-NEW-NAME
               MOVE 'b64scan' TO WS-NEW-PROGRAM
               MOVE 'N' TO WS-NEW-BALANCING
               PERFORM 2015-ADD-STEP

               MOVE 'SPLIT' TO WS-NEW-NAME
               MOVE 'b64split' TO WS-NEW-PROGRAM
               MOVE WS-PARTITIONS TO WS-NEW-PARM
               PERFORM 2015-ADD-STEP

               MOVE ENCODE-PROGRAM TO WS-NEW-PROGRAM
               MOVE SPACES TO WS-NEW-PARM
               STRING 'FILE ' DELIMITED BY SIZE
                      WS-ENCODE-OPTS DELIMITED BY SIZE
                 INTO WS-NEW-PARM
               END-STRING
               PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                 UNTIL WS-PART-SUB > WS-PARTITIONS
                   MOVE SPACES TO WS-NEW-NAME
                   STRING 'ENCODE' DELIMITED BY SIZE
                          WS-PART-SUB DELIMITED BY SIZE
                     INTO WS-NEW-NAME
                   END-STRING
                   PERFORM 2015-ADD-STEP
               END-PERFORM
               MOVE 0 TO WS-PART-SUB

               MOVE 'MERGE' TO WS-NEW-NAME
               MOVE 'b64merge' TO WS-NEW-PROGRAM
               MOVE 'Y' TO WS-NEW-BALANCING
               MOVE WS-PARTITIONS TO WS-NEW-PARM
               PERFORM 2015-ADD-STEP

               MOVE 'RECON' TO WS-NEW-NAME
               MOVE 'b64recon' TO WS-NEW-PROGRAM
               MOVE SPACES TO WS-NEW-PARM
               PERFORM 2015-ADD-STEP

      *        The day's activity report covers the day the stream
      *        started, however late it finishes.
               MOVE 'REPORT' TO WS-NEW-NAME
               MOVE 'b64report' TO WS-NEW-PROGRAM
               MOVE 'N' TO WS-NEW-BALANCING
               MOVE WS-STREAM-ID(1:8) TO WS-NEW-PARM
               PERFORM 2015-ADD-STEP
           END-IF
           .

       2015-ADD-STEP.
           ADD 1 TO WS-LAST-STEP

           MOVE SPACES TO RCTL-REC
           MOVE WS-STREAM-ID TO RCTL-STREAM
           MOVE WS-LAST-STEP TO RCTL-STEP-NUM
           MOVE WS-NEW-NAME TO RCTL-STEP-NAME
           MOVE WS-NEW-PROGRAM TO RCTL-PROGRAM
           MOVE WS-PART-SUB TO RCTL-PARTITION
           MOVE WS-NEW-BALANCING TO RCTL-BALANCING
           SET RCTL-PENDING TO TRUE
           MOVE 0 TO RCTL-RC RCTL-ATTEMPTS
           MOVE WS-NEW-PARM TO RCTL-PARM
           WRITE RCTL-REC
           END-WRITE

           IF WS-RCTL-STATUS NOT = '00'
               DISPLAY MYNAME ' unable to record step '
                       WS-LAST-STEP ' ' WS-NEW-NAME ' (status '
                       WS-RCTL-STATUS ')'
               MOVE 12 TO WS-STREAM-RC
           END-IF
           .

      *
      * Counts the submission on the stream's header and marks
      * the stream running again.
      *
       2020-START-SUBMISSION.
           MOVE WS-STREAM-ID TO RCTL-STREAM
           MOVE 0 TO RCTL-STEP-NUM
           READ RCTLFILE
             INVALID KEY
               DISPLAY MYNAME ' stream ' WS-STREAM-ID
                       ' has lost its header record'
               MOVE 12 TO WS-STREAM-RC
               SET WS-STREAM-STOPPED TO TRUE
             NOT INVALID KEY
               ADD 1 TO RCTL-ATTEMPTS
               SET RCTL-RUNNING TO TRUE
               MOVE WS-ENCODE-OPTS TO RCTL-PARM
               REWRITE RCTL-REC
               END-REWRITE
           END-READ
           .

      *
      * One step: skipped when an earlier submission completed
      * it, otherwise run - the b64demo1 partitions all at once.
      *
       2100-TAKE-ONE-STEP.
           MOVE WS-STREAM-ID TO RCTL-STREAM
           MOVE WS-STEP-NUM TO RCTL-STEP-NUM
           READ RCTLFILE
             INVALID KEY
               DISPLAY MYNAME ' stream ' WS-STREAM-ID
                       ' has lost step ' WS-STEP-NUM
               MOVE 12 TO WS-STREAM-RC
               SET WS-STREAM-STOPPED TO TRUE
           END-READ

           EVALUATE TRUE
             WHEN WS-STREAM-STOPPED
                  CONTINUE
             WHEN RCTL-COMPLETE
                  DISPLAY MYNAME ' step ' RCTL-STEP-NUM ' '
                          RCTL-STEP-NAME ' completed '
                          RCTL-END(1:14) ' - skipped'
                  ADD 1 TO WS-STEP-NUM
             WHEN RCTL-PROGRAM = ENCODE-PROGRAM
                  PERFORM 2200-RUN-ENCODE-GROUP
             WHEN OTHER
                  PERFORM 2110-RUN-ONE-STEP
                  ADD 1 TO WS-STEP-NUM
           END-EVALUATE
           .

       2110-RUN-ONE-STEP.
           PERFORM 2500-MARK-STEP-RUNNING

           MOVE SPACES TO WS-SYSTEM-CMD
           STRING 'PARM=''' DELIMITED BY SIZE
                  FUNCTION TRIM(RCTL-PARM) DELIMITED BY SIZE
                  ''' ' DELIMITED BY SIZE
                  FUNCTION TRIM(RCTL-PROGRAM) DELIMITED BY SIZE
             INTO WS-SYSTEM-CMD
           END-STRING

           DISPLAY MYNAME ' step ' RCTL-STEP-NUM ' '
                   RCTL-STEP-NAME ' ' FUNCTION TRIM(WS-SYSTEM-CMD)

           CALL 'SYSTEM' USING WS-SYSTEM-CMD
           GIVING WS-SYSTEM-RETCODE

           DIVIDE WS-SYSTEM-RETCODE BY 256 GIVING WS-EXIT-CODE
             REMAINDER WS-EXIT-SIGNAL
           IF WS-EXIT-SIGNAL NOT = 0 OR WS-EXIT-CODE > 255
               MOVE 12 TO WS-RUN-RC
           ELSE
               MOVE WS-EXIT-CODE TO WS-RUN-RC
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-END

           PERFORM 2600-FINISH-STEP
           .

      *
      * The b64demo1 partitions not yet complete, from the current
      * step on, are started together in the background, each
      * leaving its return code and end time in its own work file
      * (B64STWK1 through B64STWK9), and the shell waits for the
      * last of them before the outcomes are recorded.  One
      * partition failing does not stop the others: a resubmit
      * need only rerun the ones that failed.
      *
       2200-RUN-ENCODE-GROUP.
           MOVE 0 TO WS-GROUP-COUNT
           MOVE 'N' TO WS-GROUP-DONE-SW
           MOVE SPACES TO WS-SYSTEM-CMD
           MOVE 1 TO WS-CMD-PTR

           PERFORM UNTIL WS-GROUP-DONE
               PERFORM 2210-GATHER-PARTITION
           END-PERFORM

           STRING 'wait' DELIMITED BY SIZE
             INTO WS-SYSTEM-CMD
             WITH POINTER WS-CMD-PTR
           END-STRING

           CALL 'SYSTEM' USING WS-SYSTEM-CMD
           GIVING WS-SYSTEM-RETCODE

           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
             UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
               PERFORM 2230-TAKE-PARTITION-RC

               MOVE WS-STREAM-ID TO RCTL-STREAM
               MOVE WS-GROUP-STEP(WS-GROUP-SUB) TO RCTL-STEP-NUM
               READ RCTLFILE
                 INVALID KEY
                   DISPLAY MYNAME ' stream ' WS-STREAM-ID
                           ' has lost step ' RCTL-STEP-NUM
                   MOVE 12 TO WS-STREAM-RC
                   SET WS-STREAM-STOPPED TO TRUE
                 NOT INVALID KEY
                   PERFORM 2600-FINISH-STEP
               END-READ
           END-PERFORM
           .

      *
      * Adds the step just read to the group when it is a
      * b64demo1 partition still to be run, and reads the next;
      * the first step that is not a partition ends the group.
      *
       2210-GATHER-PARTITION.
           IF RCTL-PROGRAM NOT = ENCODE-PROGRAM
               SET WS-GROUP-DONE TO TRUE
           ELSE
               IF NOT RCTL-COMPLETE
                   PERFORM 2220-START-PARTITION
               ELSE
                   DISPLAY MYNAME ' step ' RCTL-STEP-NUM ' '
                           RCTL-STEP-NAME ' completed '
                           RCTL-END(1:14) ' - skipped'
               END-IF

               ADD 1 TO WS-STEP-NUM
               IF WS-STEP-NUM > WS-LAST-STEP
                   SET WS-GROUP-DONE TO TRUE
               ELSE
                   MOVE WS-STREAM-ID TO RCTL-STREAM
                   MOVE WS-STEP-NUM TO RCTL-STEP-NUM
                   READ RCTLFILE
                     INVALID KEY
                       SET WS-GROUP-DONE TO TRUE
                   END-READ
               END-IF
           END-IF
           .

      *
      * Records the partition running and adds its command to the
      * group's: the partition's PARM and its own three ddnames,
      * run in a background subshell that writes the work file.
      *
       2220-START-PARTITION.
           PERFORM 2500-MARK-STEP-RUNNING

           ADD 1 TO WS-GROUP-COUNT
           MOVE RCTL-STEP-NUM TO WS-GROUP-STEP(WS-GROUP-COUNT)
           MOVE RCTL-PARTITION TO WS-GROUP-PART(WS-GROUP-COUNT)

           MOVE SPACES TO WS-DD-NAME
           STRING 'CTLOUT' RCTL-PARTITION DELIMITED BY SIZE
             INTO WS-DD-NAME
           END-STRING
           PERFORM 2240-RESOLVE-DDNAME
           MOVE WS-DD-DSN TO WS-CTL-DSN

           MOVE SPACES TO WS-DD-NAME
           STRING 'B64IN' RCTL-PARTITION DELIMITED BY SIZE
             INTO WS-DD-NAME
           END-STRING
           PERFORM 2240-RESOLVE-DDNAME
           MOVE WS-DD-DSN TO WS-OUT-DSN

           MOVE SPACES TO WS-DD-NAME
           STRING 'B64REJ' RCTL-PARTITION DELIMITED BY SIZE
             INTO WS-DD-NAME
           END-STRING
           PERFORM 2240-RESOLVE-DDNAME
           MOVE WS-DD-DSN TO WS-REJ-DSN

           MOVE SPACES TO WS-RCWORK-NAME
           STRING 'B64STWK' RCTL-PARTITION DELIMITED BY SIZE
             INTO WS-RCWORK-NAME
           END-STRING
           CALL 'CBL_DELETE_FILE' USING WS-RCWORK-NAME
           END-CALL

           MOVE SPACES TO WS-FRAGMENT
           STRING '(PARM=''' DELIMITED BY SIZE
                  FUNCTION TRIM(RCTL-PARM) DELIMITED BY SIZE
                  ''' DD_CTLFILE=''' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CTL-DSN) DELIMITED BY SIZE
                  ''' DD_B64OUT=''' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OUT-DSN) DELIMITED BY SIZE
                  ''' DD_B64REJ=''' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJ-DSN) DELIMITED BY SIZE
                  ''' ' DELIMITED BY SIZE
                  FUNCTION TRIM(RCTL-PROGRAM) DELIMITED BY SIZE
                  '; echo $? $(date +%Y%m%d%H%M%S00%z) > '
                    DELIMITED BY SIZE
                  WS-RCWORK-NAME DELIMITED BY SIZE
                  ') &' DELIMITED BY SIZE
             INTO WS-FRAGMENT
           END-STRING

           DISPLAY MYNAME ' step ' RCTL-STEP-NUM ' '
                   RCTL-STEP-NAME ' ' FUNCTION TRIM(WS-FRAGMENT)

           STRING FUNCTION TRIM(WS-FRAGMENT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
             INTO WS-SYSTEM-CMD
             WITH POINTER WS-CMD-PTR
           END-STRING
           .

      *
      * The partition's return code and end time from its work
      * file.  No work file, or one not holding a return code,
      * means the partition never finished: it counts as 12.
      *
       2230-TAKE-PARTITION-RC.
           MOVE 12 TO WS-RUN-RC
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-END

           MOVE SPACES TO WS-RCWORK-NAME
           STRING 'B64STWK' WS-GROUP-PART(WS-GROUP-SUB)
             DELIMITED BY SIZE
             INTO WS-RCWORK-NAME
           END-STRING

           OPEN INPUT RCWORK
           IF WS-RCWORK-STATUS = '00'
               READ RCWORK
                 AT END MOVE SPACES TO RCWORK-REC
               END-READ

               MOVE SPACES TO WS-RCW-RC-TEXT WS-RCW-END
               MOVE 0 TO WS-RCW-RC-LEN
               UNSTRING RCWORK-REC DELIMITED BY ALL SPACE
                 INTO WS-RCW-RC-TEXT COUNT IN WS-RCW-RC-LEN
                      WS-RCW-END
               END-UNSTRING

               IF WS-RCW-RC-LEN > 0 AND WS-RCW-RC-LEN < 4
                   MOVE ZEROES TO WS-RCW-RC-DIGITS
                   MOVE WS-RCW-RC-TEXT(1:WS-RCW-RC-LEN)
                     TO WS-RCW-RC-DIGITS(4 - WS-RCW-RC-LEN:
                                         WS-RCW-RC-LEN)
                   IF WS-RCW-RC-NUM IS NUMERIC
                       MOVE WS-RCW-RC-NUM TO WS-RUN-RC
                   END-IF
               END-IF
               IF WS-RCW-END NOT = SPACES
                   MOVE WS-RCW-END TO WS-RUN-END
               END-IF

               CLOSE RCWORK
               CALL 'CBL_DELETE_FILE' USING WS-RCWORK-NAME
               END-CALL
           ELSE
               DISPLAY MYNAME ' partition ' WS-GROUP-PART(WS-GROUP-SUB)
                       ' left no return code - counted as 12'
           END-IF
           .

      *
      * The dataset a ddname resolves to: its DD_ environment
      * variable, the variable of its own name, or the ddname
      * itself as a relative file name.
      *
       2240-RESOLVE-DDNAME.
           MOVE SPACES TO WS-DD-DSN
           MOVE SPACES TO WS-DD-ENV-NAME
           STRING 'DD_' DELIMITED BY SIZE
                  WS-DD-NAME DELIMITED BY SPACE
             INTO WS-DD-ENV-NAME
           END-STRING
           ACCEPT WS-DD-DSN FROM ENVIRONMENT WS-DD-ENV-NAME
           IF WS-DD-DSN = SPACES
               ACCEPT WS-DD-DSN FROM ENVIRONMENT WS-DD-NAME
           END-IF
           IF WS-DD-DSN = SPACES
               MOVE WS-DD-NAME TO WS-DD-DSN
           END-IF
           .

       2500-MARK-STEP-RUNNING.
           SET RCTL-RUNNING TO TRUE
           MOVE 0 TO RCTL-RC
           MOVE FUNCTION CURRENT-DATE TO RCTL-START
           MOVE SPACES TO RCTL-END
           ADD 1 TO RCTL-ATTEMPTS
           REWRITE RCTL-REC
           END-REWRITE
           .

      *
      * Records the step's outcome from WS-RUN-RC and WS-RUN-END.
      * Any nonzero return code from a balancing step, or 8 or
      * more from any step, fails it and stops the stream.
      *
       2600-FINISH-STEP.
           MOVE WS-RUN-RC TO RCTL-RC
           MOVE WS-RUN-END TO RCTL-END
           IF WS-RUN-RC > WS-HIGH-RC
               MOVE WS-RUN-RC TO WS-HIGH-RC
           END-IF

           IF WS-RUN-RC = 0
            OR (WS-RUN-RC <= 4 AND NOT RCTL-IS-BALANCING)
               SET RCTL-COMPLETE TO TRUE
               DISPLAY MYNAME ' step ' RCTL-STEP-NUM ' '
                       RCTL-STEP-NAME ' complete, RC ' RCTL-RC
           ELSE
               SET RCTL-FAILED TO TRUE
               SET WS-STREAM-STOPPED TO TRUE
               DISPLAY MYNAME ' step ' RCTL-STEP-NUM ' '
                       RCTL-STEP-NAME ' FAILED, RC ' RCTL-RC
                       ' - the stream stops'
           END-IF

           REWRITE RCTL-REC
           END-REWRITE
           .

      *
      * Closes the submission on the stream's header: complete
      * when every step is, failed when one stopped it.
      *
       2900-END-SUBMISSION.
           MOVE WS-STREAM-ID TO RCTL-STREAM
           MOVE 0 TO RCTL-STEP-NUM
           READ RCTLFILE
             INVALID KEY
               MOVE 12 TO WS-STREAM-RC
             NOT INVALID KEY
               MOVE FUNCTION CURRENT-DATE TO RCTL-END
               IF WS-HIGH-RC > RCTL-RC
                   MOVE WS-HIGH-RC TO RCTL-RC
               END-IF
               IF WS-STREAM-STOPPED
                   SET RCTL-FAILED TO TRUE
               ELSE
                   SET RCTL-COMPLETE TO TRUE
               END-IF
               REWRITE RCTL-REC
               END-REWRITE
           END-READ

           EVALUATE TRUE
             WHEN WS-STREAM-RC > 0
                  CONTINUE
             WHEN WS-STREAM-STOPPED
                  DISPLAY MYNAME ' stream ' WS-STREAM-ID
                          ' stopped - correct the failure and'
                          ' resubmit RUN to resume it'
                  MOVE 8 TO WS-STREAM-RC
             WHEN WS-HIGH-RC > 0
                  DISPLAY MYNAME ' stream ' WS-STREAM-ID
                          ' complete, with warnings'
                  MOVE 4 TO WS-STREAM-RC
             WHEN OTHER
                  DISPLAY MYNAME ' stream ' WS-STREAM-ID
                          ' complete'
           END-EVALUATE
           .

      *
      * The summary: the stream's header, then every step in
      * order with its outcome.
      *
       3000-WRITE-SUMMARY.
           OPEN OUTPUT RPTFILE
           MOVE 0 TO WS-CNT-COMPLETE WS-CNT-FAILED WS-CNT-PENDING

           WRITE RPT-REC FROM RPT-HEAD1
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC

           MOVE WS-STREAM-ID TO RCTL-STREAM
           MOVE 0 TO RCTL-STEP-NUM
           READ RCTLFILE
             INVALID KEY
               MOVE SPACES TO RCTL-REC
               MOVE WS-STREAM-ID TO RCTL-STREAM
               MOVE 0 TO RCTL-PARTITION RCTL-ATTEMPTS
           END-READ

           MOVE RCTL-STREAM TO RPT-STREAM-ID
           MOVE RCTL-PARTITION TO RPT-STREAM-PARTS
           PERFORM 3010-SET-STATUS-WORD
           MOVE RPT-STEP-STATUS TO RPT-STREAM-STATUS
           MOVE RCTL-ATTEMPTS TO RPT-STREAM-SUBMITS
           MOVE RCTL-START TO WS-TS-FROM
           MOVE RCTL-END TO WS-TS-TO
           PERFORM 8100-COMPUTE-ELAPSED
           MOVE RPT-STEP-ELAPSED TO RPT-STREAM-ELAPSED
           IF RCTL-PARM = SPACES
               MOVE '(NONE)' TO RPT-STREAM-OPTS
           ELSE
               MOVE RCTL-PARM TO RPT-STREAM-OPTS
           END-IF
           WRITE RPT-REC FROM RPT-STREAM-LINE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM RPT-COLUMN-HEAD

           PERFORM VARYING WS-STEP-NUM FROM 1 BY 1
             UNTIL WS-STEP-NUM > WS-LAST-STEP
               MOVE WS-STREAM-ID TO RCTL-STREAM
               MOVE WS-STEP-NUM TO RCTL-STEP-NUM
               READ RCTLFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM 3020-LIST-ONE-STEP
               END-READ
           END-PERFORM

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'STEPS COMPLETE' TO RPT-COUNT-LABEL
           MOVE WS-CNT-COMPLETE TO RPT-COUNT-VALUE
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'STEPS FAILED' TO RPT-COUNT-LABEL
           MOVE WS-CNT-FAILED TO RPT-COUNT-VALUE
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'STEPS NOT YET RUN' TO RPT-COUNT-LABEL
           MOVE WS-CNT-PENDING TO RPT-COUNT-VALUE
           WRITE RPT-REC FROM RPT-COUNT-LINE

           CLOSE RPTFILE
           .

       3010-SET-STATUS-WORD.
           EVALUATE TRUE
             WHEN RCTL-PENDING
                  MOVE 'PENDING' TO RPT-STEP-STATUS
             WHEN RCTL-RUNNING AND RCTL-IS-HEADER
                  MOVE 'RUNNING' TO RPT-STEP-STATUS
             WHEN RCTL-RUNNING
                  MOVE 'INTERRUPTED' TO RPT-STEP-STATUS
             WHEN RCTL-COMPLETE
                  MOVE 'COMPLETE' TO RPT-STEP-STATUS
             WHEN RCTL-FAILED
                  MOVE 'FAILED' TO RPT-STEP-STATUS
             WHEN RCTL-ABANDONED
                  MOVE 'ABANDONED' TO RPT-STEP-STATUS
             WHEN OTHER
                  MOVE RCTL-STATUS TO RPT-STEP-STATUS
           END-EVALUATE
           .

       3020-LIST-ONE-STEP.
           MOVE RCTL-STEP-NUM TO RPT-STEP-NUM
           MOVE RCTL-STEP-NAME TO RPT-STEP-NAME
           MOVE RCTL-PROGRAM TO RPT-STEP-PROGRAM
           PERFORM 3010-SET-STATUS-WORD
           MOVE RCTL-RC TO RPT-STEP-RC
           MOVE RCTL-START(1:14) TO RPT-STEP-START
           MOVE RCTL-END(1:14) TO RPT-STEP-END
           MOVE RCTL-START TO WS-TS-FROM
           MOVE RCTL-END TO WS-TS-TO
           PERFORM 8100-COMPUTE-ELAPSED
           MOVE RCTL-ATTEMPTS TO RPT-STEP-TRIES
           MOVE RCTL-PARM TO RPT-STEP-PARM

           EVALUATE TRUE
             WHEN RCTL-COMPLETE
                  ADD 1 TO WS-CNT-COMPLETE
             WHEN RCTL-PENDING
                  ADD 1 TO WS-CNT-PENDING
             WHEN OTHER
                  ADD 1 TO WS-CNT-FAILED
           END-EVALUATE

           WRITE RPT-REC FROM RPT-STEP-LINE
           .

      *
      * Gives up on the latest stream, when it never completed, so
      * the next RUN starts afresh.
      *
       4000-ABANDON-STREAM.
           IF NOT WS-STREAM-FOUND OR NOT WS-STREAM-OPEN
               DISPLAY MYNAME ' no incomplete stream to abandon'
               MOVE 4 TO WS-STREAM-RC
           ELSE
               MOVE WS-STREAM-ID TO RCTL-STREAM
               MOVE 0 TO RCTL-STEP-NUM
               READ RCTLFILE
                 INVALID KEY
                   MOVE 12 TO WS-STREAM-RC
                 NOT INVALID KEY
                   SET RCTL-ABANDONED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO RCTL-END
                   REWRITE RCTL-REC
                   END-REWRITE
                   DISPLAY MYNAME ' stream ' WS-STREAM-ID
                           ' abandoned - the next RUN starts a'
                           ' new stream'
                   PERFORM 3000-WRITE-SUMMARY
               END-READ
           END-IF
           .

      *
      * WS-TS-TO less WS-TS-FROM as HH:MM:SS in RPT-STEP-ELAPSED,
      * or spaces when either is missing.  Seconds are counted
      * from the day number INTEGER-OF-DATE gives, so a step
      * running past midnight comes out right.
      *
       8100-COMPUTE-ELAPSED.
           MOVE SPACES TO RPT-STEP-ELAPSED

           MOVE WS-TS-FROM TO WS-TS-WORK
           IF WS-TS-FROM(1:14) IS NUMERIC
               COMPUTE WS-SECS-FROM =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
                 + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
               MOVE WS-TS-TO TO WS-TS-WORK
               IF WS-TS-TO(1:14) IS NUMERIC
                   COMPUTE WS-SECS-TO =
                       FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
                     + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
                   IF WS-SECS-TO >= WS-SECS-FROM
                       COMPUTE WS-ELAPSED-SECS =
                           WS-SECS-TO - WS-SECS-FROM
                       DIVIDE WS-ELAPSED-SECS BY 60
                         GIVING WS-ELAPSED-MINS
                         REMAINDER WS-ELAPSED-SS
                       DIVIDE WS-ELAPSED-MINS BY 60
                         GIVING WS-ELAPSED-HOURS
                         REMAINDER WS-ELAPSED-MI
                       MOVE WS-ELAPSED-HOURS TO WS-ELAPSED-HH
                       MOVE WS-ELAPSED-EDIT TO RPT-STEP-ELAPSED
                   END-IF
               END-IF
           END-IF
           .

       END PROGRAM b64strm.
