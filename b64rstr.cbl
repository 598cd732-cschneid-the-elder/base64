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
      * Restore request driver in the COBOL language
      *
      * Restores used to be run by hand: someone read the help
      * desk ticket, worked out the b64demo3 command line, ran it,
      * and answered the ticket from the job log - with nothing on
      * file afterwards to show what was restored for whom, or
      * from which run.  Requests are now queued in the keyed
      * B64RQST dataset by b64rqst (see copybook RESTREQ), and
      * this program works them.
      *
      * Each open request, in ticket order, is turned into the
      * b64demo3 argument it describes - the target directory and
      * file name mask for a restore, EXTRACT <entry> <target>/
      * <name>.b64 for an extract (<name> the entry's name after
      * any directory path), either closing with ASOF= when
      * the request names a run - and b64demo3 is CALLed with it,
      * so the selection, as-of catalog lookup, decoding and
      * verification are exactly those of a restore run by hand.
      * b64demo3 leaves the run and dataset it restored from and
      * its totals in the EXTERNAL B64RESTORE-RESULT area (see
      * copybook RESTRSLT), and from those a fulfillment record
      * (see copybook FULFILL) is appended to the B64FULF log and
      * the request is closed - or, when nothing was restored,
      * any entry failed verification, or b64demo3 refused the
      * request, marked failed with the reason.  A failed ticket
      * is requeued through b64rqst once its problem is fixed.
      *
      * Once the queue has been worked, the day's fulfillment
      * listing is written to B64FLIST for the help desk: every
      * request completed that day with its outcome, the run and
      * dataset it was restored from and the counts, then the
      * requests still open.  LIST yyyymmdd writes the listing
      * for the day named, working nothing; LIST alone writes
      * today's.
      *
      * The argument is taken from the job's PARM environment
      * variable, the way a batch scheduler passes a JCL EXEC
      * PARM= value through to a program run outside MVS; if PARM
      * is not set, the command line is used instead, so the
      * program still runs interactively for ad hoc testing.  Each
      * request's b64demo3 argument is passed through the same
      * PARM variable, set for the CALL.
      *
      * RETURN-CODE is 8 when any request failed, 4 when there was
      * no open request to work, and 12 when the queue or the log
      * cannot be opened.
      *
      * Modification History
      * 2026-10-15 CRS  Initial version.
      *
       Program-ID. b64rstr.
       Environment Division.
       Input-Output Section.
       File-Control.
      *
      * The keyed restore request queue - see copybook RESTREQ.
      *
           Select RQSTFILE Assign To 'B64RQST'
             Organization Indexed
             Access Mode Dynamic
             Record Key RQST-KEY
             File Status Is WS-RQST-STATUS.
      *
      * B64FULF and B64FLIST are assigned to symbolic DD names.  At
      * run time the actual dataset is taken from the environment
      * variable of the same name (e.g. DD_B64FULF or B64FULF) if
      * one is set, exactly as a JCL DD statement would supply the
      * dataset for a ddname; absent that, the ddname itself is
      * used as a relative file name so the job still runs
      * unattended.
      *
      * The fulfillment log is appended to, never rewritten, so it
      * accumulates the history of every request worked.
      *
           Select FULFILOG Assign To 'B64FULF'
             Organization Line Sequential
             File Status Is WS-FULF-STATUS.
           Select RPTFILE Assign To 'B64FLIST'
             Organization Line Sequential.
       Data Division.
       File Section.
       FD  RQSTFILE.
           COPY RESTREQ.

       FD  FULFILOG.
           COPY FULFILL.

       FD  RPTFILE.
       01  RPT-REC                PIC X(132).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(007) VALUE 'b64rstr'.
           05  RESTORE-PROGRAM    PIC X(008) VALUE 'b64demo3'.

       77  WS-RQST-STATUS         PIC X(002)         VALUE SPACES.
       77  WS-FULF-STATUS         PIC X(002)         VALUE SPACES.
       77  RQSTFILE-EOF-SW        PIC X(004)         VALUE 'N'.
           88  RQSTFILE-EOF                          VALUE 'Y'.
       77  FULFILOG-EOF-SW        PIC X(004)         VALUE 'N'.
           88  FULFILOG-EOF                          VALUE 'Y'.

       77  WS-COMMAND-LINE        PIC X(200)         VALUE SPACES.
       77  WS-ARG1                PIC X(008)         VALUE SPACES.
       77  WS-ARG2                PIC X(008)         VALUE SPACES.

      *
      * The day the listing covers, YYYYMMDD, and this step's own
      * return code - RETURN-CODE itself is b64demo3's after each
      * CALL.
      *
       77  WS-LIST-DATE           PIC X(008)         VALUE SPACES.
       77  WS-CURRENT-DATE        PIC X(021)         VALUE SPACES.
       77  WS-STEP-RC             PIC 9(004)   COMP  VALUE 0.

      *
      * The request being worked: the b64demo3 argument built for
      * it, the return code b64demo3 ended with, and the dataset
      * it read when that was the B64OUT ddname itself.
      *
       77  WS-RESTORE-PARM        PIC X(200)         VALUE SPACES.
       77  WS-RESTORE-RC          PIC 9(004)   COMP  VALUE 0.
       77  WS-OUT-DSN             PIC X(100)         VALUE SPACES.
       77  WS-WILDCARD-COUNT      PIC 9(004)   COMP  VALUE 0.
      *
      * An EXTRACT entry name may carry a directory path; the
      * file written under the target directory takes only the
      * part after its last '/'.
      *
       77  WS-MASK-POS            PIC 9(004)   COMP  VALUE 0.
       77  WS-EXTRACT-NAME        PIC X(100)         VALUE SPACES.
       77  WS-NO-RESTORE-SW       PIC X(004)         VALUE 'N'.
           88  WS-NO-RESTORE                         VALUE 'Y'.

      *
      * The outcome b64demo3 hands back - see copybook RESTRSLT.
      *
           COPY RESTRSLT.

      *
      * Run totals.
      *
       77  WS-RQSTS-WORKED        PIC 9(009)   COMP  VALUE 0.
       77  WS-RQSTS-CLOSED        PIC 9(009)   COMP  VALUE 0.
       77  WS-RQSTS-FAILED        PIC 9(009)   COMP  VALUE 0.
       77  WS-LIST-CLOSED         PIC 9(009)   COMP  VALUE 0.
       77  WS-LIST-FAILED         PIC 9(009)   COMP  VALUE 0.
       77  WS-LIST-OPEN           PIC 9(009)   COMP  VALUE 0.
       77  WS-EDIT-COUNT-1        PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-COUNT-2        PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-COUNT-3        PIC ZZZ,ZZZ,ZZ9.

      *
      * Report line layouts.  All lines are built in working
      * storage and written through RPT-REC.
      *
       01  RPT-HEAD1.
           05  FILLER             PIC X(042) VALUE
               'B64FLIST  RESTORE FULFILLMENT LISTING FOR '.
           05  RPT-HEAD-DATE      PIC X(008).
           05  FILLER             PIC X(082) VALUE SPACES.

       01  RPT-SECTION-HEAD.
           05  RPT-SECTION-TITLE  PIC X(060).
           05  FILLER             PIC X(072) VALUE SPACES.

       01  RPT-COLUMN-HEAD.
           05  FILLER             PIC X(014) VALUE 'TICKET'.
           05  FILLER             PIC X(032) VALUE 'REQUESTER'.
           05  FILLER             PIC X(009) VALUE 'ACTION'.
           05  FILLER             PIC X(008) VALUE 'RESULT'.
           05  FILLER             PIC X(010) VALUE 'REASON'.
           05  FILLER             PIC X(016) VALUE 'COMPLETED'.
           05  FILLER             PIC X(013) VALUE '     RESTORED'.
           05  FILLER             PIC X(013) VALUE '       FAILED'.
           05  FILLER             PIC X(013) VALUE '      SKIPPED'.
           05  FILLER             PIC X(004) VALUE SPACES.

       01  RPT-FUL-LINE.
           05  RPT-FUL-TICKET     PIC X(012).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-FUL-REQUESTER  PIC X(030).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-FUL-ACTION     PIC X(007).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-FUL-RESULT     PIC X(006).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-FUL-REASON     PIC X(008).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-FUL-COMPLETED  PIC X(014).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-FUL-RESTORED   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-FUL-FAILED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-FUL-SKIPPED    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(004) VALUE SPACES.

       01  RPT-FROM-LINE.
           05  FILLER             PIC X(015) VALUE
               '      FROM RUN '.
           05  RPT-FROM-RUN       PIC X(014).
           05  FILLER             PIC X(010) VALUE '  DATASET '.
           05  RPT-FROM-DSN       PIC X(090).
           05  FILLER             PIC X(003) VALUE SPACES.

       01  RPT-MASK-LINE.
           05  FILLER             PIC X(011) VALUE '      MASK '.
           05  RPT-MASK           PIC X(050).
           05  FILLER             PIC X(010) VALUE '  TARGET '.
           05  RPT-TARGET         PIC X(060).
           05  FILLER             PIC X(001) VALUE SPACES.

       01  RPT-OPEN-LINE.
           05  RPT-OPEN-TICKET    PIC X(012).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-OPEN-REQUESTER PIC X(030).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-OPEN-ACTION    PIC X(007).
           05  FILLER             PIC X(012) VALUE '  SUBMITTED '.
           05  RPT-OPEN-SUBMITTED PIC X(014).
           05  FILLER             PIC X(053) VALUE SPACES.

       01  RPT-NONE-LINE.
           05  FILLER             PIC X(008) VALUE '  (NONE)'.
           05  FILLER             PIC X(124) VALUE SPACES.

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
           MOVE FUNCTION UPPER-CASE(WS-ARG1) TO WS-ARG1

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-LIST-DATE

           EVALUATE TRUE
             WHEN WS-ARG1 = SPACES
                  PERFORM 1000-WORK-OPEN-REQUESTS
                  IF WS-STEP-RC < 12
                      PERFORM 3000-WRITE-LISTING
                  END-IF
             WHEN WS-ARG1 = 'LIST' AND WS-ARG2 = SPACES
                  PERFORM 3000-WRITE-LISTING
             WHEN WS-ARG1 = 'LIST' AND WS-ARG2 IS NUMERIC
                  MOVE WS-ARG2 TO WS-LIST-DATE
                  PERFORM 3000-WRITE-LISTING
             WHEN OTHER
                  DISPLAY MYNAME ' arguments are none (work the'
                          ' queue), or LIST [yyyymmdd]'
                  MOVE 12 TO WS-STEP-RC
           END-EVALUATE

           MOVE WS-STEP-RC TO RETURN-CODE

           GOBACK
           .

      *
      * Every open request in the queue, in ticket order.
      *
       1000-WORK-OPEN-REQUESTS.
           OPEN I-O RQSTFILE

           IF WS-RQST-STATUS NOT = '00'
               DISPLAY MYNAME ' no request queue exists - queue'
                       ' requests in B64RQST with b64rqst first'
               MOVE 12 TO WS-STEP-RC
           ELSE
               OPEN EXTEND FULFILOG
               IF WS-FULF-STATUS = '35'
                   OPEN OUTPUT FULFILOG
               END-IF

               IF WS-FULF-STATUS NOT = '00'
                   DISPLAY MYNAME ' unable to open the B64FULF'
                           ' fulfillment log (status '
                           WS-FULF-STATUS ') - nothing worked'
                   MOVE 12 TO WS-STEP-RC
               ELSE
                   PERFORM 1010-READ-NEXT-REQUEST

                   PERFORM UNTIL RQSTFILE-EOF OR WS-NO-RESTORE
                       IF RQST-OPEN
                           PERFORM 2000-WORK-ONE-REQUEST
                       END-IF
                       PERFORM 1010-READ-NEXT-REQUEST
                   END-PERFORM

                   CLOSE FULFILOG
               END-IF

               CLOSE RQSTFILE
           END-IF

           IF WS-STEP-RC < 12
               MOVE WS-RQSTS-WORKED TO WS-EDIT-COUNT-1
               MOVE WS-RQSTS-CLOSED TO WS-EDIT-COUNT-2
               MOVE WS-RQSTS-FAILED TO WS-EDIT-COUNT-3
               DISPLAY MYNAME ' requests worked  ' WS-EDIT-COUNT-1
               DISPLAY MYNAME ' requests closed  ' WS-EDIT-COUNT-2
               DISPLAY MYNAME ' requests failed  ' WS-EDIT-COUNT-3

               EVALUATE TRUE
                 WHEN WS-RQSTS-FAILED > 0
                      MOVE 8 TO WS-STEP-RC
                 WHEN WS-RQSTS-WORKED = 0
                      DISPLAY MYNAME ' no open request to work'
                      MOVE 4 TO WS-STEP-RC
               END-EVALUATE
           END-IF
           .

       1010-READ-NEXT-REQUEST.
           READ RQSTFILE NEXT RECORD
             AT END SET RQSTFILE-EOF TO TRUE
           END-READ
           .

      *
      * One request: restore or extract through b64demo3, log the
      * outcome, and close or fail the request.
      *
       2000-WORK-ONE-REQUEST.
           MOVE SPACES TO FUL-REC
           MOVE '|' TO FUL-DELIM FUL-DELIM2 FUL-DELIM3 FUL-DELIM4
                       FUL-DELIM5 FUL-DELIM6 FUL-DELIM7 FUL-DELIM8
                       FUL-DELIM9 FUL-DELIM10 FUL-DELIM11
                       FUL-DELIM12 FUL-DELIM13
           MOVE RQST-TICKET TO FUL-TICKET
           MOVE RQST-REQUESTER TO FUL-REQUESTER
           MOVE RQST-ACTION TO FUL-ACTION
           MOVE RQST-MASK TO FUL-MASK
           MOVE RQST-TARGET-DIR TO FUL-TARGET-DIR
           MOVE 0 TO FUL-FILES-RESTORED FUL-VERIFY-FAILED
                     FUL-SKIPPED FUL-STEP-RC

           DISPLAY MYNAME ' ===================================='
           DISPLAY MYNAME ' ticket ' RQST-TICKET ' for '
                   FUNCTION TRIM(RQST-REQUESTER)

           PERFORM 2010-BUILD-RESTORE-PARM

           IF WS-RESTORE-PARM = SPACES
               SET FUL-FAILED TO TRUE
               MOVE 'BADREQ' TO FUL-REASON
           ELSE
               PERFORM 2020-CALL-RESTORE
               PERFORM 2030-CLASSIFY-OUTCOME
           END-IF

           IF NOT WS-NO-RESTORE
               PERFORM 2050-COMPLETE-REQUEST
           END-IF
           .

      *
      * Logs the request's outcome and closes or fails it.
      *
       2050-COMPLETE-REQUEST.
           ADD 1 TO WS-RQSTS-WORKED

           MOVE FUNCTION CURRENT-DATE TO FUL-COMPLETED
           WRITE FUL-REC
           END-WRITE

           MOVE FUL-COMPLETED TO RQST-COMPLETED
           IF FUL-CLOSED
               SET RQST-CLOSED TO TRUE
               ADD 1 TO WS-RQSTS-CLOSED
               DISPLAY MYNAME ' ticket ' RQST-TICKET ' closed'
           ELSE
               SET RQST-FAILED TO TRUE
               ADD 1 TO WS-RQSTS-FAILED
               DISPLAY MYNAME ' ticket ' RQST-TICKET ' failed - '
                       FUL-REASON
           END-IF
           REWRITE B64RQST-REC
           END-REWRITE
           IF WS-RQST-STATUS NOT = '00'
               DISPLAY MYNAME ' ticket ' RQST-TICKET
                       ' could not be updated (status '
                       WS-RQST-STATUS ')'
           END-IF
           .

      *
      * The b64demo3 argument the request describes, or spaces
      * when the request cannot be worked as it stands - queued
      * before b64rqst checked for it, or altered since.
      *
       2010-BUILD-RESTORE-PARM.
           MOVE SPACES TO WS-RESTORE-PARM

           MOVE 0 TO WS-WILDCARD-COUNT
           INSPECT RQST-MASK TALLYING WS-WILDCARD-COUNT
             FOR ALL '*' ALL '?'

           MOVE RQST-MASK TO WS-EXTRACT-NAME
           PERFORM VARYING WS-MASK-POS
             FROM LENGTH OF RQST-MASK BY -1
             UNTIL WS-MASK-POS < 1
                OR RQST-MASK(WS-MASK-POS:1) = '/'
               CONTINUE
           END-PERFORM
           IF WS-MASK-POS > 0
               MOVE SPACES TO WS-EXTRACT-NAME
               IF WS-MASK-POS < LENGTH OF RQST-MASK
                   MOVE RQST-MASK(WS-MASK-POS + 1:)
                     TO WS-EXTRACT-NAME
               END-IF
           END-IF

           EVALUATE TRUE
             WHEN RQST-TARGET-DIR = SPACES
                  DISPLAY MYNAME ' ticket ' RQST-TICKET
                          ' names no target directory'
             WHEN RQST-EXTRACT
              AND (WS-EXTRACT-NAME = SPACES
                   OR WS-WILDCARD-COUNT > 0)
                  DISPLAY MYNAME ' ticket ' RQST-TICKET
                          ' is an EXTRACT without an exact entry'
                          ' name'
             WHEN RQST-EXTRACT
                  STRING 'EXTRACT ' DELIMITED BY SIZE
                         FUNCTION TRIM(RQST-MASK) DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         FUNCTION TRIM(RQST-TARGET-DIR)
                           DELIMITED BY SIZE
                         '/' DELIMITED BY SIZE
                         FUNCTION TRIM(WS-EXTRACT-NAME)
                           DELIMITED BY SIZE
                         '.b64' DELIMITED BY SIZE
                    INTO WS-RESTORE-PARM
                  END-STRING
             WHEN RQST-MASK = SPACES
                  MOVE RQST-TARGET-DIR TO WS-RESTORE-PARM
             WHEN OTHER
                  STRING FUNCTION TRIM(RQST-TARGET-DIR)
                           DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         FUNCTION TRIM(RQST-MASK) DELIMITED BY SIZE
                    INTO WS-RESTORE-PARM
                  END-STRING
           END-EVALUATE

           IF WS-RESTORE-PARM NOT = SPACES
            AND RQST-ASOF NOT = SPACES
               STRING FUNCTION TRIM(WS-RESTORE-PARM)
                        DELIMITED BY SIZE
                      ' ASOF=' DELIMITED BY SIZE
                      FUNCTION TRIM(RQST-ASOF) DELIMITED BY SIZE
                 INTO WS-RESTORE-PARM
               END-STRING
           END-IF
           .

      *
      * b64demo3 takes its argument from PARM, so PARM is set to
      * the request's for the CALL.  The CANCEL afterwards returns
      * b64demo3 to its initial state, counters and switches and
      * all, for the next request.  A b64demo3 that cannot be
      * loaded is an installation problem, not the request's:
      * the queue is left as it stands, this request included,
      * and the step fails.
      *
       2020-CALL-RESTORE.
           DISPLAY MYNAME ' ' FUNCTION TRIM(RESTORE-PROGRAM) ' '
                   FUNCTION TRIM(WS-RESTORE-PARM)

           DISPLAY 'PARM' UPON ENVIRONMENT-NAME
           DISPLAY WS-RESTORE-PARM UPON ENVIRONMENT-VALUE

           CALL RESTORE-PROGRAM
             ON EXCEPTION
               DISPLAY MYNAME ' unable to load '
                       FUNCTION TRIM(RESTORE-PROGRAM)
                       ' - the queue is left as it stands'
               SET WS-NO-RESTORE TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-CALL
           MOVE RETURN-CODE TO WS-RESTORE-RC
           MOVE 0 TO RETURN-CODE

           IF NOT WS-NO-RESTORE
               CANCEL RESTORE-PROGRAM
           END-IF
           .

      *
      * Closed when something was restored and nothing failed; an
      * entry the encoding job had itself flagged in error never
      * had a payload to restore, so it is counted but does not
      * fail a request that restored the rest.
      *
       2030-CLASSIFY-OUTCOME.
           MOVE WS-RESTORE-RC TO FUL-STEP-RC
           MOVE RSLT-RUN-START TO FUL-RUN-START
           MOVE RSLT-RESTORED TO FUL-FILES-RESTORED
           MOVE RSLT-FAILED TO FUL-VERIFY-FAILED
           MOVE RSLT-SKIPPED TO FUL-SKIPPED

           MOVE RSLT-OUT-DSN TO WS-OUT-DSN
           IF WS-OUT-DSN = 'B64OUT'
               PERFORM 2040-RESOLVE-OUT-DSN
           END-IF
           MOVE WS-OUT-DSN TO FUL-OUT-DSN

           EVALUATE TRUE
             WHEN WS-RESTORE-RC >= 12
                  SET FUL-FAILED TO TRUE
                  MOVE 'REJECTED' TO FUL-REASON
             WHEN RSLT-FAILED > 0
                  SET FUL-FAILED TO TRUE
                  MOVE 'VERIFY' TO FUL-REASON
             WHEN RSLT-RESTORED = 0
              AND RSLT-SKIPPED > 0
                  SET FUL-FAILED TO TRUE
                  MOVE 'SKIPPED' TO FUL-REASON
             WHEN RSLT-RESTORED = 0
                  SET FUL-FAILED TO TRUE
                  MOVE 'NOMATCH' TO FUL-REASON
             WHEN OTHER
                  SET FUL-CLOSED TO TRUE
           END-EVALUATE
           .

      *
      * The actual dataset behind the B64OUT ddname - the
      * environment variable naming it when one is set, the
      * ddname itself otherwise - which is what the log records.
      *
       2040-RESOLVE-OUT-DSN.
           MOVE SPACES TO WS-OUT-DSN
           ACCEPT WS-OUT-DSN FROM ENVIRONMENT 'DD_B64OUT'
           IF WS-OUT-DSN = SPACES
               ACCEPT WS-OUT-DSN FROM ENVIRONMENT 'B64OUT'
           END-IF
           IF WS-OUT-DSN = SPACES
               MOVE 'B64OUT' TO WS-OUT-DSN
           END-IF
           .

      *
      * The help desk's listing for WS-LIST-DATE: the requests
      * completed that day, from the fulfillment log, then every
      * request still open in the queue.
      *
       3000-WRITE-LISTING.
           OPEN OUTPUT RPTFILE

           MOVE WS-LIST-DATE TO RPT-HEAD-DATE
           WRITE RPT-REC FROM RPT-HEAD1
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC

           MOVE 'REQUESTS COMPLETED' TO RPT-SECTION-TITLE
           WRITE RPT-REC FROM RPT-SECTION-HEAD
           WRITE RPT-REC FROM RPT-COLUMN-HEAD

           MOVE 'N' TO FULFILOG-EOF-SW
           OPEN INPUT FULFILOG
           IF WS-FULF-STATUS = '00'
               PERFORM 3010-READ-FULFILOG

               PERFORM UNTIL FULFILOG-EOF
                   IF FUL-COMPLETED(1:8) = WS-LIST-DATE
                       PERFORM 3020-LIST-ONE-FULFILLMENT
                   END-IF
                   PERFORM 3010-READ-FULFILOG
               END-PERFORM

               CLOSE FULFILOG
           END-IF

           IF WS-LIST-CLOSED + WS-LIST-FAILED = 0
               WRITE RPT-REC FROM RPT-NONE-LINE
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC

           MOVE 'REQUESTS STILL OPEN' TO RPT-SECTION-TITLE
           WRITE RPT-REC FROM RPT-SECTION-HEAD

           MOVE 'N' TO RQSTFILE-EOF-SW
           OPEN INPUT RQSTFILE
           IF WS-RQST-STATUS = '00'
               PERFORM 1010-READ-NEXT-REQUEST

               PERFORM UNTIL RQSTFILE-EOF
                   IF RQST-OPEN
                       PERFORM 3030-LIST-ONE-OPEN-REQUEST
                   END-IF
                   PERFORM 1010-READ-NEXT-REQUEST
               END-PERFORM

               CLOSE RQSTFILE
           END-IF

           IF WS-LIST-OPEN = 0
               WRITE RPT-REC FROM RPT-NONE-LINE
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC

           MOVE 'REQUESTS CLOSED' TO RPT-COUNT-LABEL
           MOVE WS-LIST-CLOSED TO RPT-COUNT-VALUE
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'REQUESTS FAILED' TO RPT-COUNT-LABEL
           MOVE WS-LIST-FAILED TO RPT-COUNT-VALUE
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'REQUESTS STILL OPEN' TO RPT-COUNT-LABEL
           MOVE WS-LIST-OPEN TO RPT-COUNT-VALUE
           WRITE RPT-REC FROM RPT-COUNT-LINE

           CLOSE RPTFILE

           MOVE WS-LIST-CLOSED TO WS-EDIT-COUNT-1
           MOVE WS-LIST-FAILED TO WS-EDIT-COUNT-2
           MOVE WS-LIST-OPEN TO WS-EDIT-COUNT-3
           DISPLAY MYNAME ' listing for ' WS-LIST-DATE
                   ' closed ' WS-EDIT-COUNT-1
                   ' failed ' WS-EDIT-COUNT-2
                   ' open ' WS-EDIT-COUNT-3
           .

       3010-READ-FULFILOG.
           READ FULFILOG
             AT END SET FULFILOG-EOF TO TRUE
           END-READ
           .

      *
      * Three lines per request completed: the outcome and its
      * counts, where it was restored from, and what was asked
      * for.
      *
       3020-LIST-ONE-FULFILLMENT.
           MOVE FUL-TICKET TO RPT-FUL-TICKET
           MOVE FUL-REQUESTER TO RPT-FUL-REQUESTER
           IF FUL-ACTION = 'E'
               MOVE 'EXTRACT' TO RPT-FUL-ACTION
           ELSE
               MOVE 'RESTORE' TO RPT-FUL-ACTION
           END-IF
           IF FUL-CLOSED
               MOVE 'CLOSED' TO RPT-FUL-RESULT
               ADD 1 TO WS-LIST-CLOSED
           ELSE
               MOVE 'FAILED' TO RPT-FUL-RESULT
               ADD 1 TO WS-LIST-FAILED
           END-IF
           MOVE FUL-REASON TO RPT-FUL-REASON
           MOVE FUL-COMPLETED(1:14) TO RPT-FUL-COMPLETED
           MOVE FUL-FILES-RESTORED TO RPT-FUL-RESTORED
           MOVE FUL-VERIFY-FAILED TO RPT-FUL-FAILED
           MOVE FUL-SKIPPED TO RPT-FUL-SKIPPED
           WRITE RPT-REC FROM RPT-FUL-LINE

           MOVE FUL-RUN-START(1:14) TO RPT-FROM-RUN
           MOVE FUL-OUT-DSN TO RPT-FROM-DSN
           WRITE RPT-REC FROM RPT-FROM-LINE

           IF FUL-MASK = SPACES
               MOVE '(ALL FILES)' TO RPT-MASK
           ELSE
               MOVE FUL-MASK TO RPT-MASK
           END-IF
           MOVE FUL-TARGET-DIR TO RPT-TARGET
           WRITE RPT-REC FROM RPT-MASK-LINE
           .

       3030-LIST-ONE-OPEN-REQUEST.
           ADD 1 TO WS-LIST-OPEN

           MOVE RQST-TICKET TO RPT-OPEN-TICKET
           MOVE RQST-REQUESTER TO RPT-OPEN-REQUESTER
           IF RQST-EXTRACT
               MOVE 'EXTRACT' TO RPT-OPEN-ACTION
           ELSE
               MOVE 'RESTORE' TO RPT-OPEN-ACTION
           END-IF
           MOVE RQST-SUBMITTED(1:14) TO RPT-OPEN-SUBMITTED
           WRITE RPT-REC FROM RPT-OPEN-LINE
           .

       END PROGRAM b64rstr.
