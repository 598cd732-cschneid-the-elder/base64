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
      * Restore request queue maintenance in the COBOL language
      *
      * The keyed B64RQST restore request queue (see copybook
      * RESTREQ) holds one request per help desk ticket for the
      * b64rstr restore driver to work.  This program keeps it:
      *
      *   LOAD              queues the requests described in the
      *                     RQSTPARM keyword dataset.
      *   DELETE <ticket>   withdraws one request.
      *   LIST [<ticket>]   lists one request, or every request
      *                     the queue holds; no argument at all
      *                     lists every request too.
      *   LIST OPEN         lists the requests not yet worked.
      *
      * RQSTPARM holds one keyword record per line, in the style
      * of b64scan's SCANPARM; each TICKET= record starts a new
      * request, and the records after it describe that request:
      *   TICKET=number      - the ticket number, up to 12
      *                        characters
      *   REQUESTER=name     - who asked (required)
      *   ACTION=RESTORE     - or EXTRACT (default RESTORE)
      *   MASK=mask          - the files to restore, as a B64MATCH
      *                        file name mask (default every file);
      *                        for EXTRACT the exact entry name
      *                        (required)
      *   ASOF=prefix        - the run-start prefix of the run to
      *                        restore from, as b64demo3's ASOF=
      *                        takes it (default the current B64OUT
      *                        dataset)
      *   TARGET=directory   - where the files, or the extracted
      *                        entry, are written (required)
      * A blank record or one starting '*' is a comment.  A
      * request with any error - an unrecognized keyword or value,
      * no requester or target, a wildcard in an EXTRACT entry
      * name - is reported and not queued, and the step ends with
      * RETURN-CODE 8; the requests that were sound are queued
      * regardless.  A ticket already on file is not queued again
      * unless its earlier request failed, in which case the new
      * request replaces it and the ticket is reopened.
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
       Program-ID. b64rqst.
       Environment Division.
       Input-Output Section.
       File-Control.
      *
      * RQSTPARM is assigned to a symbolic DD name.  At run time the
      * actual dataset is taken from the environment variable of
      * the same name (e.g. DD_RQSTPARM or RQSTPARM) if one is set,
      * exactly as a JCL DD statement would supply the dataset for
      * a ddname; absent that, the ddname itself is used as a
      * relative file name.
      *
           Select RQSTPARM Assign To 'RQSTPARM'
             Organization Line Sequential
             File Status Is WS-PARM-STATUS.
      *
      * The keyed restore request queue - see copybook RESTREQ.
      *
           Select RQSTFILE Assign To 'B64RQST'
             Organization Indexed
             Access Mode Dynamic
             Record Key RQST-KEY
             File Status Is WS-RQST-STATUS.
       Data Division.
       File Section.
      *
      * One keyword record per line - see the header comment.
      *
       FD  RQSTPARM.
       01  PARM-REC                   PIC X(120).

       FD  RQSTFILE.
           COPY RESTREQ.

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(007) VALUE 'b64rqst'.

       77  WS-PARM-STATUS         PIC X(002)         VALUE SPACES.
       77  WS-RQST-STATUS         PIC X(002)         VALUE SPACES.
       77  RQSTPARM-EOF-SW        PIC X(004)         VALUE 'N'.
           88  RQSTPARM-EOF                          VALUE 'Y'.
       77  RQSTFILE-EOF-SW        PIC X(004)         VALUE 'N'.
           88  RQSTFILE-EOF                          VALUE 'Y'.

       77  WS-COMMAND-LINE        PIC X(200)         VALUE SPACES.
       77  WS-ARG1                PIC X(008)         VALUE SPACES.
       77  WS-ARG2                PIC X(100)         VALUE SPACES.
       77  WS-LIST-OPEN-SW        PIC X(004)         VALUE 'N'.
           88  WS-LIST-OPEN                          VALUE 'Y'.

      *
      * RQSTPARM keyword parsing, exactly as b64scan splits its
      * SCANPARM records: WS-PARM-EQ-POS is the count of
      * characters ahead of the record's first '='.
      *
       77  WS-PARM-KEYWORD        PIC X(009)         VALUE SPACES.
       77  WS-PARM-VALUE          PIC X(100)         VALUE SPACES.
       77  WS-PARM-EQ-POS         PIC 9(004)   COMP  VALUE 0.

      *
      * The request being assembled from RQSTPARM in the queue's
      * own record area, held aside while the ticket's existing
      * record, if any, is read.
      *
       77  WS-RQST-PENDING-SW     PIC X(004)         VALUE 'N'.
           88  WS-RQST-PENDING                       VALUE 'Y'.
       77  WS-RQST-ERROR-SW       PIC X(004)         VALUE 'N'.
           88  WS-RQST-ERROR                         VALUE 'Y'.
       77  WS-RQST-HOLD           PIC X(302)         VALUE SPACES.
       77  WS-WILDCARD-COUNT      PIC 9(004)   COMP  VALUE 0.

      *
      * Run totals.
      *
       77  WS-RQSTS-QUEUED        PIC 9(009)   COMP  VALUE 0.
       77  WS-RQSTS-REJECTED      PIC 9(009)   COMP  VALUE 0.
       77  WS-LISTED-COUNT        PIC 9(009)   COMP  VALUE 0.
       77  WS-EDIT-COUNT-1        PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-COUNT-2        PIC ZZZ,ZZZ,ZZ9.

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
             WHEN WS-ARG1 = 'LOAD'
                  PERFORM 1000-LOAD-REQUESTS
             WHEN WS-ARG1 = 'DELETE' AND WS-ARG2 NOT = SPACES
                  PERFORM 2000-DELETE-REQUEST
             WHEN WS-ARG1 = 'LIST' OR WS-ARG1 = SPACES
                  IF FUNCTION UPPER-CASE(WS-ARG2) = 'OPEN'
                      SET WS-LIST-OPEN TO TRUE
                      MOVE SPACES TO WS-ARG2
                  END-IF
                  PERFORM 3000-LIST-REQUESTS
             WHEN OTHER
                  DISPLAY MYNAME ' arguments are LOAD, DELETE'
                          ' <ticket>, LIST [<ticket>|OPEN], or none'
                  MOVE 12 TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .

      *
      * Queues every request RQSTPARM describes.  The queue is
      * created the first time a load runs.
      *
       1000-LOAD-REQUESTS.
           OPEN INPUT RQSTPARM

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY MYNAME ' requires the RQSTPARM dataset'
                       ' describing the requests to queue'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN I-O RQSTFILE
               IF WS-RQST-STATUS = '35'
                   OPEN OUTPUT RQSTFILE
                   CLOSE RQSTFILE
                   OPEN I-O RQSTFILE
               END-IF

               IF WS-RQST-STATUS NOT = '00'
                   DISPLAY MYNAME ' unable to open the B64RQST'
                           ' request queue (status '
                           WS-RQST-STATUS ')'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 1010-READ-RQSTPARM

                   PERFORM UNTIL RQSTPARM-EOF
                       PERFORM 1015-APPLY-ONE-PARM
                       PERFORM 1010-READ-RQSTPARM
                   END-PERFORM

                   IF WS-RQST-PENDING
                       PERFORM 1050-STORE-ONE-REQUEST
                   END-IF

                   CLOSE RQSTFILE
               END-IF

               CLOSE RQSTPARM

               MOVE WS-RQSTS-QUEUED TO WS-EDIT-COUNT-1
               MOVE WS-RQSTS-REJECTED TO WS-EDIT-COUNT-2
               DISPLAY MYNAME ' requests queued   ' WS-EDIT-COUNT-1
               DISPLAY MYNAME ' requests rejected ' WS-EDIT-COUNT-2

               IF RETURN-CODE = 0
                AND WS-RQSTS-REJECTED > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

       1010-READ-RQSTPARM.
           READ RQSTPARM
             AT END SET RQSTPARM-EOF TO TRUE
           END-READ
           .

      *
      * One keyword record, split at its first '=' only.  A
      * TICKET= record closes the request before it and opens the
      * next; any other keyword describes the request now open,
      * and one arriving ahead of the first TICKET= record has no
      * request to describe - the dataset is malformed, and the
      * step fails.
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
                 WHEN WS-PARM-KEYWORD = 'TICKET'
                      IF WS-RQST-PENDING
                          PERFORM 1050-STORE-ONE-REQUEST
                      END-IF
                      PERFORM 1020-START-ONE-REQUEST
                 WHEN NOT WS-RQST-PENDING
                      DISPLAY MYNAME ' RQSTPARM record ahead of the'
                              ' first TICKET= record: '
                              PARM-REC(1:60)
                      MOVE 12 TO RETURN-CODE
                 WHEN OTHER
                      PERFORM 1030-DESCRIBE-REQUEST
               END-EVALUATE
           END-IF
           .

      *
      * A new request starts from the defaults: a restore of
      * every file from the current B64OUT dataset.
      *
       1020-START-ONE-REQUEST.
           SET WS-RQST-PENDING TO TRUE
           MOVE 'N' TO WS-RQST-ERROR-SW

           MOVE SPACES TO B64RQST-REC
           SET RQST-RESTORE TO TRUE
           MOVE WS-PARM-VALUE TO RQST-TICKET

           IF WS-PARM-VALUE = SPACES
            OR WS-PARM-VALUE(13:) NOT = SPACES
               DISPLAY MYNAME ' ticket number must be 1 to 12'
                       ' characters: ' PARM-REC(1:60)
               SET WS-RQST-ERROR TO TRUE
           END-IF
           .

       1030-DESCRIBE-REQUEST.
           EVALUATE WS-PARM-KEYWORD
             WHEN 'REQUESTER'
                  MOVE WS-PARM-VALUE TO RQST-REQUESTER
             WHEN 'ACTION'
                  EVALUATE FUNCTION UPPER-CASE(WS-PARM-VALUE)
                    WHEN 'RESTORE'
                         SET RQST-RESTORE TO TRUE
                    WHEN 'EXTRACT'
                         SET RQST-EXTRACT TO TRUE
                    WHEN OTHER
                         PERFORM 1040-REPORT-BAD-VALUE
                  END-EVALUATE
             WHEN 'MASK'
                  MOVE WS-PARM-VALUE TO RQST-MASK
             WHEN 'ASOF'
                  IF WS-PARM-VALUE(17:) NOT = SPACES
                      PERFORM 1040-REPORT-BAD-VALUE
                  ELSE
                      MOVE WS-PARM-VALUE TO RQST-ASOF
                  END-IF
             WHEN 'TARGET'
                  MOVE WS-PARM-VALUE TO RQST-TARGET-DIR
             WHEN OTHER
                  DISPLAY MYNAME ' unrecognized RQSTPARM'
                          ' record: ' PARM-REC(1:60)
                  SET WS-RQST-ERROR TO TRUE
           END-EVALUATE
           .

       1040-REPORT-BAD-VALUE.
           DISPLAY MYNAME ' ticket ' RQST-TICKET ' invalid value: '
                   PARM-REC(1:60)
           SET WS-RQST-ERROR TO TRUE
           .

      *
      * Queues the request just described, open - unless anything
      * about it was wrong, or its ticket is already queued or
      * fulfilled.  A ticket whose request failed is reopened
      * with the new request in place of the old.
      *
       1050-STORE-ONE-REQUEST.
           MOVE 'N' TO WS-RQST-PENDING-SW

           IF RQST-REQUESTER = SPACES
               DISPLAY MYNAME ' ticket ' RQST-TICKET
                       ' has no REQUESTER= record'
               SET WS-RQST-ERROR TO TRUE
           END-IF

           IF RQST-TARGET-DIR = SPACES
               DISPLAY MYNAME ' ticket ' RQST-TICKET
                       ' has no TARGET= record'
               SET WS-RQST-ERROR TO TRUE
           END-IF

           IF RQST-EXTRACT
               MOVE 0 TO WS-WILDCARD-COUNT
               INSPECT RQST-MASK TALLYING WS-WILDCARD-COUNT
                 FOR ALL '*' ALL '?'
               IF RQST-MASK = SPACES
                OR WS-WILDCARD-COUNT > 0
                   DISPLAY MYNAME ' ticket ' RQST-TICKET
                           ' is an EXTRACT and needs the exact'
                           ' entry name as its MASK='
                   SET WS-RQST-ERROR TO TRUE
               END-IF
           END-IF

           IF NOT WS-RQST-ERROR
               SET RQST-OPEN TO TRUE
               MOVE FUNCTION CURRENT-DATE TO RQST-SUBMITTED
               MOVE B64RQST-REC TO WS-RQST-HOLD
               READ RQSTFILE
                 INVALID KEY
                   MOVE WS-RQST-HOLD TO B64RQST-REC
                   WRITE B64RQST-REC
                   END-WRITE
                 NOT INVALID KEY
                   IF RQST-FAILED
                       MOVE WS-RQST-HOLD TO B64RQST-REC
                       REWRITE B64RQST-REC
                       END-REWRITE
                       DISPLAY MYNAME ' ticket ' RQST-TICKET
                               ' failed before - reopened'
                   ELSE
                       DISPLAY MYNAME ' ticket ' RQST-TICKET
                               ' is already queued or fulfilled'
                       MOVE WS-RQST-HOLD TO B64RQST-REC
                       SET WS-RQST-ERROR TO TRUE
                   END-IF
               END-READ
           END-IF

           IF WS-RQST-ERROR
               ADD 1 TO WS-RQSTS-REJECTED
               DISPLAY MYNAME ' ticket ' RQST-TICKET ' not queued'
           ELSE
               IF WS-RQST-STATUS = '00'
                   ADD 1 TO WS-RQSTS-QUEUED
                   DISPLAY MYNAME ' ticket ' RQST-TICKET ' queued'
               ELSE
                   ADD 1 TO WS-RQSTS-REJECTED
                   DISPLAY MYNAME ' ticket ' RQST-TICKET
                           ' could not be written (status '
                           WS-RQST-STATUS ')'
               END-IF
           END-IF
           .

       2000-DELETE-REQUEST.
           OPEN I-O RQSTFILE

           IF WS-RQST-STATUS NOT = '00'
               DISPLAY MYNAME ' no request queue exists - no'
                       ' request has been queued yet'
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-ARG2 TO RQST-TICKET
               DELETE RQSTFILE RECORD
                 INVALID KEY
                   DISPLAY MYNAME ' ticket ' RQST-TICKET
                           ' is not on file'
                   MOVE 4 TO RETURN-CODE
                 NOT INVALID KEY
                   DISPLAY MYNAME ' ticket ' RQST-TICKET ' deleted'
               END-DELETE

               CLOSE RQSTFILE
           END-IF
           .

      *
      * One request by key, or every request - or every open
      * one - in ticket order.
      *
       3000-LIST-REQUESTS.
           OPEN INPUT RQSTFILE

           IF WS-RQST-STATUS NOT = '00'
               DISPLAY MYNAME ' no request queue exists - no'
                       ' request has been queued yet'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-ARG2 NOT = SPACES
                   MOVE WS-ARG2 TO RQST-TICKET
                   READ RQSTFILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY PERFORM 3020-LIST-ONE-REQUEST
                   END-READ
               ELSE
                   PERFORM 3010-READ-NEXT-REQUEST

                   PERFORM UNTIL RQSTFILE-EOF
                       IF RQST-OPEN OR NOT WS-LIST-OPEN
                           PERFORM 3020-LIST-ONE-REQUEST
                       END-IF
                       PERFORM 3010-READ-NEXT-REQUEST
                   END-PERFORM
               END-IF

               CLOSE RQSTFILE

               IF WS-LISTED-COUNT = 0
                   DISPLAY MYNAME ' no request on file matches'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       3010-READ-NEXT-REQUEST.
           READ RQSTFILE NEXT RECORD
             AT END SET RQSTFILE-EOF TO TRUE
           END-READ
           .

      *
      * One block of lines per request listed.
      *
       3020-LIST-ONE-REQUEST.
           ADD 1 TO WS-LISTED-COUNT

           DISPLAY MYNAME ' ===================================='
           DISPLAY MYNAME ' ticket      ' RQST-TICKET '  '
                   FUNCTION TRIM(RQST-REQUESTER)
           EVALUATE TRUE
             WHEN RQST-OPEN
                  DISPLAY MYNAME ' status      open  submitted '
                          RQST-SUBMITTED(1:14)
             WHEN RQST-CLOSED
                  DISPLAY MYNAME ' status      closed  completed '
                          RQST-COMPLETED(1:14)
             WHEN OTHER
                  DISPLAY MYNAME ' status      FAILED  completed '
                          RQST-COMPLETED(1:14)
           END-EVALUATE
           IF RQST-EXTRACT
               DISPLAY MYNAME ' extract     '
                       FUNCTION TRIM(RQST-MASK)
           ELSE
               DISPLAY MYNAME ' restore     '
                       FUNCTION TRIM(RQST-MASK)
           END-IF
           IF RQST-ASOF NOT = SPACES
               DISPLAY MYNAME ' as of       ' RQST-ASOF
           END-IF
           DISPLAY MYNAME ' target      '
                   FUNCTION TRIM(RQST-TARGET-DIR)
           .

       END PROGRAM b64rqst.
