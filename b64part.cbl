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
      * Partner master maintenance in the COBOL language
      *
      * The keyed B64PART partner master (see copybook PARTNER)
      * tells the b64dist outbound distribution job which files
      * in a night's OUTPUT01 belong to each trading partner and
      * how each partner needs them encoded.  This program keeps
      * it:
      *
      *   LOAD            adds or replaces the partners described
      *                   in the PARTPARM keyword dataset.
      *   DELETE <id>     removes one partner.
      *   LIST [<id>]     lists one partner, or every partner the
      *                   master holds; no argument at all lists
      *                   every partner too.
      *
      * PARTPARM holds one keyword record per line, in the style
      * of b64scan's SCANPARM; each PARTNER= record starts a new
      * partner, and the records after it describe that partner:
      *   PARTNER=id         - the partner ID, up to 8 characters
      *   DESC=text          - a description for the listings
      *   MASK=mask          - a B64MATCH file name mask selecting
      *                        the partner's files (repeatable, at
      *                        least one required)
      *   ALPHABET=STANDARD  - or URLSAFE (default STANDARD)
      *   CODEPAGE=name      - the B64CDPG codepage the partner's
      *                        text files are delivered in (default
      *                        none)
      *   WRAP=MIME          - or NONE (default MIME)
      *   DIR=directory      - the delivery directory (required)
      * A blank record or one starting '*' is a comment.  A
      * partner with any error - an unrecognized keyword or
      * value, no mask, no directory, a codepage B64CDPG does not
      * hold - is reported and not loaded, and the step ends with
      * RETURN-CODE 8; the partners that were sound are loaded
      * regardless.  A partner already on file is replaced whole,
      * so its PARTPARM description must be complete.
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
       Program-ID. b64part.
       Environment Division.
       Input-Output Section.
       File-Control.
      *
      * PARTPARM is assigned to a symbolic DD name.  At run time the
      * actual dataset is taken from the environment variable of
      * the same name (e.g. DD_PARTPARM or PARTPARM) if one is set,
      * exactly as a JCL DD statement would supply the dataset for
      * a ddname; absent that, the ddname itself is used as a
      * relative file name.
      *
           Select PARTPARM Assign To 'PARTPARM'
             Organization Line Sequential
             File Status Is WS-PARM-STATUS.
      *
      * The keyed partner master - see copybook PARTNER.
      *
           Select PARTFILE Assign To 'B64PART'
             Organization Indexed
             Access Mode Dynamic
             Record Key PART-KEY
             File Status Is WS-PART-STATUS.
       Data Division.
       File Section.
      *
      * One keyword record per line - see the header comment.
      *
       FD  PARTPARM.
       01  PARM-REC                   PIC X(120).

       FD  PARTFILE.
           COPY PARTNER.

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(007) VALUE 'b64part'.
           05  PART-MASK-MAX      PIC 9(004) COMP VALUE 10.

       77  WS-PARM-STATUS         PIC X(002)         VALUE SPACES.
       77  WS-PART-STATUS         PIC X(002)         VALUE SPACES.
       77  PARTPARM-EOF-SW        PIC X(004)         VALUE 'N'.
           88  PARTPARM-EOF                          VALUE 'Y'.
       77  PARTFILE-EOF-SW        PIC X(004)         VALUE 'N'.
           88  PARTFILE-EOF                          VALUE 'Y'.

       77  WS-COMMAND-LINE        PIC X(200)         VALUE SPACES.
       77  WS-ARG1                PIC X(008)         VALUE SPACES.
       77  WS-ARG2                PIC X(100)         VALUE SPACES.

      *
      * PARTPARM keyword parsing, exactly as b64scan splits its
      * SCANPARM records: WS-PARM-EQ-POS is the count of
      * characters ahead of the record's first '='.
      *
       77  WS-PARM-KEYWORD        PIC X(008)         VALUE SPACES.
       77  WS-PARM-VALUE          PIC X(100)         VALUE SPACES.
       77  WS-PARM-EQ-POS         PIC 9(004)   COMP  VALUE 0.

      *
      * The partner being assembled from PARTPARM in the master's
      * own record area: whether one is pending, how many masks it
      * has so far, and whether any of its records was in error.
      *
       77  WS-PART-PENDING-SW     PIC X(004)         VALUE 'N'.
           88  WS-PART-PENDING                       VALUE 'Y'.
       77  WS-PART-ERROR-SW       PIC X(004)         VALUE 'N'.
           88  WS-PART-ERROR                         VALUE 'Y'.
       77  WS-MASK-COUNT          PIC 9(004)   COMP  VALUE 0.
       77  WS-MASK-SUB            PIC 9(004)   COMP  VALUE 0.

      *
      * Run totals.
      *
       77  WS-PARTNERS-LOADED     PIC 9(009)   COMP  VALUE 0.
       77  WS-PARTNERS-REJECTED   PIC 9(009)   COMP  VALUE 0.
       77  WS-LISTED-COUNT        PIC 9(009)   COMP  VALUE 0.
       77  WS-EDIT-COUNT-1        PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-COUNT-2        PIC ZZZ,ZZZ,ZZ9.

      *
      * B64XLATE's request area - see copybook B64XPARM - for
      * proving a partner's codepage exists before it is loaded,
      * with the zero-length call that loads a table without
      * translating anything.
      *
           COPY B64XPARM.
       77  XLATE-LEN-NONE         PIC 9(008)   COMP  VALUE 0.
       77  WS-XLATE-BUFFER        PIC X(001)         VALUE SPACE.

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
                  PERFORM 1000-LOAD-PARTNERS
             WHEN WS-ARG1 = 'DELETE' AND WS-ARG2 NOT = SPACES
                  PERFORM 2000-DELETE-PARTNER
             WHEN WS-ARG1 = 'LIST' OR WS-ARG1 = SPACES
                  PERFORM 3000-LIST-PARTNERS
             WHEN OTHER
                  DISPLAY MYNAME ' arguments are LOAD, DELETE <id>,'
                          ' LIST [<id>], or none'
                  MOVE 12 TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .

      *
      * Adds or replaces every partner PARTPARM describes.  The
      * master is created the first time a load runs.
      *
       1000-LOAD-PARTNERS.
           OPEN INPUT PARTPARM

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY MYNAME ' requires the PARTPARM dataset'
                       ' describing the partners to load'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN I-O PARTFILE
               IF WS-PART-STATUS = '35'
                   OPEN OUTPUT PARTFILE
                   CLOSE PARTFILE
                   OPEN I-O PARTFILE
               END-IF

               IF WS-PART-STATUS NOT = '00'
                   DISPLAY MYNAME ' unable to open the B64PART'
                           ' partner master (status '
                           WS-PART-STATUS ')'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 1010-READ-PARTPARM

                   PERFORM UNTIL PARTPARM-EOF
                       PERFORM 1015-APPLY-ONE-PARM
                       PERFORM 1010-READ-PARTPARM
                   END-PERFORM

                   IF WS-PART-PENDING
                       PERFORM 1050-STORE-ONE-PARTNER
                   END-IF

                   CLOSE PARTFILE
               END-IF

               CLOSE PARTPARM

               MOVE WS-PARTNERS-LOADED TO WS-EDIT-COUNT-1
               MOVE WS-PARTNERS-REJECTED TO WS-EDIT-COUNT-2
               DISPLAY MYNAME ' partners loaded   ' WS-EDIT-COUNT-1
               DISPLAY MYNAME ' partners rejected ' WS-EDIT-COUNT-2

               IF RETURN-CODE = 0
                AND WS-PARTNERS-REJECTED > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

       1010-READ-PARTPARM.
           READ PARTPARM
             AT END SET PARTPARM-EOF TO TRUE
           END-READ
           .

      *
      * One keyword record, split at its first '=' only.  A
      * PARTNER= record closes the partner before it and opens the
      * next; any other keyword describes the partner now open,
      * and one arriving ahead of the first PARTNER= record has no
      * partner to describe - the dataset is malformed, and the
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
                 WHEN WS-PARM-KEYWORD = 'PARTNER'
                      IF WS-PART-PENDING
                          PERFORM 1050-STORE-ONE-PARTNER
                      END-IF
                      PERFORM 1020-START-ONE-PARTNER
                 WHEN NOT WS-PART-PENDING
                      DISPLAY MYNAME ' PARTPARM record ahead of the'
                              ' first PARTNER= record: '
                              PARM-REC(1:60)
                      MOVE 12 TO RETURN-CODE
                 WHEN OTHER
                      PERFORM 1030-DESCRIBE-PARTNER
               END-EVALUATE
           END-IF
           .

      *
      * A new partner starts from the defaults: the standard
      * alphabet, no codepage, the MIME line wrap.
      *
       1020-START-ONE-PARTNER.
           SET WS-PART-PENDING TO TRUE
           MOVE 'N' TO WS-PART-ERROR-SW
           MOVE 0 TO WS-MASK-COUNT

           MOVE SPACES TO B64PART-REC
           SET PART-ALPHA-STANDARD TO TRUE
           SET PART-WRAP-MIME TO TRUE
           MOVE WS-PARM-VALUE TO PART-ID

           IF WS-PARM-VALUE = SPACES
            OR WS-PARM-VALUE(9:) NOT = SPACES
               DISPLAY MYNAME ' partner ID must be 1 to 8'
                       ' characters: ' PARM-REC(1:60)
               SET WS-PART-ERROR TO TRUE
           END-IF
           .

       1030-DESCRIBE-PARTNER.
           EVALUATE WS-PARM-KEYWORD
             WHEN 'DESC'
                  MOVE WS-PARM-VALUE TO PART-DESC
             WHEN 'MASK'
                  IF WS-MASK-COUNT >= PART-MASK-MAX
                      DISPLAY MYNAME ' partner ' PART-ID
                              ' has more than ' PART-MASK-MAX
                              ' MASK= records'
                      SET WS-PART-ERROR TO TRUE
                  ELSE
                      ADD 1 TO WS-MASK-COUNT
                      MOVE WS-PARM-VALUE TO PART-MASK(WS-MASK-COUNT)
                  END-IF
             WHEN 'ALPHABET'
                  EVALUATE FUNCTION UPPER-CASE(WS-PARM-VALUE)
                    WHEN 'STANDARD'
                         SET PART-ALPHA-STANDARD TO TRUE
                    WHEN 'URLSAFE'
                         SET PART-ALPHA-URLSAFE TO TRUE
                    WHEN OTHER
                         PERFORM 1040-REPORT-BAD-VALUE
                  END-EVALUATE
             WHEN 'CODEPAGE'
                  IF WS-PARM-VALUE(9:) NOT = SPACES
                      PERFORM 1040-REPORT-BAD-VALUE
                  ELSE
                      MOVE FUNCTION UPPER-CASE(WS-PARM-VALUE)
                        TO PART-CODEPAGE
                  END-IF
             WHEN 'WRAP'
                  EVALUATE FUNCTION UPPER-CASE(WS-PARM-VALUE)
                    WHEN 'MIME'
                         SET PART-WRAP-MIME TO TRUE
                    WHEN 'NONE'
                         SET PART-WRAP-NONE TO TRUE
                    WHEN OTHER
                         PERFORM 1040-REPORT-BAD-VALUE
                  END-EVALUATE
             WHEN 'DIR'
                  MOVE WS-PARM-VALUE TO PART-DELIVERY-DIR
             WHEN OTHER
                  DISPLAY MYNAME ' unrecognized PARTPARM'
                          ' record: ' PARM-REC(1:60)
                  SET WS-PART-ERROR TO TRUE
           END-EVALUATE
           .

       1040-REPORT-BAD-VALUE.
           DISPLAY MYNAME ' partner ' PART-ID ' invalid value: '
                   PARM-REC(1:60)
           SET WS-PART-ERROR TO TRUE
           .

      *
      * Writes the partner just described, replacing any record
      * already on file under its ID - unless anything about it
      * was wrong, in which case the master keeps whatever it
      * held before.
      *
       1050-STORE-ONE-PARTNER.
           MOVE 'N' TO WS-PART-PENDING-SW

           IF WS-MASK-COUNT = 0
               DISPLAY MYNAME ' partner ' PART-ID
                       ' has no MASK= record'
               SET WS-PART-ERROR TO TRUE
           END-IF

           IF PART-DELIVERY-DIR = SPACES
               DISPLAY MYNAME ' partner ' PART-ID
                       ' has no DIR= record'
               SET WS-PART-ERROR TO TRUE
           END-IF

           IF PART-CODEPAGE NOT = SPACES
               SET XLATE-A2E TO TRUE
               MOVE PART-CODEPAGE TO XLATE-CODEPAGE
               CALL 'B64XLATE' USING
                   B64XLATE-REQUEST
                   XLATE-LEN-NONE
                   WS-XLATE-BUFFER
               END-CALL

               IF NOT XLATE-OK
                   DISPLAY MYNAME ' partner ' PART-ID ' codepage '
                           PART-CODEPAGE
                           ' not available from B64CDPG'
                   SET WS-PART-ERROR TO TRUE
               END-IF
           END-IF

           IF WS-PART-ERROR
               ADD 1 TO WS-PARTNERS-REJECTED
               DISPLAY MYNAME ' partner ' PART-ID ' not loaded'
           ELSE
               WRITE B64PART-REC
                 INVALID KEY REWRITE B64PART-REC
               END-WRITE

               IF WS-PART-STATUS = '00'
                   ADD 1 TO WS-PARTNERS-LOADED
                   DISPLAY MYNAME ' partner ' PART-ID ' loaded'
               ELSE
                   ADD 1 TO WS-PARTNERS-REJECTED
                   DISPLAY MYNAME ' partner ' PART-ID
                           ' could not be written (status '
                           WS-PART-STATUS ')'
               END-IF
           END-IF
           .

       2000-DELETE-PARTNER.
           OPEN I-O PARTFILE

           IF WS-PART-STATUS NOT = '00'
               DISPLAY MYNAME ' no partner master exists - no'
                       ' partner has been loaded yet'
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-ARG2 TO PART-ID
               DELETE PARTFILE RECORD
                 INVALID KEY
                   DISPLAY MYNAME ' partner ' PART-ID
                           ' is not on file'
                   MOVE 4 TO RETURN-CODE
                 NOT INVALID KEY
                   DISPLAY MYNAME ' partner ' PART-ID ' deleted'
               END-DELETE

               CLOSE PARTFILE
           END-IF
           .

      *
      * One partner by key, or every partner in ID order.
      *
       3000-LIST-PARTNERS.
           OPEN INPUT PARTFILE

           IF WS-PART-STATUS NOT = '00'
               DISPLAY MYNAME ' no partner master exists - no'
                       ' partner has been loaded yet'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-ARG2 NOT = SPACES
                   MOVE WS-ARG2 TO PART-ID
                   READ PARTFILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY PERFORM 3020-LIST-ONE-PARTNER
                   END-READ
               ELSE
                   PERFORM 3010-READ-NEXT-PARTNER

                   PERFORM UNTIL PARTFILE-EOF
                       PERFORM 3020-LIST-ONE-PARTNER
                       PERFORM 3010-READ-NEXT-PARTNER
                   END-PERFORM
               END-IF

               CLOSE PARTFILE

               IF WS-LISTED-COUNT = 0
                   DISPLAY MYNAME ' no partner on file matches'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       3010-READ-NEXT-PARTNER.
           READ PARTFILE NEXT RECORD
             AT END SET PARTFILE-EOF TO TRUE
           END-READ
           .

      *
      * One block of lines per partner listed.
      *
       3020-LIST-ONE-PARTNER.
           ADD 1 TO WS-LISTED-COUNT

           DISPLAY MYNAME ' ===================================='
           DISPLAY MYNAME ' partner     ' PART-ID '  '
                   FUNCTION TRIM(PART-DESC)
           DISPLAY MYNAME ' options     urlsafe ' PART-ALPHABET
                   '  codepage ' PART-CODEPAGE
                   '  wrap ' PART-WRAP
           DISPLAY MYNAME ' delivery    '
                   FUNCTION TRIM(PART-DELIVERY-DIR)

           PERFORM VARYING WS-MASK-SUB FROM 1 BY 1
           UNTIL WS-MASK-SUB > PART-MASK-MAX
               IF PART-MASK(WS-MASK-SUB) NOT = SPACES
                   DISPLAY MYNAME ' mask        '
                           FUNCTION TRIM(PART-MASK(WS-MASK-SUB))
               END-IF
           END-PERFORM
           .

       END PROGRAM b64part.
