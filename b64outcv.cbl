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
      * One-time conversion of an OUTPUT01 recovery dataset to the
      * current record layout in the COBOL language
      *
      * The OUTPUT01 data record (see copybook OUTPUT01) first
      * carried its payload straight after OUTREC-DELIM7.
      * OUTREC-SEG-NUM and OUTREC-SEG-COUNT, with their
      * delimiters, now come between them, so every program that
      * reads OUTPUT01 - b64demo3, b64scrub, b64dist, b64merge,
      * b64recon - would read a dataset written in the original
      * layout with its payload 12 bytes off.  Each such dataset
      * kept for recovery is converted once, before any of them
      * reads it.
      *
      * Rename or copy the dataset to the B64OLD ddname, point
      * B64OUT at the dataset to be written, and run this job: it
      * copies each data record into the current layout as
      * segment 1 of 1 - which is what every record written before
      * spanned sets existed is - its payload unchanged, and fills
      * in the trailer's continuation, held and reference counts
      * as zero, since the original encoding job wrote none of
      * them.  A record already in the current layout (OUTREC-
      * DELIM8 and OUTREC-DELIM9 are '|', which base64 never
      * contains) is copied as it stands, so a dataset converted
      * twice, or written since the change, comes through intact.
      *
      * Control totals prove the conversion: records read must
      * equal records written.  B64OLD is only read, so a job that
      * fails partway is simply rerun against it.  There is no
      * argument.
      *
      * RETURN-CODE is 12 when either dataset cannot be opened or
      * the records written do not balance with the records read.
      *
      * Modification History
      * 2026-10-15 CRS  Initial version.
      *
       Program-ID. b64outcv.
       Environment Division.
       Input-Output Section.
       File-Control.
      *
      * B64OLD and B64OUT are assigned to symbolic DD names.  At
      * run time the actual dataset is taken from the environment
      * variable of the same name (e.g. DD_B64OUT or B64OUT) if
      * one is set, exactly as a JCL DD statement would supply the
      * dataset for a ddname; absent that, the ddname itself is
      * used as a relative file name so the job still runs
      * unattended.
      *
           Select OLDOUT Assign To 'B64OLD'
             Organization Line Sequential
             File Status Is WS-OLD-STATUS.
           Select OUTPUT01 Assign To 'B64OUT'
             Organization Line Sequential
             File Status Is WS-OUT01-STATUS.
       Data Division.
       File Section.
      *
      * The data record as first written: the 138 bytes from
      * OUTREC-FILENAME through OUTREC-DELIM7, then the payload.
      * The positions a current record keeps its two new
      * delimiters in are named, to tell the layouts apart.
      *
       FD  OLDOUT.
       01  OLD-OUT-REC.
           05  OLD-OUT-HEADER     PIC X(138).
           05  OLD-OUT-B64        PIC X(65536).
       01  OLD-OUT-CURRENT.
           05  FILLER             PIC X(138).
           05  OLD-OUT-SEG-NUM    PIC X(005).
           05  OLD-OUT-DELIM8     PIC X(001).
           05  OLD-OUT-SEG-COUNT  PIC X(005).
           05  OLD-OUT-DELIM9     PIC X(001).
           05  FILLER             PIC X(65524).

       FD  OUTPUT01.
           COPY OUTPUT01.

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'b64outcv'.

       77  WS-OLD-STATUS          PIC X(002)         VALUE SPACES.
       77  WS-OUT01-STATUS        PIC X(002)         VALUE SPACES.

       77  OLDOUT-EOF-SW          PIC X(004)         VALUE 'N'.
           88  OLDOUT-EOF                            VALUE 'Y'.
      *
      * Set when a record cannot be read or written - the run
      * stops and ends RC 12, the old dataset still intact.
      *
       77  WS-CONV-ERROR-SW       PIC X(004)         VALUE 'N'.
           88  WS-CONV-ERROR                         VALUE 'Y'.

      *
      * Control totals: records read must equal records written.
      * The records converted, already current and trailers
      * account for the records written between them.
      *
       77  WS-RECS-READ           PIC 9(009)   COMP  VALUE 0.
       77  WS-RECS-WRITTEN        PIC 9(009)   COMP  VALUE 0.
       77  WS-RECS-CONVERTED      PIC 9(009)   COMP  VALUE 0.
       77  WS-RECS-CURRENT        PIC 9(009)   COMP  VALUE 0.
       77  WS-RECS-TRAILER        PIC 9(009)   COMP  VALUE 0.
       77  WS-EDIT-COUNT-1        PIC ZZZ,ZZZ,ZZ9.

       Procedure Division.

           PERFORM 1000-CONVERT-THE-DATASET

           GOBACK
           .

       1000-CONVERT-THE-DATASET.
           OPEN INPUT OLDOUT

           IF WS-OLD-STATUS NOT = '00'
               DISPLAY MYNAME ' no dataset under the B64OLD ddname'
                       ' to convert (status ' WS-OLD-STATUS ')'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT OUTPUT01

               IF WS-OUT01-STATUS NOT = '00'
                   DISPLAY MYNAME ' unable to create the B64OUT'
                           ' dataset (status ' WS-OUT01-STATUS ')'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 1010-READ-OLDOUT

                   PERFORM UNTIL OLDOUT-EOF
                              OR WS-CONV-ERROR
                       PERFORM 1020-CONVERT-ONE-RECORD
                       IF NOT WS-CONV-ERROR
                           PERFORM 1010-READ-OLDOUT
                       END-IF
                   END-PERFORM

                   CLOSE OUTPUT01
                   PERFORM 2000-PROVE-THE-CONVERSION
               END-IF

               CLOSE OLDOUT
           END-IF
           .

       1010-READ-OLDOUT.
           READ OLDOUT
             AT END SET OLDOUT-EOF TO TRUE
           END-READ

           IF WS-OLD-STATUS(1:1) NOT = '0'
            AND WS-OLD-STATUS NOT = '10'
               DISPLAY MYNAME ' error reading B64OLD (status '
                       WS-OLD-STATUS ')'
               SET WS-CONV-ERROR TO TRUE
           END-IF
           .

      *
      * A trailer keeps its place in both layouts; only the counts
      * the original job never wrote are filled in.  A data record
      * in the original layout becomes segment 1 of 1 with its
      * payload moved past the new fields.
      *
       1020-CONVERT-ONE-RECORD.
           ADD 1 TO WS-RECS-READ
           MOVE SPACES TO OUTPUT01-REC

           EVALUATE TRUE
             WHEN OLD-OUT-REC(1:8) = '*TRAILER'
                  MOVE OLD-OUT-REC TO OUTPUT01-REC
                  PERFORM 1030-COMPLETE-TRAILER
                  ADD 1 TO WS-RECS-TRAILER
             WHEN OLD-OUT-DELIM8 = '|'
              AND OLD-OUT-DELIM9 = '|'
              AND OLD-OUT-SEG-NUM IS NUMERIC
              AND OLD-OUT-SEG-COUNT IS NUMERIC
                  MOVE OLD-OUT-REC TO OUTPUT01-REC
                  ADD 1 TO WS-RECS-CURRENT
             WHEN OTHER
                  MOVE OLD-OUT-HEADER TO
                       OUTPUT01-REC(1:LENGTH OF OLD-OUT-HEADER)
                  MOVE 1 TO OUTREC-SEG-NUM
                  MOVE '|' TO OUTREC-DELIM8
                  MOVE 1 TO OUTREC-SEG-COUNT
                  MOVE '|' TO OUTREC-DELIM9
                  MOVE OLD-OUT-B64 TO OUTREC-B64
                  ADD 1 TO WS-RECS-CONVERTED
           END-EVALUATE

           WRITE OUTPUT01-REC
           IF WS-OUT01-STATUS NOT = '00'
               DISPLAY MYNAME ' error writing B64OUT (status '
                       WS-OUT01-STATUS ')'
               SET WS-CONV-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-RECS-WRITTEN
           END-IF
           .

       1030-COMPLETE-TRAILER.
           IF TRL-CONT-RECORDS = SPACES
               MOVE '|' TO TRL-DELIM6
               MOVE ZEROES TO TRL-CONT-RECORDS
           END-IF
           IF TRL-HELD-ENTRIES = SPACES
               MOVE '|' TO TRL-DELIM7
               MOVE ZEROES TO TRL-HELD-ENTRIES
           END-IF
           IF TRL-REF-ENTRIES = SPACES
               MOVE '|' TO TRL-DELIM8
               MOVE ZEROES TO TRL-REF-ENTRIES
           END-IF
           .

       2000-PROVE-THE-CONVERSION.
           MOVE WS-RECS-READ TO WS-EDIT-COUNT-1
           DISPLAY MYNAME ' records read             ' WS-EDIT-COUNT-1
           MOVE WS-RECS-CONVERTED TO WS-EDIT-COUNT-1
           DISPLAY MYNAME ' records converted        ' WS-EDIT-COUNT-1
           MOVE WS-RECS-CURRENT TO WS-EDIT-COUNT-1
           DISPLAY MYNAME ' records already current  ' WS-EDIT-COUNT-1
           MOVE WS-RECS-TRAILER TO WS-EDIT-COUNT-1
           DISPLAY MYNAME ' trailer records          ' WS-EDIT-COUNT-1
           MOVE WS-RECS-WRITTEN TO WS-EDIT-COUNT-1
           DISPLAY MYNAME ' records written          ' WS-EDIT-COUNT-1

           IF WS-CONV-ERROR
            OR WS-RECS-WRITTEN NOT = WS-RECS-READ
               DISPLAY MYNAME ' *** CONVERSION FAILED - rerun'
                       ' against B64OLD once corrected ***'
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY MYNAME ' B64OUT converted'
           END-IF
           .

       END PROGRAM b64outcv.
