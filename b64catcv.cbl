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
      * One-time conversion of the B64CATLG run catalog to the
      * current record layout in the COBOL language
      *
      * The catalog record (see copybook CATALOG) was first 301
      * bytes, ending at CAT-COMP.  The scrub outcome, the held
      * and reference counts, the reference name and the
      * partition fields have since been appended after it, and
      * every program that opens B64CATLG now expects the longer
      * record - an existing catalog must be converted once,
      * before any of them runs against it.
      *
      * Rename or copy the existing catalog to the B64CATOL
      * ddname, then run this job: it reads the old catalog in key
      * order using the original 301-byte layout and writes each
      * record to a new B64CATLG, its first 301 bytes unchanged and
      * every field from CAT-VERIFIED-AT on set to spaces - how
      * the programs reading the catalog recognize a record
      * cataloged before those fields existed.
      *
      * Control totals prove the conversion: records read must
      * equal records written.  B64CATOL is only read, so a job
      * that fails partway is simply rerun against it.  There is
      * no argument.
      *
      * RETURN-CODE is 12 when either catalog cannot be opened or
      * the records written do not balance with the records read.
      *
      * Modification History
      * 2026-10-15 CRS  Initial version.
      *
       Program-ID. b64catcv.
       Environment Division.
       Input-Output Section.
       File-Control.
      *
      * B64CATOL and B64CATLG are assigned to symbolic DD names.
      * At run time the actual dataset is taken from the
      * environment variable of the same name (e.g. DD_B64CATLG
      * or B64CATLG) if one is set, exactly as a JCL DD statement
      * would supply the dataset for a ddname; absent that, the
      * ddname itself is used as a relative file name so the job
      * still runs unattended.
      *
           Select OLDCAT Assign To 'B64CATOL'
             Organization Indexed
             Access Mode Sequential
             Record Key OLD-CAT-KEY
             File Status Is WS-OLD-STATUS.
           Select CATFILE Assign To 'B64CATLG'
             Organization Indexed
             Access Mode Sequential
             Record Key CAT-KEY
             File Status Is WS-CAT-STATUS.
       Data Division.
       File Section.
      *
      * The catalog record as first cataloged: the key of
      * (name, run start) - 121 bytes - then the rest of the
      * original fields through CAT-COMP.
      *
       FD  OLDCAT.
       01  OLD-CAT-REC.
           05  OLD-CAT-KEY        PIC X(121).
           05  OLD-CAT-DATA       PIC X(180).

       FD  CATFILE.
           COPY CATALOG.

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'b64catcv'.

       77  WS-OLD-STATUS          PIC X(002)         VALUE SPACES.
       77  WS-CAT-STATUS          PIC X(002)         VALUE SPACES.

       77  OLDCAT-EOF-SW          PIC X(004)         VALUE 'N'.
           88  OLDCAT-EOF                            VALUE 'Y'.
      *
      * Set when a record cannot be read or written - the run
      * stops and ends RC 12, the old catalog still intact.
      *
       77  WS-CONV-ERROR-SW       PIC X(004)         VALUE 'N'.
           88  WS-CONV-ERROR                         VALUE 'Y'.

      *
      * Control totals: records read must equal records written.
      *
       77  WS-RECS-READ           PIC 9(009)   COMP  VALUE 0.
       77  WS-RECS-WRITTEN        PIC 9(009)   COMP  VALUE 0.
       77  WS-EDIT-COUNT-1        PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-COUNT-2        PIC ZZZ,ZZZ,ZZ9.

       Procedure Division.

           PERFORM 1000-CONVERT-THE-CATALOG

           GOBACK
           .

       1000-CONVERT-THE-CATALOG.
           OPEN INPUT OLDCAT

           IF WS-OLD-STATUS NOT = '00'
               DISPLAY MYNAME ' no old catalog under the B64CATOL'
                       ' ddname to convert (status '
                       WS-OLD-STATUS ')'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CATFILE

               IF WS-CAT-STATUS NOT = '00'
                   DISPLAY MYNAME ' unable to create the new'
                           ' B64CATLG (status ' WS-CAT-STATUS ')'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 1010-READ-OLDCAT

                   PERFORM UNTIL OLDCAT-EOF
                              OR WS-CONV-ERROR
                       PERFORM 1020-CONVERT-ONE-RECORD
                       IF NOT WS-CONV-ERROR
                           PERFORM 1010-READ-OLDCAT
                       END-IF
                   END-PERFORM

                   CLOSE CATFILE
                   PERFORM 2000-PROVE-THE-CONVERSION
               END-IF

               CLOSE OLDCAT
           END-IF
           .

       1010-READ-OLDCAT.
           READ OLDCAT NEXT RECORD
             AT END SET OLDCAT-EOF TO TRUE
           END-READ

           IF WS-OLD-STATUS(1:1) NOT = '0'
            AND WS-OLD-STATUS NOT = '10'
               DISPLAY MYNAME ' error reading B64CATOL (status '
                       WS-OLD-STATUS ')'
               SET WS-CONV-ERROR TO TRUE
           END-IF
           .

      *
      * The old record lands in the first 301 bytes of the new
      * one; everything after it is spaces.  The old catalog is
      * read in key order, so the new one is written in key order
      * too.
      *
       1020-CONVERT-ONE-RECORD.
           ADD 1 TO WS-RECS-READ

           MOVE SPACES TO B64CAT-REC
           MOVE OLD-CAT-REC TO B64CAT-REC(1:LENGTH OF OLD-CAT-REC)

           WRITE B64CAT-REC
             INVALID KEY
               DISPLAY MYNAME ' unable to write '
                       FUNCTION TRIM(CAT-KEY-NAME) ' '
                       CAT-KEY-RUN-START ' (status '
                       WS-CAT-STATUS ')'
               SET WS-CONV-ERROR TO TRUE
             NOT INVALID KEY
               ADD 1 TO WS-RECS-WRITTEN
           END-WRITE
           .

       2000-PROVE-THE-CONVERSION.
           MOVE WS-RECS-READ TO WS-EDIT-COUNT-1
           DISPLAY MYNAME ' catalog records read     ' WS-EDIT-COUNT-1
           MOVE WS-RECS-WRITTEN TO WS-EDIT-COUNT-2
           DISPLAY MYNAME ' catalog records written  ' WS-EDIT-COUNT-2

           IF WS-CONV-ERROR
            OR WS-RECS-WRITTEN NOT = WS-RECS-READ
               DISPLAY MYNAME ' *** CONVERSION FAILED - rerun'
                       ' against B64CATOL once corrected ***'
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY MYNAME ' B64CATLG converted'
           END-IF
           .

       END PROGRAM b64catcv.
