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
      * Inbound intake of partner-delivered base64 files in the
      * COBOL language
      *
      * Partners send base64 files back to us, and until now each
      * was decoded by an operator running b64demo2 FILE mode
      * against it one file at a time - a failed checksum or a
      * strict-mode bad character was noticed only if someone
      * read the console.  This job sweeps the inbound landing
      * directory named in its INTKPARM parameter dataset and
      * takes every file it finds there:
      *
      *   - the file is routed by name: the first ROUTE= record
      *     whose B64MATCH mask matches the bare file name names
      *     its target directory, and optionally the codepage its
      *     decoded text is translated from;
      *
      *   - the file is decoded exactly as b64demo2 FILE mode
      *     decodes it - MIME-wrapped or bare, any leading MIME
      *     header lines passed over, strict B64DECOD, B64PACK
      *     expansion when its .mf integrity manifest flags it
      *     compressed, the B64CKSUM checksum and byte count
      *     verified against that manifest, then the route's
      *     B64XLATE translation - all in memory;
      *
      *   - a good payload is written to the route's target
      *     directory, under the delivered name less any .b64
      *     suffix, and the delivered file (and its manifest) is
      *     removed from the landing directory;
      *
      *   - anything that fails - no route, no body, a bad
      *     character, a payload that will not expand, a size or
      *     checksum that disagrees with the manifest - is moved,
      *     with its manifest, to the quarantine directory under
      *     its own name suffixed with the time it was taken, so
      *     nothing is ever overwritten there and b64demo2 can be
      *     pointed straight at it once the partner has been
      *     heard from.
      *
      * Every file taken gets a receipt record in the B64RCPT
      * receipt log (see copybook RECEIPT) - sender file name,
      * arrival time, decoded size, checksum result, disposition
      * and reason code - so receipt can be confirmed to the
      * partner and the morning shift works a quarantine list
      * instead of a console log.  A file with no manifest is
      * routed, as b64demo2 decodes it, but its receipt says the
      * payload was not verified.
      *
      * A manifest is never taken as an arrival of its own; one
      * whose payload has not landed yet is left for the next
      * sweep.  Nor is any name beginning '.' - partners upload
      * under a dot name and rename when the transfer completes,
      * so a file still in flight is never taken half-written.
      *
      * INTKPARM holds one keyword record per line:
      *   LANDING=directory    - the inbound landing directory
      *   QUARANTINE=directory - where failed files are moved
      *   ROUTE=mask directory [codepage]
      *                        - files whose names match the mask
      *                          are decoded into the directory,
      *                          translated from the B64CDPG
      *                          codepage when one is named
      *                          (repeatable; first match wins)
      * A blank record or one starting '*' is a comment.
      *
      * The argument, taken from the job's PARM environment
      * variable (or the command line if PARM is not set), selects
      * the mode:
      *
      *   (no argument)          sweep the landing directory
      *   LIST [<yyyymmdd>]      list every receipt, for the date
      *                          the files were taken or ever
      *   QUARANTINE [<yyyymmdd>]
      *                          list only the files quarantined
      *                          or left in the landing directory
      *
      * The landing directory listing is taken through the system
      * shell (ls -1p) into a work file, exactly as b64scan lists
      * its directories.
      *
      * Modification History
      * 2026-10-15 CRS  Initial version.
      *
       Program-ID. b64intk.
       Environment Division.
       Input-Output Section.
       File-Control.
      *
      * INTKPARM and B64RCPT are assigned to symbolic DD names.  At
      * run time the actual dataset is taken from the environment
      * variable of the same name (e.g. DD_INTKPARM or INTKPARM) if
      * one is set, exactly as a JCL DD statement would supply the
      * dataset for a ddname; absent that, the ddname itself is
      * used as a relative file name so the job still runs
      * unattended.
      *
      * Each decoded payload is written through the CBL_ file
      * handling routines in the Procedure Division, as b64demo2
      * writes its output, so the target holds the plain binary
      * payload rather than a COBOL record format.
      *
           Select INTKPARM Assign To 'INTKPARM'
             Organization Line Sequential
             File Status Is WS-PARM-STATUS.
      *
      * The receipt log - see copybook RECEIPT.
      *
           Select RCPTLOG Assign To 'B64RCPT'
             Organization Line Sequential
             File Status Is WS-RCPT-STATUS.
      *
      * The shell's listing of the landing directory, one entry
      * name per record - written by 2010-LIST-LANDING and deleted
      * again when the sweep ends.
      *
           Select DIRWORK Assign To Dynamic WS-DIRWORK-NAME
             Organization Line Sequential
             File Status Is WS-DIRWORK-STATUS.
      *
      * The delivered file being taken, read line by line so
      * MIME-wrapped material is accepted, and the integrity
      * manifest delivered alongside it as <file>.mf.
      *
           Select ARRIVAL Assign To Dynamic WS-ARR-PATH
             Organization Line Sequential
             File Status Is WS-ARR-STATUS.
           Select INMFFILE Assign To Dynamic WS-MF-PATH
             Organization Line Sequential
             File Status Is WS-MF-STATUS.
       Data Division.
       File Section.
      *
      * One keyword record per line - see the header comment.
      *
       FD  INTKPARM.
       01  PARM-REC                   PIC X(250).

       FD  RCPTLOG.
           COPY RECEIPT.

       FD  DIRWORK.
       01  DIRWORK-REC                PIC X(200).

       FD  ARRIVAL
           RECORD IS VARYING IN SIZE FROM 1 TO 49152
           DEPENDING ON WS-ARR-LEN.
       01  ARRIVAL-REC                PIC X(49152).

      *
      * One record naming the original input file and carrying its
      * byte count and B64CKSUM checksum, as written by the
      * encoding job - see b64demo1's MFFILE.
      *
       FD  INMFFILE.
       01  MF-REC.
           05  MF-FILENAME            PIC X(100).
           05  MF-DELIM               PIC X(001).
           05  MF-BYTE-COUNT          PIC 9(018).
           05  MF-DELIM2              PIC X(001).
           05  MF-CHECKSUM            PIC 9(010).
           05  MF-DELIM3              PIC X(001).
           05  MF-COMP                PIC X(001).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(007) VALUE 'b64intk'.
           05  ROUTE-TBL-MAX      PIC 9(004) COMP VALUE 50.
      *
      * Access/deny/device bytes for the CBL_ file handling
      * routines used to write each payload.  CBL_ offsets must be
      * PIC 9(018) COMP and byte counts PIC 9(008) COMP - this
      * runtime's CBL_ file routines read/write those parameters
      * at those fixed widths regardless of the field declared.
      *
           05  CBLIO-ACCESS-OUTPUT  PIC X(001) VALUE X'02'.
           05  CBLIO-DENY-NONE      PIC X(001) VALUE X'00'.
           05  CBLIO-DEVICE-DEFAULT PIC X(001) VALUE X'00'.
           05  CBLIO-FLAGS-DEFAULT  PIC X(001) VALUE X'00'.

       77  WS-COMMAND-LINE        PIC X(200)         VALUE SPACES.
       77  WS-ARG1                PIC X(010)         VALUE SPACES.
       77  WS-ARG2                PIC X(008)         VALUE SPACES.
       77  PROCESS-SW             PIC X(010)         VALUE SPACES.
           88  PROCESS-LIST                          VALUE 'LIST'.
           88  PROCESS-QUARANTINE                    VALUE 'QUARANTINE'.

       77  WS-PARM-STATUS         PIC X(002)         VALUE SPACES.
       77  WS-RCPT-STATUS         PIC X(002)         VALUE SPACES.
       77  WS-DIRWORK-STATUS      PIC X(002)         VALUE SPACES.
       77  WS-ARR-STATUS          PIC X(002)         VALUE SPACES.
       77  WS-MF-STATUS           PIC X(002)         VALUE SPACES.
       77  WS-DIRWORK-NAME        PIC X(008)         VALUE 'B64INTWK'.

       77  INTKPARM-EOF-SW        PIC X(004)         VALUE 'N'.
           88  INTKPARM-EOF                          VALUE 'Y'.
       77  RCPTLOG-EOF-SW         PIC X(004)         VALUE 'N'.
           88  RCPTLOG-EOF                           VALUE 'Y'.
       77  DIRWORK-EOF-SW         PIC X(004)         VALUE 'N'.
           88  DIRWORK-EOF                           VALUE 'Y'.
       77  ARRIVAL-EOF-SW         PIC X(004)         VALUE 'N'.
           88  ARRIVAL-EOF                           VALUE 'Y'.

      *
      * INTKPARM keyword parsing - split at the record's first '='
      * only, as b64scan splits SCANPARM.
      *
       77  WS-PARM-KEYWORD        PIC X(010)         VALUE SPACES.
       77  WS-PARM-VALUE          PIC X(240)         VALUE SPACES.
       77  WS-PARM-EQ-POS         PIC 9(004)   COMP  VALUE 0.
       77  WS-PARM-EXTRA          PIC X(010)         VALUE SPACES.

      *
      * The landing and quarantine directories, and the routes in
      * INTKPARM order - the first whose mask matches a file's
      * name is the one it takes.
      *
       77  WS-LANDING-DIR         PIC X(100)         VALUE SPACES.
       77  WS-QUARANTINE-DIR      PIC X(100)         VALUE SPACES.
       77  WS-ROUTE-COUNT         PIC 9(004)   COMP  VALUE 0.
       77  WS-ROUTE-SUB           PIC 9(004)   COMP  VALUE 0.
       77  WS-ROUTE-HIT           PIC 9(004)   COMP  VALUE 0.
       01  WS-ROUTE-TBL.
           05  WS-ROUTE-ENTRY     OCCURS 50 TIMES.
               10  WS-ROUTE-MASK      PIC X(100).
               10  WS-ROUTE-DIR       PIC X(100).
               10  WS-ROUTE-CODEPAGE  PIC X(008).

      *
      * The file being taken: its bare name from the listing, its
      * full path and its manifest's, and what CBL_CHECK_FILE_EXIST
      * says of it - size, and the last-modified date and time,
      * which is when it landed.  The date and time bytes are
      * binary; 4010-STAT-ARRIVAL turns them into digits.
      *
       77  WS-ENTRY-NAME          PIC X(200)         VALUE SPACES.
       77  WS-ENTRY-LEN           PIC 9(004)   COMP  VALUE 0.
       77  WS-NAME-SUB            PIC 9(004)   COMP  VALUE 0.
       77  WS-ARR-PATH            PIC X(302)         VALUE SPACES.
       77  WS-MF-PATH             PIC X(305)         VALUE SPACES.
       77  WS-ARR-LEN             PIC 9(008)   COMP  VALUE 0.
       77  WS-ARR-RETCODE         PIC 9(008)   COMP-5 VALUE 0.
       01  WS-ARR-DETAILS.
           05  WS-ARR-FILE-SIZE   PIC 9(018) COMP.
           05  WS-ARR-FILE-DAY    PIC X(001).
           05  WS-ARR-FILE-MONTH  PIC X(001).
           05  WS-ARR-FILE-YEAR   PIC 9(004) COMP.
           05  WS-ARR-FILE-HOUR   PIC X(001).
           05  WS-ARR-FILE-MINUTE PIC X(001).
           05  WS-ARR-FILE-SECOND PIC X(001).
           05  FILLER             PIC X(017).
       01  WS-ARRIVAL-TS.
           05  WS-ARRIVAL-YEAR    PIC 9(004).
           05  WS-ARRIVAL-MONTH   PIC 9(002).
           05  WS-ARRIVAL-DAY     PIC 9(002).
           05  WS-ARRIVAL-HOUR    PIC 9(002).
           05  WS-ARRIVAL-MINUTE  PIC 9(002).
           05  WS-ARRIVAL-SECOND  PIC 9(002).
       77  WS-TAKEN-TS            PIC X(021)         VALUE SPACES.

      *
      * The verdict on the file being taken: a reason code (see
      * copybook RECEIPT) the moment anything fails, and the
      * checksum comparison's result.
      *
       77  WS-REASON              PIC X(008)         VALUE SPACES.
       77  WS-CKSUM-RESULT        PIC X(001)         VALUE '-'.
       77  WS-TARGET-PATH         PIC X(302)         VALUE SPACES.
       77  WS-TARGET-NAME         PIC X(200)         VALUE SPACES.
       77  WS-QUAR-PATH           PIC X(302)         VALUE SPACES.
       77  WS-QUAR-MF-PATH        PIC X(305)         VALUE SPACES.
       77  WS-LEFT-SW             PIC X(004)         VALUE 'N'.
           88  WS-LEFT                               VALUE 'Y'.

      *
      * MIME input handling, as in b64demo2: set once a line has
      * been classified as encoded body.  Until then, a line
      * containing ':' (a character no base64 alphabet contains)
      * is a MIME header and is passed over, as is a folded
      * header continuation line; a blank line ends the header
      * scan.
      *
       77  WS-MIME-BODY-SW        PIC X(004)         VALUE 'N'.
           88  WS-MIME-BODY                          VALUE 'Y'.
       77  WS-LINE-LEN            PIC 9(008)   COMP  VALUE 0.
       77  WS-COLON-COUNT         PIC 9(008)   COMP  VALUE 0.
       77  WS-LINE-DATA-SW        PIC X(004)         VALUE 'N'.
           88  WS-LINE-DATA                          VALUE 'Y'.

      *
      * What the manifest said, captured before the body is
      * decoded - its MF-COMP flag decides whether the payload is
      * expanded.
      *
       77  WS-MF-PRESENT-SW       PIC X(004)         VALUE 'N'.
           88  WS-MF-PRESENT                         VALUE 'Y'.
       77  WS-MF-BYTE-COUNT       PIC 9(018)         VALUE ZEROES.
       77  WS-MF-CHECKSUM         PIC 9(010)         VALUE ZEROES.
       77  WS-MF-COMP-SW          PIC X(004)         VALUE 'N'.
           88  WS-MF-COMP                            VALUE 'Y'.

      *
      * Writing the payload through the CBL_ file handling
      * routines.
      *
       77  WS-OUT-HANDLE          PIC X(004)         VALUE LOW-VALUES.
       77  WS-OUT-RETCODE         PIC 9(008)   COMP-5 VALUE 0.
       77  WS-OUT-OFFSET          PIC 9(018)   COMP  VALUE 0.
       77  WS-OUT-LEN             PIC 9(008)   COMP  VALUE 0.
       77  WS-OUT-ERROR-SW        PIC X(004)         VALUE 'N'.
           88  WS-OUT-ERROR                          VALUE 'Y'.

      *
      * The shell command that lists the landing directory into
      * the work file - see 2010-LIST-LANDING.
      *
       77  WS-SYSTEM-CMD          PIC X(300)         VALUE SPACES.
       77  WS-SYSTEM-RETCODE      PIC 9(008)   COMP-5 VALUE 0.

      *
      * LIST and QUARANTINE mode: the date asked about.
      *
       77  WS-LIST-DATE           PIC X(008)         VALUE SPACES.
       77  WS-LISTED-COUNT        PIC 9(009)   COMP  VALUE 0.
       77  WS-EDIT-BYTES          PIC ZZZ,ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-BYTES-2        PIC ZZZ,ZZZ,ZZZ,ZZ9.

      *
      * Run totals, reported when the sweep is complete.
      *
       77  WS-FILES-TAKEN         PIC 9(009)   COMP  VALUE 0.
       77  WS-FILES-ROUTED        PIC 9(009)   COMP  VALUE 0.
       77  WS-FILES-QUARANTINED   PIC 9(009)   COMP  VALUE 0.
       77  WS-FILES-LEFT          PIC 9(009)   COMP  VALUE 0.
       77  WS-FILES-UNVERIFIED    PIC 9(009)   COMP  VALUE 0.

      *
      * B64DECOD's parameter list - see copybook B64DPARM.  Strict
      * mode is always requested so that corrupted input is caught
      * rather than silently truncated.
      *
           COPY B64DPARM.

      *
      * B64CKSUM's running state - see copybook B64CPARM.
      *
           COPY B64CPARM.

      *
      * B64PACK's request area - see copybook B64PPARM - and the
      * expansion work area a compressed payload passes through.
      *
           COPY B64PPARM.
       77  WS-PACK-LEN            PIC 9(008)   COMP  VALUE 0.
       77  WS-PACK-BUFFER         PIC X(32768)       VALUE SPACES.

      *
      * B64XLATE's request area - see copybook B64XPARM.  A
      * zero-length call (XLATE-LEN-NONE) validates each route's
      * codepage when INTKPARM is loaded.
      *
           COPY B64XPARM.
       77  XLATE-LEN-NONE         PIC 9(008)   COMP  VALUE 0.

      *
      * B64MATCH's request area - see copybook B64MPARM - and the
      * pattern/name pair passed alongside it.
      *
           COPY B64MPARM.
       77  WS-MATCH-PATTERN       PIC X(100)         VALUE SPACES.
       77  WS-MATCH-NAME          PIC X(100)         VALUE SPACES.

       Procedure Division.

           SET DECODE-STRICT TO TRUE

           ACCEPT WS-COMMAND-LINE FROM ENVIRONMENT 'PARM'
           IF WS-COMMAND-LINE = SPACES
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           END-IF
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
             INTO WS-ARG1 WS-ARG2
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-ARG1) TO PROCESS-SW

           EVALUATE TRUE
             WHEN PROCESS-LIST
             WHEN PROCESS-QUARANTINE
                  MOVE WS-ARG2 TO WS-LIST-DATE
                  PERFORM 5000-LIST-RECEIPTS
             WHEN WS-ARG1 NOT = SPACES
                  DISPLAY MYNAME ' unrecognized argument '
                          WS-ARG1 ' - LIST, QUARANTINE or none'
                  MOVE 12 TO RETURN-CODE
             WHEN OTHER
                  PERFORM 1000-LOAD-PARAMETERS
                  IF RETURN-CODE = 0
                      PERFORM 2000-SWEEP-LANDING
                  END-IF
                  IF RETURN-CODE < 12
                      PERFORM 3000-REPORT-TOTALS
                  END-IF
           END-EVALUATE

           GOBACK
           .

      *
      * Loads LANDING, QUARANTINE and the routes from INTKPARM.
      * A missing parameter dataset, either directory missing, or
      * no route at all fails the step up front, as does a route
      * naming a codepage B64CDPG does not hold - better than
      * quarantining every text file of the night for it.
      *
       1000-LOAD-PARAMETERS.
           OPEN INPUT INTKPARM

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY MYNAME ' requires the INTKPARM parameter'
                       ' dataset naming the landing directory'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 1010-READ-INTKPARM

               PERFORM UNTIL INTKPARM-EOF
                   PERFORM 1015-APPLY-ONE-PARM
                   PERFORM 1010-READ-INTKPARM
               END-PERFORM

               CLOSE INTKPARM

               IF WS-LANDING-DIR = SPACES
                   DISPLAY MYNAME ' INTKPARM names no LANDING='
                           ' directory'
                   MOVE 12 TO RETURN-CODE
               END-IF
               IF WS-QUARANTINE-DIR = SPACES
                   DISPLAY MYNAME ' INTKPARM names no QUARANTINE='
                           ' directory'
                   MOVE 12 TO RETURN-CODE
               END-IF
               IF WS-ROUTE-COUNT = 0
                   DISPLAY MYNAME ' INTKPARM names no ROUTE= -'
                           ' at least one is required'
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           .

       1010-READ-INTKPARM.
           READ INTKPARM
             AT END SET INTKPARM-EOF TO TRUE
           END-READ
           .

      *
      * One keyword record: everything ahead of the record's
      * first '=' names the keyword, everything after it is the
      * value.  A blank record or one starting '*' is a comment;
      * anything else unrecognized fails the step.
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

               EVALUATE WS-PARM-KEYWORD
                 WHEN 'LANDING'
                      MOVE WS-PARM-VALUE TO WS-LANDING-DIR
                 WHEN 'QUARANTINE'
                      MOVE WS-PARM-VALUE TO WS-QUARANTINE-DIR
                 WHEN 'ROUTE'
                      PERFORM 1020-STORE-ONE-ROUTE
                 WHEN OTHER
                      DISPLAY MYNAME ' unrecognized INTKPARM'
                              ' record: ' PARM-REC(1:60)
                      MOVE 12 TO RETURN-CODE
               END-EVALUATE
           END-IF
           .

      *
      * ROUTE=mask directory [codepage] - the mask and directory
      * are required; a codepage, when named, must be one B64CDPG
      * holds.
      *
       1020-STORE-ONE-ROUTE.
           IF WS-ROUTE-COUNT >= ROUTE-TBL-MAX
               DISPLAY MYNAME ' more than ' ROUTE-TBL-MAX
                       ' ROUTE= records'
               MOVE 12 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-ROUTE-COUNT
               MOVE SPACES TO WS-ROUTE-ENTRY(WS-ROUTE-COUNT)
               MOVE SPACES TO WS-PARM-EXTRA
               UNSTRING WS-PARM-VALUE DELIMITED BY ALL SPACE
                 INTO WS-ROUTE-MASK(WS-ROUTE-COUNT)
                      WS-ROUTE-DIR(WS-ROUTE-COUNT)
                      WS-ROUTE-CODEPAGE(WS-ROUTE-COUNT)
                      WS-PARM-EXTRA
               END-UNSTRING

               IF WS-ROUTE-DIR(WS-ROUTE-COUNT) = SPACES
                OR WS-PARM-EXTRA NOT = SPACES
                   DISPLAY MYNAME ' ROUTE= needs a mask, a'
                           ' directory and optionally a codepage: '
                           PARM-REC(1:60)
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 1030-VALIDATE-ROUTE-CODEPAGE
               END-IF
           END-IF
           .

       1030-VALIDATE-ROUTE-CODEPAGE.
           IF WS-ROUTE-CODEPAGE(WS-ROUTE-COUNT) NOT = SPACES
               MOVE FUNCTION UPPER-CASE
                      (WS-ROUTE-CODEPAGE(WS-ROUTE-COUNT))
                 TO WS-ROUTE-CODEPAGE(WS-ROUTE-COUNT)
               SET XLATE-E2A TO TRUE
               MOVE WS-ROUTE-CODEPAGE(WS-ROUTE-COUNT)
                 TO XLATE-CODEPAGE
               CALL 'B64XLATE' USING
                   B64XLATE-REQUEST
                   XLATE-LEN-NONE
                   OUT-BUFFER
               END-CALL

               IF NOT XLATE-OK
                   DISPLAY MYNAME ' codepage ' XLATE-CODEPAGE
                           ' direction ' XLATE-DIRECTION
                           ' not available from B64CDPG'
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           .

      *
      * Lists the landing directory and takes every file in it.
      *
       2000-SWEEP-LANDING.
           OPEN EXTEND RCPTLOG
           IF WS-RCPT-STATUS = '35'
               OPEN OUTPUT RCPTLOG
           END-IF

           IF WS-RCPT-STATUS NOT = '00'
               DISPLAY MYNAME ' unable to open the B64RCPT receipt'
                       ' log (status ' WS-RCPT-STATUS
                       ') - nothing taken'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 2010-LIST-LANDING

               MOVE 'N' TO DIRWORK-EOF-SW
               OPEN INPUT DIRWORK

               IF WS-DIRWORK-STATUS NOT = '00'
                   DISPLAY MYNAME ' unable to list directory '
                           FUNCTION TRIM(WS-LANDING-DIR)
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 2020-READ-DIRWORK

                   PERFORM UNTIL DIRWORK-EOF
                       PERFORM 4000-CONSIDER-ONE-NAME
                       PERFORM 2020-READ-DIRWORK
                   END-PERFORM

                   CLOSE DIRWORK
               END-IF

               CLOSE RCPTLOG

               CALL 'CBL_DELETE_FILE' USING WS-DIRWORK-NAME
               GIVING WS-SYSTEM-RETCODE
           END-IF
           .

      *
      * Lists the landing directory into the work file through the
      * system shell.  The -p flag marks each subdirectory entry
      * with a trailing '/' so it can be passed over, and the -1
      * flag gives one bare entry name per line; names beginning
      * '.' are not listed at all.
      *
       2010-LIST-LANDING.
           MOVE SPACES TO WS-SYSTEM-CMD
           STRING 'ls -1p '''                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LANDING-DIR)
                                              DELIMITED BY SIZE
                  ''' > '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DIRWORK-NAME)
                                              DELIMITED BY SIZE
                  ' 2>/dev/null'              DELIMITED BY SIZE
             INTO WS-SYSTEM-CMD
           END-STRING

           CALL 'SYSTEM' USING WS-SYSTEM-CMD
           GIVING WS-SYSTEM-RETCODE
           .

       2020-READ-DIRWORK.
           READ DIRWORK
             AT END SET DIRWORK-EOF TO TRUE
             NOT AT END MOVE DIRWORK-REC TO WS-ENTRY-NAME
           END-READ
           .

       3000-REPORT-TOTALS.
           DISPLAY MYNAME ' files taken           = '
                   WS-FILES-TAKEN
           DISPLAY MYNAME ' routed                = '
                   WS-FILES-ROUTED
           DISPLAY MYNAME '   of which unverified = '
                   WS-FILES-UNVERIFIED
           DISPLAY MYNAME ' quarantined           = '
                   WS-FILES-QUARANTINED
           DISPLAY MYNAME ' left in landing       = '
                   WS-FILES-LEFT

           EVALUATE TRUE
             WHEN RETURN-CODE NOT = 0
                  CONTINUE
             WHEN WS-FILES-QUARANTINED > 0
              OR  WS-FILES-LEFT > 0
                  MOVE 8 TO RETURN-CODE
             WHEN WS-FILES-TAKEN = 0
                  MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .

      *
      * One listed entry: subdirectories and manifests are passed
      * over, and anything else is a delivered file to be taken.
      *
       4000-CONSIDER-ONE-NAME.
           MOVE 0 TO WS-ENTRY-LEN
           PERFORM VARYING WS-NAME-SUB
             FROM LENGTH OF WS-ENTRY-NAME BY -1
           UNTIL WS-NAME-SUB = 0 OR WS-ENTRY-LEN > 0
               IF WS-ENTRY-NAME(WS-NAME-SUB:1) NOT = SPACE
                   MOVE WS-NAME-SUB TO WS-ENTRY-LEN
               END-IF
           END-PERFORM

           EVALUATE TRUE
             WHEN WS-ENTRY-LEN = 0
                  CONTINUE
             WHEN WS-ENTRY-NAME(WS-ENTRY-LEN:1) = '/'
                  CONTINUE
             WHEN WS-ENTRY-LEN > 3
              AND WS-ENTRY-NAME(WS-ENTRY-LEN - 2:3) = '.mf'
                  CONTINUE
             WHEN OTHER
                  PERFORM 4005-TAKE-ONE-ARRIVAL
           END-EVALUATE
           .

      *
      * One delivered file, from routing through decode and
      * verification to its disposition and receipt.  The first
      * failure sets the reason code and everything after it is
      * passed over.
      *
       4005-TAKE-ONE-ARRIVAL.
           MOVE SPACES TO WS-REASON
           MOVE '-' TO WS-CKSUM-RESULT
           MOVE 'N' TO WS-LEFT-SW
           MOVE SPACES TO WS-TARGET-PATH
           MOVE 0 TO OUT-BUFFER-LEN
           INITIALIZE B64CKSUM-STATE
           MOVE FUNCTION CURRENT-DATE TO WS-TAKEN-TS

           MOVE SPACES TO WS-ARR-PATH
           STRING FUNCTION TRIM(WS-LANDING-DIR) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-ENTRY-NAME(1:WS-ENTRY-LEN) DELIMITED BY SIZE
             INTO WS-ARR-PATH
           END-STRING
           MOVE SPACES TO WS-MF-PATH
           STRING FUNCTION TRIM(WS-ARR-PATH) DELIMITED BY SIZE
                  '.mf' DELIMITED BY SIZE
             INTO WS-MF-PATH
           END-STRING

           PERFORM 4010-STAT-ARRIVAL

           IF WS-ARR-RETCODE = 0
               ADD 1 TO WS-FILES-TAKEN
               PERFORM 4020-FIND-ROUTE
               IF WS-REASON = SPACES
                   PERFORM 4030-READ-MANIFEST
               END-IF
               IF WS-REASON = SPACES
                   PERFORM 4040-FILL-IN-BUFFER
               END-IF
               IF WS-REASON = SPACES
                   PERFORM 4050-DECODE-PAYLOAD
               END-IF
               IF WS-REASON = SPACES
                   PERFORM 4060-VERIFY-PAYLOAD
               END-IF
               IF WS-REASON = SPACES
                   PERFORM 4070-TRANSLATE-PAYLOAD
               END-IF
               IF WS-REASON = SPACES
                   PERFORM 4080-WRITE-TARGET
               END-IF

               IF WS-REASON = SPACES
                   PERFORM 4100-CLEAR-LANDING
               ELSE
                   PERFORM 4200-QUARANTINE-ARRIVAL
               END-IF

               PERFORM 4300-WRITE-RECEIPT
           END-IF
           .

      *
      * The file's size and last-modified time - when it landed.
      * A name that has vanished since the listing was taken
      * (another sweep got there first) is simply passed over.
      *
       4010-STAT-ARRIVAL.
           INITIALIZE WS-ARR-DETAILS
           CALL 'CBL_CHECK_FILE_EXIST' USING
               WS-ARR-PATH WS-ARR-DETAILS
           GIVING WS-ARR-RETCODE

           IF WS-ARR-RETCODE NOT = 0
               DISPLAY MYNAME ' ' FUNCTION TRIM(WS-ARR-PATH)
                       ' vanished before it could be taken'
           ELSE
               MOVE WS-ARR-FILE-YEAR TO WS-ARRIVAL-YEAR
               COMPUTE WS-ARRIVAL-MONTH =
                   FUNCTION ORD(WS-ARR-FILE-MONTH) - 1
               COMPUTE WS-ARRIVAL-DAY =
                   FUNCTION ORD(WS-ARR-FILE-DAY) - 1
               COMPUTE WS-ARRIVAL-HOUR =
                   FUNCTION ORD(WS-ARR-FILE-HOUR) - 1
               COMPUTE WS-ARRIVAL-MINUTE =
                   FUNCTION ORD(WS-ARR-FILE-MINUTE) - 1
               COMPUTE WS-ARRIVAL-SECOND =
                   FUNCTION ORD(WS-ARR-FILE-SECOND) - 1
           END-IF
           .

      *
      * The first route whose mask matches the bare name.  The
      * payload is written under that name less any .b64 suffix.
      *
       4020-FIND-ROUTE.
           MOVE 0 TO WS-ROUTE-HIT
           MOVE WS-ENTRY-NAME(1:WS-ENTRY-LEN) TO WS-MATCH-NAME
           PERFORM VARYING WS-ROUTE-SUB FROM 1 BY 1
           UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT
           OR WS-ROUTE-HIT > 0
               MOVE WS-ROUTE-MASK(WS-ROUTE-SUB) TO WS-MATCH-PATTERN
               CALL 'B64MATCH' USING
                   B64MATCH-REQUEST
                   WS-MATCH-PATTERN
                   WS-MATCH-NAME
               END-CALL
               IF MATCH-YES
                   MOVE WS-ROUTE-SUB TO WS-ROUTE-HIT
               END-IF
           END-PERFORM

           IF WS-ROUTE-HIT = 0
               MOVE 'NOROUTE' TO WS-REASON
           ELSE
               MOVE WS-ENTRY-NAME(1:WS-ENTRY-LEN) TO WS-TARGET-NAME
               IF WS-ENTRY-LEN > 4
                AND FUNCTION UPPER-CASE
                      (WS-ENTRY-NAME(WS-ENTRY-LEN - 3:4)) = '.B64'
                   MOVE SPACES TO WS-TARGET-NAME
                   MOVE WS-ENTRY-NAME(1:WS-ENTRY-LEN - 4)
                     TO WS-TARGET-NAME
               END-IF
           END-IF
           .

      *
      * The integrity manifest, read before the body is decoded -
      * see b64demo2's 8025-READ-MANIFEST.  No manifest at all is
      * tolerated (the payload is routed unverified); one present
      * but unreadable or empty quarantines the file.
      *
       4030-READ-MANIFEST.
           MOVE 'N' TO WS-MF-PRESENT-SW
           MOVE 'N' TO WS-MF-COMP-SW

           OPEN INPUT INMFFILE

           EVALUATE TRUE
             WHEN WS-MF-STATUS = '35'
                  CONTINUE
             WHEN WS-MF-STATUS NOT = '00'
                  MOVE 'MANIFEST' TO WS-REASON
             WHEN OTHER
                  READ INMFFILE
                    AT END MOVE 'MANIFEST' TO WS-REASON
                  END-READ
                  IF WS-REASON = SPACES
                      SET WS-MF-PRESENT TO TRUE
                      MOVE MF-BYTE-COUNT TO WS-MF-BYTE-COUNT
                      MOVE MF-CHECKSUM TO WS-MF-CHECKSUM
                      IF MF-COMP = 'Y'
                          SET WS-MF-COMP TO TRUE
                      END-IF
                  END-IF
                  CLOSE INMFFILE
           END-EVALUATE
           .

      *
      * Reads every line of the file, concatenating the encoded
      * body into IN-BUFFER exactly as b64demo2's 1110/1115 do:
      * trailing CRs stripped, blank lines passed over, leading
      * MIME header lines skipped.  A line that fills the whole
      * record, or a body that overflows IN-BUFFER, is too big to
      * take in memory.
      *
       4040-FILL-IN-BUFFER.
           MOVE 'N' TO WS-MIME-BODY-SW
           MOVE 'N' TO ARRIVAL-EOF-SW
           MOVE 1 TO IN-BUFFER-LEN

           OPEN INPUT ARRIVAL

           IF WS-ARR-STATUS NOT = '00'
               MOVE 'EMPTY' TO WS-REASON
           ELSE
               PERFORM 4045-READ-ARRIVAL

               PERFORM UNTIL ARRIVAL-EOF
                          OR WS-REASON NOT = SPACES
                   PERFORM 4041-TAKE-ONE-SOURCE-LINE
                   PERFORM 4045-READ-ARRIVAL
               END-PERFORM

               CLOSE ARRIVAL

      *        IN-BUFFER-LEN points to the next byte to be
      *        used in the STRING statement.  Subracting 1
      *        makes it contain the correct length.
               SUBTRACT 1 FROM IN-BUFFER-LEN

               IF WS-REASON = SPACES
                AND IN-BUFFER-LEN = 0
                   MOVE 'EMPTY' TO WS-REASON
               END-IF
           END-IF
           .

       4041-TAKE-ONE-SOURCE-LINE.
           MOVE WS-ARR-LEN TO WS-LINE-LEN
           IF WS-LINE-LEN >= LENGTH OF ARRIVAL-REC
               MOVE 'TOOBIG' TO WS-REASON
           END-IF
           IF WS-LINE-LEN > 0
            AND ARRIVAL-REC(WS-LINE-LEN:1) = X'0D'
               SUBTRACT 1 FROM WS-LINE-LEN
           END-IF

           MOVE 'N' TO WS-LINE-DATA-SW
           IF WS-LINE-LEN = 0
               SET WS-MIME-BODY TO TRUE
           ELSE
               IF ARRIVAL-REC(1:WS-LINE-LEN) = SPACES
                   SET WS-MIME-BODY TO TRUE
               ELSE
                   EVALUATE TRUE
                     WHEN WS-MIME-BODY
                          SET WS-LINE-DATA TO TRUE
                     WHEN ARRIVAL-REC(1:1) = SPACE
                      OR  ARRIVAL-REC(1:1) = X'09'
                          CONTINUE
                     WHEN OTHER
                          MOVE 0 TO WS-COLON-COUNT
                          INSPECT ARRIVAL-REC(1:WS-LINE-LEN)
                            TALLYING WS-COLON-COUNT FOR ALL ':'
                          IF WS-COLON-COUNT = 0
                              SET WS-MIME-BODY TO TRUE
                              SET WS-LINE-DATA TO TRUE
                          END-IF
                   END-EVALUATE
               END-IF
           END-IF

           IF WS-LINE-DATA
            AND WS-REASON = SPACES
               STRING ARRIVAL-REC(1:WS-LINE-LEN)
                        DELIMITED BY SIZE
                 INTO IN-BUFFER
                 POINTER IN-BUFFER-LEN
                 OVERFLOW MOVE 'TOOBIG' TO WS-REASON
               END-STRING
           END-IF
           .

       4045-READ-ARRIVAL.
           READ ARRIVAL
             AT END SET ARRIVAL-EOF TO TRUE
           END-READ
           .

      *
      * Strict B64DECOD, then B64PACK expansion when the manifest
      * flags the payload compressed.
      *
       4050-DECODE-PAYLOAD.
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
               MOVE 'BADCHAR' TO WS-REASON
               MOVE 0 TO OUT-BUFFER-LEN
               MOVE 0 TO RETURN-CODE
           ELSE
               IF WS-MF-COMP
                   PERFORM 4055-EXPAND-PAYLOAD
               END-IF
           END-IF
           .

       4055-EXPAND-PAYLOAD.
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
               MOVE 'EXPAND' TO WS-REASON
           END-IF
           .

      *
      * The checksum is of the bytes as decoded and expanded,
      * before any translation - matching the encode side - and
      * is recorded on the receipt whether or not a manifest came
      * with the file.
      *
       4060-VERIFY-PAYLOAD.
           CALL 'B64CKSUM' USING
               B64CKSUM-STATE
               OUT-BUFFER-LEN
               OUT-BUFFER
           END-CALL

           EVALUATE TRUE
             WHEN NOT WS-MF-PRESENT
                  MOVE 'N' TO WS-CKSUM-RESULT
             WHEN WS-MF-BYTE-COUNT NOT = OUT-BUFFER-LEN
                  MOVE 'F' TO WS-CKSUM-RESULT
                  MOVE 'SIZE' TO WS-REASON
             WHEN WS-MF-CHECKSUM NOT = CKSUM-VALUE
                  MOVE 'F' TO WS-CKSUM-RESULT
                  MOVE 'CKSUM' TO WS-REASON
             WHEN OTHER
                  MOVE 'V' TO WS-CKSUM-RESULT
           END-EVALUATE
           .

       4070-TRANSLATE-PAYLOAD.
           IF WS-ROUTE-CODEPAGE(WS-ROUTE-HIT) NOT = SPACES
               SET XLATE-E2A TO TRUE
               MOVE WS-ROUTE-CODEPAGE(WS-ROUTE-HIT) TO XLATE-CODEPAGE
               CALL 'B64XLATE' USING
                   B64XLATE-REQUEST
                   OUT-BUFFER-LEN
                   OUT-BUFFER
               END-CALL

               IF NOT XLATE-OK
                   MOVE 'XLATE' TO WS-REASON
               END-IF
           END-IF
           .

      *
      * Writes OUT-BUFFER to the route's target directory as plain
      * binary through the CBL_ file handling routines, as
      * b64demo2's 1120-WRITE-OUTFILE02 does.
      *
       4080-WRITE-TARGET.
           MOVE 'N' TO WS-OUT-ERROR-SW
           MOVE SPACES TO WS-TARGET-PATH
           STRING FUNCTION TRIM(WS-ROUTE-DIR(WS-ROUTE-HIT))
                                              DELIMITED BY SIZE
                  '/'                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-NAME)
                                              DELIMITED BY SIZE
             INTO WS-TARGET-PATH
           END-STRING

           MOVE OUT-BUFFER-LEN TO WS-OUT-LEN
           MOVE 0 TO WS-OUT-OFFSET

           CALL 'CBL_CREATE_FILE' USING
               WS-TARGET-PATH CBLIO-ACCESS-OUTPUT CBLIO-DENY-NONE
               CBLIO-DEVICE-DEFAULT WS-OUT-HANDLE
           GIVING WS-OUT-RETCODE

           IF WS-OUT-RETCODE NOT = 0
               SET WS-OUT-ERROR TO TRUE
           ELSE
               IF WS-OUT-LEN > 0
                   CALL 'CBL_WRITE_FILE' USING
                       WS-OUT-HANDLE WS-OUT-OFFSET WS-OUT-LEN
                       CBLIO-FLAGS-DEFAULT OUT-BUFFER
                   GIVING WS-OUT-RETCODE
                   IF WS-OUT-RETCODE NOT = 0
                       SET WS-OUT-ERROR TO TRUE
                   END-IF
               END-IF

               CALL 'CBL_CLOSE_FILE' USING WS-OUT-HANDLE
               GIVING WS-OUT-RETCODE
               IF WS-OUT-RETCODE NOT = 0
                   SET WS-OUT-ERROR TO TRUE
               END-IF
           END-IF

           IF WS-OUT-ERROR
               DISPLAY MYNAME ' unable to write '
                       FUNCTION TRIM(WS-TARGET-PATH)
               CALL 'CBL_DELETE_FILE' USING WS-TARGET-PATH
               GIVING WS-OUT-RETCODE
               MOVE 'WRITE' TO WS-REASON
               MOVE SPACES TO WS-TARGET-PATH
           END-IF
           .

      *
      * The payload is safely in its target directory: the
      * delivered file and its manifest come out of the landing
      * directory.  One that cannot be removed would be taken
      * again next sweep, so the step is failed for an operator
      * to clear it by hand.
      *
       4100-CLEAR-LANDING.
           ADD 1 TO WS-FILES-ROUTED
           IF WS-CKSUM-RESULT = 'N'
               ADD 1 TO WS-FILES-UNVERIFIED
           END-IF

           CALL 'CBL_DELETE_FILE' USING WS-ARR-PATH
           GIVING WS-ARR-RETCODE
           IF WS-ARR-RETCODE NOT = 0
               DISPLAY MYNAME ' routed, but unable to remove '
                       FUNCTION TRIM(WS-ARR-PATH)
                       ' from the landing directory'
               MOVE 12 TO RETURN-CODE
           END-IF

           IF WS-MF-PRESENT
               CALL 'CBL_DELETE_FILE' USING WS-MF-PATH
               GIVING WS-ARR-RETCODE
           END-IF
           .

      *
      * The failed file, and its manifest if one came with it,
      * move to the quarantine directory under their own names
      * suffixed with the time they were taken.  A rename is tried
      * first; across file systems, a copy and delete.  A file
      * that can be neither is left where it landed, and the
      * receipt says so.
      *
       4200-QUARANTINE-ARRIVAL.
           DISPLAY MYNAME ' ' WS-ENTRY-NAME(1:WS-ENTRY-LEN)
                   ' quarantined - ' WS-REASON

           MOVE SPACES TO WS-QUAR-PATH
           STRING FUNCTION TRIM(WS-QUARANTINE-DIR) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-ENTRY-NAME(1:WS-ENTRY-LEN) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-TAKEN-TS(1:14) DELIMITED BY SIZE
             INTO WS-QUAR-PATH
           END-STRING
           MOVE SPACES TO WS-QUAR-MF-PATH
           STRING FUNCTION TRIM(WS-QUAR-PATH) DELIMITED BY SIZE
                  '.mf' DELIMITED BY SIZE
             INTO WS-QUAR-MF-PATH
           END-STRING

           CALL 'CBL_RENAME_FILE' USING WS-ARR-PATH WS-QUAR-PATH
           GIVING WS-ARR-RETCODE
           IF WS-ARR-RETCODE NOT = 0
               CALL 'CBL_COPY_FILE' USING WS-ARR-PATH WS-QUAR-PATH
               GIVING WS-ARR-RETCODE
               IF WS-ARR-RETCODE = 0
                   CALL 'CBL_DELETE_FILE' USING WS-ARR-PATH
                   GIVING WS-ARR-RETCODE
               END-IF
           END-IF

           IF WS-ARR-RETCODE NOT = 0
               SET WS-LEFT TO TRUE
               ADD 1 TO WS-FILES-LEFT
               DISPLAY MYNAME ' unable to move '
                       FUNCTION TRIM(WS-ARR-PATH)
                       ' to the quarantine directory - left in'
                       ' the landing directory'
           ELSE
               ADD 1 TO WS-FILES-QUARANTINED
               CALL 'CBL_RENAME_FILE' USING WS-MF-PATH WS-QUAR-MF-PATH
               GIVING WS-ARR-RETCODE
               IF WS-ARR-RETCODE NOT = 0
                   CALL 'CBL_COPY_FILE' USING
                       WS-MF-PATH WS-QUAR-MF-PATH
                   GIVING WS-ARR-RETCODE
                   IF WS-ARR-RETCODE = 0
                       CALL 'CBL_DELETE_FILE' USING WS-MF-PATH
                       GIVING WS-ARR-RETCODE
                   END-IF
               END-IF
           END-IF
           .

       4300-WRITE-RECEIPT.
           MOVE SPACES TO RCPT-REC
           MOVE WS-ENTRY-NAME(1:WS-ENTRY-LEN) TO RCPT-SENDER-FILE
           MOVE '|' TO RCPT-DELIM
           MOVE WS-ARRIVAL-TS TO RCPT-ARRIVAL
           MOVE '|' TO RCPT-DELIM2
           MOVE WS-TAKEN-TS TO RCPT-PROCESSED
           MOVE '|' TO RCPT-DELIM3
           MOVE WS-ARR-FILE-SIZE TO RCPT-ENCODED-SIZE
           MOVE '|' TO RCPT-DELIM4
           MOVE ZEROES TO RCPT-DECODED-SIZE
           MOVE ZEROES TO RCPT-CHECKSUM
           IF WS-CKSUM-RESULT NOT = '-'
               MOVE OUT-BUFFER-LEN TO RCPT-DECODED-SIZE
               MOVE CKSUM-VALUE TO RCPT-CHECKSUM
           END-IF
           MOVE '|' TO RCPT-DELIM5
           MOVE '|' TO RCPT-DELIM6
           MOVE WS-CKSUM-RESULT TO RCPT-CKSUM-RESULT
           MOVE '|' TO RCPT-DELIM7
           EVALUATE TRUE
             WHEN WS-REASON = SPACES
                  SET RCPT-ROUTED TO TRUE
                  MOVE WS-TARGET-PATH TO RCPT-TARGET
             WHEN WS-LEFT
                  SET RCPT-LEFT-IN-LANDING TO TRUE
                  MOVE WS-ARR-PATH TO RCPT-TARGET
             WHEN OTHER
                  SET RCPT-QUARANTINED TO TRUE
                  MOVE WS-QUAR-PATH TO RCPT-TARGET
           END-EVALUATE
           MOVE '|' TO RCPT-DELIM8
           MOVE WS-REASON TO RCPT-REASON
           MOVE '|' TO RCPT-DELIM9

           WRITE RCPT-REC
           .

      *
      * LIST and QUARANTINE mode: the receipts for files taken on
      * the date given (or ever) - every one, or only those not
      * routed, which is the morning shift's work list.
      *
       5000-LIST-RECEIPTS.
           OPEN INPUT RCPTLOG

           IF WS-RCPT-STATUS NOT = '00'
               DISPLAY MYNAME ' no receipt log exists - nothing'
                       ' has been taken yet'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 5010-READ-RCPTLOG

               PERFORM UNTIL RCPTLOG-EOF
                   IF (WS-LIST-DATE = SPACES
                    OR RCPT-PROCESSED(1:8) = WS-LIST-DATE)
                    AND (PROCESS-LIST
                     OR NOT RCPT-ROUTED)
                       PERFORM 5020-LIST-ONE-RECEIPT
                   END-IF
                   PERFORM 5010-READ-RCPTLOG
               END-PERFORM

               CLOSE RCPTLOG

               IF WS-LISTED-COUNT = 0
                   DISPLAY MYNAME ' no receipts to list'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       5010-READ-RCPTLOG.
           READ RCPTLOG
             AT END SET RCPTLOG-EOF TO TRUE
           END-READ
           .

       5020-LIST-ONE-RECEIPT.
           ADD 1 TO WS-LISTED-COUNT
           MOVE RCPT-ENCODED-SIZE TO WS-EDIT-BYTES
           MOVE RCPT-DECODED-SIZE TO WS-EDIT-BYTES-2

           DISPLAY MYNAME ' ===================================='
           DISPLAY MYNAME ' file        '
                   FUNCTION TRIM(RCPT-SENDER-FILE)
           DISPLAY MYNAME ' arrived     ' RCPT-ARRIVAL
                   '  taken ' RCPT-PROCESSED(1:14)
           DISPLAY MYNAME ' size        ' WS-EDIT-BYTES
                   '  decoded ' WS-EDIT-BYTES-2
                   '  checksum ' RCPT-CHECKSUM
           EVALUATE TRUE
             WHEN RCPT-CKSUM-VERIFIED
                  DISPLAY MYNAME ' manifest    verified'
             WHEN RCPT-CKSUM-FAILED
                  DISPLAY MYNAME ' manifest    MISMATCH'
             WHEN RCPT-CKSUM-NO-MANIFEST
                  DISPLAY MYNAME ' manifest    none - payload'
                          ' not verified'
             WHEN OTHER
                  DISPLAY MYNAME ' manifest    not reached'
           END-EVALUATE
           EVALUATE TRUE
             WHEN RCPT-ROUTED
                  DISPLAY MYNAME ' routed to   '
                          FUNCTION TRIM(RCPT-TARGET)
             WHEN RCPT-QUARANTINED
                  DISPLAY MYNAME ' QUARANTINED ' RCPT-REASON
                          ' ' FUNCTION TRIM(RCPT-TARGET)
             WHEN OTHER
                  DISPLAY MYNAME ' LEFT        ' RCPT-REASON
                          ' ' FUNCTION TRIM(RCPT-TARGET)
           END-EVALUATE
           .

       END PROGRAM b64intk.
