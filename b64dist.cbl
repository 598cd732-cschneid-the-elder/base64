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
      * Outbound partner distribution in the COBOL language
      *
      * A night's OUTPUT01 holds every payload the encoding batch
      * produced, and until now each trading partner got theirs
      * by a hand-run MIME-mode step with hand-remembered options.
      * This job builds every partner's outbound package straight
      * from the dataset instead.  For each partner in the keyed
      * B64PART partner master (see copybook PARTNER, maintained
      * by b64part) it selects the OK records whose file names
      * match the partner's B64MATCH masks and writes one MIME
      * multipart message file to the partner's delivery
      * directory, named <partner>.<run start>.eml:
      *
      *   - one base64 attachment per file, re-encoded the way the
      *     partner requires it - the partner's alphabet and line
      *     wrap, and the partner's codepage for the text files.
      *     Each payload is decoded, decompressed, verified against
      *     its OUTREC-CHECKSUM and OUTREC-BYTE-COUNT, translated
      *     back through the codepage it was encoded in, and only
      *     then translated to the partner's codepage and encoded
      *     again, so the attachment carries exactly the file the
      *     encoding job read.  A spanned set (see copybook
      *     OUTPUT01) becomes one attachment, its segments
      *     re-encoded one after another.  A reference record for
      *     a duplicate payload is delivered from the copy it
      *     names, under its own file name, exactly as if the
      *     payload had been written twice.
      *
      *   - a closing MANIFEST.TXT part, one fixed-format line per
      *     matching entry (file name, byte count and B64CKSUM
      *     checksum as delivered, and 'O' for sent or 'E' for an
      *     entry in error or held by screening, neither of which
      *     has a payload to send), then a *TRAILER line with the
      *     attachment and not-sent counts, so the partner can
      *     prove the package complete.
      *
      * Every package is logged to the B64XMIT transmission log
      * (see copybook XMITLOG), and "what did we send partner X
      * on the 14th" is answered by this same program:
      *
      *   (no argument)        build every partner's package
      *   <id>                 build one partner's package
      *   LOG <id> [<yyyymmdd>]
      *                        list what was sent to the partner,
      *                        on the date given or ever
      *
      * A package that fails anywhere - a payload that will not
      * decode or verify, a set with a segment missing, a write
      * error - is deleted rather than delivered short, logged as
      * failed, and the step ends with RETURN-CODE 8; the other
      * partners' packages are built regardless.  A dataset with
      * no trailer (or more than one) is incomplete, and nothing
      * is distributed from it at all.
      *
      * The argument is taken from the job's PARM environment
      * variable, the way a batch scheduler passes a JCL EXEC
      * PARM= value through to a program run outside MVS; if PARM
      * is not set, the command line is used instead, so the
      * program still runs interactively for ad hoc testing.
      *
      * Modification History
      * 2026-10-15 CRS  Initial version.
      * 2026-10-15 CRS  Reference records for duplicate payloads
      *                 (see copybook OUTPUT01) are delivered from
      *                 the copy they name, read through a second
      *                 FD on the same dataset.
      *
       Program-ID. b64dist.
       Environment Division.
       Input-Output Section.
       File-Control.
      *
      * OUTPUT01 and B64XMIT are assigned to symbolic DD names.  At
      * run time the actual dataset is taken from the environment
      * variable of the same name (e.g. DD_B64OUT or B64OUT) if one
      * is set, exactly as a JCL DD statement would supply the
      * dataset for a ddname; absent that, the ddname itself is
      * used as a relative file name so the job still runs
      * unattended.
      *
      * The packages themselves are written through the CBL_ file
      * handling routines in the Procedure Division - a MIME
      * message is CRLF-delimited text that no COBOL record
      * organization this runtime supports writes as-is.
      *
           Select OUTPUT01 Assign To 'B64OUT'
             Organization Line Sequential
             File Status Is WS-OUT01-STATUS.
      *
      * The same dataset again, read from the top to find the copy
      * a reference record names - see 2290-RESOLVE-REFERENCE.
      *
           Select REFFILE Assign To 'B64OUT'
             Organization Line Sequential
             File Status Is WS-REF-STATUS.
      *
      * The keyed partner master - see copybook PARTNER.
      * Read-only here; b64part maintains it.
      *
           Select PARTFILE Assign To 'B64PART'
             Organization Indexed
             Access Mode Dynamic
             Record Key PART-KEY
             File Status Is WS-PART-STATUS.
      *
      * The transmission log - see copybook XMITLOG.
      *
           Select XMITLOG Assign To 'B64XMIT'
             Organization Line Sequential
             File Status Is WS-XMIT-STATUS.
      *
      * One partner's manifest lines, gathered while its
      * attachments are written and copied into the package's
      * manifest part at the end - written afresh for every
      * partner and deleted again when the run ends.
      *
           Select MFWORK Assign To Dynamic WS-MFWORK-NAME
             Organization Line Sequential
             File Status Is WS-MFWORK-STATUS.
       Data Division.
       File Section.
      *
      * One tagged record per input file plus the control-total
      * trailer - see copybook OUTPUT01.
      *
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

       FD  PARTFILE.
           COPY PARTNER.

       FD  XMITLOG.
           COPY XMITLOG.

      *
      * One manifest line: the entry's OUTPUT01 file name, the
      * byte count and B64CKSUM checksum of the bytes as
      * delivered, and whether it was sent.
      *
       FD  MFWORK.
       01  PKGMF-REC.
           05  PKGMF-FILENAME         PIC X(100).
           05  PKGMF-DELIM            PIC X(001).
           05  PKGMF-BYTE-COUNT       PIC 9(018).
           05  PKGMF-DELIM2           PIC X(001).
           05  PKGMF-CHECKSUM         PIC 9(010).
           05  PKGMF-DELIM3           PIC X(001).
           05  PKGMF-STATUS           PIC X(001).
               88  PKGMF-SENT                   VALUE 'O'.
               88  PKGMF-NOT-SENT               VALUE 'E'.

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(007) VALUE 'b64dist'.
           05  PART-MASK-MAX      PIC 9(004) COMP VALUE 10.
           05  WRAP-WIDTH-NONE    PIC 9(004) COMP VALUE 0.
           05  WRAP-WIDTH-MIME    PIC 9(004) COMP VALUE 76.
           05  CRLF               PIC X(002) VALUE X'0D0A'.
      *
      * Access/deny/device bytes for the CBL_ file handling
      * routines used to write each package.  CBL_ offsets must
      * be PIC 9(018) COMP and byte counts PIC 9(008) COMP - this
      * runtime's CBL_ file routines read/write those parameters
      * at those fixed widths regardless of the field declared.
      *
           05  CBLIO-ACCESS-OUTPUT  PIC X(001) VALUE X'02'.
           05  CBLIO-DENY-NONE      PIC X(001) VALUE X'00'.
           05  CBLIO-DEVICE-DEFAULT PIC X(001) VALUE X'00'.
           05  CBLIO-FLAGS-DEFAULT  PIC X(001) VALUE X'00'.

       77  WS-COMMAND-LINE        PIC X(200)         VALUE SPACES.
       77  WS-ARG1                PIC X(008)         VALUE SPACES.
       77  WS-ARG2                PIC X(008)         VALUE SPACES.
       77  WS-ARG3                PIC X(008)         VALUE SPACES.
       77  WS-ARG1-UPPER          PIC X(008)         VALUE SPACES.

       77  WS-OUT01-STATUS        PIC X(002)         VALUE SPACES.
       77  WS-PART-STATUS         PIC X(002)         VALUE SPACES.
       77  WS-XMIT-STATUS         PIC X(002)         VALUE SPACES.
       77  WS-MFWORK-STATUS       PIC X(002)         VALUE SPACES.
       77  WS-REF-STATUS          PIC X(002)         VALUE SPACES.
       77  WS-MFWORK-NAME         PIC X(008)         VALUE 'B64DSTWK'.

       77  OUTPUT01-EOF-SW        PIC X(004)         VALUE 'N'.
           88  OUTPUT01-EOF                          VALUE 'Y'.
       77  PARTFILE-EOF-SW        PIC X(004)         VALUE 'N'.
           88  PARTFILE-EOF                          VALUE 'Y'.
       77  XMITLOG-EOF-SW         PIC X(004)         VALUE 'N'.
           88  XMITLOG-EOF                           VALUE 'Y'.
       77  MFWORK-EOF-SW          PIC X(004)         VALUE 'N'.
           88  MFWORK-EOF                            VALUE 'Y'.
       77  REFFILE-EOF-SW         PIC X(004)         VALUE 'N'.
           88  REFFILE-EOF                           VALUE 'Y'.
      *
      * REFFILE stays open between references within a partner's
      * pass, its record area still holding the copy last found,
      * so the run of references a popular payload draws is
      * resolved without reading the dataset again for each.
      *
       77  WS-REF-OPEN-SW         PIC X(004)         VALUE 'N'.
           88  WS-REF-OPEN                           VALUE 'Y'.
       77  WS-REF-FOUND-SW        PIC X(004)         VALUE 'N'.
           88  WS-REF-FOUND                          VALUE 'Y'.
       77  WS-REF-ENTRY-NAME      PIC X(100)         VALUE SPACES.

      *
      * The night's dataset: its resolved name (which the log
      * records), and its trailer - exactly one is required, and
      * its run start names the packages and identifies the run
      * in the log.
      *
       77  WS-OUT-DSN             PIC X(100)         VALUE SPACES.
       77  WS-TRAILER-COUNT       PIC 9(004)   COMP  VALUE 0.
       77  WS-RUN-START           PIC X(021)         VALUE SPACES.

      *
      * The package being built for the current partner: its file
      * name, MIME boundary and build timestamp, whether it has
      * been created yet (it is created at the partner's first
      * matching entry, so a partner with nothing to send gets no
      * empty package), whether its file is still open, and
      * whether anything about it has failed.
      *
       77  WS-PKG-NAME            PIC X(201)         VALUE SPACES.
       77  WS-PKG-BOUNDARY        PIC X(040)         VALUE SPACES.
       77  WS-PKG-TIMESTAMP       PIC X(021)         VALUE SPACES.
       77  WS-PKG-CREATED-SW      PIC X(004)         VALUE 'N'.
           88  WS-PKG-CREATED                        VALUE 'Y'.
       77  WS-PKG-OPEN-SW         PIC X(004)         VALUE 'N'.
           88  WS-PKG-OPEN                           VALUE 'Y'.
       77  WS-PKG-FAILED-SW       PIC X(004)         VALUE 'N'.
           88  WS-PKG-FAILED                         VALUE 'Y'.
       77  WS-PKG-HANDLE          PIC X(004)         VALUE LOW-VALUES.
       77  WS-PKG-RETCODE         PIC 9(008)   COMP-5 VALUE 0.
       77  WS-PKG-OFFSET          PIC 9(018)   COMP  VALUE 0.
       77  WS-PKG-LEN             PIC 9(008)   COMP  VALUE 0.
       77  WS-PKG-FILES           PIC 9(009)   COMP  VALUE 0.
       77  WS-PKG-NOT-SENT        PIC 9(009)   COMP  VALUE 0.
       77  WS-PKG-BYTES           PIC 9(018)   COMP  VALUE 0.

      *
      * One line of package text, built with STRING ... POINTER so
      * WS-PKG-PTR - 1 is its length, CRLF included.
      *
       77  WS-PKG-LINE            PIC X(300)         VALUE SPACES.
       77  WS-PKG-PTR             PIC 9(004)   COMP  VALUE 1.

      *
      * The attachment being written: the entry's file name, its
      * segment count and the segment that must come next (1 of 1
      * for an ordinary entry), the bytes delivered so far, and
      * the bare file name the attachment is offered under.
      *
       77  WS-ATT-OPEN-SW         PIC X(004)         VALUE 'N'.
           88  WS-ATT-OPEN                           VALUE 'Y'.
       77  WS-ATT-NAME            PIC X(100)         VALUE SPACES.
       77  WS-ATT-COUNT           PIC 9(009)   COMP  VALUE 0.
       77  WS-ATT-NEXT            PIC 9(009)   COMP  VALUE 0.
       77  WS-ATT-BYTES           PIC 9(018)   COMP  VALUE 0.
       77  WS-ATT-BASENAME        PIC X(100)         VALUE SPACES.
       77  WS-NAME-SUB            PIC 9(004)   COMP  VALUE 0.
       77  WS-NAME-SLASH          PIC 9(004)   COMP  VALUE 0.
       77  WS-MATCHED-SW          PIC X(004)         VALUE 'N'.
           88  WS-MATCHED                            VALUE 'Y'.
       77  WS-MASK-SUB            PIC 9(004)   COMP  VALUE 0.
       77  WS-WRAP-WIDTH          PIC 9(004)   COMP  VALUE 0.

      *
      * LOG mode: the partner and optional date asked about.
      *
       77  WS-LOG-PARTNER         PIC X(008)         VALUE SPACES.
       77  WS-LOG-DATE            PIC X(008)         VALUE SPACES.
       77  WS-LISTED-COUNT        PIC 9(009)   COMP  VALUE 0.

      *
      * Run totals, reported when every partner is done.
      *
       77  WS-PARTNERS-READ       PIC 9(009)   COMP  VALUE 0.
       77  WS-PACKAGES-BUILT      PIC 9(009)   COMP  VALUE 0.
       77  WS-PACKAGES-FAILED     PIC 9(009)   COMP  VALUE 0.
       77  WS-PARTNERS-IDLE       PIC 9(009)   COMP  VALUE 0.
       77  WS-EDIT-COUNT-1        PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-COUNT-2        PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-BYTES          PIC ZZZ,ZZZ,ZZZ,ZZ9.

      *
      * B64ENCOD's parameter list - see copybook B64EPARM - for
      * re-encoding each payload the partner's way.
      *
           COPY B64EPARM.

      *
      * B64DECOD's parameter list - see copybook B64DPARM - with
      * its four buffer names REPLACINGd with a D- prefix so they
      * do not collide with B64EPARM's, as b64verify does.  Strict
      * mode is always requested, so corrupted input is caught
      * rather than silently truncated.
      *
           COPY B64DPARM REPLACING
               ==IN-BUFFER-LEN== BY ==D-IN-BUFFER-LEN==
               ==IN-BUFFER== BY ==D-IN-BUFFER==
               ==OUT-BUFFER-LEN== BY ==D-OUT-BUFFER-LEN==
               ==OUT-BUFFER== BY ==D-OUT-BUFFER==.

      *
      * Two B64CKSUM running states - see copybook B64CPARM: one
      * verifying each payload against the checksum its OUTPUT01
      * record carries (the bytes as encoded), and a DLV- copy
      * taking the checksum of the bytes as delivered, after any
      * change of codepage, for the manifest and the log.
      *
           COPY B64CPARM.
           COPY B64CPARM REPLACING
               ==B64CKSUM-STATE== BY ==DLV-CKSUM-STATE==
               LEADING ==CKSUM== BY ==DLV-CKSUM==.

      *
      * B64XLATE's request area - see copybook B64XPARM - for the
      * translation back out of the codepage an entry was encoded
      * in and on into the partner's.
      *
           COPY B64XPARM.
       77  XLATE-LEN-NONE         PIC 9(008)   COMP  VALUE 0.

      *
      * B64PACK's request area - see copybook B64PPARM - and the
      * expansion work area a compressed payload passes through.
      *
           COPY B64PPARM.
       77  WS-PACK-LEN            PIC 9(008)   COMP  VALUE 0.
       77  WS-PACK-BUFFER         PIC X(32768)       VALUE SPACES.

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
             INTO WS-ARG1 WS-ARG2 WS-ARG3
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-ARG1) TO WS-ARG1-UPPER

           IF WS-ARG1-UPPER = 'LOG'
               IF WS-ARG2 = SPACES
                   DISPLAY MYNAME ' LOG requires a partner ID,'
                           ' optionally followed by a yyyymmdd'
                           ' date'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE WS-ARG2 TO WS-LOG-PARTNER
                   MOVE WS-ARG3 TO WS-LOG-DATE
                   PERFORM 5000-LIST-TRANSMISSIONS
               END-IF
           ELSE
               PERFORM 1000-DISTRIBUTE
           END-IF

           GOBACK
           .

       1000-DISTRIBUTE.
           PERFORM 1005-RESOLVE-OUT-DSN
           PERFORM 1010-CHECK-OUTPUT01

           IF RETURN-CODE = 0
               OPEN INPUT PARTFILE
               IF WS-PART-STATUS NOT = '00'
                   DISPLAY MYNAME ' no partner master exists - load'
                           ' B64PART with b64part first'
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF

           IF RETURN-CODE = 0
               OPEN EXTEND XMITLOG
               IF WS-XMIT-STATUS = '35'
                   OPEN OUTPUT XMITLOG
               END-IF
               IF WS-XMIT-STATUS NOT = '00'
                   DISPLAY MYNAME ' unable to open the B64XMIT'
                           ' transmission log (status '
                           WS-XMIT-STATUS ') - nothing sent'
                   MOVE 12 TO RETURN-CODE
                   CLOSE PARTFILE
               END-IF
           END-IF

           IF RETURN-CODE = 0
               IF WS-ARG1 NOT = SPACES
                   MOVE WS-ARG1 TO PART-ID
                   READ PARTFILE
                     INVALID KEY
                       DISPLAY MYNAME ' partner ' WS-ARG1
                               ' is not on file'
                       MOVE 12 TO RETURN-CODE
                     NOT INVALID KEY
                       PERFORM 2000-DISTRIBUTE-ONE-PARTNER
                   END-READ
               ELSE
                   PERFORM 1020-READ-NEXT-PARTNER

                   PERFORM UNTIL PARTFILE-EOF
                       PERFORM 2000-DISTRIBUTE-ONE-PARTNER
                       PERFORM 1020-READ-NEXT-PARTNER
                   END-PERFORM
               END-IF

               CLOSE PARTFILE
               CLOSE XMITLOG

               CALL 'CBL_DELETE_FILE' USING WS-MFWORK-NAME
               END-CALL

               PERFORM 1090-REPORT-TOTALS
           END-IF
           .

      *
      * The actual dataset behind the B64OUT ddname - the
      * environment variable naming it when one is set, the
      * ddname itself otherwise - which is what the log records.
      *
       1005-RESOLVE-OUT-DSN.
           ACCEPT WS-OUT-DSN FROM ENVIRONMENT 'DD_B64OUT'
           IF WS-OUT-DSN = SPACES
               ACCEPT WS-OUT-DSN FROM ENVIRONMENT 'B64OUT'
           END-IF
           IF WS-OUT-DSN = SPACES
               MOVE 'B64OUT' TO WS-OUT-DSN
           END-IF
           .

      *
      * Nothing leaves the building from a dataset that is not
      * complete: exactly one trailer is required, and its run
      * start identifies the run in every package and log record.
      *
       1010-CHECK-OUTPUT01.
           MOVE 0 TO WS-TRAILER-COUNT
           MOVE 'N' TO OUTPUT01-EOF-SW

           OPEN INPUT OUTPUT01

           IF WS-OUT01-STATUS NOT = '00'
               DISPLAY MYNAME ' unable to read OUTPUT01 dataset '
                       FUNCTION TRIM(WS-OUT-DSN)
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 1015-READ-OUTPUT01

               PERFORM UNTIL OUTPUT01-EOF
                   IF OUTPUT01-TRL-PRESENT
                       ADD 1 TO WS-TRAILER-COUNT
                       MOVE TRL-RUN-START TO WS-RUN-START
                   END-IF
                   PERFORM 1015-READ-OUTPUT01
               END-PERFORM

               CLOSE OUTPUT01

               IF WS-TRAILER-COUNT NOT = 1
                   DISPLAY MYNAME ' OUTPUT01 dataset '
                           FUNCTION TRIM(WS-OUT-DSN) ' holds '
                           WS-TRAILER-COUNT ' trailer(s) - the'
                           ' encoding run did not complete exactly'
                           ' once, and nothing is distributed'
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           .

       1015-READ-OUTPUT01.
           READ OUTPUT01
             AT END SET OUTPUT01-EOF TO TRUE
           END-READ
           .

       1020-READ-NEXT-PARTNER.
           READ PARTFILE NEXT RECORD
             AT END SET PARTFILE-EOF TO TRUE
           END-READ
           .

       1090-REPORT-TOTALS.
           MOVE WS-PARTNERS-READ TO WS-EDIT-COUNT-1
           DISPLAY MYNAME ' partners          ' WS-EDIT-COUNT-1
           MOVE WS-PACKAGES-BUILT TO WS-EDIT-COUNT-1
           DISPLAY MYNAME ' packages built    ' WS-EDIT-COUNT-1
           MOVE WS-PACKAGES-FAILED TO WS-EDIT-COUNT-1
           DISPLAY MYNAME ' packages failed   ' WS-EDIT-COUNT-1
           MOVE WS-PARTNERS-IDLE TO WS-EDIT-COUNT-1
           DISPLAY MYNAME ' nothing to send   ' WS-EDIT-COUNT-1

           EVALUATE TRUE
             WHEN RETURN-CODE NOT = 0
                  CONTINUE
             WHEN WS-PACKAGES-FAILED > 0
                  MOVE 8 TO RETURN-CODE
             WHEN WS-PACKAGES-BUILT = 0
                  MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .

      *
      * One partner: a pass over the night's dataset writing an
      * attachment for every matching OK entry (the package is
      * created at the first one), then the manifest part and the
      * log.  A partner whose codepage B64CDPG no longer holds, or
      * who has no delivery directory, fails before anything is
      * written.
      *
       2000-DISTRIBUTE-ONE-PARTNER.
           ADD 1 TO WS-PARTNERS-READ

           MOVE 'N' TO WS-PKG-CREATED-SW
           MOVE 'N' TO WS-PKG-OPEN-SW
           MOVE 'N' TO WS-PKG-FAILED-SW
           MOVE 'N' TO WS-ATT-OPEN-SW
           MOVE SPACES TO WS-PKG-NAME
           MOVE 0 TO WS-PKG-FILES
           MOVE 0 TO WS-PKG-NOT-SENT
           MOVE 0 TO WS-PKG-BYTES
           MOVE FUNCTION CURRENT-DATE TO WS-PKG-TIMESTAMP

           IF PART-WRAP-MIME
               MOVE WRAP-WIDTH-MIME TO WS-WRAP-WIDTH
           ELSE
               MOVE WRAP-WIDTH-NONE TO WS-WRAP-WIDTH
           END-IF

           PERFORM 2010-VALIDATE-PARTNER

           IF NOT WS-PKG-FAILED
               PERFORM 2020-SCAN-FOR-PARTNER
           END-IF

           IF WS-PKG-CREATED
            AND NOT WS-PKG-FAILED
               PERFORM 2500-FINISH-PACKAGE
           END-IF

           IF WS-PKG-CREATED
            AND WS-PKG-FAILED
               PERFORM 2590-DISCARD-PACKAGE
           END-IF

           EVALUATE TRUE
             WHEN WS-PKG-FAILED
                  ADD 1 TO WS-PACKAGES-FAILED
                  DISPLAY MYNAME ' partner ' PART-ID
                          ' package FAILED - nothing sent'
                  PERFORM 2700-LOG-PACKAGE
             WHEN NOT WS-PKG-CREATED
                  ADD 1 TO WS-PARTNERS-IDLE
                  DISPLAY MYNAME ' partner ' PART-ID
                          ' has nothing in this run'
                  PERFORM 2700-LOG-PACKAGE
             WHEN OTHER
                  ADD 1 TO WS-PACKAGES-BUILT
                  MOVE WS-PKG-FILES TO WS-EDIT-COUNT-1
                  DISPLAY MYNAME ' partner ' PART-ID ' package '
                          FUNCTION TRIM(WS-PKG-NAME)
                          ' files ' WS-EDIT-COUNT-1
                  PERFORM 2700-LOG-PACKAGE
                  PERFORM 2710-LOG-ATTACHMENTS
           END-EVALUATE
           .

       2010-VALIDATE-PARTNER.
           IF PART-DELIVERY-DIR = SPACES
               DISPLAY MYNAME ' partner ' PART-ID
                       ' has no delivery directory'
               SET WS-PKG-FAILED TO TRUE
           END-IF

           IF PART-CODEPAGE NOT = SPACES
               SET XLATE-A2E TO TRUE
               MOVE PART-CODEPAGE TO XLATE-CODEPAGE
               CALL 'B64XLATE' USING
                   B64XLATE-REQUEST
                   XLATE-LEN-NONE
                   IN-BUFFER
               END-CALL

               IF NOT XLATE-OK
                   DISPLAY MYNAME ' partner ' PART-ID ' codepage '
                           PART-CODEPAGE
                           ' not available from B64CDPG'
                   SET WS-PKG-FAILED TO TRUE
               END-IF
           END-IF
           .

      *
      * The pass over the night's dataset for one partner.  It
      * stops at the first failure - the package is going to be
      * discarded, and nothing after it matters.
      *
       2020-SCAN-FOR-PARTNER.
           MOVE 'N' TO OUTPUT01-EOF-SW

           OPEN OUTPUT MFWORK
           OPEN INPUT OUTPUT01

           IF WS-MFWORK-STATUS NOT = '00'
            OR WS-OUT01-STATUS NOT = '00'
               DISPLAY MYNAME ' unable to reread OUTPUT01 or write'
                       ' the manifest work file for partner '
                       PART-ID
               SET WS-PKG-FAILED TO TRUE
           ELSE
               PERFORM 1015-READ-OUTPUT01

               PERFORM UNTIL OUTPUT01-EOF
                          OR WS-PKG-FAILED
                   PERFORM 2100-CONSIDER-ONE-RECORD
                   PERFORM 1015-READ-OUTPUT01
               END-PERFORM

               IF WS-ATT-OPEN
                   PERFORM 2390-BREAK-ATTACHMENT
               END-IF
           END-IF

           CLOSE OUTPUT01
           CLOSE MFWORK

           IF WS-REF-OPEN
               CLOSE REFFILE
               MOVE 'N' TO WS-REF-OPEN-SW
           END-IF
           MOVE 'N' TO WS-REF-FOUND-SW
           .

      *
      * A continuation record belongs to the attachment its
      * segment 1 opened, and is passed over when that entry is
      * not this partner's.  Anything else arriving while an
      * attachment is open means its set lost segments.
      *
       2100-CONSIDER-ONE-RECORD.
           EVALUATE TRUE
             WHEN OUTPUT01-TRL-PRESENT
                  IF WS-ATT-OPEN
                      PERFORM 2390-BREAK-ATTACHMENT
                  END-IF
             WHEN OUTREC-SEG-NUM IS NUMERIC
              AND OUTREC-SEG-NUM > 1
                  IF WS-ATT-OPEN
                      PERFORM 2150-TAKE-CONTINUATION
                  END-IF
             WHEN OTHER
                  IF WS-ATT-OPEN
                      PERFORM 2390-BREAK-ATTACHMENT
                  END-IF
                  IF NOT WS-PKG-FAILED
                      PERFORM 2200-CHECK-PARTNER-MASKS
                  END-IF
                  IF WS-MATCHED
                   AND NOT WS-PKG-FAILED
                   AND OUTREC-STATUS-REF
                      PERFORM 2290-RESOLVE-REFERENCE
                  END-IF
                  IF WS-MATCHED
                   AND NOT WS-PKG-FAILED
                      IF OUTREC-STATUS-OK
                          PERFORM 2250-START-ATTACHMENT
                      ELSE
                          PERFORM 2280-NOTE-NOT-SENT
                      END-IF
                  END-IF
           END-EVALUATE
           .

       2150-TAKE-CONTINUATION.
           IF OUTREC-FILENAME = WS-ATT-NAME
            AND OUTREC-SEG-NUM = WS-ATT-NEXT
            AND OUTREC-SEG-COUNT = WS-ATT-COUNT
               PERFORM 2300-DELIVER-ONE-SEGMENT
               IF NOT WS-PKG-FAILED
                   IF WS-ATT-NEXT >= WS-ATT-COUNT
                       PERFORM 2350-FINISH-ATTACHMENT
                   ELSE
                       ADD 1 TO WS-ATT-NEXT
                   END-IF
               END-IF
           ELSE
               PERFORM 2390-BREAK-ATTACHMENT
           END-IF
           .

      *
      * An entry is the partner's when its file name matches any
      * of the partner's masks.
      *
       2200-CHECK-PARTNER-MASKS.
           MOVE 'N' TO WS-MATCHED-SW
           MOVE OUTREC-FILENAME TO WS-MATCH-NAME
           PERFORM VARYING WS-MASK-SUB FROM 1 BY 1
           UNTIL WS-MASK-SUB > PART-MASK-MAX
           OR WS-MATCHED
               MOVE PART-MASK(WS-MASK-SUB) TO WS-MATCH-PATTERN
               CALL 'B64MATCH' USING
                   B64MATCH-REQUEST
                   WS-MATCH-PATTERN
                   WS-MATCH-NAME
               END-CALL
               IF MATCH-YES
                   SET WS-MATCHED TO TRUE
               END-IF
           END-PERFORM
           .

      *
      * Segment 1 of a matching OK entry: the package is created
      * if this is the partner's first, the attachment's part
      * header is written, and its first (perhaps only) segment
      * delivered.
      *
       2250-START-ATTACHMENT.
           IF NOT WS-PKG-CREATED
               PERFORM 2400-CREATE-PACKAGE
           END-IF

           IF NOT WS-PKG-FAILED
               SET WS-ATT-OPEN TO TRUE
               MOVE OUTREC-FILENAME TO WS-ATT-NAME
               MOVE 1 TO WS-ATT-COUNT
               IF OUTREC-SEG-COUNT IS NUMERIC
                AND OUTREC-SEG-COUNT > 1
                   MOVE OUTREC-SEG-COUNT TO WS-ATT-COUNT
               END-IF
               MOVE 2 TO WS-ATT-NEXT
               MOVE 0 TO WS-ATT-BYTES
               INITIALIZE B64CKSUM-STATE
               INITIALIZE DLV-CKSUM-STATE

               PERFORM 2260-WRITE-PART-HEADER
               PERFORM 2300-DELIVER-ONE-SEGMENT

               IF NOT WS-PKG-FAILED
                AND WS-ATT-COUNT = 1
                   PERFORM 2350-FINISH-ATTACHMENT
               END-IF
           END-IF
           .

       2260-WRITE-PART-HEADER.
           PERFORM 2270-TAKE-BASE-NAME

           MOVE SPACES TO WS-PKG-LINE
           MOVE 1 TO WS-PKG-PTR
           STRING '--' FUNCTION TRIM(WS-PKG-BOUNDARY) CRLF
                  DELIMITED BY SIZE
             INTO WS-PKG-LINE
             WITH POINTER WS-PKG-PTR
           END-STRING
           PERFORM 2910-WRITE-PKG-LINE

           MOVE SPACES TO WS-PKG-LINE
           MOVE 1 TO WS-PKG-PTR
           STRING 'Content-Type: application/octet-stream; name="'
                  FUNCTION TRIM(WS-ATT-BASENAME) '"' CRLF
                  DELIMITED BY SIZE
             INTO WS-PKG-LINE
             WITH POINTER WS-PKG-PTR
           END-STRING
           PERFORM 2910-WRITE-PKG-LINE

           MOVE SPACES TO WS-PKG-LINE
           MOVE 1 TO WS-PKG-PTR
           STRING 'Content-Transfer-Encoding: base64' CRLF
                  DELIMITED BY SIZE
             INTO WS-PKG-LINE
             WITH POINTER WS-PKG-PTR
           END-STRING
           PERFORM 2910-WRITE-PKG-LINE

           MOVE SPACES TO WS-PKG-LINE
           MOVE 1 TO WS-PKG-PTR
           STRING 'Content-Disposition: attachment; filename="'
                  FUNCTION TRIM(WS-ATT-BASENAME) '"' CRLF
                  CRLF
                  DELIMITED BY SIZE
             INTO WS-PKG-LINE
             WITH POINTER WS-PKG-PTR
           END-STRING
           PERFORM 2910-WRITE-PKG-LINE
           .

      *
      * The attachment is offered under the entry's bare file
      * name - everything after the last '/' - since a partner
      * has no use for this shop's directory layout; the manifest
      * carries the full name.
      *
       2270-TAKE-BASE-NAME.
           MOVE 0 TO WS-NAME-SLASH
           PERFORM VARYING WS-NAME-SUB FROM 1 BY 1
           UNTIL WS-NAME-SUB > LENGTH OF OUTREC-FILENAME
               IF OUTREC-FILENAME(WS-NAME-SUB:1) = '/'
                   MOVE WS-NAME-SUB TO WS-NAME-SLASH
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-ATT-BASENAME
           IF WS-NAME-SLASH < LENGTH OF OUTREC-FILENAME
               MOVE OUTREC-FILENAME(WS-NAME-SLASH + 1:)
                 TO WS-ATT-BASENAME
           END-IF
           .

      *
      * A matching entry in error or held by screening has no
      * payload to send; the manifest lists it as 'E', so the
      * partner knows it is missing rather than wondering.
      *
       2280-NOTE-NOT-SENT.
           ADD 1 TO WS-PKG-NOT-SENT
           MOVE SPACES TO PKGMF-REC
           MOVE OUTREC-FILENAME TO PKGMF-FILENAME
           MOVE '|' TO PKGMF-DELIM
           MOVE ZEROES TO PKGMF-BYTE-COUNT
           MOVE '|' TO PKGMF-DELIM2
           MOVE ZEROES TO PKGMF-CHECKSUM
           MOVE '|' TO PKGMF-DELIM3
           SET PKGMF-NOT-SENT TO TRUE
           WRITE PKGMF-REC
           .

      *
      * A reference record stands for the payload of the copy it
      * names - an OK record, segment 1 of 1, with that file name
      * and the same byte count, checksum and codepage (see
      * copybook OUTPUT01).  The copy is found and takes the
      * reference's place in the record area, under the
      * reference's own file name, so it is delivered as any
      * other OK entry.  A reference that resolves to nothing
      * fails the package rather than sending it short.
      *
       2290-RESOLVE-REFERENCE.
           MOVE OUTREC-FILENAME TO WS-REF-ENTRY-NAME
           IF WS-REF-FOUND
            AND REFREC-FILENAME = OUTREC-REF-NAME
            AND REFREC-BYTE-COUNT = OUTREC-BYTE-COUNT
            AND REFREC-CHECKSUM = OUTREC-CHECKSUM
            AND REFREC-CODEPAGE = OUTREC-CODEPAGE
               CONTINUE
           ELSE
               PERFORM 2292-FIND-REFERENCED-COPY
           END-IF

           IF WS-REF-FOUND
               MOVE REFIN-REC TO OUTPUT01-REC
               MOVE WS-REF-ENTRY-NAME TO OUTREC-FILENAME
           ELSE
               DISPLAY MYNAME ' ' FUNCTION TRIM(WS-REF-ENTRY-NAME)
                       ' refers to '
                       FUNCTION TRIM(OUTREC-REF-NAME)
                       ', which is not in the dataset'
               SET WS-PKG-FAILED TO TRUE
           END-IF
           .

       2292-FIND-REFERENCED-COPY.
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

           PERFORM 2294-READ-REFFILE
             UNTIL REFFILE-EOF
             OR WS-REF-FOUND
           .

       2294-READ-REFFILE.
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
      * One OUTPUT01 record's payload on its way into the package:
      * decoded, expanded, checksummed as encoded, translated back
      * out of the entry's codepage and into the partner's,
      * checksummed as delivered, and encoded the partner's way.
      * A spanned set's segments are each a multiple of 3 bytes
      * (see copybook OUTPUT01), so encoding them one after
      * another yields one valid encoding of the whole file; with
      * the MIME wrap each segment's output is closed with a CRLF
      * so the next begins a fresh line.
      *
       2300-DELIVER-ONE-SEGMENT.
           MOVE 1 TO D-IN-BUFFER-LEN
           STRING OUTREC-B64 DELIMITED SPACE
             INTO D-IN-BUFFER
             POINTER D-IN-BUFFER-LEN
             OVERFLOW SET WS-PKG-FAILED TO TRUE
           END-STRING
           SUBTRACT 1 FROM D-IN-BUFFER-LEN

           IF WS-PKG-FAILED
               DISPLAY MYNAME ' payload for '
                       FUNCTION TRIM(OUTREC-FILENAME)
                       ' is larger than ' LENGTH OF D-IN-BUFFER
                       ' bytes'
           ELSE
               CALL 'B64DECOD' USING
                   D-IN-BUFFER-LEN
                   D-IN-BUFFER
                   D-OUT-BUFFER-LEN
                   D-OUT-BUFFER
                   DECODE-STRICT-SW
                   BAD-CHAR-COUNT
                   BAD-CHAR-OFFSET-TBL
               END-CALL

               IF RETURN-CODE NOT = 0
                   SET WS-PKG-FAILED TO TRUE
                   DISPLAY MYNAME ' error decoding '
                           FUNCTION TRIM(OUTREC-FILENAME)
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           IF NOT WS-PKG-FAILED
               PERFORM 2310-EXPAND-SEGMENT
           END-IF

           IF NOT WS-PKG-FAILED
               CALL 'B64CKSUM' USING
                   B64CKSUM-STATE
                   D-OUT-BUFFER-LEN
                   D-OUT-BUFFER
               END-CALL
               ADD D-OUT-BUFFER-LEN TO WS-ATT-BYTES

               MOVE D-OUT-BUFFER-LEN TO IN-BUFFER-LEN
               IF IN-BUFFER-LEN > 0
                   MOVE D-OUT-BUFFER(1:IN-BUFFER-LEN)
                     TO IN-BUFFER(1:IN-BUFFER-LEN)
               END-IF

               PERFORM 2320-TRANSLATE-SEGMENT
           END-IF

           IF NOT WS-PKG-FAILED
               CALL 'B64CKSUM' USING
                   DLV-CKSUM-STATE
                   IN-BUFFER-LEN
                   IN-BUFFER
               END-CALL

               CALL 'B64ENCOD' USING
                   IN-BUFFER-LEN
                   IN-BUFFER
                   OUT-BUFFER-LEN
                   OUT-BUFFER
                   WS-WRAP-WIDTH
                   PART-ALPHABET
               END-CALL

               PERFORM 2920-WRITE-PKG-DATA

               IF PART-WRAP-MIME
                AND OUT-BUFFER-LEN > 0
                   IF OUT-BUFFER-LEN < 2
                    OR OUT-BUFFER(OUT-BUFFER-LEN - 1:2) NOT = CRLF
                       MOVE SPACES TO WS-PKG-LINE
                       MOVE CRLF TO WS-PKG-LINE
                       MOVE 3 TO WS-PKG-PTR
                       PERFORM 2910-WRITE-PKG-LINE
                   END-IF
               END-IF
           END-IF
           .

      *
      * A compressed payload is expanded back to the original
      * bytes before anything else is done with it.
      *
       2310-EXPAND-SEGMENT.
           IF OUTREC-COMPRESSED
               SET PACK-EXPAND TO TRUE
               MOVE LENGTH OF WS-PACK-BUFFER TO PACK-OUT-MAX

               CALL 'B64PACK' USING
                   B64PACK-REQUEST
                   D-OUT-BUFFER-LEN
                   D-OUT-BUFFER
                   WS-PACK-LEN
                   WS-PACK-BUFFER
               END-CALL

               IF PACK-OK
                   IF WS-PACK-LEN > 0
                       MOVE WS-PACK-BUFFER(1:WS-PACK-LEN)
                         TO D-OUT-BUFFER(1:WS-PACK-LEN)
                   END-IF
                   MOVE WS-PACK-LEN TO D-OUT-BUFFER-LEN
               ELSE
                   SET WS-PKG-FAILED TO TRUE
                   DISPLAY MYNAME ' unable to decompress '
                           FUNCTION TRIM(OUTREC-FILENAME)
               END-IF
           END-IF
           .

      *
      * A text entry - one the encoding job translated - comes
      * back out of its codepage and, for a partner who takes
      * text in a codepage of their own, goes on into that one.
      * A binary entry is delivered untouched whatever the
      * partner's codepage.
      *
       2320-TRANSLATE-SEGMENT.
           IF OUTREC-CODEPAGE NOT = SPACES
               SET XLATE-E2A TO TRUE
               MOVE OUTREC-CODEPAGE TO XLATE-CODEPAGE
               CALL 'B64XLATE' USING
                   B64XLATE-REQUEST
                   IN-BUFFER-LEN
                   IN-BUFFER
               END-CALL

               IF XLATE-OK
                AND PART-CODEPAGE NOT = SPACES
                   SET XLATE-A2E TO TRUE
                   MOVE PART-CODEPAGE TO XLATE-CODEPAGE
                   CALL 'B64XLATE' USING
                       B64XLATE-REQUEST
                       IN-BUFFER-LEN
                       IN-BUFFER
                   END-CALL
               END-IF

               IF NOT XLATE-OK
                   SET WS-PKG-FAILED TO TRUE
                   DISPLAY MYNAME ' codepage ' XLATE-CODEPAGE
                           ' direction ' XLATE-DIRECTION
                           ' not available from B64CDPG - '
                           FUNCTION TRIM(OUTREC-FILENAME)
               END-IF
           END-IF
           .

      *
      * The last segment is in: the payload is proven against the
      * checksum and byte count its record carries before its
      * manifest line is written.  An unwrapped attachment's one
      * long line is closed here.
      *
       2350-FINISH-ATTACHMENT.
           MOVE 'N' TO WS-ATT-OPEN-SW

           IF WS-ATT-BYTES NOT = OUTREC-BYTE-COUNT
            OR CKSUM-VALUE NOT = OUTREC-CHECKSUM
               SET WS-PKG-FAILED TO TRUE
               DISPLAY MYNAME ' integrity check failed for '
                       FUNCTION TRIM(WS-ATT-NAME)
               DISPLAY MYNAME ' record  bytes/checksum '
                       OUTREC-BYTE-COUNT ' ' OUTREC-CHECKSUM
               DISPLAY MYNAME ' payload bytes/checksum '
                       WS-ATT-BYTES ' ' CKSUM-VALUE
           ELSE
               IF PART-WRAP-NONE
                   MOVE SPACES TO WS-PKG-LINE
                   MOVE CRLF TO WS-PKG-LINE
                   MOVE 3 TO WS-PKG-PTR
                   PERFORM 2910-WRITE-PKG-LINE
               END-IF

               ADD 1 TO WS-PKG-FILES
               ADD WS-ATT-BYTES TO WS-PKG-BYTES

               MOVE SPACES TO PKGMF-REC
               MOVE WS-ATT-NAME TO PKGMF-FILENAME
               MOVE '|' TO PKGMF-DELIM
               MOVE WS-ATT-BYTES TO PKGMF-BYTE-COUNT
               MOVE '|' TO PKGMF-DELIM2
               MOVE DLV-CKSUM-VALUE TO PKGMF-CHECKSUM
               MOVE '|' TO PKGMF-DELIM3
               SET PKGMF-SENT TO TRUE
               WRITE PKGMF-REC
           END-IF
           .

      *
      * The attachment's set ended short of its last segment, or
      * met a segment other than the one expected.
      *
       2390-BREAK-ATTACHMENT.
           MOVE 'N' TO WS-ATT-OPEN-SW
           SET WS-PKG-FAILED TO TRUE
           DISPLAY MYNAME ' spanned set for '
                   FUNCTION TRIM(WS-ATT-NAME)
                   ' is missing segment ' WS-ATT-NEXT
                   ' of ' WS-ATT-COUNT ' or holds it out of order'
           .

      *
      * Creates the partner's package in the delivery directory,
      * named for the partner and the run, and writes the
      * message headers.  The boundary carries '=', which no
      * line of base64 in either alphabet can begin with, so it
      * can never collide with an attachment's content.
      *
       2400-CREATE-PACKAGE.
           MOVE SPACES TO WS-PKG-NAME
           STRING FUNCTION TRIM(PART-DELIVERY-DIR) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(PART-ID) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-RUN-START(1:14) DELIMITED BY SIZE
                  '.eml' DELIMITED BY SIZE
             INTO WS-PKG-NAME
           END-STRING

           MOVE SPACES TO WS-PKG-BOUNDARY
           STRING '=_b64dist_' DELIMITED BY SIZE
                  FUNCTION TRIM(PART-ID) DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-RUN-START(1:14) DELIMITED BY SIZE
             INTO WS-PKG-BOUNDARY
           END-STRING

           MOVE 0 TO WS-PKG-OFFSET

           CALL 'CBL_CREATE_FILE' USING
               WS-PKG-NAME CBLIO-ACCESS-OUTPUT CBLIO-DENY-NONE
               CBLIO-DEVICE-DEFAULT WS-PKG-HANDLE
           GIVING WS-PKG-RETCODE

           IF WS-PKG-RETCODE NOT = 0
               SET WS-PKG-FAILED TO TRUE
               DISPLAY MYNAME ' unable to create '
                       FUNCTION TRIM(WS-PKG-NAME)
           ELSE
               SET WS-PKG-CREATED TO TRUE
               SET WS-PKG-OPEN TO TRUE
               PERFORM 2410-WRITE-MESSAGE-HEADERS
           END-IF
           .

       2410-WRITE-MESSAGE-HEADERS.
           MOVE SPACES TO WS-PKG-LINE
           MOVE 1 TO WS-PKG-PTR
           STRING 'MIME-Version: 1.0' CRLF
                  DELIMITED BY SIZE
             INTO WS-PKG-LINE
             WITH POINTER WS-PKG-PTR
           END-STRING
           PERFORM 2910-WRITE-PKG-LINE

           MOVE SPACES TO WS-PKG-LINE
           MOVE 1 TO WS-PKG-PTR
           STRING 'Subject: Base64 distribution for '
                  FUNCTION TRIM(PART-ID) ' - run '
                  WS-RUN-START(1:14) CRLF
                  DELIMITED BY SIZE
             INTO WS-PKG-LINE
             WITH POINTER WS-PKG-PTR
           END-STRING
           PERFORM 2910-WRITE-PKG-LINE

           MOVE SPACES TO WS-PKG-LINE
           MOVE 1 TO WS-PKG-PTR
           STRING 'X-B64-Partner: ' FUNCTION TRIM(PART-ID) CRLF
                  'X-B64-Run: ' WS-RUN-START(1:14) CRLF
                  DELIMITED BY SIZE
             INTO WS-PKG-LINE
             WITH POINTER WS-PKG-PTR
           END-STRING
           PERFORM 2910-WRITE-PKG-LINE

           MOVE SPACES TO WS-PKG-LINE
           MOVE 1 TO WS-PKG-PTR
           IF PART-ALPHA-URLSAFE
               STRING 'X-B64-Alphabet: URLSAFE' CRLF
                      DELIMITED BY SIZE
                 INTO WS-PKG-LINE
                 WITH POINTER WS-PKG-PTR
               END-STRING
           ELSE
               STRING 'X-B64-Alphabet: STANDARD' CRLF
                      DELIMITED BY SIZE
                 INTO WS-PKG-LINE
                 WITH POINTER WS-PKG-PTR
               END-STRING
           END-IF
           PERFORM 2910-WRITE-PKG-LINE

           IF PART-CODEPAGE NOT = SPACES
               MOVE SPACES TO WS-PKG-LINE
               MOVE 1 TO WS-PKG-PTR
               STRING 'X-B64-Codepage: ' FUNCTION TRIM(PART-CODEPAGE)
                      CRLF
                      DELIMITED BY SIZE
                 INTO WS-PKG-LINE
                 WITH POINTER WS-PKG-PTR
               END-STRING
               PERFORM 2910-WRITE-PKG-LINE
           END-IF

           MOVE SPACES TO WS-PKG-LINE
           MOVE 1 TO WS-PKG-PTR
           STRING 'Content-Type: multipart/mixed; boundary="'
                  FUNCTION TRIM(WS-PKG-BOUNDARY) '"' CRLF
                  CRLF
                  'This is a multi-part message in MIME format.'
                  CRLF
                  DELIMITED BY SIZE
             INTO WS-PKG-LINE
             WITH POINTER WS-PKG-PTR
           END-STRING
           PERFORM 2910-WRITE-PKG-LINE
           .

      *
      * The manifest part - the lines gathered in the work file,
      * then the *TRAILER line - and the closing boundary, after
      * which the package is closed.
      *
       2500-FINISH-PACKAGE.
           MOVE SPACES TO WS-PKG-LINE
           MOVE 1 TO WS-PKG-PTR
           STRING '--' FUNCTION TRIM(WS-PKG-BOUNDARY) CRLF
                  'Content-Type: text/plain; charset=us-ascii' CRLF
                  'Content-Disposition: inline;'
                  ' filename="MANIFEST.TXT"' CRLF
                  CRLF
                  DELIMITED BY SIZE
             INTO WS-PKG-LINE
             WITH POINTER WS-PKG-PTR
           END-STRING
           PERFORM 2910-WRITE-PKG-LINE

           MOVE 'N' TO MFWORK-EOF-SW
           OPEN INPUT MFWORK
           PERFORM 2510-READ-MFWORK

           PERFORM UNTIL MFWORK-EOF
               MOVE SPACES TO WS-PKG-LINE
               MOVE 1 TO WS-PKG-PTR
               STRING PKGMF-REC CRLF
                      DELIMITED BY SIZE
                 INTO WS-PKG-LINE
                 WITH POINTER WS-PKG-PTR
               END-STRING
               PERFORM 2910-WRITE-PKG-LINE
               PERFORM 2510-READ-MFWORK
           END-PERFORM

           CLOSE MFWORK

           MOVE WS-PKG-FILES TO XMIT-FILE-COUNT
           MOVE WS-PKG-NOT-SENT TO XMIT-NOT-SENT
           MOVE SPACES TO WS-PKG-LINE
           MOVE 1 TO WS-PKG-PTR
           STRING '*TRAILER|' XMIT-FILE-COUNT '|' XMIT-NOT-SENT
                  CRLF
                  '--' FUNCTION TRIM(WS-PKG-BOUNDARY) '--' CRLF
                  DELIMITED BY SIZE
             INTO WS-PKG-LINE
             WITH POINTER WS-PKG-PTR
           END-STRING
           PERFORM 2910-WRITE-PKG-LINE

           MOVE 'N' TO WS-PKG-OPEN-SW
           CALL 'CBL_CLOSE_FILE' USING WS-PKG-HANDLE
           GIVING WS-PKG-RETCODE

           IF WS-PKG-RETCODE NOT = 0
               SET WS-PKG-FAILED TO TRUE
               DISPLAY MYNAME ' error closing '
                       FUNCTION TRIM(WS-PKG-NAME)
           END-IF
           .

       2510-READ-MFWORK.
           READ MFWORK
             AT END SET MFWORK-EOF TO TRUE
           END-READ
           .

      *
      * A failed package is deleted, never left in the delivery
      * directory for the transfer job to pick up short.
      *
       2590-DISCARD-PACKAGE.
           IF WS-PKG-OPEN
               MOVE 'N' TO WS-PKG-OPEN-SW
               CALL 'CBL_CLOSE_FILE' USING WS-PKG-HANDLE
               GIVING WS-PKG-RETCODE
           END-IF

           CALL 'CBL_DELETE_FILE' USING WS-PKG-NAME
           GIVING WS-PKG-RETCODE
           .

      *
      * The package record - built, failed, or nothing to send.
      *
       2700-LOG-PACKAGE.
           MOVE SPACES TO XMIT-REC
           MOVE PART-ID TO XMIT-PARTNER-ID
           MOVE '|' TO XMIT-DELIM
           MOVE WS-PKG-TIMESTAMP TO XMIT-TIMESTAMP
           MOVE '|' TO XMIT-DELIM2
           SET XMIT-TYPE-PACKAGE TO TRUE
           MOVE '|' TO XMIT-DELIM3
           EVALUATE TRUE
             WHEN WS-PKG-FAILED
                  SET XMIT-FAILED TO TRUE
             WHEN NOT WS-PKG-CREATED
                  SET XMIT-NOTHING-TO-SEND TO TRUE
             WHEN OTHER
                  SET XMIT-BUILT TO TRUE
                  MOVE WS-PKG-NAME TO XMIT-NAME
           END-EVALUATE
           MOVE '|' TO XMIT-DELIM4
           MOVE WS-RUN-START TO XMIT-RUN-START
           MOVE '|' TO XMIT-DELIM5
           MOVE WS-PKG-FILES TO XMIT-FILE-COUNT
           MOVE '|' TO XMIT-DELIM6
           MOVE WS-PKG-NOT-SENT TO XMIT-NOT-SENT
           MOVE '|' TO XMIT-DELIM7
           MOVE WS-PKG-BYTES TO XMIT-BYTE-COUNT
           MOVE '|' TO XMIT-DELIM8
           MOVE ZEROES TO XMIT-CHECKSUM
           MOVE '|' TO XMIT-DELIM9
           MOVE WS-OUT-DSN TO XMIT-OUT-DSN
           MOVE '|' TO XMIT-DELIM10

           WRITE XMIT-REC
           .

      *
      * One attachment record per file the package carries, from
      * the manifest lines gathered for it.
      *
       2710-LOG-ATTACHMENTS.
           MOVE 'N' TO MFWORK-EOF-SW
           OPEN INPUT MFWORK
           PERFORM 2510-READ-MFWORK

           PERFORM UNTIL MFWORK-EOF
               IF PKGMF-SENT
                   SET XMIT-TYPE-FILE TO TRUE
                   MOVE 1 TO XMIT-FILE-COUNT
                   MOVE 0 TO XMIT-NOT-SENT
                   MOVE PKGMF-BYTE-COUNT TO XMIT-BYTE-COUNT
                   MOVE PKGMF-CHECKSUM TO XMIT-CHECKSUM
                   MOVE PKGMF-FILENAME TO XMIT-NAME
                   WRITE XMIT-REC
               END-IF
               PERFORM 2510-READ-MFWORK
           END-PERFORM

           CLOSE MFWORK
           .

      *
      * Appends WS-PKG-LINE, up to WS-PKG-PTR, to the package.
      *
       2910-WRITE-PKG-LINE.
           IF NOT WS-PKG-FAILED
               COMPUTE WS-PKG-LEN = WS-PKG-PTR - 1
               CALL 'CBL_WRITE_FILE' USING
                   WS-PKG-HANDLE WS-PKG-OFFSET WS-PKG-LEN
                   CBLIO-FLAGS-DEFAULT WS-PKG-LINE
               GIVING WS-PKG-RETCODE

               IF WS-PKG-RETCODE NOT = 0
                   SET WS-PKG-FAILED TO TRUE
                   DISPLAY MYNAME ' error writing '
                           FUNCTION TRIM(WS-PKG-NAME)
               ELSE
                   ADD WS-PKG-LEN TO WS-PKG-OFFSET
               END-IF
           END-IF
           .

      *
      * Appends B64ENCOD's OUT-BUFFER to the package.
      *
       2920-WRITE-PKG-DATA.
           IF NOT WS-PKG-FAILED
            AND OUT-BUFFER-LEN > 0
               CALL 'CBL_WRITE_FILE' USING
                   WS-PKG-HANDLE WS-PKG-OFFSET OUT-BUFFER-LEN
                   CBLIO-FLAGS-DEFAULT OUT-BUFFER
               GIVING WS-PKG-RETCODE

               IF WS-PKG-RETCODE NOT = 0
                   SET WS-PKG-FAILED TO TRUE
                   DISPLAY MYNAME ' error writing '
                           FUNCTION TRIM(WS-PKG-NAME)
               ELSE
                   ADD OUT-BUFFER-LEN TO WS-PKG-OFFSET
               END-IF
           END-IF
           .

      *
      * LOG mode: every package logged for the partner, on the
      * date given (the date the package was built) or ever, each
      * followed by the files it carried.
      *
       5000-LIST-TRANSMISSIONS.
           OPEN INPUT XMITLOG

           IF WS-XMIT-STATUS NOT = '00'
               DISPLAY MYNAME ' no transmission log exists - no'
                       ' package has been built yet'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 5010-READ-XMITLOG

               PERFORM UNTIL XMITLOG-EOF
                   IF XMIT-PARTNER-ID = WS-LOG-PARTNER
                    AND (WS-LOG-DATE = SPACES
                     OR XMIT-TIMESTAMP(1:8) = WS-LOG-DATE)
                       PERFORM 5020-LIST-ONE-LOG-RECORD
                   END-IF
                   PERFORM 5010-READ-XMITLOG
               END-PERFORM

               CLOSE XMITLOG

               IF WS-LISTED-COUNT = 0
                   DISPLAY MYNAME ' nothing logged for partner '
                           WS-LOG-PARTNER
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       5010-READ-XMITLOG.
           READ XMITLOG
             AT END SET XMITLOG-EOF TO TRUE
           END-READ
           .

       5020-LIST-ONE-LOG-RECORD.
           IF XMIT-TYPE-PACKAGE
               ADD 1 TO WS-LISTED-COUNT
               MOVE XMIT-FILE-COUNT TO WS-EDIT-COUNT-1
               MOVE XMIT-NOT-SENT TO WS-EDIT-COUNT-2
               MOVE XMIT-BYTE-COUNT TO WS-EDIT-BYTES

               DISPLAY MYNAME ' ===================================='
               DISPLAY MYNAME ' partner     ' XMIT-PARTNER-ID
                       '  built ' XMIT-TIMESTAMP(1:14)
                       '  run ' XMIT-RUN-START(1:14)
               EVALUATE TRUE
                 WHEN XMIT-BUILT
                      DISPLAY MYNAME ' package     '
                              FUNCTION TRIM(XMIT-NAME)
                 WHEN XMIT-FAILED
                      DISPLAY MYNAME ' package     FAILED -'
                              ' nothing sent'
                 WHEN OTHER
                      DISPLAY MYNAME ' package     none -'
                              ' nothing in this run'
               END-EVALUATE
               DISPLAY MYNAME ' dataset     '
                       FUNCTION TRIM(XMIT-OUT-DSN)
               DISPLAY MYNAME ' files       ' WS-EDIT-COUNT-1
                       '  not sent ' WS-EDIT-COUNT-2
                       '  bytes ' WS-EDIT-BYTES
           ELSE
               MOVE XMIT-BYTE-COUNT TO WS-EDIT-BYTES
               DISPLAY MYNAME ' file        '
                       FUNCTION TRIM(XMIT-NAME)
               DISPLAY MYNAME '             bytes ' WS-EDIT-BYTES
                       '  checksum ' XMIT-CHECKSUM
           END-IF
           .

       END PROGRAM b64dist.
