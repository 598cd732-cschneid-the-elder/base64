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
      * Batch-window capacity and trend report in the COBOL
      * language
      *
      * b64report shows one day's encode and decode calls by hour,
      * but it cannot say whether the nightly encoding batch will
      * still fit its window at quarter-end.  This program reads
      * the B64CATLG run records (see copybook CATALOG) for the
      * last N days and the B64AUDIT log (see copybook AUDITLOG)
      * and prints, to the B64CAP report dataset:
      *
      *   - one line per night: the runs started that night, the
      *     first start time, the elapsed time start to end summed
      *     over the runs, entries read, written OK and in error,
      *     the bytes passed to B64ENCOD within the runs' windows,
      *     the throughput in bytes per minute, and for a run
      *     split N ways by b64split and combined by b64merge the
      *     partition count and the longest partition's elapsed
      *     time - alongside rolling averages of the elapsed time
      *     and throughput over the last seven nights;
      *
      *   - one line per month in the B64CAPH capacity history
      *     (see copybook CAPHIST): the average night's elapsed
      *     time, the longest night, the average entries and
      *     bytes, the throughput, and the month-over-month growth
      *     in elapsed time and in bytes;
      *
      *   - the projection: given the window's end time, the
      *     headroom left between the average start plus average
      *     elapsed time and the window end, and the date the run
      *     will overrun the window if its elapsed time keeps
      *     growing at the latest month-over-month rate.
      *
      * A night is the date its runs started on, so a FILE run and
      * its RERUN started the same night are one night.  The bytes
      * are B64ENCOD audit records timestamped within a run's
      * start and end - the same window b64recon balances the
      * encode calls against - attributed in one pass, since both
      * the run records and the log are in time order.  A night
      * that wrote OK entries but has no audit records left to
      * count (b64trim has archived them) shows its bytes as
      * ARCHIVED and is left out of the byte averages rather than
      * counted as a night that encoded nothing.
      *
      * The monthly summaries are kept in B64CAPH so the trend
      * outlives the audit records it was built from: each report
      * folds the months it has just summarized into the history
      * and rewrites it, replacing a month only with a summary at
      * least as complete as the one kept (see copybook CAPHIST).
      * The latest HIST-KEEP-MAX months are kept.
      *
      * The argument is taken from the job's PARM environment
      * variable, the way a batch scheduler passes a JCL EXEC
      * PARM= value through to a program run outside MVS; if PARM
      * is not set, the command line is used instead, so the
      * program still runs interactively for ad hoc testing:
      *
      *   <days> [<hhmm>]      the last <days> days, 1 through 366,
      *                        today included, and the batch
      *                        window's end time of day; with no
      *                        end time there is no projection
      *
      * RETURN-CODE is 4 when the average night already overruns
      * the window, 8 when the history could not be read or
      * rewritten (it is then left as it was), and 12 when the
      * argument is wrong or there is no catalog.
      *
      * Modification History
      * 2026-10-15 CRS  Initial version.
      *
       Program-ID. b64cap.
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
      * B64AUDIT, B64CAPH and B64CAP are assigned to symbolic DD
      * names.  At run time the actual dataset is taken from the
      * environment variable of the same name (e.g. DD_B64AUDIT or
      * B64AUDIT) if one is set, exactly as a JCL DD statement
      * would supply the dataset for a ddname; absent that, the
      * ddname itself is used as a relative file name so the job
      * still runs unattended.
      *
           Select AUDITLOG Assign To 'B64AUDIT'
             Organization Line Sequential
             File Status Is WS-AUDIT-STATUS.
           Select HISTFILE Assign To 'B64CAPH'
             Organization Line Sequential
             File Status Is WS-HIST-STATUS.
           Select RPTFILE Assign To 'B64CAP'
             Organization Line Sequential.
       Data Division.
       File Section.
       FD  CATFILE.
           COPY CATALOG.

      *
      * One record per encode or decode call, written by B64ENCOD
      * and B64DECOD - the record layout is kept in copybook
      * AUDITLOG, shared with the modules that write it.
      *
       FD  AUDITLOG.
           COPY AUDITLOG.

      *
      * One record per month of the batch's history - see
      * copybook CAPHIST.
      *
       FD  HISTFILE.
           COPY CAPHIST.

       FD  RPTFILE.
       01  RPT-REC                PIC X(132).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(006) VALUE 'b64cap'.
      *    The longest day range, and so the most nights, one
      *    report covers.
           05  NIGHT-TBL-MAX      PIC 9(004) COMP VALUE 366.
      *    The most runs one report covers - a FILE run and a
      *    RERUN a night with room to spare.
           05  RUN-TBL-MAX        PIC 9(004) COMP VALUE 1000.
      *    Months kept in the B64CAPH history - twenty years.
           05  HIST-KEEP-MAX      PIC 9(004) COMP VALUE 240.
      *    The nights in a rolling average.
           05  ROLL-NIGHTS        PIC 9(004) COMP VALUE 7.
      *    How far ahead the overrun is projected, in months.
           05  PROJ-MONTH-MAX     PIC 9(004) COMP VALUE 120.
      *    The average calendar month, for turning a projection
      *    in months into a date.
           05  DAYS-PER-MONTH     PIC 9(002)V9(004) VALUE 30.4375.

       77  WS-CAT-STATUS          PIC X(002)         VALUE SPACES.
       77  WS-AUDIT-STATUS        PIC X(002)         VALUE SPACES.
       77  WS-HIST-STATUS         PIC X(002)         VALUE SPACES.
       77  WS-COMMAND-LINE        PIC X(200)         VALUE SPACES.

       77  CATFILE-EOF-SW         PIC X(004)         VALUE 'N'.
           88  CATFILE-EOF                           VALUE 'Y'.
       77  AUDITLOG-EOF-SW        PIC X(004)         VALUE 'N'.
           88  AUDITLOG-EOF                          VALUE 'Y'.
       77  HISTFILE-EOF-SW        PIC X(004)         VALUE 'N'.
           88  HISTFILE-EOF                          VALUE 'Y'.

      *
      * Day range parsing and the first date reported: a run
      * started before WS-CUTOFF-DATE is passed over.
      *
       77  WS-NUM-TOKEN           PIC X(018)         VALUE SPACES.
       77  WS-NUM-VALUE           PIC 9(018)   COMP  VALUE 0.
       77  WS-NUM-SUB             PIC 9(004)   COMP  VALUE 0.
       77  WS-NUM-OK-SW           PIC X(004)         VALUE 'N'.
           88  WS-NUM-OK                             VALUE 'Y'.
       01  WS-NUM-DIGIT-X         PIC X(001)         VALUE '0'.
       01  WS-NUM-DIGIT REDEFINES WS-NUM-DIGIT-X PIC 9(001).
       77  WS-DAYS                PIC 9(004)   COMP  VALUE 0.
       77  WS-TODAY               PIC X(021)         VALUE SPACES.
       01  WS-TODAY-DATE-X        PIC X(008)         VALUE SPACES.
       01  WS-TODAY-DATE REDEFINES WS-TODAY-DATE-X PIC 9(008).
       77  WS-CUTOFF-INT          PIC 9(009)   COMP  VALUE 0.
       77  WS-CUTOFF-DATE         PIC 9(008)         VALUE 0.
       01  WS-LAST-NIGHT-X        PIC X(008)         VALUE SPACES.
       01  WS-LAST-NIGHT REDEFINES WS-LAST-NIGHT-X PIC 9(008).

      *
      * The window's end time of day, as given (hhmm) and in
      * minutes past midnight.
      *
       01  WS-WINDOW-ARG.
           05  WS-WINDOW-HHMM     PIC X(004)         VALUE SPACES.
           05  WS-WINDOW-REST     PIC X(004)         VALUE SPACES.
       01  WS-WINDOW-ARG-N REDEFINES WS-WINDOW-ARG.
           05  WS-WINDOW-HH       PIC 9(002).
           05  WS-WINDOW-MM       PIC 9(002).
           05  FILLER             PIC X(004).
       77  WS-WINDOW-SW           PIC X(004)         VALUE 'N'.
           88  WS-WINDOW-GIVEN                       VALUE 'Y'.
       77  WS-WINDOW-MINUTES      PIC 9(004)   COMP  VALUE 0.

      *
      * The runs reported, in run-start order, each pointing at
      * the night it belongs to - kept for the pass over the audit
      * log, which attributes each encode call to the run whose
      * window holds it.  Runs past the table's capacity are
      * counted and reported, not guessed at.
      *
       77  WS-RUN-COUNT           PIC 9(004)   COMP  VALUE 0.
       77  WS-RUNS-OVERFLOW       PIC 9(009)   COMP  VALUE 0.
       01  WS-RUN-TBL.
           05  WS-RUN-ENTRY       OCCURS 1000 TIMES.
               10  WS-RUN-START       PIC X(021).
               10  WS-RUN-END         PIC X(021).
               10  WS-RUN-NIGHT       PIC 9(004) COMP.

      *
      * One entry per night with a run started in the range.
      * WS-NGT-CALLS counts the encode calls found for the night,
      * which is how a night whose audit records were archived is
      * told from one that encoded nothing.  WS-NGT-TO-WINDOW is
      * the minutes from the night's first start to the window
      * end.
      *
       77  WS-NGT-COUNT           PIC 9(004)   COMP  VALUE 0.
       77  WS-NGT-SUB             PIC 9(004)   COMP  VALUE 0.
       01  WS-NGT-TBL.
           05  WS-NGT-ENTRY       OCCURS 366 TIMES.
               10  WS-NGT-DATE        PIC X(008).
               10  WS-NGT-FIRST-START PIC X(021).
               10  WS-NGT-RUNS        PIC 9(004) COMP.
               10  WS-NGT-ELAPSED     PIC 9(009) COMP.
               10  WS-NGT-READ        PIC 9(009) COMP.
               10  WS-NGT-OK          PIC 9(009) COMP.
               10  WS-NGT-ERR         PIC 9(009) COMP.
               10  WS-NGT-BYTES       PIC 9(015) COMP.
               10  WS-NGT-CALLS       PIC 9(009) COMP.
               10  WS-NGT-PARTS       PIC 9(004) COMP.
               10  WS-NGT-LONGEST     PIC 9(009) COMP.
               10  WS-NGT-TO-WINDOW   PIC 9(004) COMP.
       77  WS-NGT-BYTES-SW        PIC X(004)         VALUE 'N'.
           88  WS-NGT-BYTES-KNOWN                    VALUE 'Y'.

      *
      * The audit pass: the run the current encode call is
      * measured against, and whether the call falls in it.
      *
       77  WS-AUD-RUN-SUB         PIC 9(004)   COMP  VALUE 0.
       77  WS-AUD-PLACED-SW       PIC X(004)         VALUE 'N'.
           88  WS-AUD-PLACED                         VALUE 'Y'.

      *
      * A run timestamp (FUNCTION CURRENT-DATE: YYYYMMDDhhmmsshh
      * and the offset from UTC) turned into seconds since the
      * calendar's day one, corrected to UTC, in WS-TS-SECONDS;
      * one that will not parse gives zero.
      *
       77  WS-TS-SECONDS          PIC 9(015)   COMP  VALUE 0.
       77  WS-START-SECS          PIC 9(015)   COMP  VALUE 0.
       77  WS-RUN-ELAPSED         PIC 9(009)   COMP  VALUE 0.
       77  WS-START-MINUTES       PIC 9(004)   COMP  VALUE 0.
       01  WS-TS-WORK.
           05  WS-TS-DATE         PIC 9(008).
           05  WS-TS-HH           PIC 9(002).
           05  WS-TS-MIN          PIC 9(002).
           05  WS-TS-SS           PIC 9(002).
           05  WS-TS-HS           PIC 9(002).
           05  WS-TS-OFF-SIGN     PIC X(001).
           05  WS-TS-OFF-HH       PIC 9(002).
           05  WS-TS-OFF-MIN      PIC 9(002).

      *
      * Month summaries.  WS-FRS-TBL holds the months summarized
      * from this report's nights; WS-MON-TBL the B64CAPH history,
      * into which they are folded and which is written back.
      * Both entries are the same layout, so a month moves from
      * one to the other whole.
      *
       77  WS-FRS-COUNT           PIC 9(004)   COMP  VALUE 0.
       77  WS-FRS-SUB             PIC 9(004)   COMP  VALUE 0.
       01  WS-FRS-TBL.
           05  WS-FRS-ENTRY       OCCURS 14 TIMES.
               10  WS-FRS-MONTH       PIC X(006).
               10  WS-FRS-NIGHTS      PIC 9(004) COMP.
               10  WS-FRS-RUNS        PIC 9(004) COMP.
               10  WS-FRS-ELAPSED     PIC 9(009) COMP.
               10  WS-FRS-READ        PIC 9(009) COMP.
               10  WS-FRS-OK          PIC 9(009) COMP.
               10  WS-FRS-ERR         PIC 9(009) COMP.
               10  WS-FRS-BYTES       PIC 9(015) COMP.
               10  WS-FRS-BYTE-NIGHTS PIC 9(004) COMP.
               10  WS-FRS-LONGEST     PIC 9(009) COMP.
               10  WS-FRS-UPDATED     PIC X(021).
       77  WS-MON-COUNT           PIC 9(004)   COMP  VALUE 0.
       77  WS-MON-SUB             PIC 9(004)   COMP  VALUE 0.
       77  WS-MON-FOUND-SUB       PIC 9(004)   COMP  VALUE 0.
       77  WS-MON-FIRST           PIC 9(004)   COMP  VALUE 0.
       01  WS-MON-TBL.
           05  WS-MON-ENTRY       OCCURS 1 TO 254 TIMES
                                  DEPENDING ON WS-MON-COUNT
                                  ASCENDING KEY IS WS-MON-MONTH
                                  INDEXED BY MON-IDX.
               10  WS-MON-MONTH       PIC X(006).
               10  WS-MON-NIGHTS      PIC 9(004) COMP.
               10  WS-MON-RUNS        PIC 9(004) COMP.
               10  WS-MON-ELAPSED     PIC 9(009) COMP.
               10  WS-MON-READ        PIC 9(009) COMP.
               10  WS-MON-OK          PIC 9(009) COMP.
               10  WS-MON-ERR         PIC 9(009) COMP.
               10  WS-MON-BYTES       PIC 9(015) COMP.
               10  WS-MON-BYTE-NIGHTS PIC 9(004) COMP.
               10  WS-MON-LONGEST     PIC 9(009) COMP.
               10  WS-MON-UPDATED     PIC X(021).

      *
      * History maintenance counts, and whether the history could
      * be read and rewritten - once it cannot, B64CAPH is left
      * as it was rather than replaced with a partial history.
      *
       77  WS-HIST-READ           PIC 9(009)   COMP  VALUE 0.
       77  WS-HIST-DAMAGED        PIC 9(009)   COMP  VALUE 0.
       77  WS-HIST-ADDED          PIC 9(009)   COMP  VALUE 0.
       77  WS-HIST-REPLACED       PIC 9(009)   COMP  VALUE 0.
       77  WS-HIST-KEPT           PIC 9(009)   COMP  VALUE 0.
       77  WS-HIST-WRITTEN        PIC 9(009)   COMP  VALUE 0.
       77  WS-HIST-ERROR-SW       PIC X(004)         VALUE 'N'.
           88  WS-HIST-ERROR                         VALUE 'Y'.
       77  WS-HIST-OPEN-SW        PIC X(004)         VALUE 'N'.
           88  WS-HIST-OPEN                          VALUE 'Y'.

      *
      * Rolling averages over the last ROLL-NIGHTS nights up to
      * and including the one being listed.  Throughput is the
      * nights' bytes over the same nights' elapsed time, taken
      * only over nights whose bytes are known.
      *
       77  WS-ROLL-FROM           PIC 9(004)   COMP  VALUE 0.
       77  WS-ROLL-SUB            PIC 9(004)   COMP  VALUE 0.
       77  WS-ROLL-NIGHTS         PIC 9(004)   COMP  VALUE 0.
       77  WS-ROLL-ELAPSED        PIC 9(011)   COMP  VALUE 0.
       77  WS-ROLL-TO-WINDOW      PIC 9(009)   COMP  VALUE 0.
       77  WS-ROLL-BYTES          PIC 9(018)   COMP  VALUE 0.
       77  WS-ROLL-BYTE-ELAPSED   PIC 9(011)   COMP  VALUE 0.
       77  WS-AVG-ELAPSED         PIC 9(009)   COMP  VALUE 0.
       77  WS-AVG-TO-WINDOW       PIC 9(004)   COMP  VALUE 0.
       77  WS-RATE                PIC 9(015)   COMP  VALUE 0.

      *
      * Month-over-month growth.  WS-PRIOR-MONTH is the calendar
      * month before the one listed; growth is only shown against
      * that month, never across a gap in the history.  The
      * latest growth in elapsed time found is the rate the
      * projection uses.
      *
       01  WS-PRIOR-MONTH.
           05  WS-PRIOR-YYYY      PIC 9(004).
           05  WS-PRIOR-MM        PIC 9(002).
       77  WS-MON-AVG-ELAPSED     PIC 9(009)   COMP  VALUE 0.
       77  WS-MON-AVG-BYTES       PIC 9(015)   COMP  VALUE 0.
       77  WS-PREV-AVG-ELAPSED    PIC 9(009)   COMP  VALUE 0.
       77  WS-PREV-AVG-BYTES      PIC 9(015)   COMP  VALUE 0.
       77  WS-GROWTH-PCT          PIC S9(007)V9(004) COMP VALUE 0.
       77  WS-GROWTH-RATE         PIC S9(005)V9(006) COMP VALUE 0.
       77  WS-GROWTH-MONTH        PIC X(006)         VALUE SPACES.
       77  WS-GROWTH-SW           PIC X(004)         VALUE 'N'.
           88  WS-GROWTH-KNOWN                       VALUE 'Y'.

      *
      * The projection: the average night's available minutes,
      * elapsed time and headroom, and the month-by-month climb
      * of the elapsed time at the growth rate until it passes
      * the time available.
      *
       77  WS-AVAIL-SECS          PIC 9(009)   COMP  VALUE 0.
       77  WS-HEADROOM-SECS       PIC S9(009)  COMP  VALUE 0.
       77  WS-PROJ-MONTHS         PIC 9(004)   COMP  VALUE 0.
       77  WS-PROJ-PREV           PIC 9(011)V9(004) COMP VALUE 0.
       77  WS-PROJ-NEXT           PIC 9(011)V9(004) COMP VALUE 0.
       77  WS-PROJ-FRACTION       PIC 9(001)V9(006) COMP VALUE 0.
       77  WS-PROJ-DAYS           PIC 9(009)   COMP  VALUE 0.
       77  WS-PROJ-INT            PIC 9(009)   COMP  VALUE 0.
       77  WS-PROJ-DATE           PIC 9(008)         VALUE 0.
       77  WS-PROJ-SW             PIC X(004)         VALUE 'N'.
           88  WS-PROJ-CROSSED                       VALUE 'Y'.
       77  WS-OVERRUN-SW          PIC X(004)         VALUE 'N'.
           88  WS-OVERRUN                            VALUE 'Y'.
       77  WS-PROJ-TEXT           PIC X(080)         VALUE SPACES.

      *
      * Elapsed seconds shown as hh:mm:ss.
      *
       77  WS-FMT-SECS            PIC 9(009)   COMP  VALUE 0.
       77  WS-FMT-OUT             PIC X(008)         VALUE SPACES.
       01  WS-FMT-HMS.
           05  WS-FMT-HH          PIC 9(002)         VALUE 0.
           05  FILLER             PIC X(001)         VALUE ':'.
           05  WS-FMT-MM          PIC 9(002)         VALUE 0.
           05  FILLER             PIC X(001)         VALUE ':'.
           05  WS-FMT-SS          PIC 9(002)         VALUE 0.
       01  WS-FMT-HHMM.
           05  WS-FMT-HM-HH       PIC 9(002)         VALUE 0.
           05  FILLER             PIC X(001)         VALUE ':'.
           05  WS-FMT-HM-MM       PIC 9(002)         VALUE 0.

       77  WS-TOT-RUNS            PIC 9(009)   COMP  VALUE 0.
       77  WS-EDIT-COUNT-1        PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-COUNT-2        PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-PCT            PIC ++++++9.9.
       77  WS-EDIT-DAYS           PIC ZZZ,ZZ9.

      *
      * Report line layouts.  All lines are built in working
      * storage and written through RPT-REC.
      *
       01  RPT-HEAD1.
           05  FILLER             PIC X(040) VALUE
               'B64CAP     BATCH WINDOW CAPACITY REPORT '.
           05  FILLER             PIC X(006) VALUE ' LAST '.
           05  RPT-HEAD1-DAYS     PIC ZZ9.
           05  FILLER             PIC X(012) VALUE ' DAYS, FROM '.
           05  RPT-HEAD1-FROM     PIC X(008).
           05  FILLER             PIC X(004) VALUE ' TO '.
           05  RPT-HEAD1-TO       PIC X(008).
           05  FILLER             PIC X(014) VALUE
               '   WINDOW END '.
           05  RPT-HEAD1-WINDOW   PIC X(005).
           05  FILLER             PIC X(032) VALUE SPACES.

       01  RPT-NGT-HEAD1.
           05  FILLER             PIC X(093) VALUE SPACES.
           05  FILLER             PIC X(012) VALUE 'PARTITIONS'.
           05  FILLER             PIC X(001) VALUE SPACES.
           05  FILLER             PIC X(024) VALUE
               'ROLLING 7-NIGHT AVERAGE'.
           05  FILLER             PIC X(002) VALUE SPACES.

       01  RPT-NGT-HEAD2.
           05  FILLER             PIC X(009) VALUE 'NIGHT'.
           05  FILLER             PIC X(005) VALUE 'RUNS'.
           05  FILLER             PIC X(006) VALUE 'START'.
           05  FILLER             PIC X(009) VALUE ' ELAPSED'.
           05  FILLER             PIC X(012) VALUE '    ENTRIES'.
           05  FILLER             PIC X(012) VALUE ' ENCODED OK'.
           05  FILLER             PIC X(008) VALUE '  ERROR'.
           05  FILLER             PIC X(016) VALUE
               '  BYTES ENCODED'.
           05  FILLER             PIC X(016) VALUE
               '      BYTES/MIN'.
           05  FILLER             PIC X(004) VALUE 'CNT'.
           05  FILLER             PIC X(009) VALUE ' LONGEST'.
           05  FILLER             PIC X(009) VALUE ' ELAPSED'.
           05  FILLER             PIC X(017) VALUE
               '      BYTES/MIN'.

       01  RPT-NGT-LINE.
           05  RPT-NGT-DATE       PIC X(008).
           05  FILLER             PIC X(001) VALUE SPACES.
           05  RPT-NGT-RUNS       PIC ZZZ9.
           05  FILLER             PIC X(001) VALUE SPACES.
           05  RPT-NGT-START      PIC X(005).
           05  FILLER             PIC X(001) VALUE SPACES.
           05  RPT-NGT-ELAPSED    PIC X(008).
           05  FILLER             PIC X(001) VALUE SPACES.
           05  RPT-NGT-READ       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(001) VALUE SPACES.
           05  RPT-NGT-OK         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(001) VALUE SPACES.
           05  RPT-NGT-ERR        PIC ZZZ,ZZ9.
           05  FILLER             PIC X(001) VALUE SPACES.
           05  RPT-NGT-BYTES      PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  RPT-NGT-BYTES-X REDEFINES RPT-NGT-BYTES
                                  PIC X(015).
           05  FILLER             PIC X(001) VALUE SPACES.
           05  RPT-NGT-RATE       PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  RPT-NGT-RATE-X REDEFINES RPT-NGT-RATE
                                  PIC X(015).
           05  FILLER             PIC X(001) VALUE SPACES.
           05  RPT-NGT-PARTS      PIC ZZ9 BLANK WHEN ZERO.
           05  FILLER             PIC X(001) VALUE SPACES.
           05  RPT-NGT-LONGEST    PIC X(008).
           05  FILLER             PIC X(001) VALUE SPACES.
           05  RPT-NGT-AVG-ELAPSED
                                  PIC X(008).
           05  FILLER             PIC X(001) VALUE SPACES.
           05  RPT-NGT-AVG-RATE   PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  RPT-NGT-AVG-RATE-X REDEFINES RPT-NGT-AVG-RATE
                                  PIC X(015).
           05  FILLER             PIC X(002) VALUE SPACES.

       01  RPT-MON-HEAD1.
           05  FILLER             PIC X(016) VALUE SPACES.
           05  FILLER             PIC X(010) VALUE ' AVERAGE'.
           05  FILLER             PIC X(010) VALUE ' LONGEST'.
           05  FILLER             PIC X(013) VALUE '    AVERAGE'.
           05  FILLER             PIC X(017) VALUE
               '        AVERAGE'.
           05  FILLER             PIC X(017) VALUE SPACES.
           05  FILLER             PIC X(011) VALUE '  ELAPSED'.
           05  FILLER             PIC X(038) VALUE '    BYTES'.

       01  RPT-MON-HEAD2.
           05  FILLER             PIC X(008) VALUE 'MONTH'.
           05  FILLER             PIC X(008) VALUE 'NIGHTS'.
           05  FILLER             PIC X(010) VALUE ' ELAPSED'.
           05  FILLER             PIC X(010) VALUE '   NIGHT'.
           05  FILLER             PIC X(013) VALUE '    ENTRIES'.
           05  FILLER             PIC X(017) VALUE
               '  BYTES ENCODED'.
           05  FILLER             PIC X(017) VALUE
               '      BYTES/MIN'.
           05  FILLER             PIC X(011) VALUE ' GROWTH %'.
           05  FILLER             PIC X(038) VALUE ' GROWTH %'.

       01  RPT-MON-LINE.
           05  RPT-MON-MONTH      PIC X(006).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-MON-NIGHTS     PIC ZZZZZ9.
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-MON-AVG-ELAPSED
                                  PIC X(008).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-MON-LONGEST    PIC X(008).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-MON-AVG-READ   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-MON-AVG-BYTES  PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  RPT-MON-AVG-BYTES-X REDEFINES RPT-MON-AVG-BYTES
                                  PIC X(015).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-MON-RATE       PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  RPT-MON-RATE-X REDEFINES RPT-MON-RATE
                                  PIC X(015).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-MON-ELAP-GROWTH
                                  PIC ++++++9.9.
           05  RPT-MON-ELAP-GROWTH-X REDEFINES RPT-MON-ELAP-GROWTH
                                  PIC X(009).
           05  FILLER             PIC X(002) VALUE SPACES.
           05  RPT-MON-BYTE-GROWTH
                                  PIC ++++++9.9.
           05  RPT-MON-BYTE-GROWTH-X REDEFINES RPT-MON-BYTE-GROWTH
                                  PIC X(009).
           05  FILLER             PIC X(029) VALUE SPACES.

       01  RPT-PROJ-LINE.
           05  RPT-PROJ-LABEL     PIC X(036).
           05  RPT-PROJ-VALUE     PIC X(080).
           05  FILLER             PIC X(016) VALUE SPACES.

       Procedure Division.

           ACCEPT WS-COMMAND-LINE FROM ENVIRONMENT 'PARM'
           IF WS-COMMAND-LINE = SPACES
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           END-IF
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
             INTO WS-NUM-TOKEN WS-WINDOW-ARG
           END-UNSTRING

           PERFORM 0010-PARSE-ONE-NUMBER

           IF NOT WS-NUM-OK
            OR WS-NUM-VALUE = 0
            OR WS-NUM-VALUE > NIGHT-TBL-MAX
               DISPLAY MYNAME ' requires a day range of 1 through'
                       ' 366 days, optionally followed by the'
                       ' window end time as hhmm'
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-NUM-VALUE TO WS-DAYS
               PERFORM 0020-PARSE-WINDOW-END
           END-IF

           IF RETURN-CODE = 0
               PERFORM 0030-COMPUTE-CUTOFF
               OPEN INPUT CATFILE
               IF WS-CAT-STATUS NOT = '00'
                   DISPLAY MYNAME ' no run catalog exists - no'
                           ' FILE/RERUN batch has cataloged a run'
                           ' yet'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 1000-LOAD-RUNS
                   CLOSE CATFILE
               END-IF
           END-IF

           IF RETURN-CODE = 0
               PERFORM 2000-ADD-AUDIT-BYTES
               PERFORM 3000-UPDATE-HISTORY
               PERFORM 4000-PRODUCE-REPORT

               EVALUATE TRUE
                 WHEN WS-HIST-ERROR
                      MOVE 8 TO RETURN-CODE
                 WHEN WS-OVERRUN
                      MOVE 4 TO RETURN-CODE
                 WHEN OTHER
                      MOVE 0 TO RETURN-CODE
               END-EVALUATE
           END-IF

           GOBACK
           .

      *
      * Converts a left-justified unsigned digit token from the
      * command line into WS-NUM-VALUE, flagging anything that is
      * not all digits rather than guessing at what the operator
      * meant - the same conversion b64trim uses.
      *
       0010-PARSE-ONE-NUMBER.
           SET WS-NUM-OK TO TRUE
           MOVE 0 TO WS-NUM-VALUE

           IF WS-NUM-TOKEN = SPACES
               MOVE 'N' TO WS-NUM-OK-SW
           END-IF

           PERFORM VARYING WS-NUM-SUB FROM 1 BY 1
           UNTIL WS-NUM-SUB > LENGTH OF WS-NUM-TOKEN
           OR WS-NUM-TOKEN(WS-NUM-SUB:1) = SPACE
           OR NOT WS-NUM-OK
               IF WS-NUM-TOKEN(WS-NUM-SUB:1) >= '0'
                AND WS-NUM-TOKEN(WS-NUM-SUB:1) <= '9'
                   MOVE WS-NUM-TOKEN(WS-NUM-SUB:1)
                     TO WS-NUM-DIGIT-X
                   COMPUTE WS-NUM-VALUE =
                       WS-NUM-VALUE * 10 + WS-NUM-DIGIT
               ELSE
                   MOVE 'N' TO WS-NUM-OK-SW
               END-IF
           END-PERFORM
           .

      *
      * The window end, when one is given, is four digits - a
      * time of day, hours 00-23 and minutes 00-59.
      *
       0020-PARSE-WINDOW-END.
           IF WS-WINDOW-ARG NOT = SPACES
               IF WS-WINDOW-HHMM IS NUMERIC
                AND WS-WINDOW-REST = SPACES
                AND WS-WINDOW-HH <= 23
                AND WS-WINDOW-MM <= 59
                   SET WS-WINDOW-GIVEN TO TRUE
                   COMPUTE WS-WINDOW-MINUTES =
                       WS-WINDOW-HH * 60 + WS-WINDOW-MM
               ELSE
                   DISPLAY MYNAME ' window end ' WS-WINDOW-ARG
                           ' is not a time of day as hhmm'
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           .

       0030-COMPUTE-CUTOFF.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:8) TO WS-TODAY-DATE-X
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-DAYS + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
             TO WS-CUTOFF-DATE
           .

      *
      * The run records from the first date reported on, in
      * run-start order: a keyed START at '*RUN' and that date,
      * reading forward while the name portion of the key is
      * still '*RUN'.
      *
       1000-LOAD-RUNS.
           MOVE '*RUN' TO CAT-KEY-NAME
           MOVE SPACES TO CAT-KEY-RUN-START
           MOVE WS-CUTOFF-DATE TO CAT-KEY-RUN-START(1:8)
           START CATFILE KEY >= CAT-KEY
             INVALID KEY SET CATFILE-EOF TO TRUE
           END-START

           IF NOT CATFILE-EOF
               PERFORM 9010-READ-NEXT-ENTRY
           END-IF

           PERFORM UNTIL CATFILE-EOF
                      OR NOT CAT-KEY-IS-RUN
               IF CAT-TYPE-RUN
                   PERFORM 1010-TAKE-ONE-RUN
               END-IF
               PERFORM 9010-READ-NEXT-ENTRY
           END-PERFORM

           IF WS-RUNS-OVERFLOW > 0
               DISPLAY MYNAME ' more than ' RUN-TBL-MAX ' runs in'
                       ' the range - ' WS-RUNS-OVERFLOW ' not'
                       ' reported'
           END-IF
           .

      *
      * One run record: into the table for the audit pass, and
      * into its night - a new night when its start date differs
      * from the last run's.  A run record cataloged before the
      * partition fields existed carries spaces there, and is
      * taken as a run that was not split.
      *
       1010-TAKE-ONE-RUN.
           IF WS-RUN-COUNT >= RUN-TBL-MAX
            OR (WS-NGT-COUNT >= NIGHT-TBL-MAX
             AND CAT-KEY-RUN-START(1:8) NOT =
                 WS-NGT-DATE(WS-NGT-COUNT))
               ADD 1 TO WS-RUNS-OVERFLOW
           ELSE
               IF WS-NGT-COUNT = 0
                OR CAT-KEY-RUN-START(1:8) NOT =
                   WS-NGT-DATE(WS-NGT-COUNT)
                   PERFORM 1020-START-ONE-NIGHT
               END-IF

               ADD 1 TO WS-RUN-COUNT
               ADD 1 TO WS-TOT-RUNS
               MOVE CAT-KEY-RUN-START TO WS-RUN-START(WS-RUN-COUNT)
               MOVE CAT-RUN-END TO WS-RUN-END(WS-RUN-COUNT)
               MOVE WS-NGT-COUNT TO WS-RUN-NIGHT(WS-RUN-COUNT)

               MOVE CAT-KEY-RUN-START TO WS-TS-WORK
               PERFORM 8100-TIMESTAMP-TO-SECONDS
               MOVE WS-TS-SECONDS TO WS-START-SECS
               MOVE CAT-RUN-END TO WS-TS-WORK
               PERFORM 8100-TIMESTAMP-TO-SECONDS
               MOVE 0 TO WS-RUN-ELAPSED
               IF WS-START-SECS > 0
                AND WS-TS-SECONDS > WS-START-SECS
                   COMPUTE WS-RUN-ELAPSED =
                       WS-TS-SECONDS - WS-START-SECS
               END-IF

               ADD 1 TO WS-NGT-RUNS(WS-NGT-COUNT)
               ADD WS-RUN-ELAPSED TO WS-NGT-ELAPSED(WS-NGT-COUNT)
               IF CAT-ENTRIES-READ IS NUMERIC
                AND CAT-WRITTEN-OK IS NUMERIC
                AND CAT-WRITTEN-ERROR IS NUMERIC
                   ADD CAT-ENTRIES-READ TO WS-NGT-READ(WS-NGT-COUNT)
                   ADD CAT-WRITTEN-OK TO WS-NGT-OK(WS-NGT-COUNT)
                   ADD CAT-WRITTEN-ERROR TO WS-NGT-ERR(WS-NGT-COUNT)
               END-IF

               IF CAT-PARTITIONS IS NUMERIC
                AND CAT-LONGEST-SECS IS NUMERIC
                AND CAT-PARTITIONS > 1
                   IF CAT-PARTITIONS > WS-NGT-PARTS(WS-NGT-COUNT)
                       MOVE CAT-PARTITIONS
                         TO WS-NGT-PARTS(WS-NGT-COUNT)
                   END-IF
                   IF CAT-LONGEST-SECS > WS-NGT-LONGEST(WS-NGT-COUNT)
                       MOVE CAT-LONGEST-SECS
                         TO WS-NGT-LONGEST(WS-NGT-COUNT)
                   END-IF
               END-IF
           END-IF
           .

      *
      * A new night, dated by its first run's start.  The minutes
      * from that start to the window end are taken forward to
      * the next time the clock shows the window end, so a run
      * starting before midnight for a window ending after it
      * counts the hours either side.
      *
       1020-START-ONE-NIGHT.
           ADD 1 TO WS-NGT-COUNT
           INITIALIZE WS-NGT-ENTRY(WS-NGT-COUNT)
           MOVE CAT-KEY-RUN-START(1:8) TO WS-NGT-DATE(WS-NGT-COUNT)
           MOVE CAT-KEY-RUN-START
             TO WS-NGT-FIRST-START(WS-NGT-COUNT)

           IF WS-WINDOW-GIVEN
            AND CAT-KEY-RUN-START(9:4) IS NUMERIC
               MOVE CAT-KEY-RUN-START TO WS-TS-WORK
               COMPUTE WS-START-MINUTES =
                   WS-TS-HH * 60 + WS-TS-MIN
               IF WS-WINDOW-MINUTES > WS-START-MINUTES
                   COMPUTE WS-NGT-TO-WINDOW(WS-NGT-COUNT) =
                       WS-WINDOW-MINUTES - WS-START-MINUTES
               ELSE
                   COMPUTE WS-NGT-TO-WINDOW(WS-NGT-COUNT) =
                       WS-WINDOW-MINUTES + 1440 - WS-START-MINUTES
               END-IF
           END-IF
           .

      *
      * One pass over B64AUDIT.  The log is appended in time
      * order and the runs are in start order, so the run an
      * encode call belongs to is found by stepping forward past
      * the runs that ended before it; a call between runs (a
      * MIME or CHNK job, say) falls in none and is passed over.
      *
       2000-ADD-AUDIT-BYTES.
           IF WS-RUN-COUNT > 0
               MOVE 1 TO WS-AUD-RUN-SUB
               MOVE 'N' TO AUDITLOG-EOF-SW
               OPEN INPUT AUDITLOG

               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY MYNAME ' no B64AUDIT log - bytes'
                           ' encoded are not available'
                   SET AUDITLOG-EOF TO TRUE
               ELSE
                   PERFORM 2010-READ-AUDITLOG
               END-IF

               PERFORM UNTIL AUDITLOG-EOF
                          OR WS-AUD-RUN-SUB > WS-RUN-COUNT
                   IF AUDIT-PROGRAM = 'B64ENCOD'
                    AND AUDIT-IN-LEN IS NUMERIC
                       PERFORM 2020-ATTRIBUTE-ONE-CALL
                   END-IF
                   PERFORM 2010-READ-AUDITLOG
               END-PERFORM

               IF WS-AUDIT-STATUS = '00' OR '10'
                   CLOSE AUDITLOG
               END-IF
           END-IF
           .

       2010-READ-AUDITLOG.
           READ AUDITLOG
             AT END SET AUDITLOG-EOF TO TRUE
           END-READ
           .

       2020-ATTRIBUTE-ONE-CALL.
           MOVE 'N' TO WS-AUD-PLACED-SW
           PERFORM 2025-PASS-ENDED-RUN
             UNTIL WS-AUD-RUN-SUB > WS-RUN-COUNT
             OR WS-AUD-PLACED

           IF WS-AUD-PLACED
            AND AUDIT-TIMESTAMP >= WS-RUN-START(WS-AUD-RUN-SUB)
               MOVE WS-RUN-NIGHT(WS-AUD-RUN-SUB) TO WS-NGT-SUB
               ADD 1 TO WS-NGT-CALLS(WS-NGT-SUB)
               ADD AUDIT-IN-LEN TO WS-NGT-BYTES(WS-NGT-SUB)
           END-IF
           .

       2025-PASS-ENDED-RUN.
           IF AUDIT-TIMESTAMP > WS-RUN-END(WS-AUD-RUN-SUB)
               ADD 1 TO WS-AUD-RUN-SUB
           ELSE
               SET WS-AUD-PLACED TO TRUE
           END-IF
           .

      *
      * The B64CAPH history: read whole, this report's months
      * folded in, and written back whole - it is a record a
      * month, and the table holds all of it.
      *
       3000-UPDATE-HISTORY.
           PERFORM 3010-LOAD-HISTORY
           PERFORM 3020-SUMMARIZE-NIGHTS

           IF WS-FRS-COUNT > 0
               PERFORM 3030-FOLD-ONE-MONTH
                 VARYING WS-FRS-SUB FROM 1 BY 1
                 UNTIL WS-FRS-SUB > WS-FRS-COUNT

               SORT WS-MON-ENTRY
                 ASCENDING KEY WS-MON-MONTH

               IF WS-HIST-ERROR
                   DISPLAY MYNAME ' B64CAPH history left as it was'
               ELSE
                   PERFORM 3040-WRITE-HISTORY
               END-IF
           END-IF

           MOVE WS-HIST-READ TO WS-EDIT-COUNT-1
           DISPLAY MYNAME ' history months read     ' WS-EDIT-COUNT-1
           MOVE WS-HIST-ADDED TO WS-EDIT-COUNT-1
           DISPLAY MYNAME ' history months added    ' WS-EDIT-COUNT-1
           MOVE WS-HIST-REPLACED TO WS-EDIT-COUNT-1
           DISPLAY MYNAME ' history months replaced ' WS-EDIT-COUNT-1
           MOVE WS-HIST-KEPT TO WS-EDIT-COUNT-1
           DISPLAY MYNAME ' history months kept     ' WS-EDIT-COUNT-1
           .

      *
      * A history record whose counts are not numeric is reported
      * and left out; the rest of the history still serves.  The
      * history is written oldest month first, so should it ever
      * hold more than the table, the oldest months give way.
      * Only a dataset not yet created (status 35) starts a new
      * history; any other failure to open or read it stops the
      * history from being rewritten, since rewriting from what
      * could be read would lose the months kept.
      *
       3010-LOAD-HISTORY.
           MOVE 'N' TO HISTFILE-EOF-SW
           OPEN INPUT HISTFILE

           EVALUATE WS-HIST-STATUS
             WHEN '00'
                  SET WS-HIST-OPEN TO TRUE
                  PERFORM 3015-READ-HISTFILE
             WHEN '35'
                  SET HISTFILE-EOF TO TRUE
                  DISPLAY MYNAME ' no B64CAPH history yet - one is'
                          ' started'
             WHEN OTHER
                  SET HISTFILE-EOF TO TRUE
                  SET WS-HIST-ERROR TO TRUE
                  DISPLAY MYNAME ' unable to open the B64CAPH'
                          ' history (status ' WS-HIST-STATUS ')'
           END-EVALUATE

           PERFORM UNTIL HISTFILE-EOF
               ADD 1 TO WS-HIST-READ
               IF CAPH-NIGHTS IS NUMERIC
                AND CAPH-RUNS IS NUMERIC
                AND CAPH-ELAPSED-SECS IS NUMERIC
                AND CAPH-ENTRIES-READ IS NUMERIC
                AND CAPH-WRITTEN-OK IS NUMERIC
                AND CAPH-WRITTEN-ERROR IS NUMERIC
                AND CAPH-BYTES IS NUMERIC
                AND CAPH-BYTE-NIGHTS IS NUMERIC
                AND CAPH-LONGEST-SECS IS NUMERIC
                   PERFORM 3017-STORE-ONE-MONTH
               ELSE
                   ADD 1 TO WS-HIST-DAMAGED
               END-IF
               PERFORM 3015-READ-HISTFILE
           END-PERFORM

           IF WS-HIST-OPEN
               CLOSE HISTFILE
               MOVE 'N' TO WS-HIST-OPEN-SW
           END-IF

           IF WS-HIST-DAMAGED > 0
               DISPLAY MYNAME ' ' WS-HIST-DAMAGED ' damaged B64CAPH'
                       ' record(s) passed over'
           END-IF
           .

       3015-READ-HISTFILE.
           READ HISTFILE
             AT END SET HISTFILE-EOF TO TRUE
           END-READ

           IF WS-HIST-STATUS(1:1) NOT = '0'
            AND WS-HIST-STATUS NOT = '10'
               SET HISTFILE-EOF TO TRUE
               SET WS-HIST-ERROR TO TRUE
               DISPLAY MYNAME ' error reading the B64CAPH history'
                       ' (status ' WS-HIST-STATUS ')'
           END-IF
           .

       3017-STORE-ONE-MONTH.
           IF WS-MON-COUNT >= HIST-KEEP-MAX
               PERFORM 3018-DROP-OLDEST-MONTH
           END-IF

           ADD 1 TO WS-MON-COUNT
           MOVE CAPH-MONTH TO WS-MON-MONTH(WS-MON-COUNT)
           MOVE CAPH-NIGHTS TO WS-MON-NIGHTS(WS-MON-COUNT)
           MOVE CAPH-RUNS TO WS-MON-RUNS(WS-MON-COUNT)
           MOVE CAPH-ELAPSED-SECS TO WS-MON-ELAPSED(WS-MON-COUNT)
           MOVE CAPH-ENTRIES-READ TO WS-MON-READ(WS-MON-COUNT)
           MOVE CAPH-WRITTEN-OK TO WS-MON-OK(WS-MON-COUNT)
           MOVE CAPH-WRITTEN-ERROR TO WS-MON-ERR(WS-MON-COUNT)
           MOVE CAPH-BYTES TO WS-MON-BYTES(WS-MON-COUNT)
           MOVE CAPH-BYTE-NIGHTS
             TO WS-MON-BYTE-NIGHTS(WS-MON-COUNT)
           MOVE CAPH-LONGEST-SECS TO WS-MON-LONGEST(WS-MON-COUNT)
           MOVE CAPH-UPDATED TO WS-MON-UPDATED(WS-MON-COUNT)
           .

       3018-DROP-OLDEST-MONTH.
           PERFORM VARYING WS-MON-SUB FROM 2 BY 1
           UNTIL WS-MON-SUB > WS-MON-COUNT
               MOVE WS-MON-ENTRY(WS-MON-SUB)
                 TO WS-MON-ENTRY(WS-MON-SUB - 1)
           END-PERFORM
           SUBTRACT 1 FROM WS-MON-COUNT
           .

      *
      * This report's nights, month by month.  The nights are in
      * date order, so each month's nights arrive together.  A
      * night's bytes count toward the month only when they are
      * known.
      *
       3020-SUMMARIZE-NIGHTS.
           PERFORM VARYING WS-NGT-SUB FROM 1 BY 1
           UNTIL WS-NGT-SUB > WS-NGT-COUNT
               IF WS-FRS-COUNT = 0
                OR WS-NGT-DATE(WS-NGT-SUB)(1:6) NOT =
                   WS-FRS-MONTH(WS-FRS-COUNT)
                   ADD 1 TO WS-FRS-COUNT
                   INITIALIZE WS-FRS-ENTRY(WS-FRS-COUNT)
                   MOVE WS-NGT-DATE(WS-NGT-SUB)(1:6)
                     TO WS-FRS-MONTH(WS-FRS-COUNT)
                   MOVE WS-TODAY TO WS-FRS-UPDATED(WS-FRS-COUNT)
               END-IF

               ADD 1 TO WS-FRS-NIGHTS(WS-FRS-COUNT)
               ADD WS-NGT-RUNS(WS-NGT-SUB)
                 TO WS-FRS-RUNS(WS-FRS-COUNT)
               ADD WS-NGT-ELAPSED(WS-NGT-SUB)
                 TO WS-FRS-ELAPSED(WS-FRS-COUNT)
               ADD WS-NGT-READ(WS-NGT-SUB)
                 TO WS-FRS-READ(WS-FRS-COUNT)
               ADD WS-NGT-OK(WS-NGT-SUB)
                 TO WS-FRS-OK(WS-FRS-COUNT)
               ADD WS-NGT-ERR(WS-NGT-SUB)
                 TO WS-FRS-ERR(WS-FRS-COUNT)
               PERFORM 8300-CHECK-NIGHT-BYTES
               IF WS-NGT-BYTES-KNOWN
                   ADD WS-NGT-BYTES(WS-NGT-SUB)
                     TO WS-FRS-BYTES(WS-FRS-COUNT)
                   ADD 1 TO WS-FRS-BYTE-NIGHTS(WS-FRS-COUNT)
               END-IF
               IF WS-NGT-ELAPSED(WS-NGT-SUB) >
                  WS-FRS-LONGEST(WS-FRS-COUNT)
                   MOVE WS-NGT-ELAPSED(WS-NGT-SUB)
                     TO WS-FRS-LONGEST(WS-FRS-COUNT)
               END-IF
           END-PERFORM
           .

      *
      * A month new to the history is added; one already there is
      * replaced only by a summary covering at least as many
      * nights, and at least as many with their bytes known - a
      * short day range, or the audit records archived since,
      * would otherwise thin out a month summarized in full.
      *
       3030-FOLD-ONE-MONTH.
           MOVE 0 TO WS-MON-FOUND-SUB
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
           UNTIL WS-MON-SUB > WS-MON-COUNT
           OR WS-MON-FOUND-SUB > 0
               IF WS-MON-MONTH(WS-MON-SUB) = WS-FRS-MONTH(WS-FRS-SUB)
                   MOVE WS-MON-SUB TO WS-MON-FOUND-SUB
               END-IF
           END-PERFORM

           EVALUATE TRUE
             WHEN WS-MON-FOUND-SUB = 0
                  IF WS-MON-COUNT >= HIST-KEEP-MAX
                      PERFORM 3018-DROP-OLDEST-MONTH
                  END-IF
                  ADD 1 TO WS-MON-COUNT
                  MOVE WS-FRS-ENTRY(WS-FRS-SUB)
                    TO WS-MON-ENTRY(WS-MON-COUNT)
                  ADD 1 TO WS-HIST-ADDED
             WHEN WS-FRS-NIGHTS(WS-FRS-SUB) >=
                  WS-MON-NIGHTS(WS-MON-FOUND-SUB)
              AND WS-FRS-BYTE-NIGHTS(WS-FRS-SUB) >=
                  WS-MON-BYTE-NIGHTS(WS-MON-FOUND-SUB)
                  MOVE WS-FRS-ENTRY(WS-FRS-SUB)
                    TO WS-MON-ENTRY(WS-MON-FOUND-SUB)
                  ADD 1 TO WS-HIST-REPLACED
             WHEN OTHER
                  ADD 1 TO WS-HIST-KEPT
           END-EVALUATE
           .

      *
      * A history that cannot be rewritten is reported and the
      * step ends RC 8; the report itself is still produced from
      * the months in storage.
      *
       3040-WRITE-HISTORY.
           OPEN OUTPUT HISTFILE

           IF WS-HIST-STATUS NOT = '00'
               SET WS-HIST-ERROR TO TRUE
               DISPLAY MYNAME ' unable to rewrite the B64CAPH'
                       ' history (status ' WS-HIST-STATUS ')'
           ELSE
               PERFORM 3045-WRITE-ONE-MONTH
                 VARYING WS-MON-SUB FROM 1 BY 1
                 UNTIL WS-MON-SUB > WS-MON-COUNT
                 OR WS-HIST-ERROR
               CLOSE HISTFILE
           END-IF
           .

       3045-WRITE-ONE-MONTH.
           MOVE SPACES TO CAPH-REC
           MOVE WS-MON-MONTH(WS-MON-SUB) TO CAPH-MONTH
           MOVE '|' TO CAPH-DELIM
           MOVE WS-MON-NIGHTS(WS-MON-SUB) TO CAPH-NIGHTS
           MOVE '|' TO CAPH-DELIM2
           MOVE WS-MON-RUNS(WS-MON-SUB) TO CAPH-RUNS
           MOVE '|' TO CAPH-DELIM3
           MOVE WS-MON-ELAPSED(WS-MON-SUB) TO CAPH-ELAPSED-SECS
           MOVE '|' TO CAPH-DELIM4
           MOVE WS-MON-READ(WS-MON-SUB) TO CAPH-ENTRIES-READ
           MOVE '|' TO CAPH-DELIM5
           MOVE WS-MON-OK(WS-MON-SUB) TO CAPH-WRITTEN-OK
           MOVE '|' TO CAPH-DELIM6
           MOVE WS-MON-ERR(WS-MON-SUB) TO CAPH-WRITTEN-ERROR
           MOVE '|' TO CAPH-DELIM7
           MOVE WS-MON-BYTES(WS-MON-SUB) TO CAPH-BYTES
           MOVE '|' TO CAPH-DELIM8
           MOVE WS-MON-BYTE-NIGHTS(WS-MON-SUB) TO CAPH-BYTE-NIGHTS
           MOVE '|' TO CAPH-DELIM9
           MOVE WS-MON-LONGEST(WS-MON-SUB) TO CAPH-LONGEST-SECS
           MOVE '|' TO CAPH-DELIM10
           MOVE WS-MON-UPDATED(WS-MON-SUB) TO CAPH-UPDATED

           WRITE CAPH-REC
           IF WS-HIST-STATUS NOT = '00'
               SET WS-HIST-ERROR TO TRUE
               DISPLAY MYNAME ' error writing the B64CAPH history'
                       ' (status ' WS-HIST-STATUS ')'
           ELSE
               ADD 1 TO WS-HIST-WRITTEN
           END-IF
           .

       4000-PRODUCE-REPORT.
           OPEN OUTPUT RPTFILE

           MOVE WS-DAYS TO RPT-HEAD1-DAYS
           MOVE WS-CUTOFF-DATE TO RPT-HEAD1-FROM
           MOVE WS-TODAY-DATE-X TO RPT-HEAD1-TO
           IF WS-WINDOW-GIVEN
               MOVE WS-WINDOW-HH TO WS-FMT-HM-HH
               MOVE WS-WINDOW-MM TO WS-FMT-HM-MM
               MOVE WS-FMT-HHMM TO RPT-HEAD1-WINDOW
           ELSE
               MOVE 'NONE' TO RPT-HEAD1-WINDOW
           END-IF
           WRITE RPT-REC FROM RPT-HEAD1
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC

           PERFORM 4100-WRITE-NIGHTS
           PERFORM 4200-WRITE-MONTHS
           PERFORM 4300-WRITE-PROJECTION

           CLOSE RPTFILE

           MOVE WS-NGT-COUNT TO WS-EDIT-COUNT-1
           DISPLAY MYNAME ' nights reported         ' WS-EDIT-COUNT-1
           MOVE WS-TOT-RUNS TO WS-EDIT-COUNT-1
           DISPLAY MYNAME ' runs reported           ' WS-EDIT-COUNT-1
           DISPLAY MYNAME ' projected overrun       '
                   FUNCTION TRIM(WS-PROJ-TEXT)
           .

      *
      * One line per night, with the rolling averages as of that
      * night.
      *
       4100-WRITE-NIGHTS.
           MOVE 'NIGHTLY RUNS' TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM RPT-NGT-HEAD1
           WRITE RPT-REC FROM RPT-NGT-HEAD2

           IF WS-NGT-COUNT = 0
               MOVE '(NO CATALOGED RUNS IN THE RANGE)' TO RPT-REC
               WRITE RPT-REC
           ELSE
               PERFORM 4110-WRITE-ONE-NIGHT
                 VARYING WS-NGT-SUB FROM 1 BY 1
                 UNTIL WS-NGT-SUB > WS-NGT-COUNT
           END-IF
           .

       4110-WRITE-ONE-NIGHT.
           MOVE SPACES TO RPT-NGT-LINE
           MOVE WS-NGT-DATE(WS-NGT-SUB) TO RPT-NGT-DATE
           MOVE WS-NGT-RUNS(WS-NGT-SUB) TO RPT-NGT-RUNS
           MOVE WS-NGT-FIRST-START(WS-NGT-SUB)(9:2)
             TO RPT-NGT-START(1:2)
           MOVE ':' TO RPT-NGT-START(3:1)
           MOVE WS-NGT-FIRST-START(WS-NGT-SUB)(11:2)
             TO RPT-NGT-START(4:2)
           MOVE WS-NGT-ELAPSED(WS-NGT-SUB) TO WS-FMT-SECS
           PERFORM 8200-FORMAT-ELAPSED
           MOVE WS-FMT-OUT TO RPT-NGT-ELAPSED
           MOVE WS-NGT-READ(WS-NGT-SUB) TO RPT-NGT-READ
           MOVE WS-NGT-OK(WS-NGT-SUB) TO RPT-NGT-OK
           MOVE WS-NGT-ERR(WS-NGT-SUB) TO RPT-NGT-ERR

           PERFORM 8300-CHECK-NIGHT-BYTES
           IF WS-NGT-BYTES-KNOWN
               MOVE WS-NGT-BYTES(WS-NGT-SUB) TO RPT-NGT-BYTES
               IF WS-NGT-ELAPSED(WS-NGT-SUB) > 0
                   COMPUTE WS-RATE =
                       WS-NGT-BYTES(WS-NGT-SUB) * 60
                     / WS-NGT-ELAPSED(WS-NGT-SUB)
                   MOVE WS-RATE TO RPT-NGT-RATE
               ELSE
                   MOVE '            n/a' TO RPT-NGT-RATE-X
               END-IF
           ELSE
               MOVE '       ARCHIVED' TO RPT-NGT-BYTES-X
               MOVE '            n/a' TO RPT-NGT-RATE-X
           END-IF

           IF WS-NGT-PARTS(WS-NGT-SUB) > 1
               MOVE WS-NGT-PARTS(WS-NGT-SUB) TO RPT-NGT-PARTS
               MOVE WS-NGT-LONGEST(WS-NGT-SUB) TO WS-FMT-SECS
               PERFORM 8200-FORMAT-ELAPSED
               MOVE WS-FMT-OUT TO RPT-NGT-LONGEST
           ELSE
               MOVE 0 TO RPT-NGT-PARTS
           END-IF

           PERFORM 4120-ROLL-AVERAGES
           MOVE WS-AVG-ELAPSED TO WS-FMT-SECS
           PERFORM 8200-FORMAT-ELAPSED
           MOVE WS-FMT-OUT TO RPT-NGT-AVG-ELAPSED
           IF WS-ROLL-BYTE-ELAPSED > 0
               COMPUTE WS-RATE =
                   WS-ROLL-BYTES * 60 / WS-ROLL-BYTE-ELAPSED
               MOVE WS-RATE TO RPT-NGT-AVG-RATE
           ELSE
               MOVE '            n/a' TO RPT-NGT-AVG-RATE-X
           END-IF

           WRITE RPT-REC FROM RPT-NGT-LINE
           .

      *
      * The averages over the ROLL-NIGHTS nights ending with the
      * one being listed (fewer at the start of the range).  The
      * last night's leave WS-AVG-ELAPSED and WS-AVG-TO-WINDOW set
      * for the projection.
      *
       4120-ROLL-AVERAGES.
           MOVE 1 TO WS-ROLL-FROM
           IF WS-NGT-SUB > ROLL-NIGHTS
               COMPUTE WS-ROLL-FROM = WS-NGT-SUB - ROLL-NIGHTS + 1
           END-IF
           MOVE 0 TO WS-ROLL-NIGHTS
           MOVE 0 TO WS-ROLL-ELAPSED
           MOVE 0 TO WS-ROLL-TO-WINDOW
           MOVE 0 TO WS-ROLL-BYTES
           MOVE 0 TO WS-ROLL-BYTE-ELAPSED

           PERFORM VARYING WS-ROLL-SUB FROM WS-ROLL-FROM BY 1
           UNTIL WS-ROLL-SUB > WS-NGT-SUB
               ADD 1 TO WS-ROLL-NIGHTS
               ADD WS-NGT-ELAPSED(WS-ROLL-SUB) TO WS-ROLL-ELAPSED
               ADD WS-NGT-TO-WINDOW(WS-ROLL-SUB) TO WS-ROLL-TO-WINDOW
               IF WS-NGT-OK(WS-ROLL-SUB) = 0
                OR WS-NGT-CALLS(WS-ROLL-SUB) > 0
                   ADD WS-NGT-BYTES(WS-ROLL-SUB) TO WS-ROLL-BYTES
                   ADD WS-NGT-ELAPSED(WS-ROLL-SUB)
                     TO WS-ROLL-BYTE-ELAPSED
               END-IF
           END-PERFORM

           COMPUTE WS-AVG-ELAPSED ROUNDED =
               WS-ROLL-ELAPSED / WS-ROLL-NIGHTS
           COMPUTE WS-AVG-TO-WINDOW ROUNDED =
               WS-ROLL-TO-WINDOW / WS-ROLL-NIGHTS
           .

      *
      * One line per month in the history, with its growth over
      * the calendar month before when the history holds it.
      *
       4200-WRITE-MONTHS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'MONTHLY TREND (B64CAPH HISTORY)' TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM RPT-MON-HEAD1
           WRITE RPT-REC FROM RPT-MON-HEAD2

           MOVE 'N' TO WS-GROWTH-SW
           IF WS-MON-COUNT = 0
               MOVE '(NO HISTORY)' TO RPT-REC
               WRITE RPT-REC
           ELSE
               PERFORM 4210-WRITE-ONE-MONTH
                 VARYING WS-MON-SUB FROM 1 BY 1
                 UNTIL WS-MON-SUB > WS-MON-COUNT
           END-IF
           .

       4210-WRITE-ONE-MONTH.
           MOVE SPACES TO RPT-MON-LINE
           MOVE WS-MON-MONTH(WS-MON-SUB) TO RPT-MON-MONTH
           MOVE WS-MON-NIGHTS(WS-MON-SUB) TO RPT-MON-NIGHTS

           MOVE 0 TO WS-MON-AVG-ELAPSED
           MOVE 0 TO WS-MON-AVG-BYTES
           IF WS-MON-NIGHTS(WS-MON-SUB) > 0
               COMPUTE WS-MON-AVG-ELAPSED ROUNDED =
                   WS-MON-ELAPSED(WS-MON-SUB)
                 / WS-MON-NIGHTS(WS-MON-SUB)
               COMPUTE WS-EDIT-COUNT-1 ROUNDED =
                   WS-MON-READ(WS-MON-SUB)
                 / WS-MON-NIGHTS(WS-MON-SUB)
               MOVE WS-EDIT-COUNT-1 TO RPT-MON-AVG-READ
           END-IF
           MOVE WS-MON-AVG-ELAPSED TO WS-FMT-SECS
           PERFORM 8200-FORMAT-ELAPSED
           MOVE WS-FMT-OUT TO RPT-MON-AVG-ELAPSED
           MOVE WS-MON-LONGEST(WS-MON-SUB) TO WS-FMT-SECS
           PERFORM 8200-FORMAT-ELAPSED
           MOVE WS-FMT-OUT TO RPT-MON-LONGEST

           IF WS-MON-BYTE-NIGHTS(WS-MON-SUB) > 0
               COMPUTE WS-MON-AVG-BYTES ROUNDED =
                   WS-MON-BYTES(WS-MON-SUB)
                 / WS-MON-BYTE-NIGHTS(WS-MON-SUB)
               MOVE WS-MON-AVG-BYTES TO RPT-MON-AVG-BYTES
           ELSE
               MOVE '       ARCHIVED' TO RPT-MON-AVG-BYTES-X
           END-IF
      *    Throughput needs the bytes of every night the elapsed
      *    time covers.
           IF WS-MON-BYTE-NIGHTS(WS-MON-SUB) =
              WS-MON-NIGHTS(WS-MON-SUB)
            AND WS-MON-ELAPSED(WS-MON-SUB) > 0
               COMPUTE WS-RATE =
                   WS-MON-BYTES(WS-MON-SUB) * 60
                 / WS-MON-ELAPSED(WS-MON-SUB)
               MOVE WS-RATE TO RPT-MON-RATE
           ELSE
               MOVE '            n/a' TO RPT-MON-RATE-X
           END-IF

           MOVE '      n/a' TO RPT-MON-ELAP-GROWTH-X
           MOVE '      n/a' TO RPT-MON-BYTE-GROWTH-X
           IF WS-MON-SUB > 1
               PERFORM 4220-COMPARE-PRIOR-MONTH
           END-IF

           WRITE RPT-REC FROM RPT-MON-LINE

           MOVE WS-MON-AVG-ELAPSED TO WS-PREV-AVG-ELAPSED
           MOVE WS-MON-AVG-BYTES TO WS-PREV-AVG-BYTES
           .

      *
      * Growth is shown only against the calendar month just
      * before, and the latest growth in elapsed time becomes the
      * rate the projection uses.
      *
       4220-COMPARE-PRIOR-MONTH.
           MOVE WS-MON-MONTH(WS-MON-SUB) TO WS-PRIOR-MONTH
           IF WS-PRIOR-MONTH IS NUMERIC
               IF WS-PRIOR-MM > 1
                   SUBTRACT 1 FROM WS-PRIOR-MM
               ELSE
                   SUBTRACT 1 FROM WS-PRIOR-YYYY
                   MOVE 12 TO WS-PRIOR-MM
               END-IF

               IF WS-MON-MONTH(WS-MON-SUB - 1) = WS-PRIOR-MONTH
                   IF WS-PREV-AVG-ELAPSED > 0
                       COMPUTE WS-GROWTH-PCT ROUNDED =
                           (WS-MON-AVG-ELAPSED - WS-PREV-AVG-ELAPSED)
                         * 100 / WS-PREV-AVG-ELAPSED
                       MOVE WS-GROWTH-PCT TO RPT-MON-ELAP-GROWTH
                       COMPUTE WS-GROWTH-RATE ROUNDED =
                           WS-GROWTH-PCT / 100
                       MOVE WS-MON-MONTH(WS-MON-SUB)
                         TO WS-GROWTH-MONTH
                       SET WS-GROWTH-KNOWN TO TRUE
                   END-IF
                   IF WS-PREV-AVG-BYTES > 0
                    AND WS-MON-BYTE-NIGHTS(WS-MON-SUB) > 0
                       COMPUTE WS-GROWTH-PCT ROUNDED =
                           (WS-MON-AVG-BYTES - WS-PREV-AVG-BYTES)
                         * 100 / WS-PREV-AVG-BYTES
                       MOVE WS-GROWTH-PCT TO RPT-MON-BYTE-GROWTH
                   END-IF
               END-IF
           END-IF
           .

      *
      * The headroom the average night leaves before the window
      * end, and - when its elapsed time is growing - the date
      * that growth uses it up.
      *
       4300-WRITE-PROJECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'WINDOW PROJECTION' TO RPT-REC
           WRITE RPT-REC

           EVALUATE TRUE
             WHEN NOT WS-WINDOW-GIVEN
                  MOVE 'not projected - no window end time given'
                    TO WS-PROJ-TEXT
             WHEN WS-NGT-COUNT = 0
                  MOVE 'not projected - no runs in the range'
                    TO WS-PROJ-TEXT
             WHEN OTHER
                  PERFORM 4310-WRITE-HEADROOM
                  PERFORM 4320-PROJECT-OVERRUN
           END-EVALUATE

           MOVE SPACES TO RPT-PROJ-LINE
           MOVE 'PROJECTED OVERRUN' TO RPT-PROJ-LABEL
           MOVE WS-PROJ-TEXT TO RPT-PROJ-VALUE
           WRITE RPT-REC FROM RPT-PROJ-LINE
           .

      *
      * The average start is the window end less the average
      * minutes from start to window end, so nights either side
      * of midnight average correctly.
      *
       4310-WRITE-HEADROOM.
           MOVE SPACES TO RPT-PROJ-LINE
           MOVE 'WINDOW END' TO RPT-PROJ-LABEL
           MOVE WS-WINDOW-HH TO WS-FMT-HM-HH
           MOVE WS-WINDOW-MM TO WS-FMT-HM-MM
           MOVE WS-FMT-HHMM TO RPT-PROJ-VALUE
           WRITE RPT-REC FROM RPT-PROJ-LINE

           IF WS-WINDOW-MINUTES >= WS-AVG-TO-WINDOW
               COMPUTE WS-START-MINUTES =
                   WS-WINDOW-MINUTES - WS-AVG-TO-WINDOW
           ELSE
               COMPUTE WS-START-MINUTES =
                   WS-WINDOW-MINUTES + 1440 - WS-AVG-TO-WINDOW
           END-IF
           IF WS-START-MINUTES >= 1440
               SUBTRACT 1440 FROM WS-START-MINUTES
           END-IF
           DIVIDE WS-START-MINUTES BY 60
             GIVING WS-FMT-HM-HH REMAINDER WS-FMT-HM-MM
           MOVE SPACES TO RPT-PROJ-LINE
           MOVE 'AVERAGE START (ROLLING 7 NIGHTS)' TO RPT-PROJ-LABEL
           MOVE WS-FMT-HHMM TO RPT-PROJ-VALUE
           WRITE RPT-REC FROM RPT-PROJ-LINE

           MOVE SPACES TO RPT-PROJ-LINE
           MOVE 'AVERAGE ELAPSED (ROLLING 7 NIGHTS)'
             TO RPT-PROJ-LABEL
           MOVE WS-AVG-ELAPSED TO WS-FMT-SECS
           PERFORM 8200-FORMAT-ELAPSED
           MOVE WS-FMT-OUT TO RPT-PROJ-VALUE
           WRITE RPT-REC FROM RPT-PROJ-LINE

           COMPUTE WS-AVAIL-SECS = WS-AVG-TO-WINDOW * 60
           COMPUTE WS-HEADROOM-SECS = WS-AVAIL-SECS - WS-AVG-ELAPSED
           MOVE SPACES TO RPT-PROJ-LINE
           MOVE 'HEADROOM' TO RPT-PROJ-LABEL
           IF WS-HEADROOM-SECS > 0
               MOVE WS-HEADROOM-SECS TO WS-FMT-SECS
               PERFORM 8200-FORMAT-ELAPSED
               MOVE WS-FMT-OUT TO RPT-PROJ-VALUE
           ELSE
               SET WS-OVERRUN TO TRUE
               COMPUTE WS-FMT-SECS = 0 - WS-HEADROOM-SECS
               PERFORM 8200-FORMAT-ELAPSED
               STRING 'NONE - the average night overruns by '
                        DELIMITED BY SIZE
                      WS-FMT-OUT DELIMITED BY SIZE
                 INTO RPT-PROJ-VALUE
               END-STRING
           END-IF
           WRITE RPT-REC FROM RPT-PROJ-LINE

           MOVE SPACES TO RPT-PROJ-LINE
           MOVE 'ELAPSED GROWTH PER MONTH' TO RPT-PROJ-LABEL
           IF WS-GROWTH-KNOWN
               COMPUTE WS-GROWTH-PCT ROUNDED = WS-GROWTH-RATE * 100
               MOVE WS-GROWTH-PCT TO WS-EDIT-PCT
               STRING FUNCTION TRIM(WS-EDIT-PCT) DELIMITED BY SIZE
                      '% (' DELIMITED BY SIZE
                      WS-GROWTH-MONTH DELIMITED BY SIZE
                      ' over the month before)' DELIMITED BY SIZE
                 INTO RPT-PROJ-VALUE
               END-STRING
           ELSE
               MOVE 'n/a - the history holds no two consecutive'
                 & ' months' TO RPT-PROJ-VALUE
           END-IF
           WRITE RPT-REC FROM RPT-PROJ-LINE
           .

      *
      * The average night's elapsed time is grown a month at a
      * time at the growth rate until it passes the time
      * available; the month it does is interpolated to a day,
      * counted from the last night reported.
      *
       4320-PROJECT-OVERRUN.
           EVALUATE TRUE
             WHEN WS-OVERRUN
                  MOVE 'now - the average night already overruns'
                    & ' the window' TO WS-PROJ-TEXT
             WHEN NOT WS-GROWTH-KNOWN
                  MOVE 'not projected - no month-over-month growth'
                    & ' rate yet' TO WS-PROJ-TEXT
             WHEN WS-GROWTH-RATE NOT > 0
                  MOVE 'none - elapsed time is not growing'
                    TO WS-PROJ-TEXT
             WHEN OTHER
                  MOVE WS-AVG-ELAPSED TO WS-PROJ-PREV
                  MOVE 0 TO WS-PROJ-MONTHS
                  MOVE 'N' TO WS-PROJ-SW
                  PERFORM 4330-PROJECT-ONE-MONTH
                    UNTIL WS-PROJ-CROSSED
                    OR WS-PROJ-MONTHS >= PROJ-MONTH-MAX

                  IF WS-PROJ-CROSSED
                      COMPUTE WS-PROJ-FRACTION ROUNDED =
                          (WS-AVAIL-SECS - WS-PROJ-PREV)
                        / (WS-PROJ-NEXT - WS-PROJ-PREV)
                      COMPUTE WS-PROJ-DAYS ROUNDED =
                          (WS-PROJ-MONTHS + WS-PROJ-FRACTION - 1)
                        * DAYS-PER-MONTH
                      MOVE WS-NGT-DATE(WS-NGT-COUNT)
                        TO WS-LAST-NIGHT-X
                      COMPUTE WS-PROJ-INT =
                          FUNCTION INTEGER-OF-DATE(WS-LAST-NIGHT)
                        + WS-PROJ-DAYS
                      MOVE FUNCTION DATE-OF-INTEGER(WS-PROJ-INT)
                        TO WS-PROJ-DATE
                      MOVE WS-PROJ-DAYS TO WS-EDIT-DAYS
                      STRING WS-PROJ-DATE DELIMITED BY SIZE
                             ' - in ' DELIMITED BY SIZE
                             FUNCTION TRIM(WS-EDIT-DAYS)
                               DELIMITED BY SIZE
                             ' days at the current growth rate'
                               DELIMITED BY SIZE
                        INTO WS-PROJ-TEXT
                      END-STRING
                  ELSE
                      MOVE 'none within ten years at the current'
                        & ' growth rate' TO WS-PROJ-TEXT
                  END-IF
           END-EVALUATE
           .

       4330-PROJECT-ONE-MONTH.
           ADD 1 TO WS-PROJ-MONTHS
           COMPUTE WS-PROJ-NEXT ROUNDED =
               WS-PROJ-PREV * (1 + WS-GROWTH-RATE)
           IF WS-PROJ-NEXT > WS-AVAIL-SECS
               SET WS-PROJ-CROSSED TO TRUE
           ELSE
               MOVE WS-PROJ-NEXT TO WS-PROJ-PREV
           END-IF
           .

       8100-TIMESTAMP-TO-SECONDS.
           MOVE 0 TO WS-TS-SECONDS
           IF WS-TS-DATE IS NUMERIC
            AND WS-TS-DATE > 16010100
            AND WS-TS-HH IS NUMERIC
            AND WS-TS-MIN IS NUMERIC
            AND WS-TS-SS IS NUMERIC
               COMPUTE WS-TS-SECONDS =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
                 + WS-TS-HH * 3600 + WS-TS-MIN * 60 + WS-TS-SS
               IF WS-TS-OFF-HH IS NUMERIC
                AND WS-TS-OFF-MIN IS NUMERIC
                   EVALUATE WS-TS-OFF-SIGN
                     WHEN '+'
                          COMPUTE WS-TS-SECONDS = WS-TS-SECONDS
                            - WS-TS-OFF-HH * 3600 - WS-TS-OFF-MIN * 60
                     WHEN '-'
                          COMPUTE WS-TS-SECONDS = WS-TS-SECONDS
                            + WS-TS-OFF-HH * 3600 + WS-TS-OFF-MIN * 60
                   END-EVALUATE
               END-IF
           END-IF
           .

      *
      * Elapsed seconds as hh:mm:ss; a hundred hours or more can
      * only be a damaged run record, and is shown as such.
      *
       8200-FORMAT-ELAPSED.
           IF WS-FMT-SECS >= 360000
               MOVE '>99 HRS' TO WS-FMT-OUT
           ELSE
               DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HH
               COMPUTE WS-FMT-MM =
                   (WS-FMT-SECS - WS-FMT-HH * 3600) / 60
               COMPUTE WS-FMT-SS =
                   WS-FMT-SECS - WS-FMT-HH * 3600 - WS-FMT-MM * 60
               MOVE WS-FMT-HMS TO WS-FMT-OUT
           END-IF
           .

      *
      * A night's bytes are known when it wrote no OK entries, or
      * when its encode calls are still on the log to be counted.
      *
       8300-CHECK-NIGHT-BYTES.
           MOVE 'N' TO WS-NGT-BYTES-SW
           IF WS-NGT-OK(WS-NGT-SUB) = 0
            OR WS-NGT-CALLS(WS-NGT-SUB) > 0
               SET WS-NGT-BYTES-KNOWN TO TRUE
           END-IF
           .

       9010-READ-NEXT-ENTRY.
           READ CATFILE NEXT RECORD
             AT END SET CATFILE-EOF TO TRUE
           END-READ
           .

       END PROGRAM b64cap.
