      *
      * Record layout for HISTFILE, the capacity history (ddname
      * B64CAPH) kept by the b64cap batch-window capacity report:
      * one record per calendar month of the nightly encoding
      * batch, in month order, summarizing every night whose
      * FILE/RERUN runs the B64CATLG run catalog holds for it.
      *
      * The byte totals come from the B64AUDIT log, which b64trim
      * cuts into monthly archives after the retention period;
      * keeping the month's totals here is what lets the trend
      * outlive the audit records it was built from.  A month is
      * rewritten by b64cap only from a summary at least as
      * complete as the one kept - as many nights, and as many of
      * them with their audit bytes still on the live log - so a
      * report run with a short day range, or after the month's
      * audit records have been archived, never thins out a
      * month summarized earlier.
      *
      *   CAPH-NIGHTS         nights with at least one run started
      *   CAPH-RUNS           runs cataloged (a FILE run and its
      *                       RERUN on the same night are two)
      *   CAPH-ELAPSED-SECS   the nights' run time, start to end,
      *                       summed over every run
      *   CAPH-ENTRIES-READ,  the run records' control totals,
      *   CAPH-WRITTEN-OK,    summed
      *   CAPH-WRITTEN-ERROR
      *   CAPH-BYTES          bytes passed to B64ENCOD within the
      *                       runs' windows, summed over the
      *                       CAPH-BYTE-NIGHTS nights whose audit
      *                       records were there to count
      *   CAPH-LONGEST-SECS   the longest single night's run time
      *   CAPH-UPDATED        when the record was last rewritten
      *
       01  CAPH-REC.
           05  CAPH-MONTH             PIC X(006).
           05  CAPH-DELIM             PIC X(001).
           05  CAPH-NIGHTS            PIC 9(004).
           05  CAPH-DELIM2            PIC X(001).
           05  CAPH-RUNS              PIC 9(004).
           05  CAPH-DELIM3            PIC X(001).
           05  CAPH-ELAPSED-SECS      PIC 9(009).
           05  CAPH-DELIM4            PIC X(001).
           05  CAPH-ENTRIES-READ      PIC 9(009).
           05  CAPH-DELIM5            PIC X(001).
           05  CAPH-WRITTEN-OK        PIC 9(009).
           05  CAPH-DELIM6            PIC X(001).
           05  CAPH-WRITTEN-ERROR     PIC 9(009).
           05  CAPH-DELIM7            PIC X(001).
           05  CAPH-BYTES             PIC 9(015).
           05  CAPH-DELIM8            PIC X(001).
           05  CAPH-BYTE-NIGHTS       PIC 9(004).
           05  CAPH-DELIM9            PIC X(001).
           05  CAPH-LONGEST-SECS      PIC 9(009).
           05  CAPH-DELIM10           PIC X(001).
           05  CAPH-UPDATED           PIC X(021).
