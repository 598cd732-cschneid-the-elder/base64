      *
      * Modification History
      * 2026-09-01 CRS  Initial version.
      * 2026-10-15 CRS  Run entries show the last integrity scrub's
      *                 verdict and when it was reached (see
      *                 b64scrub).
      * 2026-10-15 CRS  Run entries show the count of entries held
      *                 by sensitive-data screening, file entries
      *                 their held status (see copybook CATALOG).
      * 2026-10-15 CRS  Run entries show the count of entries
      *                 written as references to a duplicate
      *                 payload, file entries the copy they name.
      *
       Program-ID. b64catq.
       Environment Division.
       77  WS-EDIT-COUNT-1        PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-COUNT-2        PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-COUNT-3        PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-COUNT-4        PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-COUNT-5        PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-BYTES          PIC ZZZ,ZZZ,ZZZ,ZZ9.

       Procedure Division.
                   FUNCTION TRIM(CAT-KEY-NAME)
           DISPLAY MYNAME ' encoded     ' CAT-KEY-RUN-START(1:14)
                   '  status ' CAT-STATUS
           IF CAT-STATUS-HELD
               DISPLAY MYNAME ' held        not encoded - sensitive'
                       ' data, see b64rels'
           END-IF
           IF CAT-STATUS-REF
               DISPLAY MYNAME ' reference   same payload as '
                       FUNCTION TRIM(CAT-REF-NAME)
           END-IF
           DISPLAY MYNAME ' dataset     '
                   FUNCTION TRIM(CAT-OUT-DSN)
           DISPLAY MYNAME ' bytes       ' WS-EDIT-BYTES
           MOVE CAT-ENTRIES-READ TO WS-EDIT-COUNT-1
           MOVE CAT-WRITTEN-OK TO WS-EDIT-COUNT-2
           MOVE CAT-WRITTEN-ERROR TO WS-EDIT-COUNT-3
      *    A run cataloged before held entries existed carries
      *    spaces in the count - none were held.
           IF CAT-WRITTEN-HELD IS NUMERIC
               MOVE CAT-WRITTEN-HELD TO WS-EDIT-COUNT-4
           ELSE
               MOVE 0 TO WS-EDIT-COUNT-4
           END-IF
           IF CAT-WRITTEN-REF IS NUMERIC
               MOVE CAT-WRITTEN-REF TO WS-EDIT-COUNT-5
           ELSE
               MOVE 0 TO WS-EDIT-COUNT-5
           END-IF

           DISPLAY MYNAME ' ===================================='
           DISPLAY MYNAME ' run started ' CAT-KEY-RUN-START(1:14)
           DISPLAY MYNAME ' entries     ' WS-EDIT-COUNT-1
                   '  ok ' WS-EDIT-COUNT-2
                   '  error ' WS-EDIT-COUNT-3
                   '  held ' WS-EDIT-COUNT-4
                   '  ref ' WS-EDIT-COUNT-5
           EVALUATE TRUE
             WHEN CAT-VERIFY-PROVEN
                  DISPLAY MYNAME ' scrubbed    ' CAT-VERIFIED-AT(1:14)
                          '  proven good'
             WHEN CAT-VERIFY-FAILED
                  DISPLAY MYNAME ' scrubbed    ' CAT-VERIFIED-AT(1:14)
                          '  FAILED - see the scrub report'
             WHEN CAT-VERIFY-MISSING
                  DISPLAY MYNAME ' scrubbed    ' CAT-VERIFIED-AT(1:14)
                          '  DATASET MISSING'
             WHEN OTHER
                  DISPLAY MYNAME ' scrubbed    never'
           END-EVALUATE
           .

       END PROGRAM b64catq.
