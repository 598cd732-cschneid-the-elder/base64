      *                 the directories that follow it, as
      *                 documented, instead of the last OPTIONS=
      *                 record applying to every directory.
      * 2026-10-15 CRS  Continuation records of a spanned set in
      *                 the previous run's OUTPUT01 are passed over
      *                 when it is loaded; segment 1 already
      *                 carries the whole file's size and checksum.
      * 2026-10-15 CRS  A reference record for a duplicate payload
      *                 in the previous run's OUTPUT01 is loaded
      *                 like an OK entry - it carries its own
      *                 file's byte count and checksum.
      *
       Program-ID. b64scan.
       Environment Division.

       2020-STORE-ONE-PREV.
           IF OUTPUT01-TRL-PRESENT
            OR NOT (OUTREC-STATUS-OK OR OUTREC-STATUS-REF)
            OR (OUTREC-SEG-NUM IS NUMERIC AND OUTREC-SEG-NUM > 1)
               CONTINUE
           ELSE
               IF WS-PREV-COUNT >= PREV-TBL-MAX
