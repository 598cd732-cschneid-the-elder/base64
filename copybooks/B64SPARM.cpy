      *
      * B64SCRN's screening state, the first parameter of the
      * module.  The full parameter list, in calling order, is
      *
      *     CALL 'B64SCRN' USING B64SCRN-STATE, <length>, <buffer>
      *
      * where <length> is PIC 9(008) COMP and <buffer> is an
      * alphanumeric item of up to 32768 bytes - callers pass their
      * own existing buffer and length fields.  As with B64CKSUM, a
      * caller INITIALIZEs B64SCRN-STATE before a payload's first
      * buffer and calls once per buffer, in order: every rule's
      * match in progress rides this area from call to call, so a
      * card number or social security number straddling two
      * buffers of a spanned file is still caught.  The caller SETs
      * SCRN-LAST-BUFFER TO TRUE on the call passing the payload's
      * final buffer, so a match still open at the end of the
      * payload is judged rather than forgotten.
      *
      * After any call SCRN-HIT says whether a rule has fired so
      * far; SCRN-HIT-RULE names the rule whose match starts
      * earliest in the payload and SCRN-HIT-OFFSET gives that
      * match's first byte, counted from zero.  A zero-length call
      * on a freshly INITIALIZEd state only loads and validates the
      * rules, returning in SCRN-RULE-COUNT the number in force -
      * how a caller proves the rules dataset usable before it
      * opens its files.
      *
      * The rules are data, not code: the B64RULE dataset holds one
      * record per rule (see B64SCRN), loaded on the first call of
      * a run and cached thereafter.  SCRN-MATCH holds one entry
      * per rule, in the order the dataset lists them, so no more
      * than 20 rules may be in force:
      *
      *   - SCRN-MATCH-LEN: how far the rule's match in progress
      *     has got, zero when none is - the digits of a card
      *     number run so far, or the characters of a social
      *     security number pattern;
      *
      *   - SCRN-MATCH-START: the payload offset the match began;
      *
      *   - SCRN-MATCH-DIGITS and SCRN-MATCH-NDIGITS: the digits
      *     gathered, for the Luhn or area/group/serial test once
      *     the match ends;
      *
      *   - SCRN-MATCH-SEP-SW: a card number run's last byte was a
      *     separator; SCRN-MATCH-SEP the separator a social
      *     security number pattern opened with, which its second
      *     separator must repeat.
      *
       01  B64SCRN-STATE.
           05  SCRN-STATUS            PIC X(002).
               88  SCRN-OK                      VALUE '00'.
               88  SCRN-NO-RULES                VALUE '10'.
               88  SCRN-BAD-RULES               VALUE '20'.
           05  SCRN-LAST-BUFFER-SW    PIC X(001).
               88  SCRN-LAST-BUFFER             VALUE 'Y'.
           05  SCRN-HIT-SW            PIC X(001).
               88  SCRN-HIT                     VALUE 'Y'.
           05  SCRN-HIT-RULE          PIC X(008).
           05  SCRN-HIT-OFFSET        PIC 9(018) COMP.
           05  SCRN-RULE-COUNT        PIC 9(004) COMP.
           05  SCRN-BYTES-SEEN        PIC 9(018) COMP.
           05  SCRN-PREV-DIGIT-SW     PIC X(001).
               88  SCRN-PREV-DIGIT              VALUE 'Y'.
           05  SCRN-MATCH             OCCURS 20 TIMES.
               10  SCRN-MATCH-LEN     PIC 9(004) COMP.
               10  SCRN-MATCH-START   PIC 9(018) COMP.
               10  SCRN-MATCH-NDIGITS PIC 9(004) COMP.
               10  SCRN-MATCH-DIGITS  PIC X(019).
               10  SCRN-MATCH-SEP-SW  PIC X(001).
                   88  SCRN-MATCH-AFTER-SEP     VALUE 'Y'.
               10  SCRN-MATCH-SEP     PIC X(001).
