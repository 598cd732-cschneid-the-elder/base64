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
      * Sensitive-data screening of data passed via CALL parameters
      * in the Linkage Section.
      *
      * Encoded payloads leave the building, and base64 hides what
      * is inside them from every content filter downstream.  This
      * module screens a caller's buffer, ahead of B64ENCOD, for
      * the two kinds of data that must never go out that way:
      *
      *   CARD  a payment card number - a run of 13 to 19 digits,
      *         optionally grouped by single separators, whose
      *         first digit is not zero and which passes the Luhn
      *         check digit test;
      *
      *   SSN   a social security number - three, two and four
      *         digits, separated by the same separator both times
      *         (or nine straight digits when the rule allows no
      *         separator), standing alone rather than inside a
      *         longer run of digits, and with an area, group and
      *         serial that could actually have been issued (area
      *         not 000, 666 or 9xx; group not 00; serial not 0000).
      *
      * See copybook B64SPARM for the state area and calling
      * sequence.  The state carries each rule's match in progress
      * from call to call, so a caller screening a spanned file one
      * segment at a time catches a number split across segments.
      *
      * The rules are maintained as data, not code: the B64RULE
      * dataset holds one record per rule,
      *
      *   RULE=name type [separators]
      *
      * where name (up to 8 characters) is what the hold record
      * reports, type is CARD or SSN, and separators is which may
      * appear between the digit groups - NONE, DASH, SPACE or
      * BOTH (default BOTH for CARD, DASH for SSN).  A blank record
      * or one starting '*' is a comment, so a rule is retired by
      * commenting it out, with nothing to recompile.  The rules
      * are loaded on the first call and cached (this program is
      * deliberately not Initial), so screening thousands of
      * buffers costs one load per run.
      *
      * Modification History
      * 2026-10-15 CRS  Initial version.
      *
       Program-ID. B64SCRN.
       Environment Division.
       Input-Output Section.
       File-Control.
      *
      * B64RULE is assigned to a symbolic DD name.  At run time the
      * actual dataset is taken from the environment variable of
      * the same name (e.g. DD_B64RULE or B64RULE) if one is set,
      * exactly as a JCL DD statement would supply the dataset for
      * a ddname; absent that, the ddname itself is used as a
      * relative file name so the job still runs unattended.
      *
           Select RULEFILE Assign To 'B64RULE'
             Organization Line Sequential
             File Status Is WS-RULE-STATUS.
       Data Division.
       File Section.
      *
      * One keyword record per rule - see the header comment.
      *
       FD  RULEFILE.
       01  RULE-REC                   PIC X(080).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'B64SCRN'.
           05  RULE-TBL-MAX       PIC 9(004) COMP VALUE 20.
      *
      * The digit counts a card number may have (ISO/IEC 7812),
      * and the count a run too long to be one is pinned at, so
      * none of its tail is mistaken for a card number of its own.
      *
           05  CARD-DIGITS-MIN    PIC 9(004) COMP VALUE 13.
           05  CARD-DIGITS-MAX    PIC 9(004) COMP VALUE 19.
           05  CARD-DIGITS-OVER   PIC 9(004) COMP VALUE 20.
      *
      * A social security number's shape, one position per
      * character: D a digit, S the separator.
      *
           05  SSN-PATTERN-SEP    PIC X(011) VALUE 'DDDSDDSDDDD'.
           05  SSN-PATTERN-NOSEP  PIC X(011) VALUE 'DDDDDDDDD'.

       77  WS-RULE-STATUS         PIC X(002)      VALUE SPACES.
       77  RULEFILE-EOF-SW        PIC X(004)      VALUE 'N'.
           88  RULEFILE-EOF                       VALUE 'Y'.

      *
      * The outcome of the one load a run makes, returned on every
      * call after it - spaces until the first call loads.
      *
       77  WS-LOAD-STATUS         PIC X(002)      VALUE SPACES.

      *
      * B64RULE keyword parsing, exactly as b64scan splits its
      * SCANPARM records: WS-PARM-EQ-POS is the count of
      * characters ahead of the record's first '='.
      *
       77  WS-PARM-KEYWORD        PIC X(010)      VALUE SPACES.
       77  WS-PARM-VALUE          PIC X(070)      VALUE SPACES.
       77  WS-PARM-EQ-POS         PIC 9(004) COMP VALUE 0.
       77  WS-NEW-NAME            PIC X(020)      VALUE SPACES.
       77  WS-NEW-TYPE            PIC X(010)      VALUE SPACES.
       77  WS-NEW-SEPS            PIC X(010)      VALUE SPACES.
       77  WS-PARM-EXTRA          PIC X(010)      VALUE SPACES.

      *
      * The rules in force, in B64RULE order - entry n of the
      * caller's SCRN-MATCH table follows rule n.
      *
       77  WS-RULE-COUNT          PIC 9(004) COMP VALUE 0.
       01  WS-RULE-TBL.
           05  WS-RULE-ENTRY      OCCURS 20 TIMES.
               10  WS-RULE-NAME       PIC X(008).
               10  WS-RULE-TYPE       PIC X(004).
                   88  WS-RULE-CARD            VALUE 'CARD'.
                   88  WS-RULE-SSN             VALUE 'SSN'.
               10  WS-RULE-DASH-SW    PIC X(001).
                   88  WS-RULE-DASH-OK         VALUE 'Y'.
               10  WS-RULE-SPACE-SW   PIC X(001).
                   88  WS-RULE-SPACE-OK        VALUE 'Y'.
               10  WS-RULE-PATTERN    PIC X(011).
               10  WS-RULE-PATTERN-LEN PIC 9(004) COMP.

       01  WORK-AREAS.
           05  SCRN-SUB           PIC 9(008) COMP VALUE 0.
           05  RULE-SUB           PIC 9(004) COMP VALUE 0.
           05  DIGIT-SUB          PIC 9(004) COMP VALUE 0.
           05  WS-OFFSET          PIC 9(018) COMP VALUE 0.
           05  WS-BYTE            PIC X(001)      VALUE SPACE.
           05  WS-BYTE-DIGIT-SW   PIC X(001)      VALUE 'N'.
               88  WS-BYTE-DIGIT                  VALUE 'Y'.
           05  WS-BYTE-SEP-SW     PIC X(001)      VALUE 'N'.
               88  WS-BYTE-SEP                    VALUE 'Y'.
           05  WS-PAT-POS         PIC 9(004) COMP VALUE 0.
           05  WS-PAT-CHAR        PIC X(001)      VALUE SPACE.
           05  WS-DIGIT           PIC 9(001)      VALUE 0.
           05  WS-DIGIT-VAL       PIC 9(004) COMP VALUE 0.
           05  WS-LUHN-SUM        PIC 9(008) COMP VALUE 0.
           05  WS-LUHN-QUOT       PIC 9(008) COMP VALUE 0.
           05  WS-LUHN-REM        PIC 9(004) COMP VALUE 0.
           05  WS-LUHN-DOUBLE-SW  PIC X(001)      VALUE 'N'.
               88  WS-LUHN-DOUBLE                 VALUE 'Y'.

       Linkage Section.
      *
      * The state area - see copybook B64SPARM.
      *
           COPY B64SPARM.
       77  SCRN-BUF-LEN        PIC 9(008)  COMP.
       77  SCRN-BUFFER         PIC X(32768).

       Procedure Division Using
           B64SCRN-STATE
           SCRN-BUF-LEN
           SCRN-BUFFER
           .

           IF WS-LOAD-STATUS = SPACES
               PERFORM 1000-LOAD-RULES
           END-IF

           MOVE WS-LOAD-STATUS TO SCRN-STATUS
           MOVE WS-RULE-COUNT TO SCRN-RULE-COUNT

           IF SCRN-OK
            AND WS-RULE-COUNT > 0
               PERFORM 2000-SCREEN-BUFFER
               IF SCRN-LAST-BUFFER
                   PERFORM 2900-END-OF-PAYLOAD
                     VARYING RULE-SUB FROM 1 BY 1
                     UNTIL RULE-SUB > WS-RULE-COUNT
               END-IF
           END-IF

           GOBACK.

      *
      * Reads B64RULE into the rule table.  A missing dataset
      * leaves SCRN-NO-RULES, and any record that is not a sound
      * RULE= record leaves SCRN-BAD-RULES - either way the caller
      * is told, and nothing is screened against a rule set that
      * is not the one the dataset describes.  A dataset holding
      * only comments loads cleanly with SCRN-RULE-COUNT zero;
      * B64SCRN reports the count and the caller refuses a rule
      * set that puts no rule in force.
      *
       1000-LOAD-RULES.
           MOVE 'N' TO RULEFILE-EOF-SW
           MOVE 0 TO WS-RULE-COUNT
           MOVE '00' TO WS-LOAD-STATUS

           OPEN INPUT RULEFILE

           IF WS-RULE-STATUS NOT = '00'
               MOVE '10' TO WS-LOAD-STATUS
           ELSE
               PERFORM 1010-READ-RULEFILE

               PERFORM UNTIL RULEFILE-EOF
                   PERFORM 1020-STORE-ONE-RULE
                   PERFORM 1010-READ-RULEFILE
               END-PERFORM

               CLOSE RULEFILE
           END-IF
           .

       1010-READ-RULEFILE.
           READ RULEFILE
             AT END SET RULEFILE-EOF TO TRUE
           END-READ
           .

      *
      * RULE=name type [separators] - split at the record's first
      * '=' only, then the value at its spaces.
      *
       1020-STORE-ONE-RULE.
           IF RULE-REC = SPACES OR RULE-REC(1:1) = '*'
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               MOVE 0 TO WS-PARM-EQ-POS
               INSPECT RULE-REC TALLYING WS-PARM-EQ-POS
                 FOR CHARACTERS BEFORE INITIAL '='
               IF WS-PARM-EQ-POS > 0
                AND WS-PARM-EQ-POS < LENGTH OF RULE-REC
                   MOVE RULE-REC(1:WS-PARM-EQ-POS)
                     TO WS-PARM-KEYWORD
                   MOVE RULE-REC(WS-PARM-EQ-POS + 2:)
                     TO WS-PARM-VALUE
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-PARM-KEYWORD)
                 TO WS-PARM-KEYWORD
               MOVE FUNCTION UPPER-CASE(WS-PARM-VALUE)
                 TO WS-PARM-VALUE

               MOVE SPACES TO WS-NEW-NAME
               MOVE SPACES TO WS-NEW-TYPE
               MOVE SPACES TO WS-NEW-SEPS
               MOVE SPACES TO WS-PARM-EXTRA
               UNSTRING WS-PARM-VALUE DELIMITED BY ALL SPACE
                 INTO WS-NEW-NAME WS-NEW-TYPE WS-NEW-SEPS
                      WS-PARM-EXTRA
               END-UNSTRING

               EVALUATE TRUE
                 WHEN WS-PARM-KEYWORD NOT = 'RULE'
                  OR WS-NEW-NAME = SPACES
                  OR WS-NEW-NAME(9:) NOT = SPACES
                  OR WS-PARM-EXTRA NOT = SPACES
                      PERFORM 1040-REPORT-BAD-RULE
                 WHEN WS-RULE-COUNT >= RULE-TBL-MAX
                      DISPLAY MYNAME ' more than ' RULE-TBL-MAX
                              ' rules in B64RULE'
                      MOVE '20' TO WS-LOAD-STATUS
                 WHEN OTHER
                      PERFORM 1030-SET-RULE-SHAPE
               END-EVALUATE
           END-IF
           .

      *
      * The rule's type and separators decide what it matches.
      *
       1030-SET-RULE-SHAPE.
           ADD 1 TO WS-RULE-COUNT
           MOVE WS-NEW-NAME TO WS-RULE-NAME(WS-RULE-COUNT)
           MOVE WS-NEW-TYPE TO WS-RULE-TYPE(WS-RULE-COUNT)
           MOVE 'N' TO WS-RULE-DASH-SW(WS-RULE-COUNT)
           MOVE 'N' TO WS-RULE-SPACE-SW(WS-RULE-COUNT)

           IF WS-NEW-SEPS = SPACES
               IF WS-NEW-TYPE = 'SSN'
                   MOVE 'DASH' TO WS-NEW-SEPS
               ELSE
                   MOVE 'BOTH' TO WS-NEW-SEPS
               END-IF
           END-IF

           EVALUATE WS-NEW-SEPS
             WHEN 'NONE'
                  CONTINUE
             WHEN 'DASH'
                  SET WS-RULE-DASH-OK(WS-RULE-COUNT) TO TRUE
             WHEN 'SPACE'
                  SET WS-RULE-SPACE-OK(WS-RULE-COUNT) TO TRUE
             WHEN 'BOTH'
                  SET WS-RULE-DASH-OK(WS-RULE-COUNT) TO TRUE
                  SET WS-RULE-SPACE-OK(WS-RULE-COUNT) TO TRUE
             WHEN OTHER
                  PERFORM 1040-REPORT-BAD-RULE
           END-EVALUATE

           IF WS-NEW-SEPS = 'NONE'
               MOVE SSN-PATTERN-NOSEP
                 TO WS-RULE-PATTERN(WS-RULE-COUNT)
               MOVE 9 TO WS-RULE-PATTERN-LEN(WS-RULE-COUNT)
           ELSE
               MOVE SSN-PATTERN-SEP
                 TO WS-RULE-PATTERN(WS-RULE-COUNT)
               MOVE 11 TO WS-RULE-PATTERN-LEN(WS-RULE-COUNT)
           END-IF

           IF NOT WS-RULE-CARD(WS-RULE-COUNT)
            AND NOT WS-RULE-SSN(WS-RULE-COUNT)
               PERFORM 1040-REPORT-BAD-RULE
           END-IF
           .

       1040-REPORT-BAD-RULE.
           DISPLAY MYNAME ' invalid B64RULE record: ' RULE-REC(1:60)
           MOVE '20' TO WS-LOAD-STATUS
           .

      *
      * Every byte of the buffer is offered to every rule in turn.
      * A byte's offset is counted from the start of the payload,
      * not of this buffer, so a hit in a later segment of a
      * spanned file is reported where it lies in the file.
      *
       2000-SCREEN-BUFFER.
           PERFORM VARYING SCRN-SUB FROM 1 BY 1
           UNTIL SCRN-SUB > SCRN-BUF-LEN
               MOVE SCRN-BUFFER(SCRN-SUB:1) TO WS-BYTE
               COMPUTE WS-OFFSET = SCRN-BYTES-SEEN + SCRN-SUB - 1
               IF WS-BYTE >= '0' AND WS-BYTE <= '9'
                   SET WS-BYTE-DIGIT TO TRUE
               ELSE
                   MOVE 'N' TO WS-BYTE-DIGIT-SW
               END-IF

               PERFORM 2010-SCREEN-ONE-RULE
                 VARYING RULE-SUB FROM 1 BY 1
                 UNTIL RULE-SUB > WS-RULE-COUNT

               MOVE WS-BYTE-DIGIT-SW TO SCRN-PREV-DIGIT-SW
           END-PERFORM

           ADD SCRN-BUF-LEN TO SCRN-BYTES-SEEN
           .

       2010-SCREEN-ONE-RULE.
           MOVE 'N' TO WS-BYTE-SEP-SW
           IF (WS-BYTE = '-' AND WS-RULE-DASH-OK(RULE-SUB))
            OR (WS-BYTE = SPACE AND WS-RULE-SPACE-OK(RULE-SUB))
               SET WS-BYTE-SEP TO TRUE
           END-IF

           IF WS-RULE-CARD(RULE-SUB)
               PERFORM 2100-SCREEN-CARD
           ELSE
               PERFORM 2200-SCREEN-SSN
           END-IF
           .

      *
      * A card number run starts at a digit and carries on through
      * digits and single separators; anything else - a second
      * separator in a row included - ends it, and it is judged.
      *
       2100-SCREEN-CARD.
           EVALUATE TRUE
             WHEN WS-BYTE-DIGIT
                  EVALUATE TRUE
                    WHEN SCRN-MATCH-LEN(RULE-SUB) = 0
                         MOVE WS-OFFSET
                           TO SCRN-MATCH-START(RULE-SUB)
                         MOVE 1 TO SCRN-MATCH-LEN(RULE-SUB)
                         MOVE WS-BYTE
                           TO SCRN-MATCH-DIGITS(RULE-SUB)(1:1)
                    WHEN SCRN-MATCH-LEN(RULE-SUB) < CARD-DIGITS-MAX
                         ADD 1 TO SCRN-MATCH-LEN(RULE-SUB)
                         MOVE WS-BYTE
                           TO SCRN-MATCH-DIGITS(RULE-SUB)
                                (SCRN-MATCH-LEN(RULE-SUB):1)
                    WHEN OTHER
                         MOVE CARD-DIGITS-OVER
                           TO SCRN-MATCH-LEN(RULE-SUB)
                  END-EVALUATE
                  MOVE 'N' TO SCRN-MATCH-SEP-SW(RULE-SUB)
             WHEN SCRN-MATCH-LEN(RULE-SUB) = 0
                  CONTINUE
             WHEN WS-BYTE-SEP
              AND NOT SCRN-MATCH-AFTER-SEP(RULE-SUB)
                  SET SCRN-MATCH-AFTER-SEP(RULE-SUB) TO TRUE
             WHEN OTHER
                  PERFORM 2150-JUDGE-CARD
           END-EVALUATE
           .

      *
      * A run of the right length, not starting with zero, whose
      * Luhn check digit holds, is a card number.
      *
       2150-JUDGE-CARD.
           IF SCRN-MATCH-LEN(RULE-SUB) >= CARD-DIGITS-MIN
            AND SCRN-MATCH-LEN(RULE-SUB) <= CARD-DIGITS-MAX
            AND SCRN-MATCH-DIGITS(RULE-SUB)(1:1) NOT = '0'
               PERFORM 2160-LUHN-CHECK
               IF WS-LUHN-REM = 0
                   PERFORM 2500-RECORD-HIT
               END-IF
           END-IF

           MOVE 0 TO SCRN-MATCH-LEN(RULE-SUB)
           MOVE 'N' TO SCRN-MATCH-SEP-SW(RULE-SUB)
           .

      *
      * From the rightmost digit leftward, every second digit is
      * doubled (less 9 when that passes 9) and all are summed; the
      * sum of a valid number is a multiple of 10.
      *
       2160-LUHN-CHECK.
           MOVE 0 TO WS-LUHN-SUM
           MOVE 'N' TO WS-LUHN-DOUBLE-SW

           PERFORM VARYING DIGIT-SUB FROM SCRN-MATCH-LEN(RULE-SUB)
           BY -1 UNTIL DIGIT-SUB < 1
               MOVE SCRN-MATCH-DIGITS(RULE-SUB)(DIGIT-SUB:1)
                 TO WS-DIGIT
               MOVE WS-DIGIT TO WS-DIGIT-VAL
               IF WS-LUHN-DOUBLE
                   MULTIPLY 2 BY WS-DIGIT-VAL
                   IF WS-DIGIT-VAL > 9
                       SUBTRACT 9 FROM WS-DIGIT-VAL
                   END-IF
                   MOVE 'N' TO WS-LUHN-DOUBLE-SW
               ELSE
                   SET WS-LUHN-DOUBLE TO TRUE
               END-IF
               ADD WS-DIGIT-VAL TO WS-LUHN-SUM
           END-PERFORM

           DIVIDE WS-LUHN-SUM BY 10
             GIVING WS-LUHN-QUOT REMAINDER WS-LUHN-REM
           .

      *
      * A social security number is followed position by position
      * through the rule's pattern.  It must not start inside a
      * longer run of digits, nor run on into one once complete;
      * a byte that breaks the pattern abandons the match.  Any
      * byte that does so is either not a digit or follows one, so
      * it can never itself start a new match.
      *
       2200-SCREEN-SSN.
           IF SCRN-MATCH-LEN(RULE-SUB) > 0
            AND SCRN-MATCH-LEN(RULE-SUB) =
                WS-RULE-PATTERN-LEN(RULE-SUB)
               IF WS-BYTE-DIGIT
                   MOVE 0 TO SCRN-MATCH-LEN(RULE-SUB)
               ELSE
                   PERFORM 2250-JUDGE-SSN
               END-IF
           ELSE
               COMPUTE WS-PAT-POS = SCRN-MATCH-LEN(RULE-SUB) + 1
               MOVE WS-RULE-PATTERN(RULE-SUB)(WS-PAT-POS:1)
                 TO WS-PAT-CHAR

               EVALUATE TRUE
                 WHEN WS-PAT-CHAR = 'D'
                  AND WS-BYTE-DIGIT
                  AND SCRN-MATCH-LEN(RULE-SUB) = 0
                      IF NOT SCRN-PREV-DIGIT
                          MOVE WS-OFFSET
                            TO SCRN-MATCH-START(RULE-SUB)
                          MOVE 1 TO SCRN-MATCH-LEN(RULE-SUB)
                          MOVE 1 TO SCRN-MATCH-NDIGITS(RULE-SUB)
                          MOVE WS-BYTE
                            TO SCRN-MATCH-DIGITS(RULE-SUB)(1:1)
                      END-IF
                 WHEN WS-PAT-CHAR = 'D'
                  AND WS-BYTE-DIGIT
                      ADD 1 TO SCRN-MATCH-LEN(RULE-SUB)
                      ADD 1 TO SCRN-MATCH-NDIGITS(RULE-SUB)
                      MOVE WS-BYTE
                        TO SCRN-MATCH-DIGITS(RULE-SUB)
                             (SCRN-MATCH-NDIGITS(RULE-SUB):1)
                 WHEN WS-PAT-CHAR = 'S'
                  AND SCRN-MATCH-NDIGITS(RULE-SUB) = 3
                  AND WS-BYTE-SEP
                      MOVE WS-BYTE TO SCRN-MATCH-SEP(RULE-SUB)
                      ADD 1 TO SCRN-MATCH-LEN(RULE-SUB)
                 WHEN WS-PAT-CHAR = 'S'
                  AND SCRN-MATCH-NDIGITS(RULE-SUB) = 5
                  AND WS-BYTE = SCRN-MATCH-SEP(RULE-SUB)
                      ADD 1 TO SCRN-MATCH-LEN(RULE-SUB)
                 WHEN OTHER
                      MOVE 0 TO SCRN-MATCH-LEN(RULE-SUB)
               END-EVALUATE
           END-IF
           .

      *
      * Only a number that could have been issued counts: area
      * 000, 666 and 900-999, group 00 and serial 0000 never are.
      *
       2250-JUDGE-SSN.
           IF SCRN-MATCH-DIGITS(RULE-SUB)(1:3) NOT = '000'
            AND SCRN-MATCH-DIGITS(RULE-SUB)(1:3) NOT = '666'
            AND SCRN-MATCH-DIGITS(RULE-SUB)(1:1) NOT = '9'
            AND SCRN-MATCH-DIGITS(RULE-SUB)(4:2) NOT = '00'
            AND SCRN-MATCH-DIGITS(RULE-SUB)(6:4) NOT = '0000'
               PERFORM 2500-RECORD-HIT
           END-IF

           MOVE 0 TO SCRN-MATCH-LEN(RULE-SUB)
           .

      *
      * The hit reported is the one starting earliest in the
      * payload, whichever rule found it and whenever it ended.
      *
       2500-RECORD-HIT.
           IF NOT SCRN-HIT
            OR SCRN-MATCH-START(RULE-SUB) < SCRN-HIT-OFFSET
               SET SCRN-HIT TO TRUE
               MOVE WS-RULE-NAME(RULE-SUB) TO SCRN-HIT-RULE
               MOVE SCRN-MATCH-START(RULE-SUB) TO SCRN-HIT-OFFSET
           END-IF
           .

      *
      * The payload has ended: a card number run still open ends
      * with it, and a social security number pattern already
      * complete stands; anything shorter is abandoned.
      *
       2900-END-OF-PAYLOAD.
           EVALUATE TRUE
             WHEN SCRN-MATCH-LEN(RULE-SUB) = 0
                  CONTINUE
             WHEN WS-RULE-CARD(RULE-SUB)
                  PERFORM 2150-JUDGE-CARD
             WHEN SCRN-MATCH-LEN(RULE-SUB) =
                  WS-RULE-PATTERN-LEN(RULE-SUB)
                  PERFORM 2250-JUDGE-SSN
             WHEN OTHER
                  MOVE 0 TO SCRN-MATCH-LEN(RULE-SUB)
           END-EVALUATE
           .

       END PROGRAM B64SCRN.
