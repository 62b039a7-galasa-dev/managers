      *            or unknown card fails the job CC=8 with        *
      *            nothing searched: a wrong audit answer is      *
      *            worse than a late one.                         *
      * 2026-10-15 Masked archive values. APITMASK replaces the   *
      *            before/after values on generations past the    *
      *            personal-data holding period with a one-way    *
      *            hash; a BEFORE= or AFTER= value is now hashed  *
      *            the same way (APITHASH, under the key on the   *
      *            HASHKEY dataset) and matches a masked value    *
      *            when the hashes agree, so a search over old    *
      *            and new generations alike still finds every    *
      *            record for the value. A hash matches the whole *
      *            value only - on masked records a partial value *
      *            finds nothing - and the certification page     *
      *            counts the masked records read. BEFORE= and    *
      *            AFTER= now take the rest of the card (up to 73 *
      *            characters) so a whole value can be given. No  *
      *            usable hashing key with a BEFORE= or AFTER=    *
      *            card fails the job CC=8.                       *
      * 2026-10-15 Continuation cards. A journal value runs to    *
      *            100 characters, more than one card holds, and  *
      *            a masked value is only found by its whole      *
      *            value - so BEFORE+= / AFTER+= carry the value  *
      *            on, the text after '=' following straight on   *
      *            from column 80 of the card before. The value   *
      *            is now everything after the first '=', so a    *
      *            value may itself contain '='. SOURCE=P picks   *
      *            out the APDC dual-control changes to the       *
      *            conversion control data, journalled under 'P'  *
      *            alongside 'C', 'M' and 'D'.                    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SRCHCARD ASSIGN TO SRCHCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRCHCARD-STATUS.
           SELECT HASHKEY ASSIGN TO HASHKEY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HASHKEY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCFILE
       FD  SRCHCARD
           RECORDING MODE IS F.
       01  SRCH-CARD-RECORD           PIC X(80).
       FD  HASHKEY
           RECORDING MODE IS F.
       01  HASH-KEY-RECORD.
           05  HASH-KEY-VALUE         PIC X(32).
           05  FILLER                 PIC X(48).
       WORKING-STORAGE SECTION.
       01  WS-ARCFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-SRCHCARD-STATUS         PIC X(2) VALUE '00'.
       01  WS-HASHKEY-STATUS          PIC X(2) VALUE '00'.
       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE                  VALUE 'Y'.
       01  WS-CARD-EOF-SWITCH         PIC X(1) VALUE 'N'.
      *    terminal, code and source mean that criterion is not
      *    in play; everything present must match.
       01  WS-SELECTION.
           05  WS-SEL-BEFORE          PIC X(100) VALUE SPACES.
           05  WS-SEL-BEFORE-LEN      PIC 9(3) VALUE ZERO.
           05  WS-SEL-AFTER           PIC X(100) VALUE SPACES.
           05  WS-SEL-AFTER-LEN       PIC 9(3) VALUE ZERO.
           05  WS-SEL-FROM-DATE       PIC 9(6) VALUE ZERO.
           05  WS-SEL-TO-DATE         PIC 9(6) VALUE 999999.
           05  WS-SEL-TERMID          PIC X(4) VALUE SPACES.
           05  WS-SEL-RC              PIC X(2) VALUE SPACES.
           05  WS-SEL-SOURCE          PIC X(1) VALUE SPACE.
       01  WS-CARD-KEYWORD            PIC X(10) VALUE SPACES.
       01  WS-CARD-VALUE              PIC X(100) VALUE SPACES.
       01  WS-VALUE-LEN               PIC 9(3) VALUE ZERO.
       01  WS-CARD-PTR                PIC 9(3) VALUE ZERO.
       01  WS-CARD-WIDTH              PIC 9(3) VALUE ZERO.
      *    A BEFORE / AFTER value as built up from its card and
      *    any continuation cards, column for column, and how far
      *    the cards so far reach into it.
       01  WS-BUILD                   PIC X(180) VALUE SPACES.
       01  WS-BUILD-END               PIC 9(3) VALUE ZERO.
       01  WS-SEL-BEFORE-BUILD        PIC X(180) VALUE SPACES.
       01  WS-SEL-BEFORE-END          PIC 9(3) VALUE ZERO.
       01  WS-SEL-AFTER-BUILD         PIC X(180) VALUE SPACES.
       01  WS-SEL-AFTER-END           PIC 9(3) VALUE ZERO.
       01  WS-COUNTERS.
           05  WS-READ-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-MATCH-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-CARD-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-MASKED-READ-COUNT   PIC 9(9) VALUE ZERO.
      *    The journal date span actually seen on the archive
      *    input - the certification page says what the search
      *    physically covered, not what the JCL intended.
       01  WS-SCAN-IDX                PIC 9(3) VALUE ZERO.
       01  WS-SCAN-LIMIT              PIC 9(3) VALUE ZERO.
       01  WS-HAYSTACK                PIC X(100) VALUE SPACES.
      *    The selection values as APITMASK would have hashed
      *    them - a masked archive value is compared on these.
       01  WS-SEL-BEFORE-HASH         PIC X(64) VALUE SPACES.
       01  WS-SEL-AFTER-HASH          PIC X(64) VALUE SPACES.
           COPY APITHSH.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISE.

       1000-INITIALISE.
           PERFORM 1100-LOAD-SEARCH-CARDS.
           IF NOT WS-CARD-ERROR
                   AND (WS-SEL-BEFORE-LEN > 0 OR WS-SEL-AFTER-LEN > 0)
               PERFORM 1400-HASH-SELECTION
           END-IF.
           IF WS-CARD-ERROR
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               ADD 1 TO WS-CARD-COUNT
               MOVE SPACES TO WS-CARD-KEYWORD
               MOVE SPACES TO WS-CARD-VALUE
               MOVE 1 TO WS-CARD-PTR
               UNSTRING SRCH-CARD-RECORD DELIMITED BY '='
                   INTO WS-CARD-KEYWORD
                   WITH POINTER WS-CARD-PTR
               END-UNSTRING
      *        The value is the rest of the card, '=' and all.
               MOVE ZERO TO WS-CARD-WIDTH
               IF WS-CARD-PTR < 81
                   COMPUTE WS-CARD-WIDTH = 81 - WS-CARD-PTR
                   MOVE SRCH-CARD-RECORD(WS-CARD-PTR:WS-CARD-WIDTH)
                       TO WS-CARD-VALUE
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-CARD-KEYWORD)
                   TO WS-CARD-KEYWORD
               EVALUATE WS-CARD-KEYWORD
                   WHEN 'BEFORE'
                       MOVE SPACES TO WS-BUILD
                       MOVE ZERO TO WS-BUILD-END
                       PERFORM 1260-APPEND-VALUE
                       PERFORM 1270-KEEP-BEFORE
                   WHEN 'BEFORE+'
                       IF WS-SEL-BEFORE-END = ZERO
                           PERFORM 1290-FLAG-BAD-CARD
                       ELSE
                           MOVE WS-SEL-BEFORE-BUILD TO WS-BUILD
                           MOVE WS-SEL-BEFORE-END TO WS-BUILD-END
                           PERFORM 1260-APPEND-VALUE
                           PERFORM 1270-KEEP-BEFORE
                       END-IF
                   WHEN 'AFTER'
                       MOVE SPACES TO WS-BUILD
                       MOVE ZERO TO WS-BUILD-END
                       PERFORM 1260-APPEND-VALUE
                       PERFORM 1280-KEEP-AFTER
                   WHEN 'AFTER+'
                       IF WS-SEL-AFTER-END = ZERO
                           PERFORM 1290-FLAG-BAD-CARD
                       ELSE
                           MOVE WS-SEL-AFTER-BUILD TO WS-BUILD
                           MOVE WS-SEL-AFTER-END TO WS-BUILD-END
                           PERFORM 1260-APPEND-VALUE
                           PERFORM 1280-KEEP-AFTER
                       END-IF
                   WHEN 'FROM'
                       IF WS-CARD-VALUE(1:6) IS NUMERIC
                           MOVE WS-CARD-VALUE(1:6)
           END-IF.

       1250-MEASURE-VALUE.
      *    Significant length of the value - trailing blanks are
      *    padding, not part of what the auditor asked for.
           PERFORM VARYING WS-SCAN-IDX FROM 180 BY -1
                   UNTIL WS-SCAN-IDX < 1
                       OR WS-BUILD(WS-SCAN-IDX:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE WS-SCAN-IDX TO WS-VALUE-LEN.

       1260-APPEND-VALUE.
      *    This card's text goes on exactly where the last card
      *    stopped, so a blank in column 80 is kept. Longer than
      *    any journal value and nothing could ever match it.
           IF WS-BUILD-END + WS-CARD-WIDTH > 180
               PERFORM 1290-FLAG-BAD-CARD
           ELSE
               IF WS-CARD-WIDTH > ZERO
                   MOVE WS-CARD-VALUE(1:WS-CARD-WIDTH)
                       TO WS-BUILD(WS-BUILD-END + 1:WS-CARD-WIDTH)
                   ADD WS-CARD-WIDTH TO WS-BUILD-END
               END-IF
               PERFORM 1250-MEASURE-VALUE
               IF WS-VALUE-LEN > 100
                   DISPLAY 'APITASRC - VALUE LONGER THAN 100 '
                           'CHARACTERS'
                   PERFORM 1290-FLAG-BAD-CARD
               END-IF
           END-IF.

       1270-KEEP-BEFORE.
           MOVE WS-BUILD TO WS-SEL-BEFORE-BUILD.
           MOVE WS-BUILD-END TO WS-SEL-BEFORE-END.
           MOVE WS-BUILD(1:100) TO WS-SEL-BEFORE.
           MOVE WS-VALUE-LEN TO WS-SEL-BEFORE-LEN.

       1280-KEEP-AFTER.
           MOVE WS-BUILD TO WS-SEL-AFTER-BUILD.
           MOVE WS-BUILD-END TO WS-SEL-AFTER-END.
           MOVE WS-BUILD(1:100) TO WS-SEL-AFTER.
           MOVE WS-VALUE-LEN TO WS-SEL-AFTER-LEN.

       1290-FLAG-BAD-CARD.
      *    A selection this job cannot honour must never shrink
      *    to one it can - a wrong audit answer is worse than a
                   SRCH-CARD-RECORD.
           MOVE 'Y' TO WS-CARD-ERROR-FLAG.

       1400-HASH-SELECTION.
      *    Hashed once, up front, under the key the archive was
      *    masked with. Without the key a masked record could
      *    never match, and the search would quietly come back
      *    short - so no key, no search.
           MOVE SPACES TO HSH-KEY.
           OPEN INPUT HASHKEY.
           IF WS-HASHKEY-STATUS NOT = '00'
               DISPLAY 'APITASRC - OPEN FAILED ON HASHKEY '
                       WS-HASHKEY-STATUS
               MOVE 'Y' TO WS-CARD-ERROR-FLAG
           ELSE
               READ HASHKEY
                   AT END
                       MOVE SPACES TO HASH-KEY-RECORD
               END-READ
               MOVE HASH-KEY-VALUE TO HSH-KEY
               CLOSE HASHKEY
           END-IF.
           IF NOT WS-CARD-ERROR AND WS-SEL-BEFORE-LEN > 0
               MOVE WS-SEL-BEFORE TO HSH-VALUE
               PERFORM 1450-HASH-ONE-VALUE
               MOVE HSH-DIGEST TO WS-SEL-BEFORE-HASH
           END-IF.
           IF NOT WS-CARD-ERROR AND WS-SEL-AFTER-LEN > 0
               MOVE WS-SEL-AFTER TO HSH-VALUE
               PERFORM 1450-HASH-ONE-VALUE
               MOVE HSH-DIGEST TO WS-SEL-AFTER-HASH
           END-IF.

       1450-HASH-ONE-VALUE.
           CALL 'APITHASH' USING APIT-HASH-PARMS.
           IF NOT HSH-HASHED
               DISPLAY 'APITASRC - SEARCH VALUE NOT HASHED, RESULT '
                       HSH-RESULT ' SERVICE RC ' HSH-SERVICE-RC
                       ' REASON ' HSH-SERVICE-REASON
               MOVE 'Y' TO WS-CARD-ERROR-FLAG
           END-IF.

       2000-SEARCH-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT.
           IF WJ-DATE < WS-LOW-DATE-SEEN
           IF WJ-DATE > WS-HIGH-DATE-SEEN
               MOVE WJ-DATE TO WS-HIGH-DATE-SEEN
           END-IF.
           IF WJ-BEFORE-IS-MASKED OR WJ-AFTER-IS-MASKED
               ADD 1 TO WS-MASKED-READ-COUNT
           END-IF.
           PERFORM 2100-APPLY-SELECTION.
           IF WS-RECORD-MATCHES
               ADD 1 TO WS-MATCH-COUNT
                   AND WJ-SOURCE-CODE NOT = WS-SEL-SOURCE
               MOVE 'N' TO WS-MATCH-FLAG
           END-IF.
      *    A masked value can only be compared whole, on its hash.
           IF WS-RECORD-MATCHES AND WS-SEL-BEFORE-LEN > 0
               IF WJ-BEFORE-IS-MASKED
                   IF WJ-BEFORE-HASH NOT = WS-SEL-BEFORE-HASH
                       MOVE 'N' TO WS-MATCH-FLAG
                   END-IF
               ELSE
                   MOVE WJ-BEFORE-STRING TO WS-HAYSTACK
                   MOVE WS-SEL-BEFORE TO WS-CARD-VALUE
                   MOVE WS-SEL-BEFORE-LEN TO WS-VALUE-LEN
                   PERFORM 2150-SUBSTRING-SEARCH
                   IF NOT WS-SUBSTRING-HIT
                       MOVE 'N' TO WS-MATCH-FLAG
                   END-IF
               END-IF
           END-IF.
           IF WS-RECORD-MATCHES AND WS-SEL-AFTER-LEN > 0
               IF WJ-AFTER-IS-MASKED
                   IF WJ-AFTER-HASH NOT = WS-SEL-AFTER-HASH
                       MOVE 'N' TO WS-MATCH-FLAG
                   END-IF
               ELSE
                   MOVE WJ-AFTER-STRING TO WS-HAYSTACK
                   MOVE WS-SEL-AFTER TO WS-CARD-VALUE
                   MOVE WS-SEL-AFTER-LEN TO WS-VALUE-LEN
                   PERFORM 2150-SUBSTRING-SEARCH
                   IF NOT WS-SUBSTRING-HIT
                       MOVE 'N' TO WS-MATCH-FLAG
                   END-IF
               END-IF
           END-IF.

                   ' TIME=' WJ-TIME
                   ' RC=' WJ-RETURN-CODE
                   ' SRC=' WJ-SOURCE-CODE.
           IF WJ-BEFORE-IS-MASKED
               DISPLAY '  BEFORE: MASKED ' WJ-BEFORE-MASK-DATE
                       ' HASH ' WJ-BEFORE-HASH
           ELSE
               DISPLAY '  BEFORE: ' WJ-BEFORE-STRING
           END-IF.
           IF WJ-AFTER-IS-MASKED
               DISPLAY '  AFTER : MASKED ' WJ-AFTER-MASK-DATE
                       ' HASH ' WJ-AFTER-HASH
           ELSE
               DISPLAY '  AFTER : ' WJ-AFTER-STRING
           END-IF.

       2900-PRINT-HEADING.
           DISPLAY '================================================'.
               DISPLAY 'ARCHIVE RECORDS READ ........ ' WS-READ-COUNT
               DISPLAY 'RECORDS MATCHING SELECTION .. '
                       WS-MATCH-COUNT
               DISPLAY 'MASKED RECORDS READ ......... '
                       WS-MASKED-READ-COUNT
               IF WS-MASKED-READ-COUNT > 0
                       AND (WS-SEL-BEFORE-LEN > 0
                           OR WS-SEL-AFTER-LEN > 0)
                   DISPLAY 'MASKED VALUES WERE MATCHED ON THE '
                           'WHOLE VALUE, BY HASH'
               END-IF
               IF WS-READ-COUNT > 0
                   DISPLAY 'JOURNAL DATES COVERED ....... '
                           WS-LOW-DATE-SEEN ' THRU '
