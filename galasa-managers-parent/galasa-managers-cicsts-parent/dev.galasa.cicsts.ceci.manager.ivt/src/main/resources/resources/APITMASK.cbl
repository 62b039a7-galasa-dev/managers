       IDENTIFICATION DIVISION.
       PROGRAM-ID. APITMASK.
      *----------------------------------------------------------*
      * Change history                                            *
      * ---------------------------------------------------------- *
      * 2026-10-15 Personal-data masking of aged APITJOFF archive *
      *            generations. The archive is kept seven years   *
      *            for audit (APITPURG), but the names and        *
      *            addresses in its before/after values may only  *
      *            stay readable for the holding period the data- *
      *            protection officer sets. Driven by one         *
      *            MASKCARD control card:                         *
      *                cols  1-8  store    ARCHIVE                *
      *                cols 10-14 holding period in days          *
      *            and the business date on the shared calendar.  *
      *                                                           *
      *            ARCFILE is one archive generation, rewritten   *
      *            in place. A first pass proves every record on  *
      *            it is older than the holding period - one      *
      *            record inside it and the job ends CC=8 with    *
      *            nothing masked, since the generation is        *
      *            masked whole or not at all. The second pass    *
      *            replaces every non-blank WJ-BEFORE-STRING and  *
      *            WJ-AFTER-STRING with '*MASKED*', the value's   *
      *            one-way hash (APITHASH, keyed by the HASHKEY   *
      *            dataset) and the business date; terminal,      *
      *            task, date, time, cache status, return code    *
      *            and source code are left exactly as            *
      *            journalled. A value already masked is left     *
      *            alone, so a run that stops part-way is simply  *
      *            rerun.                                         *
      *                                                           *
      *            The job prints a masking certificate: holding  *
      *            period, cutoff, the journal dates on the       *
      *            generation and its record and value counts. A  *
      *            missing or malformed control card or hashing   *
      *            key ends CC=8 with nothing masked - the        *
      *            holding period is a data-protection decision,  *
      *            not a default.                                 *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASKCARD ASSIGN TO MASKCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASKCARD-STATUS.
           SELECT HASHKEY ASSIGN TO HASHKEY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HASHKEY-STATUS.
           SELECT CALFILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CALFILE-STATUS.
           SELECT ARCFILE ASSIGN TO ARCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASKCARD
           RECORDING MODE IS F.
       01  MASK-CARD-RECORD.
           05  MASK-STORE             PIC X(8).
           05  FILLER                 PIC X(1).
           05  MASK-DAYS              PIC 9(5).
           05  FILLER                 PIC X(66).
       FD  HASHKEY
           RECORDING MODE IS F.
       01  HASH-KEY-RECORD.
           05  HASH-KEY-VALUE         PIC X(32).
           05  FILLER                 PIC X(48).
       FD  CALFILE.
           COPY APITCAL REPLACING ==WS-CALENDAR-RECORD== BY
               ==CAL-RECORD==.
       FD  ARCFILE
           RECORDING MODE IS F.
           COPY APITJRNL REPLACING ==WS-JOURNAL-RECORD== BY
               ==ARC-RECORD==.
       WORKING-STORAGE SECTION.
       01  WS-MASKCARD-STATUS         PIC X(2) VALUE '00'.
       01  WS-HASHKEY-STATUS          PIC X(2) VALUE '00'.
       01  WS-CALFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-ARCFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-CARD-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88  WS-CARD-EOF                     VALUE 'Y'.
       01  WS-CONTROL-ERROR-FLAG      PIC X(1) VALUE 'N'.
           88  WS-CONTROL-ERROR                VALUE 'Y'.
       01  WS-MASK-ERROR-FLAG         PIC X(1) VALUE 'N'.
           88  WS-MASK-ERROR                   VALUE 'Y'.
       01  WS-BUSINESS-DATE           PIC 9(8) VALUE ZERO.
       01  WS-HOLD-DAYS               PIC 9(5) VALUE ZERO.
       01  WS-CARD-COUNT              PIC 9(3) VALUE ZERO.
      *    Cutoff for the holding period: records dated before it
      *    are masked. YYYYMMDD for the certificate, and the same
      *    day as CYYDDD to compare with WJ-DATE (EIBDATE format).
       01  WS-CUTOFF-DATE             PIC 9(8) VALUE ZERO.
       01  WS-CUTOFF-CYYDDD           PIC 9(6) VALUE ZERO.
       01  WS-CUTOFF-WORK             PIC 9(7) VALUE ZERO.
       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE                  VALUE 'Y'.
       01  WS-RECORD-CHANGED-FLAG     PIC X(1) VALUE 'N'.
           88  WS-RECORD-CHANGED               VALUE 'Y'.
       01  WS-GENERATION-COUNTERS.
           05  WS-READ-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-HELD-HIT            PIC 9(9) VALUE ZERO.
           05  WS-MASK-READ-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-REWRITE-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-MASKED-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-ALREADY-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-BLANK-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-LOW-DATE-SEEN           PIC 9(6) VALUE 999999.
       01  WS-HIGH-DATE-SEEN          PIC 9(6) VALUE ZERO.
           COPY APITHSH.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISE.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2000-CERTIFY-GENERATION
           END-IF.
           IF NOT WS-CONTROL-ERROR AND NOT WS-MASK-ERROR
               PERFORM 3000-MASK-GENERATION
           END-IF.
           PERFORM 5000-TERMINATE.
           STOP RUN.

       1000-INITIALISE.
           DISPLAY '================================================'.
           DISPLAY 'APITMASK - ARCHIVE PERSONAL-DATA MASKING AND '
                   'MASKING CERTIFICATE'.
           DISPLAY '================================================'.
           PERFORM 1100-READ-CALENDAR.
           IF NOT WS-CONTROL-ERROR
               PERFORM 1200-LOAD-MASK-CARDS
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 1300-LOAD-HASH-KEY
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 1600-COMPUTE-CUTOFF
           END-IF.

       1100-READ-CALENDAR.
      *    The holding period ages from the business date, not the
      *    system clock, as retention does. Read-only here: a
      *    housekeeping job draws no run-sequence number.
           OPEN INPUT CALFILE.
           IF WS-CALFILE-STATUS NOT = '00'
               DISPLAY 'APITMASK - OPEN FAILED ON CALFILE '
                       WS-CALFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               MOVE 'C' TO CAL-REC-TYPE
               MOVE ZERO TO CAL-DATE
               READ CALFILE
               IF WS-CALFILE-STATUS = '00'
                       AND CAL-BUSINESS-DATE IS NUMERIC
                   MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
               ELSE
                   DISPLAY 'APITMASK - CALENDAR CONTROL RECORD '
                           'MISSING OR NOT NUMERIC'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-IF
               CLOSE CALFILE
           END-IF.

       1200-LOAD-MASK-CARDS.
      *    No card, a store this job does not know, a non-numeric
      *    or zero holding period, or the store named twice - the
      *    instruction cannot be trusted, and nothing is masked on
      *    an untrusted instruction.
           OPEN INPUT MASKCARD.
           IF WS-MASKCARD-STATUS NOT = '00'
               DISPLAY 'APITMASK - OPEN FAILED ON MASKCARD '
                       WS-MASKCARD-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               PERFORM 1210-LOAD-ONE-CARD
                   UNTIL WS-CARD-EOF OR WS-CONTROL-ERROR
               CLOSE MASKCARD
               IF NOT WS-CONTROL-ERROR AND WS-CARD-COUNT = ZERO
                   DISPLAY 'APITMASK - NO HOLDING PERIOD CARD '
                           'SUPPLIED'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-IF
           END-IF.

       1210-LOAD-ONE-CARD.
           READ MASKCARD
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-SWITCH
           END-READ.
           IF NOT WS-CARD-EOF
                   AND MASK-CARD-RECORD NOT = SPACES
                   AND MASK-STORE(1:1) NOT = '*'
               MOVE FUNCTION UPPER-CASE(MASK-STORE) TO MASK-STORE
               EVALUATE TRUE
                   WHEN MASK-STORE NOT = 'ARCHIVE '
                       DISPLAY 'APITMASK - UNKNOWN STORE ON CARD: '
                               MASK-STORE
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   WHEN MASK-DAYS NOT NUMERIC
                           OR MASK-DAYS = ZERO
                       DISPLAY 'APITMASK - HOLDING PERIOD MISSING '
                               'OR ZERO FOR ' MASK-STORE
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   WHEN WS-CARD-COUNT > ZERO
                       DISPLAY 'APITMASK - STORE NAMED TWICE: '
                               MASK-STORE
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   WHEN OTHER
                       ADD 1 TO WS-CARD-COUNT
                       MOVE MASK-DAYS TO WS-HOLD-DAYS
               END-EVALUATE
           END-IF.

       1300-LOAD-HASH-KEY.
      *    The key every archive value has been hashed under. A
      *    value masked under any other key could never be found
      *    again, so no key, no masking.
           MOVE SPACES TO HSH-KEY.
           OPEN INPUT HASHKEY.
           IF WS-HASHKEY-STATUS NOT = '00'
               DISPLAY 'APITMASK - OPEN FAILED ON HASHKEY '
                       WS-HASHKEY-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               READ HASHKEY
                   AT END
                       MOVE SPACES TO HASH-KEY-RECORD
               END-READ
               MOVE HASH-KEY-VALUE TO HSH-KEY
               CLOSE HASHKEY
               IF HSH-KEY = SPACES
                   DISPLAY 'APITMASK - HASHING KEY MISSING OR BLANK'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-IF
           END-IF.

       1600-COMPUTE-CUTOFF.
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                       - WS-HOLD-DAYS).
      *    The same day in the CYYDDD form the journal archive
      *    carries its dates in.
           COMPUTE WS-CUTOFF-WORK =
               FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE)).
           COMPUTE WS-CUTOFF-CYYDDD = WS-CUTOFF-WORK - 1900000.
           DISPLAY SPACE.
           DISPLAY 'STORE ARCHIVE  HOLDING PERIOD ' WS-HOLD-DAYS
                   ' DAYS - CUTOFF ' WS-CUTOFF-DATE
                   ' (RECORDS DATED BEFORE THIS ARE MASKED)'.

       2000-CERTIFY-GENERATION.
      *    The generation is masked whole or not at all: every
      *    record must be older than the cutoff before a single
      *    one is touched, so a generation never ends up half
      *    masked because the wrong one was named in the JCL.
           OPEN INPUT ARCFILE.
           IF WS-ARCFILE-STATUS NOT = '00'
               DISPLAY 'APITMASK - OPEN FAILED ON ARCFILE '
                       WS-ARCFILE-STATUS
               MOVE 'Y' TO WS-MASK-ERROR-FLAG
           ELSE
               PERFORM 2100-CERTIFY-ONE-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE ARCFILE
               IF WS-HELD-HIT > ZERO
                   DISPLAY 'STORE ARCHIVE  - ' WS-HELD-HIT
                           ' RECORD(S) STILL INSIDE HOLDING PERIOD'
                           ' - GENERATION NOT MASKED'
                   MOVE 'Y' TO WS-MASK-ERROR-FLAG
               END-IF
           END-IF.

       2100-CERTIFY-ONE-RECORD.
           READ ARCFILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               IF WJ-DATE < WS-LOW-DATE-SEEN
                   MOVE WJ-DATE TO WS-LOW-DATE-SEEN
               END-IF
               IF WJ-DATE > WS-HIGH-DATE-SEEN
                   MOVE WJ-DATE TO WS-HIGH-DATE-SEEN
               END-IF
               IF WJ-DATE NOT < WS-CUTOFF-CYYDDD
                   ADD 1 TO WS-HELD-HIT
               END-IF
           END-IF.

       3000-MASK-GENERATION.
      *    In-place rewrite: the generation keeps its name, its
      *    place in the GDG and its records' order, so retention
      *    still ages and destroys it exactly as before.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN I-O ARCFILE.
           IF WS-ARCFILE-STATUS NOT = '00'
               DISPLAY 'APITMASK - OPEN I-O FAILED ON ARCFILE '
                       WS-ARCFILE-STATUS
               MOVE 'Y' TO WS-MASK-ERROR-FLAG
           ELSE
               PERFORM 3100-MASK-ONE-RECORD
                   UNTIL WS-END-OF-FILE OR WS-MASK-ERROR
               CLOSE ARCFILE
           END-IF.
           PERFORM 3900-PRINT-CERTIFICATE.

       3100-MASK-ONE-RECORD.
           READ ARCFILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-MASK-READ-COUNT
               MOVE 'N' TO WS-RECORD-CHANGED-FLAG
               PERFORM 3200-MASK-BEFORE
               IF NOT WS-MASK-ERROR
                   PERFORM 3300-MASK-AFTER
               END-IF
               IF WS-RECORD-CHANGED AND NOT WS-MASK-ERROR
                   REWRITE ARC-RECORD
                   IF WS-ARCFILE-STATUS = '00'
                       ADD 1 TO WS-REWRITE-COUNT
                   ELSE
                       DISPLAY 'APITMASK - REWRITE FAILED ON '
                               'ARCFILE ' WS-ARCFILE-STATUS
                       MOVE 'Y' TO WS-MASK-ERROR-FLAG
                   END-IF
               END-IF
           END-IF.

       3200-MASK-BEFORE.
           EVALUATE TRUE
               WHEN WJ-BEFORE-IS-MASKED
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN WJ-BEFORE-STRING = SPACES
                   ADD 1 TO WS-BLANK-COUNT
               WHEN OTHER
                   MOVE WJ-BEFORE-STRING TO HSH-VALUE
                   PERFORM 3500-HASH-VALUE
                   IF HSH-HASHED
                       MOVE SPACES TO WJ-BEFORE-STRING
                       MOVE '*MASKED*' TO WJ-BEFORE-MASK-TAG
                       MOVE HSH-DIGEST TO WJ-BEFORE-HASH
                       MOVE WS-BUSINESS-DATE TO WJ-BEFORE-MASK-DATE
                       ADD 1 TO WS-MASKED-COUNT
                       MOVE 'Y' TO WS-RECORD-CHANGED-FLAG
                   END-IF
           END-EVALUATE.

       3300-MASK-AFTER.
           EVALUATE TRUE
               WHEN WJ-AFTER-IS-MASKED
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN WJ-AFTER-STRING = SPACES
                   ADD 1 TO WS-BLANK-COUNT
               WHEN OTHER
                   MOVE WJ-AFTER-STRING TO HSH-VALUE
                   PERFORM 3500-HASH-VALUE
                   IF HSH-HASHED
                       MOVE SPACES TO WJ-AFTER-STRING
                       MOVE '*MASKED*' TO WJ-AFTER-MASK-TAG
                       MOVE HSH-DIGEST TO WJ-AFTER-HASH
                       MOVE WS-BUSINESS-DATE TO WJ-AFTER-MASK-DATE
                       ADD 1 TO WS-MASKED-COUNT
                       MOVE 'Y' TO WS-RECORD-CHANGED-FLAG
                   END-IF
           END-EVALUATE.

       3500-HASH-VALUE.
      *    A value that cannot be hashed is left readable and the
      *    run stops - masking it without its hash would make it
      *    unsearchable for the rest of the audit retention.
           CALL 'APITHASH' USING APIT-HASH-PARMS.
           IF NOT HSH-HASHED
               DISPLAY 'APITMASK - HASHING FAILED, RESULT '
                       HSH-RESULT ' SERVICE RC ' HSH-SERVICE-RC
                       ' REASON ' HSH-SERVICE-REASON
               MOVE 'Y' TO WS-MASK-ERROR-FLAG
           END-IF.

       3900-PRINT-CERTIFICATE.
           DISPLAY 'MASKING CERTIFICATE - STORE ARCHIVE'.
           DISPLAY '  HOLDING PERIOD (DAYS) ... ' WS-HOLD-DAYS.
           DISPLAY '  CUTOFF DATE ............. ' WS-CUTOFF-DATE.
           IF WS-READ-COUNT > ZERO
               DISPLAY '  GENERATION JOURNAL DATES  '
                       WS-LOW-DATE-SEEN ' THRU ' WS-HIGH-DATE-SEEN
           ELSE
               DISPLAY '  GENERATION JOURNAL DATES  NONE - '
                       'GENERATION WAS EMPTY'
           END-IF.
           DISPLAY '  RECORDS EXAMINED ........ ' WS-READ-COUNT.
           DISPLAY '  RECORDS MASKED/CHECKED .. ' WS-MASK-READ-COUNT.
           DISPLAY '  RECORDS REWRITTEN ....... ' WS-REWRITE-COUNT.
           DISPLAY '  VALUES MASKED THIS RUN .. ' WS-MASKED-COUNT.
           DISPLAY '  VALUES ALREADY MASKED ... ' WS-ALREADY-COUNT.
           DISPLAY '  BLANK VALUES (NONE HELD)  ' WS-BLANK-COUNT.
           IF WS-MASK-ERROR
               DISPLAY '  GENERATION PARTLY MASKED - RERUN THIS '
                       'STEP TO COMPLETE IT'
           ELSE
               IF WS-MASK-READ-COUNT NOT = WS-READ-COUNT
                   DISPLAY '  RECORD COUNT CHANGED BETWEEN PASSES - '
                           'GENERATION NOT CERTIFIED'
                   MOVE 'Y' TO WS-MASK-ERROR-FLAG
               ELSE
                   DISPLAY '  EVERY BEFORE/AFTER VALUE ON THE '
                           'GENERATION IS NOW MASKED OR BLANK'
               END-IF
           END-IF.

       5000-TERMINATE.
           DISPLAY SPACE.
           IF WS-CONTROL-ERROR
               DISPLAY 'APITMASK - CONTROL CARD OR HASHING KEY '
                       'MISSING OR MALFORMED - NOTHING MASKED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MASK-ERROR
                   DISPLAY 'APITMASK - MASKING INCOMPLETE - SEE '
                           'MESSAGES ABOVE'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY 'APITMASK - GENERATION MASKED AND '
                           'CERTIFIED'
               END-IF
           END-IF.
           DISPLAY '================================================'.
