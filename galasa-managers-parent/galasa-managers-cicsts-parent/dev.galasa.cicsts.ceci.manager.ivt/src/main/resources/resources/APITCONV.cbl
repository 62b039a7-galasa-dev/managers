      *            so the APITVRFY morning verification can prove  *
      *            the night's jobs all ran, once each, in order,  *
      *            for the same business date.                     *
      * 2026-09-15 Probable-duplicate customer detection. Every    *
      *            converted type '2' record gets a normalised     *
      *            name match key (surname, city and given-name    *
      *            initial, folded to upper case after             *
      *            transliteration, blanks squeezed out and        *
      *            doubled letters collapsed) that is looked up    *
      *            on the NAMEIDX name-index file, which persists  *
      *            across nights. A hit goes on the DUPFILE        *
      *            probable-duplicates report with the earlier     *
      *            record it matched, the header source and        *
      *            business date of both, and the match strength   *
      *            (EXACT, STRONG or WEAK on the given name); a    *
      *            miss is added to the index. The record itself   *
      *            still converts and loads - the report is for    *
      *            the suspense team to merge by hand. An index    *
      *            that cannot be opened skips the check with a    *
      *            warning and ends the run CC=4, never CC=8: it   *
      *            must not stop the night's load. A trial run     *
      *            neither reads nor updates the index.            *
      * 2026-10-06 Every reject now carries the header source of   *
      *            the set it arrived in (REJ-SOURCE, appended to  *
      *            the APITREJ layout), so the recycle job and the *
      *            data-quality scorecard can charge it to its     *
      *            sender. REJFILE grows to 123 bytes.             *
      * 2026-10-12 Reprocess mode. A MODECARD of REPROCESS with a  *
      *            business date in cols 11-18 re-runs that past   *
      *            night against its archived input (APITRPRJ      *
      *            extracts it from the APITNARC night archive)    *
      *            and writes a replacement OUTFILE, REJFILE and   *
      *            TOTFILE. Every data record goes through both    *
      *            control-data sets the way a trial does - the    *
      *            set as it stood that night (LIVEPARM/LIVEXLT)   *
      *            and the set chosen for the reprocess (CONVPARM/ *
      *            XLTFILE) - and the outputs follow the chosen    *
      *            set, so the job reports exactly which records   *
      *            now convert differently from what was loaded.   *
      *            The run is recorded on RUNFILE and checkpointed *
      *            under its own job name, APITRPRC, against the   *
      *            date reprocessed: it draws no run-sequence      *
      *            number, never touches the night's checkpoint,   *
      *            and the morning verification and the            *
      *            reconciliation never mistake it for a second    *
      *            APITCONV load. The name index is neither read   *
      *            nor updated - those customers were indexed the  *
      *            night they arrived.                             *
      * 2026-10-13 Per-source streams. A MODECARD of STREAM with a *
      *            header source in cols 11-18 converts only that  *
      *            sender's input, so an on-time source need not   *
      *            wait for a late one: every set must carry that  *
      *            source, the stream's own OUTFILE (headed with   *
      *            the source name), REJFILE and TOTFILE record    *
      *            are written, and it checkpoints and restarts    *
      *            under the source name. A stream is not a run    *
      *            of the schedule - nothing goes on RUNFILE and   *
      *            no run-sequence number is drawn. A MODECARD of  *
      *            MERGE then makes the night's run of APITCONV    *
      *            from the streams: their OUTFILEs, concatenated  *
      *            on INFILE, are proved set by set exactly as an  *
      *            extract is and copied to the one OUTFILE with   *
      *            the usual header and trailer, each converted    *
      *            business record going through the duplicate     *
      *            check; the stream rejects (STRMREJ) are copied  *
      *            to the one REJFILE; and every expected source   *
      *            must have exactly one stream set and one stream *
      *            totals record (STRMTOT) whose counts agree with *
      *            the records and rejects merged for it, or the   *
      *            run ends CC=8. TOTFILE, the missing-source      *
      *            check, the checkpoint and RUNFILE then carry on *
      *            as for a single-pass night.                     *
      * 2026-10-15 A trial, a reprocess or a stream only reads the *
      *            calendar, so it opens CALFILE for input and the *
      *            parallel streams no longer contend for the one  *
      *            update open. A live run or a merge still opens  *
      *            it I-O and draws its run-sequence number.       *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CKPT-JOB-KEY
               FILE STATUS IS WS-CKPTFILE-STATUS.
           SELECT NAMEIDX ASSIGN TO NAMEIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NIX-KEY
               FILE STATUS IS WS-NAMEIDX-STATUS.
           SELECT DUPFILE ASSIGN TO DUPFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPFILE-STATUS.
           SELECT STRMREJ ASSIGN TO STRMREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRMREJ-STATUS.
           SELECT STRMTOT ASSIGN TO STRMTOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRMTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INFILE
       FD  MODECARD
           RECORDING MODE IS F.
       01  MODE-CARD-RECORD.
           05  MODE-VALUE             PIC X(9).
           05  FILLER                 PIC X(1).
           05  MODE-DATE              PIC X(8).
           05  MODE-DATE-NUM REDEFINES MODE-DATE
                                      PIC 9(8).
           05  MODE-SOURCE REDEFINES MODE-DATE
                                      PIC X(8).
           05  FILLER                 PIC X(62).
       FD  LIVEPARM
           RECORDING MODE IS F.
       01  LPM-RECORD.
       FD  CKPTFILE.
           COPY APITCKPT REPLACING ==WS-CHECKPOINT-RECORD== BY
               ==CKPT-RECORD==.
       FD  NAMEIDX.
           COPY APITNIDX REPLACING ==WS-NAME-INDEX-RECORD== BY
               ==NIX-RECORD==.
       FD  DUPFILE
           RECORDING MODE IS F.
       01  DUP-RECORD                 PIC X(132).
       FD  STRMREJ
           RECORDING MODE IS F.
       01  SRJ-RECORD                 PIC X(123).
       FD  STRMTOT
           RECORDING MODE IS F.
           COPY APITTOT REPLACING ==WS-RUN-TOTALS-RECORD== BY
               ==STT-RECORD==
               ==TOT-JOB-NAME== BY ==STT-JOB-NAME==
               ==TOT-READ-COUNT== BY ==STT-READ-COUNT==
               ==TOT-CONVERTED-COUNT== BY ==STT-CONVERTED-COUNT==
               ==TOT-REJECTED-COUNT== BY ==STT-REJECTED-COUNT==
               ==TOT-SOURCE== BY ==STT-SOURCE==
               ==TOT-SUBST-COUNT== BY ==STT-SUBST-COUNT==
               ==TOT-RUN-DATE== BY ==STT-RUN-DATE==.
       WORKING-STORAGE SECTION.
       01  WS-INFILE-STATUS           PIC X(2) VALUE '00'.
       01  WS-OUTFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-LIVEXLT-STATUS          PIC X(2) VALUE '00'.
       01  WS-XLTFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-CKPTFILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-NAMEIDX-STATUS          PIC X(2) VALUE '00'.
       01  WS-DUPFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-STRMREJ-STATUS          PIC X(2) VALUE '00'.
       01  WS-STRMTOT-STATUS          PIC X(2) VALUE '00'.
       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE                  VALUE 'Y'.
       01  WS-GENUINE-EOF-SWITCH      PIC X(1) VALUE 'N'.
       01  WS-HDR-SOURCE              PIC X(8) VALUE SPACES.
      *    'T' runs the job end to end against the real INFILE
      *    with both control-data sets and writes nothing - the
      *    differences report is the product. 'R' re-runs a past
      *    night from its archived input with both control-data
      *    sets, writing replacement output. 'S' converts one
      *    source's input as a stream of its own; 'M' merges the
      *    night's streams into the night's files. 'L' is the
      *    normal live night.
       01  WS-RUN-MODE                PIC X(1) VALUE 'L'.
           88  WS-TRIAL-MODE                   VALUE 'T'.
           88  WS-REPROCESS-MODE               VALUE 'R'.
           88  WS-STREAM-MODE                  VALUE 'S'.
           88  WS-MERGE-MODE                   VALUE 'M'.
      *    What this run is called on RUNFILE, CKPTFILE and
      *    TOTFILE - a reprocess goes under its own name so it is
      *    never counted as, or restarted from, a night's load,
      *    and a stream under its source name so each stream has
      *    a checkpoint of its own.
       01  WS-RUN-JOB-NAME            PIC X(8) VALUE 'APITCONV'.
       01  WS-REPROCESS-DATE          PIC 9(8) VALUE ZERO.
       01  WS-STREAM-SOURCE           PIC X(8) VALUE SPACES.
      *    Whether the source just matched had been seen before
      *    this header - a merge takes each stream exactly once.
       01  WS-SRC-WAS-SEEN            PIC X(1) VALUE 'N'.
      *    A merge's proof that every stream arrived exactly once:
      *    per expected source, the stream totals records found on
      *    STRMTOT and what they say, and the stream rejects
      *    copied from STRMREJ. Entries line up with
      *    WS-SOURCE-TABLE.
       01  WS-STREAM-TABLE.
           05  WS-STM-ENTRY OCCURS 10 TIMES.
               10  WS-STM-TOTALS      PIC 9(3).
               10  WS-STM-READ        PIC 9(9).
               10  WS-STM-CONVERTED   PIC 9(9).
               10  WS-STM-REJECTED    PIC 9(9).
               10  WS-STM-SUBST       PIC 9(9).
               10  WS-STM-REJ-COPIED  PIC 9(9).
       01  WS-STRM-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88  WS-STRM-EOF                     VALUE 'Y'.
       01  WS-STM-STATE               PIC X(15) VALUE SPACES.
      *    Validation builds its reason here; only the reject
      *    writers copy it into the REJFILE record area, which a
      *    trial run never opens.
           88  WS-IS-VALID                     VALUE 'Y'.
       01  WS-SCAN-IDX                PIC 9(3) VALUE ZERO.
       01  WS-LAST-NONBLANK           PIC 9(3) VALUE ZERO.
      *    Probable-duplicate detection. The check only runs when
      *    both the name index and the report opened - a live
      *    night without them still loads, ending CC=4.
       01  WS-DUPCHECK-FLAG           PIC X(1) VALUE 'N'.
           88  WS-DUPCHECK-ON                  VALUE 'Y'.
       01  WS-DUPCHECK-WARN-FLAG      PIC X(1) VALUE 'N'.
           88  WS-DUPCHECK-WARNING             VALUE 'Y'.
       01  WS-DUPFILE-OPENED          PIC X(1) VALUE 'N'.
           88  WS-DUPFILE-OPEN-OK              VALUE 'Y'.
       01  WS-DUP-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-NIX-ADDED-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-MATCH-KEY.
           05  WS-MK-SURNAME          PIC X(18).
           05  WS-MK-CITY             PIC X(15).
           05  WS-MK-INITIAL          PIC X(1).
       01  WS-MK-GIVEN                PIC X(12) VALUE SPACES.
      *    One field through the normaliser: fold to upper case,
      *    drop blanks, collapse a run of the same character to
      *    one.
       01  WS-NORM-IN                 PIC X(20) VALUE SPACES.
       01  WS-NORM-OUT                PIC X(20) VALUE SPACES.
       01  WS-NORM-LEN                PIC 9(2) VALUE ZERO.
       01  WS-NORM-IDX                PIC 9(2) VALUE ZERO.
       01  WS-NORM-OUT-LEN            PIC 9(2) VALUE ZERO.
       01  WS-NORM-CHAR               PIC X(1) VALUE SPACE.
       01  WS-NORM-LAST               PIC X(1) VALUE SPACE.
       01  WS-GIVEN-SHORT-LEN         PIC 9(2) VALUE ZERO.
       01  WS-MATCH-STRENGTH          PIC X(6) VALUE SPACES.
       01  WS-DUP-HEAD-LINE.
           05  FILLER                 PIC X(40) VALUE
               'APITCONV - PROBABLE DUPLICATE CUSTOMERS '.
           05  FILLER                 PIC X(15) VALUE
               'BUSINESS DATE '.
           05  WS-DHL-DATE            PIC 9(8).
           05  FILLER                 PIC X(69) VALUE SPACES.
       01  WS-DUP-KEY-LINE.
           05  FILLER                 PIC X(20) VALUE
               'PROBABLE DUPLICATE  '.
           05  FILLER                 PIC X(9) VALUE 'STRENGTH '.
           05  WS-DKL-STRENGTH        PIC X(6).
           05  FILLER                 PIC X(12) VALUE
               '  MATCH KEY '.
           05  WS-DKL-KEY             PIC X(34).
           05  FILLER                 PIC X(51) VALUE SPACES.
       01  WS-DUP-REC-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DRL-WHICH           PIC X(8).
           05  FILLER                 PIC X(8) VALUE ' SOURCE '.
           05  WS-DRL-SOURCE          PIC X(8).
           05  FILLER                 PIC X(6) VALUE ' DATE '.
           05  WS-DRL-DATE            PIC 9(8).
           05  FILLER                 PIC X(2) VALUE ' <'.
           05  WS-DRL-BODY            PIC X(79).
           05  FILLER                 PIC X(1) VALUE '>'.
           05  FILLER                 PIC X(10) VALUE SPACES.
       01  WS-DUP-TOTAL-LINE.
           05  FILLER                 PIC X(34) VALUE
               'PROBABLE DUPLICATES REPORTED .... '.
           05  WS-DTL-COUNT           PIC Z(8)9.
           05  FILLER                 PIC X(89) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISE.
           END-IF.
      *    A trial is a rehearsal, not a run of the schedule - it
      *    draws no run-sequence number and records nothing on
      *    the run-status file. Neither does a stream: the merge
      *    is the night's run of APITCONV.
           IF NOT WS-CONTROL-ERROR AND NOT WS-TRIAL-MODE
                   AND NOT WS-STREAM-MODE
               PERFORM 1060-RECORD-RUN-START
           END-IF.
      *    A merge converts nothing - its records were converted
      *    by the streams - so it needs no conversion control data.
           IF NOT WS-CONTROL-ERROR AND NOT WS-MERGE-MODE
               PERFORM 1070-LOAD-CONVPARM
           END-IF.
      *    A reprocess loads both sets as a trial does: LIVEPARM
      *    and LIVEXLT are the control data as it stood the night
      *    being reprocessed, CONVPARM and XLTFILE the set the
      *    replacement output is produced under.
           IF NOT WS-CONTROL-ERROR
                   AND (WS-TRIAL-MODE OR WS-REPROCESS-MODE)
               PERFORM 1072-SAVE-PROPOSED-FUNCS
               PERFORM 1074-LOAD-LIVEPARM
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 1080-LOAD-SOURCES
           END-IF.
           IF NOT WS-CONTROL-ERROR AND WS-STREAM-MODE
               PERFORM 1082-CHECK-STREAM-SOURCE
           END-IF.
           IF NOT WS-CONTROL-ERROR AND NOT WS-MERGE-MODE
               PERFORM 1085-LOAD-XLATE-TABLE
           END-IF.
           IF NOT WS-CONTROL-ERROR
                   AND (WS-TRIAL-MODE OR WS-REPROCESS-MODE)
               PERFORM 1088-LOAD-LIVE-XLATE
               PERFORM 1095-INIT-TRIAL-STATS
           END-IF.
       1040-READ-MODECARD.
      *    No MODECARD at all is the normal live night - the card
      *    only exists so a proposed table change can be
      *    rehearsed or a past night reprocessed. A card saying
      *    anything this program does not recognise is a control
      *    error: a typo must never quietly run live. REPROCESS
      *    carries the business date being reprocessed in cols
      *    11-18; it must be a date the schedule has already
      *    reached, which 1050-READ-CALENDAR checks. STREAM
      *    carries the header source the stream converts in the
      *    same columns; MERGE has nothing more.
           OPEN INPUT MODECARD.
           IF WS-MODECARD-STATUS NOT = '00'
               MOVE 'L' TO WS-RUN-MODE
                   EVALUATE MODE-VALUE
                       WHEN 'TRIAL'
                           MOVE 'T' TO WS-RUN-MODE
                       WHEN 'REPROCESS'
                           IF MODE-DATE IS NUMERIC
                                   AND MODE-DATE-NUM > ZERO
                               MOVE 'R' TO WS-RUN-MODE
                               MOVE 'APITRPRC' TO WS-RUN-JOB-NAME
                               MOVE MODE-DATE-NUM
                                   TO WS-REPROCESS-DATE
                           ELSE
                               DISPLAY 'APITCONV - REPROCESS DATE '
                                       'NOT NUMERIC: ' MODE-DATE
                               PERFORM 2090-FLAG-CONTROL-ERROR
                           END-IF
                       WHEN 'STREAM'
                           IF MODE-SOURCE NOT = SPACES
                               MOVE 'S' TO WS-RUN-MODE
                               MOVE FUNCTION UPPER-CASE(MODE-SOURCE)
                                   TO WS-STREAM-SOURCE
                               MOVE WS-STREAM-SOURCE
                                   TO WS-RUN-JOB-NAME
                           ELSE
                               DISPLAY 'APITCONV - STREAM NAMES NO '
                                       'SOURCE'
                               PERFORM 2090-FLAG-CONTROL-ERROR
                           END-IF
                       WHEN 'MERGE'
                           MOVE 'M' TO WS-RUN-MODE
                       WHEN 'LIVE '
                       WHEN SPACES
                           MOVE 'L' TO WS-RUN-MODE
                       WHEN OTHER
                           DISPLAY 'APITCONV - MODECARD SAYS '
                                   MODE-VALUE
                                   ' - MUST BE TRIAL, REPROCESS,'
                                   ' STREAM, MERGE OR LIVE'
                           PERFORM 2090-FLAG-CONTROL-ERROR
                   END-EVALUATE
               END-IF
      *        checkpoint to zero at the end of the last one.
               MOVE 'N' TO WS-FRESH-RUN-FLAG
               OPEN EXTEND OUTFILE
               IF NOT WS-MERGE-MODE
                   OPEN EXTEND REJFILE
               END-IF
      *        Put the control counts back where the checkpoint
      *        left them, so trailer validation and the OUTFILE
      *        trailer count carry on as if the run never broke.
               MOVE CKPT-CONVERTED TO WS-CONVERTED-COUNT
               MOVE CKPT-REJECTED TO WS-REJECTED-COUNT
               MOVE CKPT-SUBSTITUTED TO WS-SUBSTITUTED-COUNT
               MOVE CKPT-DUP-COUNT TO WS-DUP-COUNT
               MOVE CKPT-SET-STATE TO WS-SET-STATE
               MOVE 'Y' TO WS-SET-SEEN-FLAG
      *        The source table comes back wholesale - names
                       WS-RESTART-COUNT
           ELSE
               OPEN OUTPUT OUTFILE
      *        A merge writes REJFILE whole at the end of the run,
      *        from the stream rejects - see 3710.
               IF NOT WS-MERGE-MODE
                   OPEN OUTPUT REJFILE
               END-IF
           END-IF.
           IF WS-OUTFILE-STATUS NOT = '00'
               DISPLAY 'APITCONV - OPEN FAILED ON OUTFILE '
           IF NOT WS-END-OF-FILE AND WS-FRESH-RUN
               PERFORM 1300-WRITE-OUT-HEADER
           END-IF.
      *    The streams leave the duplicate check to the merge,
      *    which sees the whole night's records one at a time.
           IF NOT WS-END-OF-FILE AND NOT WS-REPROCESS-MODE
                   AND NOT WS-STREAM-MODE
               PERFORM 1400-OPEN-DUPCHECK
           END-IF.
           IF NOT WS-END-OF-FILE
               PERFORM 9000-READ-INFILE
               PERFORM 1200-SKIP-PROCESSED-RECORDS
      *    one, fails the run before anything is processed. The
      *    run-sequence counter is bumped and taken in the same
      *    update, so the order the jobs drew their numbers in is
      *    the order they actually started in. A run that draws
      *    no number only reads the date, and opens the calendar
      *    for input - the streams run side by side and must not
      *    queue for the one update open.
           IF WS-TRIAL-MODE OR WS-REPROCESS-MODE OR WS-STREAM-MODE
               OPEN INPUT CALFILE
           ELSE
               OPEN I-O CALFILE
           END-IF.
           IF WS-CALFILE-STATUS NOT = '00'
               DISPLAY 'APITCONV - OPEN FAILED ON CALFILE '
                       WS-CALFILE-STATUS
               IF WS-CALFILE-STATUS = '00'
                       AND CAL-BUSINESS-DATE IS NUMERIC
                   MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
      *            A reprocess runs under the date on its card,
      *            which must be one the schedule has reached -
      *            there is no archived night after today's.
                   IF WS-REPROCESS-MODE
                       IF WS-REPROCESS-DATE > CAL-BUSINESS-DATE
                           DISPLAY 'APITCONV - REPROCESS DATE '
                                   WS-REPROCESS-DATE ' IS AFTER '
                                   'BUSINESS DATE ' CAL-BUSINESS-DATE
                           PERFORM 2090-FLAG-CONTROL-ERROR
                       ELSE
                           MOVE WS-REPROCESS-DATE
                               TO WS-BUSINESS-DATE
                       END-IF
                   END-IF
      *            A trial only needs the date - the sequence
      *            counter belongs to the real schedule, which a
      *            reprocess or a stream is not part of either.
                   IF NOT WS-TRIAL-MODE AND NOT WS-REPROCESS-MODE
                           AND NOT WS-STREAM-MODE
                       ADD 1 TO CAL-NEXT-SEQ
                       MOVE CAL-NEXT-SEQ TO WS-RUN-SEQ
                       REWRITE CAL-RECORD
      *    count alone, so only a genuine second full run shows
      *    as a repeat to the morning verification.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
           MOVE WS-BUSINESS-DATE TO RUN-DATE.
           OPEN I-O RUNFILE.
           IF WS-RUNFILE-STATUS NOT = '00'
                   MOVE 'S' TO RUN-STATUS
                   REWRITE RUN-RECORD
               ELSE
                   MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME
                   MOVE WS-BUSINESS-DATE TO RUN-DATE
                   PERFORM 1065-INIT-RUN-RECORD
                   WRITE RUN-RECORD
               MOVE ZERO TO WS-TFS-DIFFS(WS-FLD-IDX + 1)
               MOVE ZERO TO WS-TFS-SAMPLES(WS-FLD-IDX + 1)
           END-PERFORM.
           IF WS-REPROCESS-MODE
               DISPLAY 'APITCONV - REPROCESS OF ' WS-BUSINESS-DATE
                       ' - REPLACEMENT OUTPUT FOLLOWS CONVPARM/'
                       'XLTFILE'
           ELSE
               DISPLAY 'APITCONV - TRIAL RUN - PROPOSED CONTROL '
                       'DATA UNDER TEST - NOTHING WILL BE WRITTEN'
           END-IF.

       1080-LOAD-SOURCES.
      *    Which senders tonight's INFILE must carry is control
               END-IF
           END-IF.

       1082-CHECK-STREAM-SOURCE.
      *    A stream converts one expected source - a name that is
      *    not on SRCFILE is a control card error, found before
      *    anything is opened.
           MOVE 'N' TO WS-SRC-FOUND-FLAG.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               IF WS-SRC-NAME(WS-SRC-IDX) = WS-STREAM-SOURCE
                   MOVE 'Y' TO WS-SRC-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-SRC-FOUND
               DISPLAY 'APITCONV - STREAM SOURCE ' WS-STREAM-SOURCE
                       ' IS NOT ON THE EXPECTED-SOURCES FILE'
               PERFORM 2090-FLAG-CONTROL-ERROR
           ELSE
               DISPLAY 'APITCONV - STREAM OF SOURCE '
                       WS-STREAM-SOURCE
           END-IF.

       1085-LOAD-XLATE-TABLE.
      *    The transliteration table is optional control data -
      *    a shop that has not set one up just keeps the old
           END-IF.

       1100-OPEN-CHECKPOINT.
           MOVE WS-RUN-JOB-NAME TO CKPT-JOB-KEY.
           OPEN I-O CKPTFILE.
           IF WS-CKPTFILE-STATUS = '00'
               READ CKPTFILE
      *            Cluster exists but is empty - first ever run
      *            against a pre-allocated dataset. Create the
      *            starting record at zero.
                   MOVE WS-RUN-JOB-NAME TO CKPT-JOB-KEY
                   PERFORM 1150-CLEAR-CHECKPOINT-FIELDS
                   WRITE CKPT-RECORD
               END-IF
               WRITE CKPT-RECORD
               CLOSE CKPTFILE
               OPEN I-O CKPTFILE
               MOVE WS-RUN-JOB-NAME TO CKPT-JOB-KEY
               READ CKPTFILE
           END-IF.

           MOVE ZERO TO CKPT-CONVERTED.
           MOVE ZERO TO CKPT-REJECTED.
           MOVE ZERO TO CKPT-SUBSTITUTED.
           MOVE ZERO TO CKPT-DUP-COUNT.
           MOVE 'B' TO CKPT-SET-STATE.
           MOVE ZERO TO CKPT-CURR-SOURCE.
           MOVE ZERO TO CKPT-SRC-COUNT.
           END-PERFORM.

       1300-WRITE-OUT-HEADER.
      *    A reprocess's replacement OUTFILE carries the same
      *    header as the night's own, so it loads the same way. A
      *    stream's OUTFILE is headed with its source instead, so
      *    the merge can prove each stream in as one set.
           MOVE SPACES TO OUT-RECORD.
           MOVE '0' TO OUT-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE TO OUT-HDR-DATE.
           IF WS-STREAM-MODE
               MOVE WS-STREAM-SOURCE TO OUT-HDR-SOURCE
           ELSE
               MOVE 'APITCONV' TO OUT-HDR-SOURCE
           END-IF.
           WRITE OUT-RECORD.
           IF WS-OUTFILE-STATUS NOT = '00'
               DISPLAY 'APITCONV - WRITE FAILED ON OUTFILE '
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       1400-OPEN-DUPCHECK.
      *    The name index is kept from night to night - only the
      *    very first run against a pre-allocated empty cluster
      *    has to load it, the same convention as the checkpoint
      *    file. Trouble with either file costs the duplicate
      *    check, never the night's load. A restart extends the
      *    report the way it extends OUTFILE.
           OPEN I-O NAMEIDX.
           IF WS-NAMEIDX-STATUS NOT = '00'
               OPEN OUTPUT NAMEIDX
               IF WS-NAMEIDX-STATUS = '00'
                   CLOSE NAMEIDX
                   OPEN I-O NAMEIDX
               END-IF
           END-IF.
           IF WS-NAMEIDX-STATUS NOT = '00'
               DISPLAY 'APITCONV - OPEN FAILED ON NAMEIDX '
                       WS-NAMEIDX-STATUS ' - DUPLICATE CHECK SKIPPED'
               MOVE 'Y' TO WS-DUPCHECK-WARN-FLAG
           ELSE
               IF WS-FRESH-RUN
                   OPEN OUTPUT DUPFILE
               ELSE
                   OPEN EXTEND DUPFILE
               END-IF
               IF WS-DUPFILE-STATUS NOT = '00'
                   DISPLAY 'APITCONV - OPEN FAILED ON DUPFILE '
                           WS-DUPFILE-STATUS
                           ' - DUPLICATE CHECK SKIPPED'
                   MOVE 'Y' TO WS-DUPCHECK-WARN-FLAG
                   CLOSE NAMEIDX
               ELSE
                   MOVE 'Y' TO WS-DUPCHECK-FLAG
                   MOVE 'Y' TO WS-DUPFILE-OPENED
                   IF WS-FRESH-RUN
                       MOVE WS-BUSINESS-DATE TO WS-DHL-DATE
                       WRITE DUP-RECORD FROM WS-DUP-HEAD-LINE
                   END-IF
               END-IF
           END-IF.

       2000-PROCESS-FILE.
           ADD 1 TO WS-READ-COUNT.
           EVALUATE TRUE
                   PERFORM 2090-FLAG-CONTROL-ERROR
               WHEN OTHER
                   PERFORM 2015-MATCH-SOURCE
                   EVALUATE TRUE
                       WHEN NOT WS-SRC-FOUND
                           DISPLAY 'APITCONV - HEADER SOURCE '
                                   IN-HDR-SOURCE ' IS NOT ON THE '
                                   'EXPECTED-SOURCES FILE'
                           PERFORM 2090-FLAG-CONTROL-ERROR
      *                A stream takes its own source's sets only.
                       WHEN WS-STREAM-MODE
                               AND WS-HDR-SOURCE NOT = WS-STREAM-SOURCE
                           DISPLAY 'APITCONV - HEADER SOURCE '
                                   IN-HDR-SOURCE ' ON THE STREAM FOR '
                                   WS-STREAM-SOURCE
                           PERFORM 2090-FLAG-CONTROL-ERROR
      *                Each stream's OUTFILE is one set - a second set
      *                for a source is a stream concatenated twice.
                       WHEN WS-MERGE-MODE AND WS-SRC-WAS-SEEN = 'Y'
                           DISPLAY 'APITCONV - STREAM ' IN-HDR-SOURCE
                                   ' ARRIVED TWICE'
                           PERFORM 2090-FLAG-CONTROL-ERROR
                       WHEN OTHER
                           DISPLAY 'APITCONV - HEADER DATE '
                                   IN-HDR-DATE ' SOURCE ' IN-HDR-SOURCE
                           MOVE 'I' TO WS-SET-STATE
                           MOVE 'Y' TO WS-SET-SEEN-FLAG
                           MOVE ZERO TO WS-SET-DATA-COUNT
                   END-EVALUATE
           END-EVALUATE.

       2015-MATCH-SOURCE.
               IF WS-SRC-NAME(WS-SRC-IDX) = WS-HDR-SOURCE
                   MOVE 'Y' TO WS-SRC-FOUND-FLAG
                   MOVE WS-SRC-IDX TO WS-CURR-SRC
                   MOVE WS-SRC-SEEN(WS-SRC-IDX) TO WS-SRC-WAS-SEEN
                   MOVE 'Y' TO WS-SRC-SEEN(WS-SRC-IDX)
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-DATA-READ-COUNT
               ADD 1 TO WS-SET-DATA-COUNT
               ADD 1 TO WS-SRC-READ(WS-CURR-SRC)
               EVALUATE TRUE
                   WHEN WS-TRIAL-MODE
                       PERFORM 2550-TRIAL-BASIC
                   WHEN WS-REPROCESS-MODE
      *                Both sets compared and counted exactly as in
      *                a trial; the chosen set's outcome, left in
      *                place by the second pass, is what is written.
                       PERFORM 2550-TRIAL-BASIC
                       PERFORM 2022-WRITE-BASIC-RESULT
      *                A merge's input was converted by its stream -
      *                it is copied, and counted as converted.
                   WHEN WS-MERGE-MODE
                       MOVE IN-FIRST-STRING TO WS-FIRST-STRING
                       MOVE 'Y' TO WS-VALID-FLAG
                       PERFORM 2022-WRITE-BASIC-RESULT
                       ADD 1 TO WS-CONVERTED-COUNT
                       ADD 1 TO WS-SRC-CONVERTED(WS-CURR-SRC)
                   WHEN OTHER
                       MOVE IN-FIRST-STRING TO WS-FIRST-STRING
                       PERFORM 2050-VALIDATE-RECORD
                       PERFORM 2022-WRITE-BASIC-RESULT
                       IF WS-IS-VALID
                           ADD 1 TO WS-CONVERTED-COUNT
                           ADD 1 TO WS-SRC-CONVERTED(WS-CURR-SRC)
                           IF WS-RECORD-SUBSTITUTED
                               ADD 1 TO WS-SUBSTITUTED-COUNT
                               ADD 1 TO WS-SRC-SUBST(WS-CURR-SRC)
                           END-IF
                       ELSE
                           ADD 1 TO WS-REJECTED-COUNT
                           ADD 1 TO WS-SRC-REJECTED(WS-CURR-SRC)
                       END-IF
               END-EVALUATE
           END-IF.

       2022-WRITE-BASIC-RESULT.
           IF WS-IS-VALID
               MOVE SPACES TO OUT-RECORD
               MOVE '1' TO OUT-RECORD-TYPE
               MOVE FUNCTION UPPER-CASE(WS-FIRST-STRING)
                   TO OUT-FIRST-STRING
               WRITE OUT-RECORD
               IF WS-OUTFILE-STATUS NOT = '00'
                   DISPLAY 'APITCONV - WRITE FAILED ON '
                           'OUTFILE ' WS-OUTFILE-STATUS
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           ELSE
               MOVE '1' TO REJ-RECORD-TYPE
               MOVE SPACES TO REJ-DATA
               MOVE WS-FIRST-STRING TO REJ-DATA(1:10)
               MOVE WS-REJ-REASON-WORK TO REJ-REASON
               MOVE WS-SRC-NAME(WS-CURR-SRC) TO REJ-SOURCE
               WRITE REJ-RECORD
               IF WS-REJFILE-STATUS NOT = '00'
                   DISPLAY 'APITCONV - WRITE FAILED ON '
                           'REJFILE ' WS-REJFILE-STATUS
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF.

               ADD 1 TO WS-DATA-READ-COUNT
               ADD 1 TO WS-SET-DATA-COUNT
               ADD 1 TO WS-SRC-READ(WS-CURR-SRC)
               EVALUATE TRUE
                   WHEN WS-TRIAL-MODE
                       PERFORM 2570-TRIAL-BUSINESS
                   WHEN WS-REPROCESS-MODE
                       PERFORM 2570-TRIAL-BUSINESS
                       PERFORM 2027-WRITE-BUSINESS-RESULT
                   WHEN WS-MERGE-MODE
                       MOVE IN-RECORD-BODY TO WS-BUSINESS-BODY
                       MOVE 'Y' TO WS-VALID-FLAG
                       PERFORM 2027-WRITE-BUSINESS-RESULT
                       ADD 1 TO WS-CONVERTED-COUNT
                       ADD 1 TO WS-SRC-CONVERTED(WS-CURR-SRC)
                       IF WS-DUPCHECK-ON
                           PERFORM 2080-CHECK-DUPLICATE
                       END-IF
                   WHEN OTHER
                       MOVE IN-RECORD-BODY TO WS-BUSINESS-BODY
                       PERFORM 2045-VALIDATE-BUSINESS-RECORD
                       IF WS-IS-VALID
                           PERFORM 2070-CONVERT-FIELDS
                       END-IF
                       PERFORM 2027-WRITE-BUSINESS-RESULT
                       IF WS-IS-VALID
                           ADD 1 TO WS-CONVERTED-COUNT
                           ADD 1 TO WS-SRC-CONVERTED(WS-CURR-SRC)
                           IF WS-RECORD-SUBSTITUTED
                               ADD 1 TO WS-SUBSTITUTED-COUNT
                               ADD 1 TO WS-SRC-SUBST(WS-CURR-SRC)
                           END-IF
                           IF WS-DUPCHECK-ON
                               PERFORM 2080-CHECK-DUPLICATE
                           END-IF
                       ELSE
                           ADD 1 TO WS-REJECTED-COUNT
                           ADD 1 TO WS-SRC-REJECTED(WS-CURR-SRC)
                       END-IF
               END-EVALUATE
           END-IF.

       2027-WRITE-BUSINESS-RESULT.
      *    WS-BUSINESS-BODY is the converted record when valid.
      *    On a reject it is the body, not IN-RECORD-BODY - it
      *    carries any transliterations applied before the
      *    reject, the same way the 10-byte path's reject does.
           IF WS-IS-VALID
               MOVE SPACES TO OUT-RECORD
               MOVE '2' TO OUT-RECORD-TYPE
               MOVE WS-BUSINESS-BODY TO OUT-RECORD-BODY
               WRITE OUT-RECORD
               IF WS-OUTFILE-STATUS NOT = '00'
                   DISPLAY 'APITCONV - WRITE FAILED ON '
                           'OUTFILE ' WS-OUTFILE-STATUS
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           ELSE
               MOVE '2' TO REJ-RECORD-TYPE
               MOVE WS-BUSINESS-BODY TO REJ-DATA
               MOVE WS-REJ-REASON-WORK TO REJ-REASON
               MOVE WS-SRC-NAME(WS-CURR-SRC) TO REJ-SOURCE
               WRITE REJ-RECORD
               IF WS-REJFILE-STATUS NOT = '00'
                   DISPLAY 'APITCONV - WRITE FAILED ON '
                           'REJFILE ' WS-REJFILE-STATUS
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF.

                   TO WS-PREV-CHAR
           END-PERFORM.

       2080-CHECK-DUPLICATE.
      *    Only a converted record is checked - a reject never
      *    becomes a suspense entry, so it cannot duplicate one.
      *    The first record seen for a key stays on the index as
      *    the one every later match is reported against. The
      *    record's own source comes from the source table, not
      *    the header just read, so it is right after a restart
      *    too.
           PERFORM 2082-BUILD-MATCH-KEY.
           MOVE WS-MATCH-KEY TO NIX-KEY.
           READ NAMEIDX.
           EVALUATE TRUE
               WHEN WS-NAMEIDX-STATUS = '23'
                   MOVE WS-MATCH-KEY TO NIX-KEY
                   MOVE WS-MK-GIVEN TO NIX-GIVEN-KEY
                   MOVE WS-SRC-NAME(WS-CURR-SRC) TO NIX-SOURCE
                   MOVE WS-BUSINESS-DATE TO NIX-BUS-DATE
                   MOVE WS-READ-COUNT TO NIX-RECNO
                   MOVE WS-BUSINESS-BODY TO NIX-BODY
                   WRITE NIX-RECORD
                   IF WS-NAMEIDX-STATUS = '00'
                       ADD 1 TO WS-NIX-ADDED-COUNT
                   ELSE
                       DISPLAY 'APITCONV - WRITE FAILED ON NAMEIDX '
                               WS-NAMEIDX-STATUS
                               ' - DUPLICATE CHECK STOPPED'
                       PERFORM 2089-STOP-DUPCHECK
                   END-IF
               WHEN WS-NAMEIDX-STATUS NOT = '00'
                   DISPLAY 'APITCONV - READ FAILED ON NAMEIDX '
                           WS-NAMEIDX-STATUS
                           ' - DUPLICATE CHECK STOPPED'
                   PERFORM 2089-STOP-DUPCHECK
      *        A restart replaying a record the broken run already
      *        indexed - it is not a duplicate of itself.
               WHEN NIX-BUS-DATE = WS-BUSINESS-DATE
                       AND NIX-RECNO = WS-READ-COUNT
                       AND NIX-SOURCE = WS-SRC-NAME(WS-CURR-SRC)
                   CONTINUE
               WHEN OTHER
                   PERFORM 2086-GRADE-MATCH
                   PERFORM 2088-REPORT-DUPLICATE
           END-EVALUATE.

       2082-BUILD-MATCH-KEY.
      *    The record has already been through transliteration
      *    and the CONVPARM conversions; the key folds its own
      *    case so a CONVPARM change cannot split one customer
      *    into two keys.
           MOVE SPACES TO WS-NORM-IN.
           MOVE BR-SURNAME TO WS-NORM-IN.
           MOVE 18 TO WS-NORM-LEN.
           PERFORM 2084-NORMALISE-FIELD.
           MOVE WS-NORM-OUT TO WS-MK-SURNAME.
           MOVE SPACES TO WS-NORM-IN.
           MOVE BR-CITY TO WS-NORM-IN.
           MOVE 15 TO WS-NORM-LEN.
           PERFORM 2084-NORMALISE-FIELD.
           MOVE WS-NORM-OUT TO WS-MK-CITY.
           MOVE SPACES TO WS-NORM-IN.
           MOVE BR-GIVEN-NAME TO WS-NORM-IN.
           MOVE 12 TO WS-NORM-LEN.
           PERFORM 2084-NORMALISE-FIELD.
           MOVE WS-NORM-OUT TO WS-MK-GIVEN.
           MOVE WS-MK-GIVEN(1:1) TO WS-MK-INITIAL.

       2084-NORMALISE-FIELD.
      *    Upper case, blanks squeezed out, and a run of the same
      *    letter kept once - the commonest ways two senders
      *    spell the same name differently.
           MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-IN.
           MOVE SPACES TO WS-NORM-OUT.
           MOVE ZERO TO WS-NORM-OUT-LEN.
           MOVE SPACE TO WS-NORM-LAST.
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IDX > WS-NORM-LEN
               MOVE WS-NORM-IN(WS-NORM-IDX:1) TO WS-NORM-CHAR
               IF WS-NORM-CHAR NOT = SPACE
                   IF WS-NORM-CHAR NOT = WS-NORM-LAST
                       ADD 1 TO WS-NORM-OUT-LEN
                       MOVE WS-NORM-CHAR
                           TO WS-NORM-OUT(WS-NORM-OUT-LEN:1)
                   END-IF
                   MOVE WS-NORM-CHAR TO WS-NORM-LAST
               END-IF
           END-PERFORM.

       2086-GRADE-MATCH.
      *    Surname, city and given-name initial already agree -
      *    the key says so. The given name decides how sure we
      *    are: the same name is EXACT, one a short form of the
      *    other (J against JOHN, ROB against ROBERT) is STRONG,
      *    anything else sharing only the initial is WEAK.
           IF WS-MK-GIVEN = NIX-GIVEN-KEY
               MOVE 'EXACT' TO WS-MATCH-STRENGTH
           ELSE
               PERFORM VARYING WS-GIVEN-SHORT-LEN FROM 12 BY -1
                       UNTIL WS-GIVEN-SHORT-LEN < 1
                           OR (WS-MK-GIVEN(WS-GIVEN-SHORT-LEN:1)
                                   NOT = SPACE
                               AND NIX-GIVEN-KEY
                                   (WS-GIVEN-SHORT-LEN:1)
                                   NOT = SPACE)
                   CONTINUE
               END-PERFORM
               IF WS-GIVEN-SHORT-LEN > 0
                       AND WS-MK-GIVEN(1:WS-GIVEN-SHORT-LEN)
                           = NIX-GIVEN-KEY(1:WS-GIVEN-SHORT-LEN)
                   MOVE 'STRONG' TO WS-MATCH-STRENGTH
               ELSE
                   MOVE 'WEAK' TO WS-MATCH-STRENGTH
               END-IF
           END-IF.

       2088-REPORT-DUPLICATE.
           ADD 1 TO WS-DUP-COUNT.
           MOVE WS-MATCH-STRENGTH TO WS-DKL-STRENGTH.
           MOVE WS-MATCH-KEY TO WS-DKL-KEY.
           WRITE DUP-RECORD FROM WS-DUP-KEY-LINE.
           MOVE 'THIS' TO WS-DRL-WHICH.
           MOVE WS-SRC-NAME(WS-CURR-SRC) TO WS-DRL-SOURCE.
           MOVE WS-BUSINESS-DATE TO WS-DRL-DATE.
           MOVE WS-BUSINESS-BODY TO WS-DRL-BODY.
           WRITE DUP-RECORD FROM WS-DUP-REC-LINE.
           MOVE 'EARLIER' TO WS-DRL-WHICH.
           MOVE NIX-SOURCE TO WS-DRL-SOURCE.
           MOVE NIX-BUS-DATE TO WS-DRL-DATE.
           MOVE NIX-BODY TO WS-DRL-BODY.
           WRITE DUP-RECORD FROM WS-DUP-REC-LINE.
           IF WS-DUPFILE-STATUS NOT = '00'
               DISPLAY 'APITCONV - WRITE FAILED ON DUPFILE '
                       WS-DUPFILE-STATUS ' - DUPLICATE CHECK STOPPED'
               PERFORM 2089-STOP-DUPCHECK
           END-IF.

       2089-STOP-DUPCHECK.
      *    The rest of the night loads without the check; the
      *    files stay open for 3000-TERMINATE to close.
           MOVE 'N' TO WS-DUPCHECK-FLAG.
           MOVE 'Y' TO WS-DUPCHECK-WARN-FLAG.

       2030-PROCESS-TRAILER.
           EVALUATE TRUE
               WHEN NOT WS-IN-SET
           MOVE WS-CONVERTED-COUNT TO CKPT-CONVERTED.
           MOVE WS-REJECTED-COUNT TO CKPT-REJECTED.
           MOVE WS-SUBSTITUTED-COUNT TO CKPT-SUBSTITUTED.
           MOVE WS-DUP-COUNT TO CKPT-DUP-COUNT.
           MOVE WS-SET-STATE TO CKPT-SET-STATE.
           MOVE WS-CURR-SRC TO CKPT-CURR-SOURCE.
           MOVE WS-SRC-COUNT TO CKPT-SRC-COUNT.
               END-IF
      *        Every expected source must have sent a set - a
      *        sender that never arrived is a short night even
      *        when everything that did arrive balanced. A stream
      *        answers for its own source only.
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > WS-SRC-COUNT
                   IF WS-SRC-SEEN(WS-SRC-IDX) NOT = 'Y'
                           AND (NOT WS-STREAM-MODE
                               OR WS-SRC-NAME(WS-SRC-IDX)
                                   = WS-STREAM-SOURCE)
                       DISPLAY 'APITCONV - EXPECTED SOURCE '
                               WS-SRC-NAME(WS-SRC-IDX)
                               ' NEVER ARRIVED'
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   END-IF
               END-PERFORM
               IF WS-MERGE-MODE AND NOT WS-CONTROL-ERROR
                   PERFORM 3700-MERGE-STREAM-CONTROLS
               END-IF
           END-IF.
           IF WS-GENUINE-EOF AND NOT WS-CONTROL-ERROR
                   AND WS-OUTFILE-OPEN-OK
           CLOSE INFILE.
           IF NOT WS-TRIAL-MODE
               CLOSE OUTFILE
               IF NOT WS-MERGE-MODE
                   CLOSE REJFILE
               END-IF
               CLOSE CKPTFILE
           END-IF.
           IF WS-DUPFILE-OPEN-OK
               MOVE WS-DUP-COUNT TO WS-DTL-COUNT
               WRITE DUP-RECORD FROM WS-DUP-TOTAL-LINE
               CLOSE DUPFILE
               CLOSE NAMEIDX
           END-IF.
           IF WS-TRIAL-MODE
               PERFORM 3500-PRINT-TRIAL-REPORT
           ELSE
               PERFORM 3100-WRITE-RUN-TOTALS
           END-IF.
           IF WS-REPROCESS-MODE
               PERFORM 3600-PRINT-REPROCESS-REPORT
           END-IF.
           DISPLAY 'APITCONV - RECORDS READ      ' WS-READ-COUNT.
           DISPLAY 'APITCONV - DATA RECORDS READ ' WS-DATA-READ-COUNT.
           DISPLAY 'APITCONV - RECORDS CONVERTED  ' WS-CONVERTED-COUNT.
           DISPLAY 'APITCONV - SUBSTITUTIONS     ' WS-SUBSTITUTED-COUNT.
           DISPLAY 'APITCONV - RECORDS REJECTED   ' WS-REJECTED-COUNT.
           IF NOT WS-TRIAL-MODE AND NOT WS-REPROCESS-MODE
                   AND NOT WS-STREAM-MODE
               DISPLAY 'APITCONV - PROBABLE DUPLICATES ' WS-DUP-COUNT
               DISPLAY 'APITCONV - NAME INDEX ADDED   '
                       WS-NIX-ADDED-COUNT
           END-IF.
           IF WS-CONTROL-ERROR
               DISPLAY 'APITCONV - CONTROL TOTAL VALIDATION FAILED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DUPCHECK-WARNING
                   DISPLAY 'APITCONV - DUPLICATE CHECK INCOMPLETE'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-RUN-RECORDED
               PERFORM 3300-RECORD-RUN-END
      *    TOT-READ-COUNT is data records only - header and
      *    trailer records are not the reconciliation's business.
      *    One record per expected source, so the reconciliation
      *    can name the sender of anything short. A stream writes
      *    the one record for its own source, for the merge.
           OPEN OUTPUT TOTFILE.
           IF WS-TOTFILE-STATUS NOT = '00'
               DISPLAY 'APITCONV - OPEN FAILED ON TOTFILE '
                       WS-TOTFILE-STATUS
           ELSE
               IF WS-STREAM-MODE
                   PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                           UNTIL WS-SRC-IDX > WS-SRC-COUNT
                       IF WS-SRC-NAME(WS-SRC-IDX) = WS-STREAM-SOURCE
                           PERFORM 3150-WRITE-ONE-TOTAL
                       END-IF
                   END-PERFORM
               ELSE
                   PERFORM 3150-WRITE-ONE-TOTAL
                       VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > WS-SRC-COUNT
               END-IF
               CLOSE TOTFILE
           END-IF.

       3150-WRITE-ONE-TOTAL.
           MOVE WS-RUN-JOB-NAME TO TOT-JOB-NAME.
           MOVE WS-SRC-NAME(WS-SRC-IDX) TO TOT-SOURCE.
           MOVE WS-SRC-READ(WS-SRC-IDX) TO TOT-READ-COUNT.
           MOVE WS-SRC-CONVERTED(WS-SRC-IDX)
           DISPLAY '================================================'.
           DISPLAY 'APITCONV - TRIAL RUN DIFFERENCES REPORT'.
           DISPLAY '================================================'.
           PERFORM 3510-PRINT-DIFFERENCES.
           DISPLAY 'NO OUTFILE, REJFILE, CHECKPOINT OR TOTALS '
                   'WERE WRITTEN'.
           DISPLAY '================================================'.

       3510-PRINT-DIFFERENCES.
           DISPLAY 'RECORDS CONVERTING DIFFERENTLY '
                   WS-DIFF-RECORDS.
           DISPLAY 'REJECTS        LIVE ' WS-LIVE-REJECT-COUNT
               DISPLAY '  NONE - THE PROPOSED CONTROL DATA CHANGES '
                       'NOTHING ON THIS FILE'
           END-IF.

       3600-PRINT-REPROCESS-REPORT.
      *    The same differences as a trial reports, read as: LIVE
      *    is what the night's own control data made of the input
      *    - what was loaded - and PROPOSED is the replacement
      *    output this run wrote. APITRPDF then checks the
      *    replacement against the original files themselves.
           DISPLAY '================================================'.
           DISPLAY 'APITCONV - REPROCESS DIFFERENCES REPORT'.
           DISPLAY '================================================'.
           DISPLAY 'BUSINESS DATE REPROCESSED      ' WS-BUSINESS-DATE.
           DISPLAY 'LIVE     = AS LOADED THAT NIGHT (LIVEPARM/LIVEXLT)'.
           DISPLAY 'PROPOSED = THIS REPROCESS (CONVPARM/XLTFILE)'.
           PERFORM 3510-PRINT-DIFFERENCES.
           DISPLAY 'REPLACEMENT OUTFILE, REJFILE AND TOTALS WRITTEN '
                   'UNDER ' WS-RUN-JOB-NAME.
           DISPLAY '================================================'.

       3700-MERGE-STREAM-CONTROLS.
      *    The proof that every stream arrived exactly once. The
      *    stream OUTFILEs have been proved and copied set by set
      *    already, one set per source; now every source must
      *    also have exactly one stream totals record for this
      *    business date, and what that record says the stream
      *    converted and rejected must be what was merged for it.
      *    The night's TOTFILE then carries the streams' counts,
      *    so the reconciliation ties it to OUTFILE and REJFILE
      *    exactly as it does a single-pass night.
           INITIALIZE WS-STREAM-TABLE.
           PERFORM 3710-COPY-STREAM-REJECTS.
           IF NOT WS-CONTROL-ERROR
               PERFORM 3720-READ-STREAM-TOTALS
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 3730-PROVE-STREAMS
           END-IF.

       3710-COPY-STREAM-REJECTS.
      *    REJFILE is written whole here, OUTPUT every time, so a
      *    merge restarted after breaking in this paragraph copies
      *    the rejects once, not twice.
           OPEN OUTPUT REJFILE.
           IF WS-REJFILE-STATUS NOT = '00'
               DISPLAY 'APITCONV - OPEN FAILED ON REJFILE '
                       WS-REJFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               OPEN INPUT STRMREJ
               IF WS-STRMREJ-STATUS NOT = '00'
                   DISPLAY 'APITCONV - OPEN FAILED ON STRMREJ '
                           WS-STRMREJ-STATUS
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               ELSE
                   MOVE ZERO TO WS-REJECTED-COUNT
                   MOVE 'N' TO WS-STRM-EOF-SWITCH
                   PERFORM 3715-COPY-ONE-REJECT
                       UNTIL WS-STRM-EOF
                   CLOSE STRMREJ
               END-IF
               CLOSE REJFILE
           END-IF.

       3715-COPY-ONE-REJECT.
           READ STRMREJ
               AT END
                   MOVE 'Y' TO WS-STRM-EOF-SWITCH
           END-READ.
           IF NOT WS-STRM-EOF
               MOVE SRJ-RECORD TO REJ-RECORD
               MOVE 'N' TO WS-SRC-FOUND-FLAG
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > WS-SRC-COUNT
                   IF WS-SRC-NAME(WS-SRC-IDX) = REJ-SOURCE
                       MOVE 'Y' TO WS-SRC-FOUND-FLAG
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT WS-SRC-FOUND
                   DISPLAY 'APITCONV - STREAM REJECT FOR SOURCE '
                           REJ-SOURCE ' IS NOT ON THE EXPECTED-'
                           'SOURCES FILE'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   MOVE 'Y' TO WS-STRM-EOF-SWITCH
               ELSE
                   WRITE REJ-RECORD
                   IF WS-REJFILE-STATUS NOT = '00'
                       DISPLAY 'APITCONV - WRITE FAILED ON REJFILE '
                               WS-REJFILE-STATUS
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                       MOVE 'Y' TO WS-STRM-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                       ADD 1 TO WS-STM-REJ-COPIED(WS-SRC-IDX)
                   END-IF
               END-IF
           END-IF.

       3720-READ-STREAM-TOTALS.
           OPEN INPUT STRMTOT.
           IF WS-STRMTOT-STATUS NOT = '00'
               DISPLAY 'APITCONV - OPEN FAILED ON STRMTOT '
                       WS-STRMTOT-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               MOVE 'N' TO WS-STRM-EOF-SWITCH
               PERFORM 3725-READ-ONE-STREAM-TOTAL
                   UNTIL WS-STRM-EOF
               CLOSE STRMTOT
           END-IF.

       3725-READ-ONE-STREAM-TOTAL.
      *    A totals record from another night's stream is a stale
      *    dataset left on the concatenation - it proves nothing.
           READ STRMTOT
               AT END
                   MOVE 'Y' TO WS-STRM-EOF-SWITCH
           END-READ.
           IF NOT WS-STRM-EOF
               MOVE 'N' TO WS-SRC-FOUND-FLAG
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > WS-SRC-COUNT
                   IF WS-SRC-NAME(WS-SRC-IDX) = STT-SOURCE
                       MOVE 'Y' TO WS-SRC-FOUND-FLAG
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN NOT WS-SRC-FOUND
                       DISPLAY 'APITCONV - STREAM TOTALS FOR SOURCE '
                               STT-SOURCE ' IS NOT ON THE EXPECTED-'
                               'SOURCES FILE'
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   WHEN STT-RUN-DATE NOT = WS-BUSINESS-DATE
                       DISPLAY 'APITCONV - STREAM TOTALS FOR '
                               STT-SOURCE ' ARE FOR ' STT-RUN-DATE
                               ' - STALE FILE'
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   WHEN OTHER
                       ADD 1 TO WS-STM-TOTALS(WS-SRC-IDX)
                       MOVE STT-READ-COUNT
                           TO WS-STM-READ(WS-SRC-IDX)
                       MOVE STT-CONVERTED-COUNT
                           TO WS-STM-CONVERTED(WS-SRC-IDX)
                       MOVE STT-REJECTED-COUNT
                           TO WS-STM-REJECTED(WS-SRC-IDX)
                       MOVE STT-SUBST-COUNT
                           TO WS-STM-SUBST(WS-SRC-IDX)
               END-EVALUATE
           END-IF.

       3730-PROVE-STREAMS.
      *    Per source: one totals record, read = converted +
      *    rejected, converted = the records merged from the
      *    stream's OUTFILE, rejected = the rejects merged from
      *    its REJFILE. The source table then takes the stream's
      *    counts for TOTFILE and the end-of-job summary.
           DISPLAY '================================================'.
           DISPLAY 'APITCONV - STREAM CONTROL TOTALS'.
           DISPLAY '================================================'.
           MOVE ZERO TO WS-DATA-READ-COUNT.
           MOVE ZERO TO WS-SUBSTITUTED-COUNT.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               EVALUATE TRUE
                   WHEN WS-STM-TOTALS(WS-SRC-IDX) = ZERO
                       MOVE 'NO TOTALS' TO WS-STM-STATE
                   WHEN WS-STM-TOTALS(WS-SRC-IDX) > 1
                       MOVE 'TOTALS REPEATED' TO WS-STM-STATE
                   WHEN WS-STM-READ(WS-SRC-IDX) NOT =
                           WS-STM-CONVERTED(WS-SRC-IDX)
                           + WS-STM-REJECTED(WS-SRC-IDX)
                       MOVE 'READ UNBALANCED' TO WS-STM-STATE
                   WHEN WS-STM-CONVERTED(WS-SRC-IDX) NOT =
                           WS-SRC-CONVERTED(WS-SRC-IDX)
                       MOVE 'OUTFILE SHORT' TO WS-STM-STATE
                   WHEN WS-STM-REJECTED(WS-SRC-IDX) NOT =
                           WS-STM-REJ-COPIED(WS-SRC-IDX)
                       MOVE 'REJFILE SHORT' TO WS-STM-STATE
                   WHEN OTHER
                       MOVE 'BALANCED' TO WS-STM-STATE
               END-EVALUATE
               DISPLAY 'STREAM ' WS-SRC-NAME(WS-SRC-IDX)
                       ' READ ' WS-STM-READ(WS-SRC-IDX)
                       ' CONVERTED ' WS-STM-CONVERTED(WS-SRC-IDX)
                       ' MERGED ' WS-SRC-CONVERTED(WS-SRC-IDX)
                       ' REJECTED ' WS-STM-REJECTED(WS-SRC-IDX)
                       ' MERGED ' WS-STM-REJ-COPIED(WS-SRC-IDX)
                       ' ' WS-STM-STATE
               IF WS-STM-STATE NOT = 'BALANCED'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-IF
               MOVE WS-STM-READ(WS-SRC-IDX) TO WS-SRC-READ(WS-SRC-IDX)
               MOVE WS-STM-REJ-COPIED(WS-SRC-IDX)
                   TO WS-SRC-REJECTED(WS-SRC-IDX)
               MOVE WS-STM-SUBST(WS-SRC-IDX)
                   TO WS-SRC-SUBST(WS-SRC-IDX)
               ADD WS-STM-READ(WS-SRC-IDX) TO WS-DATA-READ-COUNT
               ADD WS-STM-SUBST(WS-SRC-IDX) TO WS-SUBSTITUTED-COUNT
           END-PERFORM.
           DISPLAY '================================================'.

       3200-WRITE-OUT-TRAILER.
      *    run count go up - a restart that finished the job
      *    still counts as the one run it logically was.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
           MOVE WS-BUSINESS-DATE TO RUN-DATE.
           READ RUNFILE
           IF WS-RUNFILE-STATUS = '00'
