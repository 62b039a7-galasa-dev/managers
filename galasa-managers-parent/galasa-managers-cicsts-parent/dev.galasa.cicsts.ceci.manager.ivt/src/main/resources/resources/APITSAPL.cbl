       IDENTIFICATION DIVISION.
       PROGRAM-ID. APITSAPL.
      *----------------------------------------------------------*
      * Change history                                            *
      * ---------------------------------------------------------- *
      * 2026-09-22 Suspense master apply. Reads the night's        *
      *            APITCONV OUTFILE and applies every data record  *
      *            to the SUSMAST suspense master KSDS, so the     *
      *            downstream suspense load the OUTFILE header     *
      *            has always promised finally keeps its result.   *
      *            Each record is classified against what the      *
      *            master already holds - NEW (no entry for its    *
      *            key), CHANGED (entry with a different body) or  *
      *            UNCHANGED - and every new or changed entry      *
      *            gets a before/after record on the CHGHIST       *
      *            change-history generation. The file is proved   *
      *            before anything is applied: the header must     *
      *            carry the CALFILE business date and the         *
      *            trailer count must match the data records       *
      *            physically present, or nothing is touched and   *
      *            the job ends CC=8. The apply report's NEW +     *
      *            CHANGED + UNCHANGED must tie back to the        *
      *            trailer count, or the job ends CC=8 too. Takes  *
      *            part in the shared CALFILE/RUNFILE run control  *
      *            and runs straight after APITCONV in the         *
      *            APITVRFY job sequence.                          *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO OUTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTFILE-STATUS.
           SELECT SUSMAST ASSIGN TO SUSMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUS-KEY
               FILE STATUS IS WS-SUSMAST-STATUS.
           SELECT CHGHIST ASSIGN TO CHGHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.
           SELECT CALFILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CALFILE-STATUS.
           SELECT RUNFILE ASSIGN TO RUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUTFILE
           RECORDING MODE IS F.
       01  OUT-RECORD.
           05  OUT-RECORD-TYPE        PIC X(1).
               88  OUT-HEADER-RECORD           VALUE '0'.
               88  OUT-DATA-RECORD             VALUE '1'.
               88  OUT-BUSINESS-RECORD         VALUE '2'.
               88  OUT-TRAILER-RECORD          VALUE '9'.
           05  OUT-RECORD-BODY        PIC X(79).
           05  OUT-HEADER-BODY REDEFINES OUT-RECORD-BODY.
               10  OUT-HDR-DATE       PIC 9(8).
               10  OUT-HDR-SOURCE     PIC X(8).
               10  FILLER             PIC X(63).
           05  OUT-DATA-BODY REDEFINES OUT-RECORD-BODY.
               10  OUT-FIRST-STRING   PIC X(10).
               10  FILLER             PIC X(69).
           05  OUT-TRAILER-BODY REDEFINES OUT-RECORD-BODY.
               10  OUT-TRL-COUNT      PIC 9(9).
               10  FILLER             PIC X(70).
       FD  SUSMAST.
           COPY APITSUSM REPLACING ==WS-SUSPENSE-MASTER-RECORD== BY
               ==SUS-RECORD==.
       FD  CHGHIST
           RECORDING MODE IS F.
           COPY APITSCHG REPLACING ==WS-SUSPENSE-CHANGE-RECORD== BY
               ==SCH-RECORD==.
       FD  CALFILE.
           COPY APITCAL REPLACING ==WS-CALENDAR-RECORD== BY
               ==CAL-RECORD==.
       FD  RUNFILE.
           COPY APITRUN REPLACING ==WS-RUN-STATUS-RECORD== BY
               ==RUN-RECORD==.
       WORKING-STORAGE SECTION.
       01  WS-OUTFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-SUSMAST-STATUS          PIC X(2) VALUE '00'.
       01  WS-CHGHIST-STATUS          PIC X(2) VALUE '00'.
       01  WS-CALFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-RUNFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE                  VALUE 'Y'.
       01  WS-CONTROL-ERROR-FLAG      PIC X(1) VALUE 'N'.
           88  WS-CONTROL-ERROR                VALUE 'Y'.
       01  WS-FILES-OPEN-FLAG         PIC X(1) VALUE 'N'.
           88  WS-FILES-OPEN                   VALUE 'Y'.
       01  WS-BUSINESS-DATE           PIC 9(8) VALUE ZERO.
       01  WS-CALENDAR-OK-FLAG        PIC X(1) VALUE 'N'.
           88  WS-CALENDAR-OK                  VALUE 'Y'.
       01  WS-RUN-SEQ                 PIC 9(3) VALUE ZERO.
       01  WS-TIME-OF-DAY             PIC 9(8) VALUE ZERO.
       01  WS-RUN-START-FLAG          PIC X(1) VALUE 'N'.
           88  WS-RUN-RECORDED                 VALUE 'Y'.
      *    What the proving pass found - the trailer count is the
      *    figure the apply totals must tie back to.
       01  WS-HEADER-SEEN-FLAG        PIC X(1) VALUE 'N'.
           88  WS-HEADER-SEEN                  VALUE 'Y'.
       01  WS-TRAILER-SEEN-FLAG       PIC X(1) VALUE 'N'.
           88  WS-TRAILER-SEEN                 VALUE 'Y'.
       01  WS-TRAILER-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-PROVE-DATA-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-COUNTERS.
           05  WS-READ-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-DATA-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-NEW-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-CHANGED-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-UNCHANGED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-HISTORY-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-APPLIED-SUM         PIC 9(9) VALUE ZERO.
       01  WS-APPLY-KEY.
           05  WS-AK-REC-TYPE         PIC X(1).
           05  WS-AK-NAME             PIC X(30).
           05  WS-AK-CITY             PIC X(15).
       01  WS-BEFORE-BODY             PIC X(79) VALUE SPACES.
       COPY APITBREC.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISE.
           PERFORM 2000-APPLY-RECORD
               UNTIL WS-END-OF-FILE.
           PERFORM 3000-TERMINATE.
           STOP RUN.

       1000-INITIALISE.
           DISPLAY '================================================'.
           DISPLAY 'APITSAPL - SUSPENSE MASTER APPLY REPORT'.
           DISPLAY '================================================'.
           PERFORM 1050-READ-CALENDAR.
           IF WS-CALENDAR-OK
               PERFORM 1060-RECORD-RUN-START
           ELSE
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 1100-PROVE-OUTFILE
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 1200-OPEN-FILES
           END-IF.
           IF WS-CONTROL-ERROR
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       1050-READ-CALENDAR.
      *    The business date keys this run's run-status record
      *    and is what tonight's OUTFILE header must carry. The
      *    run-sequence counter is bumped and taken in the same
      *    update, the same way every job in the schedule draws
      *    one.
           OPEN I-O CALFILE.
           IF WS-CALFILE-STATUS NOT = '00'
               DISPLAY 'APITSAPL - OPEN FAILED ON CALFILE '
                       WS-CALFILE-STATUS
           ELSE
               MOVE 'C' TO CAL-REC-TYPE
               MOVE ZERO TO CAL-DATE
               READ CALFILE
               IF WS-CALFILE-STATUS = '00'
                       AND CAL-BUSINESS-DATE IS NUMERIC
                   MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
                   ADD 1 TO CAL-NEXT-SEQ
                   MOVE CAL-NEXT-SEQ TO WS-RUN-SEQ
                   REWRITE CAL-RECORD
                   IF WS-CALFILE-STATUS = '00'
                       MOVE 'Y' TO WS-CALENDAR-OK-FLAG
                   ELSE
                       DISPLAY 'APITSAPL - REWRITE FAILED ON '
                               'CALFILE ' WS-CALFILE-STATUS
                   END-IF
               ELSE
                   DISPLAY 'APITSAPL - CALENDAR CONTROL RECORD '
                           'MISSING OR NOT NUMERIC'
               END-IF
               CLOSE CALFILE
           END-IF.

       1060-RECORD-RUN-START.
      *    Start of run goes on the run-status file before any
      *    data is touched. A record already at 'S' is a restart
      *    of a run that never completed - take a fresh sequence
      *    number and start time but leave the completed-run
      *    count alone, so only a genuine second full run shows
      *    as a repeat to the morning verification.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE 'APITSAPL' TO RUN-JOB-NAME.
           MOVE WS-BUSINESS-DATE TO RUN-DATE.
           OPEN I-O RUNFILE.
           IF WS-RUNFILE-STATUS NOT = '00'
      *        No run-status dataset loaded yet - first ever run
      *        against a pre-allocated cluster, same convention
      *        as APITCONV's checkpoint file.
               OPEN OUTPUT RUNFILE
               IF WS-RUNFILE-STATUS NOT = '00'
                   DISPLAY 'APITSAPL - OPEN FAILED ON RUNFILE '
                           WS-RUNFILE-STATUS
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               ELSE
                   PERFORM 1065-INIT-RUN-RECORD
                   WRITE RUN-RECORD
                   CLOSE RUNFILE
                   OPEN I-O RUNFILE
                   MOVE 'Y' TO WS-RUN-START-FLAG
               END-IF
           ELSE
               READ RUNFILE
               IF WS-RUNFILE-STATUS = '00'
                   MOVE WS-RUN-SEQ TO RUN-SEQ
                   MOVE WS-TIME-OF-DAY(1:6) TO RUN-START-TIME
                   MOVE ZERO TO RUN-END-TIME
                   MOVE 'S' TO RUN-STATUS
                   REWRITE RUN-RECORD
               ELSE
                   MOVE 'APITSAPL' TO RUN-JOB-NAME
                   MOVE WS-BUSINESS-DATE TO RUN-DATE
                   PERFORM 1065-INIT-RUN-RECORD
                   WRITE RUN-RECORD
               END-IF
               IF WS-RUNFILE-STATUS NOT = '00'
                   DISPLAY 'APITSAPL - RUN-STATUS WRITE FAILED '
                           WS-RUNFILE-STATUS
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               ELSE
                   MOVE 'Y' TO WS-RUN-START-FLAG
               END-IF
           END-IF.

       1065-INIT-RUN-RECORD.
           MOVE WS-RUN-SEQ TO RUN-SEQ.
           MOVE WS-TIME-OF-DAY(1:6) TO RUN-START-TIME.
           MOVE ZERO TO RUN-END-TIME.
           MOVE 'S' TO RUN-STATUS.
           MOVE ZERO TO RUN-COND-CODE.
           MOVE ZERO TO RUN-RUN-COUNT.

       1100-PROVE-OUTFILE.
      *    A first pass over the OUTFILE proves it before the
      *    master is touched: exactly one header, carrying
      *    tonight's business date, then data, then one trailer
      *    whose count matches the data records physically ahead
      *    of it. A stale or truncated file found half way
      *    through the apply would already have changed the
      *    master - found here, it changes nothing.
           OPEN INPUT OUTFILE.
           IF WS-OUTFILE-STATUS NOT = '00'
               DISPLAY 'APITSAPL - OPEN FAILED ON OUTFILE '
                       WS-OUTFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               PERFORM 9000-READ-OUTFILE
               PERFORM 1110-PROVE-ONE-RECORD
                   UNTIL WS-END-OF-FILE OR WS-CONTROL-ERROR
               CLOSE OUTFILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.
           IF NOT WS-CONTROL-ERROR
               EVALUATE TRUE
                   WHEN NOT WS-HEADER-SEEN
                       DISPLAY 'APITSAPL - NO HEADER RECORD ON '
                               'OUTFILE'
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   WHEN NOT WS-TRAILER-SEEN
                       DISPLAY 'APITSAPL - NO TRAILER RECORD ON '
                               'OUTFILE - TRUNCATED FILE'
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   WHEN WS-TRAILER-COUNT NOT = WS-PROVE-DATA-COUNT
                       DISPLAY 'APITSAPL - OUTFILE TRAILER SAYS '
                               WS-TRAILER-COUNT ' BUT HOLDS '
                               WS-PROVE-DATA-COUNT ' DATA RECORDS'
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   WHEN OTHER
                       DISPLAY 'OUTFILE PROVED - BUSINESS DATE '
                               WS-BUSINESS-DATE ' DATA RECORDS '
                               WS-PROVE-DATA-COUNT
               END-EVALUATE
           END-IF.
           IF WS-CONTROL-ERROR
               DISPLAY 'APITSAPL - NOTHING APPLIED TO THE SUSPENSE '
                       'MASTER'
           END-IF.

       1110-PROVE-ONE-RECORD.
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN
                   DISPLAY 'APITSAPL - RECORDS AFTER THE OUTFILE '
                           'TRAILER'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               WHEN OUT-HEADER-RECORD
                   IF WS-HEADER-SEEN
                       DISPLAY 'APITSAPL - SECOND HEADER ON OUTFILE'
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   ELSE
                       MOVE 'Y' TO WS-HEADER-SEEN-FLAG
                       IF OUT-HDR-DATE NOT NUMERIC
                               OR OUT-HDR-DATE NOT = WS-BUSINESS-DATE
                           DISPLAY 'APITSAPL - OUTFILE HEADER DATE '
                                   OUT-HDR-DATE
                                   ' IS NOT BUSINESS DATE '
                                   WS-BUSINESS-DATE ' - STALE FILE'
                           MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                       END-IF
                   END-IF
               WHEN NOT WS-HEADER-SEEN
                   DISPLAY 'APITSAPL - OUTFILE DOES NOT START WITH '
                           'A HEADER'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               WHEN OUT-DATA-RECORD
               WHEN OUT-BUSINESS-RECORD
                   ADD 1 TO WS-PROVE-DATA-COUNT
               WHEN OUT-TRAILER-RECORD
                   MOVE 'Y' TO WS-TRAILER-SEEN-FLAG
                   IF OUT-TRL-COUNT IS NUMERIC
                       MOVE OUT-TRL-COUNT TO WS-TRAILER-COUNT
                   ELSE
                       DISPLAY 'APITSAPL - OUTFILE TRAILER COUNT '
                               'NOT NUMERIC'
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   END-IF
               WHEN OTHER
                   DISPLAY 'APITSAPL - UNKNOWN OUTFILE RECORD TYPE '
                           OUT-RECORD-TYPE
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           END-EVALUATE.
           IF NOT WS-CONTROL-ERROR
               PERFORM 9000-READ-OUTFILE
           END-IF.

       1200-OPEN-FILES.
      *    The master is kept from night to night - only the very
      *    first run against a pre-allocated empty cluster has to
      *    load it, the same convention as APITCONV's checkpoint
      *    file.
           OPEN I-O SUSMAST.
           IF WS-SUSMAST-STATUS NOT = '00'
               OPEN OUTPUT SUSMAST
               IF WS-SUSMAST-STATUS = '00'
                   CLOSE SUSMAST
                   OPEN I-O SUSMAST
               END-IF
           END-IF.
           IF WS-SUSMAST-STATUS NOT = '00'
               DISPLAY 'APITSAPL - OPEN FAILED ON SUSMAST '
                       WS-SUSMAST-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               OPEN OUTPUT CHGHIST
               IF WS-CHGHIST-STATUS NOT = '00'
                   DISPLAY 'APITSAPL - OPEN FAILED ON CHGHIST '
                           WS-CHGHIST-STATUS
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   CLOSE SUSMAST
               ELSE
                   OPEN INPUT OUTFILE
                   IF WS-OUTFILE-STATUS NOT = '00'
                       DISPLAY 'APITSAPL - OPEN FAILED ON OUTFILE '
                               WS-OUTFILE-STATUS
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                       CLOSE SUSMAST
                       CLOSE CHGHIST
                   ELSE
                       MOVE 'Y' TO WS-FILES-OPEN-FLAG
                       PERFORM 9000-READ-OUTFILE
                   END-IF
               END-IF
           END-IF.

       2000-APPLY-RECORD.
           ADD 1 TO WS-READ-COUNT.
      *    The proving pass has already vouched for the header
      *    and trailer - only the data records are applied.
           IF OUT-DATA-RECORD OR OUT-BUSINESS-RECORD
               ADD 1 TO WS-DATA-COUNT
               PERFORM 2100-BUILD-APPLY-KEY
               PERFORM 2200-APPLY-TO-MASTER
           END-IF.
           IF NOT WS-END-OF-FILE
               PERFORM 9000-READ-OUTFILE
           END-IF.

       2100-BUILD-APPLY-KEY.
      *    A business record is identified by who and where -
      *    surname, given name and city - so a new address for
      *    the same person is a change, not a second entry. A
      *    basic record has nothing but its value to go on.
           MOVE SPACES TO WS-APPLY-KEY.
           MOVE OUT-RECORD-TYPE TO WS-AK-REC-TYPE.
           IF OUT-BUSINESS-RECORD
               MOVE OUT-RECORD-BODY TO WS-BUSINESS-BODY
               MOVE BR-SURNAME TO WS-AK-NAME(1:18)
               MOVE BR-GIVEN-NAME TO WS-AK-NAME(19:12)
               MOVE BR-CITY TO WS-AK-CITY
           ELSE
               MOVE OUT-FIRST-STRING TO WS-AK-NAME(1:10)
           END-IF.

       2200-APPLY-TO-MASTER.
           MOVE WS-APPLY-KEY TO SUS-KEY.
           READ SUSMAST.
           EVALUATE TRUE
               WHEN WS-SUSMAST-STATUS = '23'
                   MOVE WS-APPLY-KEY TO SUS-KEY
                   MOVE OUT-RECORD-BODY TO SUS-BODY
                   MOVE WS-BUSINESS-DATE TO SUS-FIRST-DATE
                   MOVE WS-BUSINESS-DATE TO SUS-LAST-DATE
                   MOVE WS-BUSINESS-DATE TO SUS-CHANGE-DATE
                   MOVE ZERO TO SUS-CHANGE-COUNT
                   WRITE SUS-RECORD
                   IF WS-SUSMAST-STATUS = '00'
                       ADD 1 TO WS-NEW-COUNT
                       MOVE 'N' TO SCH-ACTION
                       MOVE SPACES TO WS-BEFORE-BODY
                       PERFORM 2300-WRITE-HISTORY
                   ELSE
                       DISPLAY 'APITSAPL - WRITE FAILED ON SUSMAST '
                               WS-SUSMAST-STATUS
                       PERFORM 2900-STOP-APPLY
                   END-IF
               WHEN WS-SUSMAST-STATUS NOT = '00'
                   DISPLAY 'APITSAPL - READ FAILED ON SUSMAST '
                           WS-SUSMAST-STATUS
                   PERFORM 2900-STOP-APPLY
               WHEN SUS-BODY = OUT-RECORD-BODY
      *            Still worth a rewrite - the last night an entry
      *            arrived at all is what tells the suspense team
      *            an entry has gone quiet.
                   MOVE WS-BUSINESS-DATE TO SUS-LAST-DATE
                   REWRITE SUS-RECORD
                   IF WS-SUSMAST-STATUS = '00'
                       ADD 1 TO WS-UNCHANGED-COUNT
                   ELSE
                       DISPLAY 'APITSAPL - REWRITE FAILED ON '
                               'SUSMAST ' WS-SUSMAST-STATUS
                       PERFORM 2900-STOP-APPLY
                   END-IF
               WHEN OTHER
                   MOVE SUS-BODY TO WS-BEFORE-BODY
                   MOVE OUT-RECORD-BODY TO SUS-BODY
                   MOVE WS-BUSINESS-DATE TO SUS-LAST-DATE
                   MOVE WS-BUSINESS-DATE TO SUS-CHANGE-DATE
                   ADD 1 TO SUS-CHANGE-COUNT
                   REWRITE SUS-RECORD
                   IF WS-SUSMAST-STATUS = '00'
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE 'C' TO SCH-ACTION
                       PERFORM 2300-WRITE-HISTORY
                   ELSE
                       DISPLAY 'APITSAPL - REWRITE FAILED ON '
                               'SUSMAST ' WS-SUSMAST-STATUS
                       PERFORM 2900-STOP-APPLY
                   END-IF
           END-EVALUATE.

       2300-WRITE-HISTORY.
      *    SCH-ACTION is already set by the caller.
           MOVE WS-BUSINESS-DATE TO SCH-BUS-DATE.
           MOVE WS-APPLY-KEY TO SCH-KEY.
           MOVE WS-BEFORE-BODY TO SCH-BEFORE.
           MOVE OUT-RECORD-BODY TO SCH-AFTER.
           WRITE SCH-RECORD.
           IF WS-CHGHIST-STATUS = '00'
               ADD 1 TO WS-HISTORY-COUNT
           ELSE
               DISPLAY 'APITSAPL - WRITE FAILED ON CHGHIST '
                       WS-CHGHIST-STATUS
               PERFORM 2900-STOP-APPLY
           END-IF.

       2900-STOP-APPLY.
      *    A master or history failure part way through leaves a
      *    half-applied night - stop at once so the report says
      *    exactly how far it got, and end CC=8.
           MOVE 'Y' TO WS-CONTROL-ERROR-FLAG.
           MOVE 'Y' TO WS-EOF-SWITCH.

       3000-TERMINATE.
           IF WS-FILES-OPEN
               CLOSE OUTFILE
               CLOSE SUSMAST
               CLOSE CHGHIST
           END-IF.
           COMPUTE WS-APPLIED-SUM = WS-NEW-COUNT + WS-CHANGED-COUNT
                                  + WS-UNCHANGED-COUNT.
           DISPLAY '================================================'.
           DISPLAY 'BUSINESS DATE ................ ' WS-BUSINESS-DATE.
           DISPLAY 'OUTFILE TRAILER COUNT ........ ' WS-TRAILER-COUNT.
           DISPLAY 'DATA RECORDS READ ............ ' WS-DATA-COUNT.
           DISPLAY '  NEW ENTRIES ................ ' WS-NEW-COUNT.
           DISPLAY '  CHANGED ENTRIES ............ ' WS-CHANGED-COUNT.
           DISPLAY '  UNCHANGED ENTRIES .......... '
                   WS-UNCHANGED-COUNT.
           DISPLAY '  TOTAL APPLIED .............. ' WS-APPLIED-SUM.
           DISPLAY 'CHANGE HISTORY RECORDS ....... ' WS-HISTORY-COUNT.
           DISPLAY '================================================'.
      *    The tie-back: every data record the trailer vouches
      *    for must have landed in exactly one of the three
      *    classes.
           IF NOT WS-CONTROL-ERROR
               IF WS-APPLIED-SUM NOT = WS-TRAILER-COUNT
                   DISPLAY 'APITSAPL - APPLY TOTALS ' WS-APPLIED-SUM
                           ' DO NOT TIE TO OUTFILE TRAILER '
                           WS-TRAILER-COUNT
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               ELSE
                   DISPLAY 'APITSAPL - APPLY TOTALS TIE TO THE '
                           'OUTFILE TRAILER'
               END-IF
           END-IF.
           IF WS-CONTROL-ERROR
               DISPLAY 'APITSAPL - SUSPENSE MASTER APPLY FAILED'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-RUN-RECORDED
               PERFORM 3300-RECORD-RUN-END
           END-IF.

       3300-RECORD-RUN-END.
      *    Completion goes on after the condition code is
      *    decided, so the run-status record carries the code the
      *    scheduler actually saw. Only now does the completed-
      *    run count go up - a restart that finished the job
      *    still counts as the one run it logically was.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE 'APITSAPL' TO RUN-JOB-NAME.
           MOVE WS-BUSINESS-DATE TO RUN-DATE.
           READ RUNFILE
           IF WS-RUNFILE-STATUS = '00'
               MOVE WS-TIME-OF-DAY(1:6) TO RUN-END-TIME
               MOVE 'C' TO RUN-STATUS
               MOVE RETURN-CODE TO RUN-COND-CODE
               ADD 1 TO RUN-RUN-COUNT
               REWRITE RUN-RECORD
           END-IF.
           IF WS-RUNFILE-STATUS NOT = '00'
               DISPLAY 'APITSAPL - RUN-STATUS COMPLETION WRITE '
                       'FAILED ' WS-RUNFILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE RUNFILE.

       9000-READ-OUTFILE.
           READ OUTFILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
