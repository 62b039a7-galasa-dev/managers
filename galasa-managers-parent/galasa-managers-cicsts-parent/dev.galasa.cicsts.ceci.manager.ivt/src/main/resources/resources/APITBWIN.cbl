       IDENTIFICATION DIVISION.
       PROGRAM-ID. APITBWIN.
      *----------------------------------------------------------*
      * Change history                                            *
      * ---------------------------------------------------------- *
      * 2026-09-29 Batch window report off the RUNFILE run-status *
      *            records every job in the schedule keeps. Two   *
      *            parts:                                         *
      *            - elapsed-time history, one section per job    *
      *              and one line per business date, each run's   *
      *              elapsed time set against the trailing        *
      *              average of that job's previous seven         *
      *              completed runs and flagged LONG when it ran  *
      *              more than the WINDCARD percentage over it;   *
      *            - the night's batch window per business date,  *
      *              first start to last end across the jobs that *
      *              started in the batch night, with the time    *
      *              left before online start, and a warning when *
      *              the last five nights' finish times are       *
      *              trending into the online-start deadline.     *
      *            A late finish, a finish inside the warning     *
      *            margin, or a trend that reaches the deadline   *
      *            within five nights ends the job CC=4.          *
      *                                                           *
      *            WINDCARD - one control card:                   *
      *                cols  1-4  online start       HHMM         *
      *                cols  6-9  batch night starts HHMM         *
      *                cols 11-13 warning margin in minutes       *
      *                cols 15-17 LONG threshold, percent over    *
      *                           the trailing average            *
      *            A job whose start falls between online start   *
      *            and the batch night start (APITRCYC, which     *
      *            opens the date in the morning) ran in the      *
      *            online day: it keeps its elapsed-time history  *
      *            but is not part of the night's window.         *
      * 2026-10-12 Reprocess runs (APITRPRC on RUNFILE, a past    *
      *            night re-run by APITRPRJ in the online day)    *
      *            are skipped on read: they belong to no batch   *
      *            night and would only distort the history and   *
      *            the window of the date they were run for.      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WINDCARD ASSIGN TO WINDCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WINDCARD-STATUS.
           SELECT RUNFILE ASSIGN TO RUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WINDCARD
           RECORDING MODE IS F.
       01  WIND-CARD-RECORD.
           05  WIND-ONLINE-START      PIC 9(4).
           05  FILLER                 PIC X(1).
           05  WIND-NIGHT-START       PIC 9(4).
           05  FILLER                 PIC X(1).
           05  WIND-MARGIN-MINS       PIC 9(3).
           05  FILLER                 PIC X(1).
           05  WIND-LONG-PCT          PIC 9(3).
           05  FILLER                 PIC X(63).
       FD  RUNFILE.
           COPY APITRUN REPLACING ==WS-RUN-STATUS-RECORD== BY
               ==RUN-RECORD==.
       WORKING-STORAGE SECTION.
       01  WS-WINDCARD-STATUS         PIC X(2) VALUE '00'.
       01  WS-RUNFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE                  VALUE 'Y'.
       01  WS-CONTROL-ERROR-FLAG      PIC X(1) VALUE 'N'.
           88  WS-CONTROL-ERROR                VALUE 'Y'.
       01  WS-WARNING-FLAG            PIC X(1) VALUE 'N'.
           88  WS-WINDOW-WARNING               VALUE 'Y'.
      *    Control card values, held in seconds from midnight.
       01  WS-ONLINE-SECS             PIC 9(5) VALUE ZERO.
       01  WS-NIGHT-START-SECS        PIC 9(5) VALUE ZERO.
       01  WS-MARGIN-SECS             PIC 9(5) VALUE ZERO.
       01  WS-LONG-PCT                PIC 9(3) VALUE ZERO.
      *    The deadline on the night clock - seconds from the
      *    batch night start to online start the next morning.
       01  WS-DEADLINE-NIGHT          PIC 9(6) VALUE ZERO.
       01  WS-HHMM                    PIC 9(4) VALUE ZERO.
       01  WS-HHMM-R REDEFINES WS-HHMM.
           05  WS-HHMM-HH             PIC 9(2).
           05  WS-HHMM-MM             PIC 9(2).
       01  WS-CLOCK                   PIC 9(6) VALUE ZERO.
       01  WS-CLOCK-R REDEFINES WS-CLOCK.
           05  WS-CLOCK-HH            PIC 9(2).
           05  WS-CLOCK-MM            PIC 9(2).
           05  WS-CLOCK-SS            PIC 9(2).
       01  WS-CLOCK-SECS              PIC 9(5) VALUE ZERO.
       01  WS-NIGHT-SECS              PIC 9(6) VALUE ZERO.
       01  WS-START-SECS              PIC 9(5) VALUE ZERO.
       01  WS-END-SECS                PIC 9(5) VALUE ZERO.
       01  WS-ELAPSED-SECS            PIC 9(6) VALUE ZERO.
       01  WS-START-NIGHT             PIC 9(6) VALUE ZERO.
       01  WS-END-NIGHT               PIC 9(6) VALUE ZERO.
       01  WS-DUR-SECS                PIC 9(6) VALUE ZERO.
       01  WS-DUR-HH                  PIC 9(2) VALUE ZERO.
       01  WS-DUR-MM                  PIC 9(2) VALUE ZERO.
       01  WS-DUR-SS                  PIC 9(2) VALUE ZERO.
       01  WS-DUR-REM                 PIC 9(6) VALUE ZERO.
       01  WS-DUR-TEXT.
           05  WS-DUR-TEXT-HH         PIC 9(2).
           05  FILLER                 PIC X(1) VALUE ':'.
           05  WS-DUR-TEXT-MM         PIC 9(2).
           05  FILLER                 PIC X(1) VALUE ':'.
           05  WS-DUR-TEXT-SS         PIC 9(2).
      *    The job being listed, and its last seven completed
      *    elapsed times, oldest first - the trailing average
      *    each new run is measured against.
       01  WS-CUR-JOB                 PIC X(8) VALUE SPACES.
       01  WS-TRAIL-TABLE.
           05  WS-TRAIL-SECS          PIC 9(6) OCCURS 7 TIMES.
       01  WS-TRAIL-COUNT             PIC 9(1) VALUE ZERO.
       01  WS-TRAIL-IDX               PIC 9(1) VALUE ZERO.
       01  WS-TRAIL-TOTAL             PIC 9(7) VALUE ZERO.
       01  WS-AVG-SECS                PIC 9(6) VALUE ZERO.
       01  WS-LONG-LIMIT              PIC 9(7)V9(2) VALUE ZERO.
       01  WS-PCT-MOVE                PIC S9(5)V9(1) VALUE ZERO.
       01  WS-ED-PCT                  PIC +Z(4)9.9.
      *    One entry per business date, kept in date order
      *    whatever order the jobs deliver them in. 400 dates is
      *    over a year of nights, as in the APITTRND day table.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY OCCURS 400 TIMES.
               10  WS-NT-DATE         PIC 9(8).
               10  WS-NT-FIRST-NIGHT  PIC 9(6).
               10  WS-NT-LAST-NIGHT   PIC 9(6).
               10  WS-NT-FIRST-CLOCK  PIC 9(6).
               10  WS-NT-LAST-CLOCK   PIC 9(6).
               10  WS-NT-JOBS         PIC 9(3).
       01  WS-NIGHT-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-NIGHT-IDX               PIC 9(3) VALUE ZERO.
       01  WS-SHIFT-IDX               PIC 9(3) VALUE ZERO.
       01  WS-BASE-IDX                PIC 9(3) VALUE ZERO.
       01  WS-TABLE-FULL-FLAG         PIC X(1) VALUE 'N'.
           88  WS-TABLE-FULL                   VALUE 'Y'.
       01  WS-FOUND-FLAG              PIC X(1) VALUE 'N'.
           88  WS-DATE-FOUND                   VALUE 'Y'.
      *    Trend over the last five nights on file.
       01  WS-TREND-NIGHTS            PIC 9(1) VALUE ZERO.
       01  WS-LEFT-SECS               PIC S9(6) VALUE ZERO.
       01  WS-DRIFT-SECS              PIC S9(6) VALUE ZERO.
       01  WS-PROJECTED-NIGHT         PIC S9(7) VALUE ZERO.
       01  WS-NIGHTS-TO-DEADLINE      PIC 9(5) VALUE ZERO.
       01  WS-ED-NIGHTS               PIC Z(4)9.
       01  WS-ED-DRIFT                PIC +Z(5)9.
       01  WS-COUNTERS.
           05  WS-RUN-RECORDS         PIC 9(9) VALUE ZERO.
           05  WS-COMPLETED-RUNS      PIC 9(9) VALUE ZERO.
           05  WS-INCOMPLETE-RUNS     PIC 9(9) VALUE ZERO.
           05  WS-LONG-RUNS           PIC 9(9) VALUE ZERO.
           05  WS-DAYTIME-RUNS        PIC 9(9) VALUE ZERO.
       01  WS-JOB-LINE.
           05  WS-JL-DATE             PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-JL-START            PIC X(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-JL-END              PIC X(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-JL-ELAPSED          PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-JL-AVERAGE          PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-JL-PCT              PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-JL-FLAG             PIC X(13).
       01  WS-NIGHT-LINE.
           05  WS-NL-DATE             PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-NL-FIRST            PIC X(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-NL-LAST             PIC X(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-NL-WINDOW           PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-NL-JOBS             PIC ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-NL-LEFT             PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-NL-FLAG             PIC X(13).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISE.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2000-PROCESS-RUN-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE RUNFILE
               PERFORM 3000-PRINT-WINDOWS
               PERFORM 3500-CHECK-TREND
           END-IF.
           PERFORM 4000-TERMINATE.
           STOP RUN.

       1000-INITIALISE.
           DISPLAY '========================================='
                   '======================='.
           DISPLAY 'APITBWIN - BATCH WINDOW ELAPSED-TIME REPORT'.
           DISPLAY '========================================='
                   '======================='.
           PERFORM 1100-READ-WINDOW-CARD.
           IF NOT WS-CONTROL-ERROR
               OPEN INPUT RUNFILE
               IF WS-RUNFILE-STATUS NOT = '00'
                   DISPLAY 'APITBWIN - OPEN FAILED ON RUNFILE '
                           WS-RUNFILE-STATUS
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               ELSE
                   PERFORM 9000-READ-RUNFILE
               END-IF
           END-IF.

       1100-READ-WINDOW-CARD.
      *    A deadline this job cannot trust would make every
      *    warning it gives worthless - a missing, non-numeric
      *    or impossible card stops the report CC=8.
           OPEN INPUT WINDCARD.
           IF WS-WINDCARD-STATUS NOT = '00'
               DISPLAY 'APITBWIN - OPEN FAILED ON WINDCARD '
                       WS-WINDCARD-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               READ WINDCARD
                   AT END
                       DISPLAY 'APITBWIN - NO WINDOW CARD SUPPLIED'
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-READ
               IF NOT WS-CONTROL-ERROR
                   PERFORM 1200-EDIT-WINDOW-CARD
               END-IF
               CLOSE WINDCARD
           END-IF.

       1200-EDIT-WINDOW-CARD.
           EVALUATE TRUE
               WHEN WIND-ONLINE-START NOT NUMERIC
                       OR WIND-NIGHT-START NOT NUMERIC
                       OR WIND-MARGIN-MINS NOT NUMERIC
                       OR WIND-LONG-PCT NOT NUMERIC
                   DISPLAY 'APITBWIN - WINDOW CARD NOT NUMERIC: '
                           WIND-CARD-RECORD(1:17)
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               WHEN WIND-LONG-PCT = ZERO
                   DISPLAY 'APITBWIN - LONG THRESHOLD IS ZERO'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               WHEN OTHER
                   MOVE WIND-ONLINE-START TO WS-HHMM
                   PERFORM 1300-EDIT-HHMM
                   COMPUTE WS-ONLINE-SECS =
                       WS-HHMM-HH * 3600 + WS-HHMM-MM * 60
                   MOVE WIND-NIGHT-START TO WS-HHMM
                   PERFORM 1300-EDIT-HHMM
                   COMPUTE WS-NIGHT-START-SECS =
                       WS-HHMM-HH * 3600 + WS-HHMM-MM * 60
                   COMPUTE WS-MARGIN-SECS = WIND-MARGIN-MINS * 60
                   MOVE WIND-LONG-PCT TO WS-LONG-PCT
           END-EVALUATE.
      *    The batch night has to start after online start ends
      *    the previous one, or there is no online day at all.
           IF NOT WS-CONTROL-ERROR
               IF WS-NIGHT-START-SECS NOT > WS-ONLINE-SECS
                   DISPLAY 'APITBWIN - BATCH NIGHT START MUST BE '
                           'LATER IN THE DAY THAN ONLINE START'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               ELSE
                   COMPUTE WS-DEADLINE-NIGHT =
                       WS-ONLINE-SECS + 86400 - WS-NIGHT-START-SECS
                   IF WS-MARGIN-SECS NOT < WS-DEADLINE-NIGHT
                       DISPLAY 'APITBWIN - WARNING MARGIN IS LONGER '
                               'THAN THE WHOLE BATCH NIGHT'
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-CONTROL-ERROR
               DISPLAY 'ONLINE START ' WIND-ONLINE-START
                       '  BATCH NIGHT START ' WIND-NIGHT-START
                       '  MARGIN ' WIND-MARGIN-MINS ' MINS'
                       '  LONG OVER ' WIND-LONG-PCT '%'
           END-IF.

       1300-EDIT-HHMM.
           IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
               DISPLAY 'APITBWIN - WINDOW CARD TIME NOT A CLOCK '
                       'TIME: ' WS-HHMM
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           END-IF.

       2000-PROCESS-RUN-RECORD.
      *    The run-status file arrives in key order - job, then
      *    business date - so each job's runs come together,
      *    oldest first, and a change of job name starts the
      *    next job's section of the history.
           ADD 1 TO WS-RUN-RECORDS.
           IF RUN-JOB-NAME NOT = WS-CUR-JOB
               PERFORM 2100-START-JOB
           END-IF.
           MOVE SPACES TO WS-JOB-LINE.
           MOVE RUN-DATE TO WS-JL-DATE.
           MOVE RUN-START-TIME TO WS-JL-START.
           IF RUN-STATUS = 'C'
                   AND RUN-START-TIME IS NUMERIC
                   AND RUN-END-TIME IS NUMERIC
               ADD 1 TO WS-COMPLETED-RUNS
               MOVE RUN-END-TIME TO WS-JL-END
               PERFORM 2200-COMPUTE-ELAPSED
               MOVE WS-ELAPSED-SECS TO WS-DUR-SECS
               PERFORM 2800-FORMAT-DURATION
               MOVE WS-DUR-TEXT TO WS-JL-ELAPSED
               PERFORM 2300-COMPARE-TO-TRAIL
               DISPLAY WS-JOB-LINE
               PERFORM 2400-PUSH-TRAIL
               PERFORM 2500-ADD-TO-NIGHT
           ELSE
      *        Started and never completed - an abend or a job
      *        still running. No elapsed time to measure, and it
      *        stays out of the trailing average.
               ADD 1 TO WS-INCOMPLETE-RUNS
               MOVE 'NOT COMPLETED' TO WS-JL-FLAG
               DISPLAY WS-JOB-LINE
           END-IF.
           PERFORM 9000-READ-RUNFILE.

       2100-START-JOB.
           MOVE RUN-JOB-NAME TO WS-CUR-JOB.
           MOVE ZERO TO WS-TRAIL-COUNT.
           DISPLAY ' '.
           DISPLAY 'JOB ' WS-CUR-JOB.
           DISPLAY 'DATE     START  END    ELAPSED  AVERAGE  '
                   '    PCT% FLAG'.

       2200-COMPUTE-ELAPSED.
      *    A run that crosses midnight ends on a clock time
      *    smaller than its start - it finished the next day.
           MOVE RUN-START-TIME TO WS-CLOCK.
           PERFORM 2700-CLOCK-TO-SECONDS.
           MOVE WS-CLOCK-SECS TO WS-START-SECS.
           MOVE RUN-END-TIME TO WS-CLOCK.
           PERFORM 2700-CLOCK-TO-SECONDS.
           MOVE WS-CLOCK-SECS TO WS-END-SECS.
           IF WS-END-SECS < WS-START-SECS
               COMPUTE WS-ELAPSED-SECS =
                   WS-END-SECS + 86400 - WS-START-SECS
           ELSE
               COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
           END-IF.

       2300-COMPARE-TO-TRAIL.
      *    As in APITTRND, a run needs at least three earlier
      *    runs behind it before it can meaningfully stand out
      *    from them.
           IF WS-TRAIL-COUNT = ZERO
               MOVE '     N/A' TO WS-JL-AVERAGE
               MOVE '     N/A' TO WS-JL-PCT
           ELSE
               MOVE ZERO TO WS-TRAIL-TOTAL
               PERFORM VARYING WS-TRAIL-IDX FROM 1 BY 1
                       UNTIL WS-TRAIL-IDX > WS-TRAIL-COUNT
                   ADD WS-TRAIL-SECS(WS-TRAIL-IDX) TO WS-TRAIL-TOTAL
               END-PERFORM
               COMPUTE WS-AVG-SECS ROUNDED =
                   WS-TRAIL-TOTAL / WS-TRAIL-COUNT
               MOVE WS-AVG-SECS TO WS-DUR-SECS
               PERFORM 2800-FORMAT-DURATION
               MOVE WS-DUR-TEXT TO WS-JL-AVERAGE
               IF WS-AVG-SECS > ZERO
                   COMPUTE WS-PCT-MOVE ROUNDED =
                       (WS-ELAPSED-SECS - WS-AVG-SECS) * 100
                           / WS-AVG-SECS
                       ON SIZE ERROR
                           MOVE '    >MAX' TO WS-JL-PCT
                       NOT ON SIZE ERROR
                           MOVE WS-PCT-MOVE TO WS-ED-PCT
                           MOVE WS-ED-PCT TO WS-JL-PCT
                   END-COMPUTE
               ELSE
                   MOVE '     N/A' TO WS-JL-PCT
               END-IF
               IF WS-TRAIL-COUNT >= 3
                   COMPUTE WS-LONG-LIMIT =
                       WS-AVG-SECS * (100 + WS-LONG-PCT) / 100
                   IF WS-ELAPSED-SECS > WS-LONG-LIMIT
                       MOVE 'LONG' TO WS-JL-FLAG
                       ADD 1 TO WS-LONG-RUNS
                   END-IF
               END-IF
           END-IF.

       2400-PUSH-TRAIL.
           IF WS-TRAIL-COUNT < 7
               ADD 1 TO WS-TRAIL-COUNT
           ELSE
               PERFORM VARYING WS-TRAIL-IDX FROM 1 BY 1
                       UNTIL WS-TRAIL-IDX > 6
                   MOVE WS-TRAIL-SECS(WS-TRAIL-IDX + 1)
                       TO WS-TRAIL-SECS(WS-TRAIL-IDX)
               END-PERFORM
           END-IF.
           MOVE WS-ELAPSED-SECS TO WS-TRAIL-SECS(WS-TRAIL-COUNT).

       2500-ADD-TO-NIGHT.
      *    Times are put on the night clock - seconds since the
      *    batch night started - so a window that runs through
      *    midnight still orders and subtracts correctly.
           MOVE WS-START-SECS TO WS-CLOCK-SECS.
           PERFORM 2750-CLOCK-TO-NIGHT.
           MOVE WS-NIGHT-SECS TO WS-START-NIGHT.
           IF WS-START-NIGHT NOT < WS-DEADLINE-NIGHT
               ADD 1 TO WS-DAYTIME-RUNS
           ELSE
               COMPUTE WS-END-NIGHT = WS-START-NIGHT + WS-ELAPSED-SECS
               PERFORM 2600-FIND-NIGHT
               IF WS-DATE-FOUND
                   IF WS-START-NIGHT
                           < WS-NT-FIRST-NIGHT(WS-NIGHT-IDX)
                       MOVE WS-START-NIGHT
                           TO WS-NT-FIRST-NIGHT(WS-NIGHT-IDX)
                       MOVE RUN-START-TIME
                           TO WS-NT-FIRST-CLOCK(WS-NIGHT-IDX)
                   END-IF
                   IF WS-END-NIGHT > WS-NT-LAST-NIGHT(WS-NIGHT-IDX)
                       MOVE WS-END-NIGHT
                           TO WS-NT-LAST-NIGHT(WS-NIGHT-IDX)
                       MOVE RUN-END-TIME
                           TO WS-NT-LAST-CLOCK(WS-NIGHT-IDX)
                   END-IF
                   ADD 1 TO WS-NT-JOBS(WS-NIGHT-IDX)
               END-IF
           END-IF.

       2600-FIND-NIGHT.
      *    Find this business date's entry, or open one in date
      *    order by moving the later dates up a place.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
                      OR WS-NT-DATE(WS-NIGHT-IDX) NOT < RUN-DATE
               CONTINUE
           END-PERFORM.
           IF WS-NIGHT-IDX NOT > WS-NIGHT-COUNT
                   AND WS-NT-DATE(WS-NIGHT-IDX) = RUN-DATE
               MOVE 'Y' TO WS-FOUND-FLAG
           ELSE
               IF WS-NIGHT-COUNT < 400
                   PERFORM VARYING WS-SHIFT-IDX FROM WS-NIGHT-COUNT
                           BY -1 UNTIL WS-SHIFT-IDX < WS-NIGHT-IDX
                       MOVE WS-NIGHT-ENTRY(WS-SHIFT-IDX)
                           TO WS-NIGHT-ENTRY(WS-SHIFT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-NIGHT-COUNT
                   MOVE RUN-DATE TO WS-NT-DATE(WS-NIGHT-IDX)
                   MOVE WS-START-NIGHT
                       TO WS-NT-FIRST-NIGHT(WS-NIGHT-IDX)
                   MOVE RUN-START-TIME
                       TO WS-NT-FIRST-CLOCK(WS-NIGHT-IDX)
                   MOVE WS-END-NIGHT TO WS-NT-LAST-NIGHT(WS-NIGHT-IDX)
                   MOVE RUN-END-TIME TO WS-NT-LAST-CLOCK(WS-NIGHT-IDX)
                   MOVE ZERO TO WS-NT-JOBS(WS-NIGHT-IDX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-FLAG
               END-IF
           END-IF.

       2700-CLOCK-TO-SECONDS.
           COMPUTE WS-CLOCK-SECS =
               WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS.

       2750-CLOCK-TO-NIGHT.
           IF WS-CLOCK-SECS NOT < WS-NIGHT-START-SECS
               COMPUTE WS-NIGHT-SECS =
                   WS-CLOCK-SECS - WS-NIGHT-START-SECS
           ELSE
               COMPUTE WS-NIGHT-SECS =
                   WS-CLOCK-SECS + 86400 - WS-NIGHT-START-SECS
           END-IF.

       2800-FORMAT-DURATION.
           DIVIDE WS-DUR-SECS BY 3600 GIVING WS-DUR-HH
               REMAINDER WS-DUR-REM.
           DIVIDE WS-DUR-REM BY 60 GIVING WS-DUR-MM
               REMAINDER WS-DUR-SS.
           MOVE WS-DUR-HH TO WS-DUR-TEXT-HH.
           MOVE WS-DUR-MM TO WS-DUR-TEXT-MM.
           MOVE WS-DUR-SS TO WS-DUR-TEXT-SS.

       3000-PRINT-WINDOWS.
           DISPLAY ' '.
           DISPLAY '========================================='
                   '======================='.
           DISPLAY 'APITBWIN - BATCH WINDOW BY BUSINESS DATE'.
           DISPLAY '========================================='
                   '======================='.
           DISPLAY 'DATE     FIRST  LAST   WINDOW   JOBS LEFT     '
                   'FLAG'.
           PERFORM 3100-PRINT-ONE-NIGHT
               VARYING WS-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT.
           IF WS-TABLE-FULL
               DISPLAY 'APITBWIN - MORE THAN 400 BUSINESS DATES ON '
                       'FILE - WINDOWS COVER THE EARLIEST 400 ONLY'
           END-IF.
           IF WS-NIGHT-COUNT = ZERO
               DISPLAY 'APITBWIN - NO COMPLETED NIGHT RUNS ON RUNFILE'
           END-IF.

       3100-PRINT-ONE-NIGHT.
      *    LEFT is the time between the last job ending and
      *    online start - what the night had to spare.
           MOVE SPACES TO WS-NIGHT-LINE.
           MOVE WS-NT-DATE(WS-NIGHT-IDX) TO WS-NL-DATE.
           MOVE WS-NT-FIRST-CLOCK(WS-NIGHT-IDX) TO WS-NL-FIRST.
           MOVE WS-NT-LAST-CLOCK(WS-NIGHT-IDX) TO WS-NL-LAST.
           COMPUTE WS-DUR-SECS = WS-NT-LAST-NIGHT(WS-NIGHT-IDX)
               - WS-NT-FIRST-NIGHT(WS-NIGHT-IDX).
           PERFORM 2800-FORMAT-DURATION.
           MOVE WS-DUR-TEXT TO WS-NL-WINDOW.
           MOVE WS-NT-JOBS(WS-NIGHT-IDX) TO WS-NL-JOBS.
           COMPUTE WS-LEFT-SECS =
               WS-DEADLINE-NIGHT - WS-NT-LAST-NIGHT(WS-NIGHT-IDX).
           IF WS-LEFT-SECS < ZERO
               COMPUTE WS-DUR-SECS = ZERO - WS-LEFT-SECS
               PERFORM 2800-FORMAT-DURATION
               MOVE WS-DUR-TEXT TO WS-NL-LEFT
               MOVE 'LATE BY ABOVE' TO WS-NL-FLAG
           ELSE
               MOVE WS-LEFT-SECS TO WS-DUR-SECS
               PERFORM 2800-FORMAT-DURATION
               MOVE WS-DUR-TEXT TO WS-NL-LEFT
               IF WS-LEFT-SECS < WS-MARGIN-SECS
                   MOVE 'INSIDE MARGIN' TO WS-NL-FLAG
               END-IF
           END-IF.
           DISPLAY WS-NIGHT-LINE.

       3500-CHECK-TREND.
      *    The latest night is judged on its own - late, or
      *    inside the margin - and then the drift in finish time
      *    across the last five nights is projected forward five
      *    more. A window creeping later by a few minutes a night
      *    warns here while there is still a week to act on it.
           IF WS-NIGHT-COUNT > ZERO
               DISPLAY ' '
               COMPUTE WS-LEFT-SECS = WS-DEADLINE-NIGHT
                   - WS-NT-LAST-NIGHT(WS-NIGHT-COUNT)
               IF WS-LEFT-SECS < ZERO
                   DISPLAY 'APITBWIN - WARNING: LATEST NIGHT '
                           WS-NT-DATE(WS-NIGHT-COUNT)
                           ' FINISHED AFTER ONLINE START'
                   MOVE 'Y' TO WS-WARNING-FLAG
               ELSE
                   IF WS-LEFT-SECS < WS-MARGIN-SECS
                       DISPLAY 'APITBWIN - WARNING: LATEST NIGHT '
                               WS-NT-DATE(WS-NIGHT-COUNT)
                               ' FINISHED INSIDE THE WARNING MARGIN'
                       MOVE 'Y' TO WS-WARNING-FLAG
                   END-IF
               END-IF
               IF WS-NIGHT-COUNT > 5
                   COMPUTE WS-BASE-IDX = WS-NIGHT-COUNT - 4
               ELSE
                   MOVE 1 TO WS-BASE-IDX
               END-IF
               COMPUTE WS-TREND-NIGHTS =
                   WS-NIGHT-COUNT - WS-BASE-IDX + 1
               IF WS-TREND-NIGHTS < 3
                   DISPLAY 'APITBWIN - FEWER THAN THREE NIGHTS ON '
                           'FILE - NO FINISH-TIME TREND YET'
               ELSE
                   PERFORM 3600-PROJECT-TREND
               END-IF
           END-IF.

       3600-PROJECT-TREND.
           COMPUTE WS-DRIFT-SECS ROUNDED =
               (WS-NT-LAST-NIGHT(WS-NIGHT-COUNT)
                   - WS-NT-LAST-NIGHT(WS-BASE-IDX))
                   / (WS-TREND-NIGHTS - 1).
           MOVE WS-DRIFT-SECS TO WS-ED-DRIFT.
           DISPLAY 'FINISH-TIME DRIFT OVER LAST ' WS-TREND-NIGHTS
                   ' NIGHTS ' WS-ED-DRIFT ' SECONDS PER NIGHT'.
           IF WS-DRIFT-SECS > ZERO AND WS-LEFT-SECS > ZERO
               COMPUTE WS-NIGHTS-TO-DEADLINE =
                   WS-LEFT-SECS / WS-DRIFT-SECS
               MOVE WS-NIGHTS-TO-DEADLINE TO WS-ED-NIGHTS
               DISPLAY 'AT THIS DRIFT THE WINDOW REACHES ONLINE '
                       'START IN ' WS-ED-NIGHTS ' NIGHTS'
               COMPUTE WS-PROJECTED-NIGHT =
                   WS-NT-LAST-NIGHT(WS-NIGHT-COUNT)
                       + WS-DRIFT-SECS * 5
               IF WS-PROJECTED-NIGHT NOT < WS-DEADLINE-NIGHT
                   DISPLAY 'APITBWIN - WARNING: FINISH TIME IS '
                           'TRENDING INTO ONLINE START WITHIN FIVE '
                           'NIGHTS'
                   MOVE 'Y' TO WS-WARNING-FLAG
               END-IF
           END-IF.

       4000-TERMINATE.
           DISPLAY ' '.
           DISPLAY '========================================='
                   '======================='.
           DISPLAY 'RUN RECORDS READ           ' WS-RUN-RECORDS.
           DISPLAY 'COMPLETED RUNS             ' WS-COMPLETED-RUNS.
           DISPLAY 'NOT COMPLETED              ' WS-INCOMPLETE-RUNS.
           DISPLAY 'RUNS FLAGGED LONG          ' WS-LONG-RUNS.
           DISPLAY 'RUNS IN THE ONLINE DAY     ' WS-DAYTIME-RUNS.
           DISPLAY 'BUSINESS DATES IN WINDOW   ' WS-NIGHT-COUNT.
           DISPLAY '========================================='
                   '======================='.
           IF WS-CONTROL-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WINDOW-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9000-READ-RUNFILE.
           PERFORM 9010-READ-NEXT-RUN.
           PERFORM 9010-READ-NEXT-RUN
               UNTIL WS-END-OF-FILE
                  OR RUN-JOB-NAME NOT = 'APITRPRC'.

       9010-READ-NEXT-RUN.
           READ RUNFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-RUNFILE-STATUS NOT = '00'
                   AND WS-RUNFILE-STATUS NOT = '10'
               DISPLAY 'APITBWIN - READ FAILED ON RUNFILE '
                       WS-RUNFILE-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           END-IF.
