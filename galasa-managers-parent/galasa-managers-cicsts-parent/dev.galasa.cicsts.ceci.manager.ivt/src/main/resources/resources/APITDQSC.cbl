       IDENTIFICATION DIVISION.
       PROGRAM-ID. APITDQSC.
      *----------------------------------------------------------*
      * Change history                                            *
      * ---------------------------------------------------------- *
      * 2026-10-06 Upstream source data-quality scorecard. Runs   *
      *            each morning straight after APITRCYC, while    *
      *            REJFILE still holds the rejects of the night   *
      *            just ended (the calendar's previous business   *
      *            date) and the recycle job has just disposed of *
      *            them. Every reject is classified by its header *
      *            source (REJ-SOURCE) and its REJ-REASON - for a *
      *            type '2' reject that includes the failing      *
      *            field's name - and each source/reason is       *
      *            charged with:                                  *
      *            - DEAD, the entries this morning's APITRCYC    *
      *              put on DEADFILE (DLQ-DATE is today's         *
      *              business date) with that source and original *
      *              reason;                                      *
      *            - REPAIRED, the rest: APITRCYC sends every     *
      *              reject either to the recycle set or to       *
      *              DEADFILE, so what did not die was repaired   *
      *              by the correction rules.                     *
      *            Each source's records read that night come off *
      *            the current run-totals generation, so the      *
      *            counts become reject rates. The night's        *
      *            figures are written to the DQHIST history KSDS *
      *            (APITDQH layout), replacing any from an        *
      *            earlier run for the same night, and the        *
      *            scorecard is then printed from the history:    *
      *            for every source, the month to date against    *
      *            the whole of the month before - records read,  *
      *            rejects and reject rate with their movement,   *
      *            how many rejects were repaired and how many    *
      *            died - and the source's top five reject        *
      *            reasons with last month's count beside them.   *
      *            CC=8 when the calendar, REJFILE, DEADFILE or   *
      *            DQHIST cannot be used; a run-totals generation *
      *            for another night only costs the rates (CC=4). *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALFILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CALFILE-STATUS.
           SELECT REJFILE ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJFILE-STATUS.
           SELECT DEADFILE ASSIGN TO DEADFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLQ-KEY
               FILE STATUS IS WS-DEADFILE-STATUS.
           SELECT TOTFILE ASSIGN TO TOTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOTFILE-STATUS.
           SELECT DQHIST ASSIGN TO DQHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQH-KEY
               FILE STATUS IS WS-DQHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALFILE.
           COPY APITCAL REPLACING ==WS-CALENDAR-RECORD== BY
               ==CAL-RECORD==.
       FD  REJFILE
           RECORDING MODE IS F.
           COPY APITREJ REPLACING ==WS-REJECT-RECORD== BY
               ==REJ-RECORD==.
       FD  DEADFILE.
           COPY APITDLQ REPLACING ==WS-DEADLETTER-RECORD== BY
               ==DLQ-RECORD==.
       FD  TOTFILE
           RECORDING MODE IS F.
           COPY APITTOT REPLACING ==WS-RUN-TOTALS-RECORD== BY
               ==TOT-RECORD==.
       FD  DQHIST.
           COPY APITDQH REPLACING ==WS-QUALITY-HISTORY-RECORD== BY
               ==DQH-RECORD==.
       WORKING-STORAGE SECTION.
       01  WS-CALFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-REJFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-DEADFILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TOTFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-DQHIST-STATUS           PIC X(2) VALUE '00'.
       01  WS-CONTROL-ERROR-FLAG      PIC X(1) VALUE 'N'.
           88  WS-CONTROL-ERROR                VALUE 'Y'.
       01  WS-WARNING-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SCORECARD-WARNING            VALUE 'Y'.
       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE                  VALUE 'Y'.
       01  WS-DQHIST-OPEN-FLAG        PIC X(1) VALUE 'N'.
           88  WS-DQHIST-OPEN                  VALUE 'Y'.
       01  WS-BUSINESS-DATE           PIC 9(8) VALUE ZERO.
      *    The night the rejects belong to.
       01  WS-REJECT-DATE             PIC 9(8) VALUE ZERO.
       01  WS-CUR-MONTH               PIC 9(6) VALUE ZERO.
       01  WS-CUR-MONTH-R REDEFINES WS-CUR-MONTH.
           05  WS-CUR-YYYY            PIC 9(4).
           05  WS-CUR-MM              PIC 9(2).
       01  WS-PREV-MONTH              PIC 9(6) VALUE ZERO.
       01  WS-PREV-MONTH-R REDEFINES WS-PREV-MONTH.
           05  WS-PREV-YYYY           PIC 9(4).
           05  WS-PREV-MM             PIC 9(2).
       01  WS-REC-MONTH               PIC 9(6) VALUE ZERO.
       01  WS-FIND-SOURCE             PIC X(8) VALUE SPACES.
       01  WS-FIND-REASON             PIC X(35) VALUE SPACES.
      *    The night's rejects by source and reason. Three
      *    hundred combinations is every source on SRCFILE with
      *    every reason text APITCONV can write, several times
      *    over.
       01  WS-COMBO-TABLE.
           05  WS-COMBO-ENTRY OCCURS 300 TIMES.
               10  WS-CB-SOURCE       PIC X(8).
               10  WS-CB-REASON       PIC X(35).
               10  WS-CB-REJECTED     PIC 9(9).
               10  WS-CB-DEAD         PIC 9(9).
       01  WS-COMBO-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-COMBO-IDX               PIC 9(3) VALUE ZERO.
      *    The night's totals by source - same ten-source limit
      *    as the APITCONV source table.
       01  WS-NSRC-TABLE.
           05  WS-NSRC-ENTRY OCCURS 10 TIMES.
               10  WS-NS-SOURCE       PIC X(8).
               10  WS-NS-READ         PIC 9(9).
               10  WS-NS-REJECTED     PIC 9(9).
               10  WS-NS-DEAD         PIC 9(9).
       01  WS-NSRC-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-NSRC-IDX                PIC 9(2) VALUE ZERO.
      *    The scorecard, built back from the history: this
      *    month to date and the whole of last month per source,
      *    and per source and reason.
       01  WS-SC-SOURCE-TABLE.
           05  WS-SC-SOURCE-ENTRY OCCURS 10 TIMES.
               10  WS-SC-SOURCE       PIC X(8).
               10  WS-SC-CUR-READ     PIC 9(9).
               10  WS-SC-CUR-REJ      PIC 9(9).
               10  WS-SC-CUR-REP      PIC 9(9).
               10  WS-SC-CUR-DEAD     PIC 9(9).
               10  WS-SC-PREV-READ    PIC 9(9).
               10  WS-SC-PREV-REJ     PIC 9(9).
               10  WS-SC-PREV-REP     PIC 9(9).
               10  WS-SC-PREV-DEAD    PIC 9(9).
       01  WS-SC-SOURCE-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-SC-IDX                  PIC 9(2) VALUE ZERO.
       01  WS-SC-REASON-TABLE.
           05  WS-SC-REASON-ENTRY OCCURS 300 TIMES.
               10  WS-SR-SOURCE       PIC X(8).
               10  WS-SR-REASON       PIC X(35).
               10  WS-SR-CUR          PIC 9(9).
               10  WS-SR-PREV         PIC 9(9).
               10  WS-SR-LISTED       PIC X(1).
       01  WS-SC-REASON-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-SR-IDX                  PIC 9(3) VALUE ZERO.
       01  WS-TOP-IDX                 PIC 9(3) VALUE ZERO.
       01  WS-TOP-RANK                PIC 9(1) VALUE ZERO.
       01  WS-TOP-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-TABLE-FULL-FLAG         PIC X(1) VALUE 'N'.
           88  WS-TABLE-FULL                   VALUE 'Y'.
       01  WS-FOUND-FLAG              PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND                  VALUE 'Y'.
       01  WS-VOLUME-FOUND-FLAG       PIC X(1) VALUE 'N'.
           88  WS-VOLUME-FOUND                 VALUE 'Y'.
       01  WS-REPAIRED                PIC 9(9) VALUE ZERO.
       01  WS-CUR-RATE                PIC 9(3)V9(2) VALUE ZERO.
       01  WS-PREV-RATE               PIC 9(3)V9(2) VALUE ZERO.
       01  WS-RATE-MOVE               PIC S9(3)V9(2) VALUE ZERO.
       01  WS-PCT-MOVE                PIC S9(5)V9(1) VALUE ZERO.
       01  WS-ED-COUNT                PIC Z(8)9.
       01  WS-ED-COUNT-2              PIC Z(8)9.
       01  WS-ED-RATE                 PIC ZZ9.99.
       01  WS-ED-RATE-2               PIC ZZ9.99.
       01  WS-ED-RATE-MOVE            PIC +ZZ9.99.
       01  WS-ED-PCT                  PIC +Z(4)9.9.
       01  WS-PCT-TEXT                PIC X(8) VALUE SPACES.
       01  WS-COUNTERS.
           05  WS-REJECTS-READ        PIC 9(9) VALUE ZERO.
           05  WS-DEAD-READ           PIC 9(9) VALUE ZERO.
           05  WS-DEAD-UNMATCHED      PIC 9(9) VALUE ZERO.
           05  WS-HISTORY-WRITTEN     PIC 9(9) VALUE ZERO.
           05  WS-HISTORY-REPLACED    PIC 9(9) VALUE ZERO.
       01  WS-NIGHT-LINE.
           05  WS-NL-SOURCE           PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-NL-REASON           PIC X(35).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-NL-REJECTED         PIC Z(8)9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-NL-REPAIRED         PIC Z(8)9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-NL-DEAD             PIC Z(8)9.
       01  WS-TOP-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  WS-TL-RANK             PIC 9(1).
           05  FILLER                 PIC X(2) VALUE '. '.
           05  WS-TL-REASON           PIC X(35).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-TL-CUR              PIC Z(8)9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-TL-PREV             PIC Z(8)9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-TL-MOVE             PIC X(8).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISE.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2000-TALLY-REJECTS
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2200-TALLY-DEAD-LETTERS
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2400-TALLY-VOLUMES
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2600-PRINT-NIGHT
               PERFORM 2700-WRITE-HISTORY
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 3000-BUILD-SCORECARD
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 3500-PRINT-SCORECARD
           END-IF.
           PERFORM 4000-TERMINATE.
           STOP RUN.

       1000-INITIALISE.
           DISPLAY '========================================='
                   '======================='.
           DISPLAY 'APITDQSC - UPSTREAM DATA-QUALITY SCORECARD'.
           DISPLAY '========================================='
                   '======================='.
      *    Read-only on the calendar: this job draws no
      *    run-sequence number.
           OPEN INPUT CALFILE.
           IF WS-CALFILE-STATUS NOT = '00'
               DISPLAY 'APITDQSC - OPEN FAILED ON CALFILE '
                       WS-CALFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               MOVE 'C' TO CAL-REC-TYPE
               MOVE ZERO TO CAL-DATE
               READ CALFILE
               IF WS-CALFILE-STATUS = '00'
                       AND CAL-BUSINESS-DATE IS NUMERIC
                       AND CAL-PREV-DATE IS NUMERIC
                       AND CAL-PREV-DATE > 19000000
                   MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
                   MOVE CAL-PREV-DATE TO WS-REJECT-DATE
               ELSE
                   DISPLAY 'APITDQSC - CALENDAR CONTROL RECORD '
                           'MISSING OR HAS NO PREVIOUS DATE'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-IF
               CLOSE CALFILE
           END-IF.
           IF NOT WS-CONTROL-ERROR
               DIVIDE WS-REJECT-DATE BY 100 GIVING WS-CUR-MONTH
               MOVE WS-CUR-MONTH TO WS-PREV-MONTH
               IF WS-CUR-MM = 1
                   SUBTRACT 1 FROM WS-PREV-YYYY
                   MOVE 12 TO WS-PREV-MM
               ELSE
                   SUBTRACT 1 FROM WS-PREV-MM
               END-IF
               DISPLAY 'REJECTS OF NIGHT    ' WS-REJECT-DATE
               DISPLAY 'RECYCLED ON         ' WS-BUSINESS-DATE
           END-IF.

       2000-TALLY-REJECTS.
      *    Rejects cut before REJ-SOURCE existed have spaces
      *    there; they are charged to UNKNOWN rather than
      *    dropped.
           OPEN INPUT REJFILE.
           IF WS-REJFILE-STATUS NOT = '00'
               DISPLAY 'APITDQSC - OPEN FAILED ON REJFILE '
                       WS-REJFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 9000-READ-REJFILE
               PERFORM 2100-TALLY-ONE-REJECT
                   UNTIL WS-END-OF-FILE
               CLOSE REJFILE
           END-IF.

       2100-TALLY-ONE-REJECT.
           IF REJ-SOURCE = SPACES OR REJ-SOURCE = LOW-VALUES
               MOVE 'UNKNOWN' TO WS-FIND-SOURCE
           ELSE
               MOVE REJ-SOURCE TO WS-FIND-SOURCE
           END-IF.
           MOVE REJ-REASON TO WS-FIND-REASON.
           PERFORM 2800-FIND-COMBO.
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-CB-REJECTED(WS-COMBO-IDX)
           END-IF.
           PERFORM 9000-READ-REJFILE.

       2200-TALLY-DEAD-LETTERS.
      *    This morning's dead letters are keyed under today's
      *    business date, from sequence 1.
           OPEN INPUT DEADFILE.
           IF WS-DEADFILE-STATUS NOT = '00'
               DISPLAY 'APITDQSC - OPEN FAILED ON DEADFILE '
                       WS-DEADFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               MOVE WS-BUSINESS-DATE TO DLQ-DATE
               MOVE ZERO TO DLQ-SEQ
               MOVE 'N' TO WS-EOF-SWITCH
               START DEADFILE KEY NOT LESS THAN DLQ-KEY
               IF WS-DEADFILE-STATUS = '00'
                   PERFORM 9100-READ-DEADFILE
                   PERFORM 2300-TALLY-ONE-DEAD
                       UNTIL WS-END-OF-FILE
               END-IF
               CLOSE DEADFILE
           END-IF.

       2300-TALLY-ONE-DEAD.
           IF DLQ-DATE NOT = WS-BUSINESS-DATE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               ADD 1 TO WS-DEAD-READ
               IF DLQ-SOURCE = SPACES OR DLQ-SOURCE = LOW-VALUES
                   MOVE 'UNKNOWN' TO WS-FIND-SOURCE
               ELSE
                   MOVE DLQ-SOURCE TO WS-FIND-SOURCE
               END-IF
               MOVE DLQ-ORIG-REASON TO WS-FIND-REASON
               PERFORM 2800-FIND-COMBO
               IF WS-ENTRY-FOUND
                   IF WS-CB-DEAD(WS-COMBO-IDX)
                           < WS-CB-REJECTED(WS-COMBO-IDX)
                       ADD 1 TO WS-CB-DEAD(WS-COMBO-IDX)
                   ELSE
      *                More deaths than rejects for this source and
      *                reason - a rerun recycle dead-lettered the
      *                same rejects twice. Counted, not charged.
                       ADD 1 TO WS-DEAD-UNMATCHED
                   END-IF
               END-IF
               PERFORM 9100-READ-DEADFILE
           END-IF.

       2400-TALLY-VOLUMES.
      *    The current run-totals generation is the night the
      *    rejects came from only if its TOT-RUN-DATE says so -
      *    otherwise the night has no rates, and says why.
           PERFORM VARYING WS-COMBO-IDX FROM 1 BY 1
                   UNTIL WS-COMBO-IDX > WS-COMBO-COUNT
               MOVE WS-CB-SOURCE(WS-COMBO-IDX) TO WS-FIND-SOURCE
               PERFORM 2900-FIND-NIGHT-SOURCE
               IF WS-ENTRY-FOUND
                   ADD WS-CB-REJECTED(WS-COMBO-IDX)
                       TO WS-NS-REJECTED(WS-NSRC-IDX)
                   ADD WS-CB-DEAD(WS-COMBO-IDX)
                       TO WS-NS-DEAD(WS-NSRC-IDX)
               END-IF
           END-PERFORM.
           OPEN INPUT TOTFILE.
           IF WS-TOTFILE-STATUS NOT = '00'
               DISPLAY 'APITDQSC - OPEN FAILED ON TOTFILE '
                       WS-TOTFILE-STATUS ' - NO REJECT RATES'
               MOVE 'Y' TO WS-WARNING-FLAG
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 9200-READ-TOTFILE
               PERFORM 2500-TALLY-ONE-TOTAL
                   UNTIL WS-END-OF-FILE
               CLOSE TOTFILE
               IF NOT WS-VOLUME-FOUND
                   DISPLAY 'APITDQSC - NO RUN-TOTALS FOR NIGHT '
                           WS-REJECT-DATE ' - NO REJECT RATES'
                   MOVE 'Y' TO WS-WARNING-FLAG
               END-IF
           END-IF.

       2500-TALLY-ONE-TOTAL.
           IF TOT-RUN-DATE IS NUMERIC
                   AND TOT-RUN-DATE = WS-REJECT-DATE
                   AND TOT-SOURCE NOT = SPACES
               MOVE 'Y' TO WS-VOLUME-FOUND-FLAG
               MOVE TOT-SOURCE TO WS-FIND-SOURCE
               PERFORM 2900-FIND-NIGHT-SOURCE
               IF WS-ENTRY-FOUND
                   ADD TOT-READ-COUNT TO WS-NS-READ(WS-NSRC-IDX)
               END-IF
           END-IF.
           PERFORM 9200-READ-TOTFILE.

       2600-PRINT-NIGHT.
           DISPLAY ' '.
           DISPLAY 'SOURCE   REASON                              '
                   ' REJECTED  REPAIRED      DEAD'.
           PERFORM VARYING WS-COMBO-IDX FROM 1 BY 1
                   UNTIL WS-COMBO-IDX > WS-COMBO-COUNT
               MOVE SPACES TO WS-NIGHT-LINE
               MOVE WS-CB-SOURCE(WS-COMBO-IDX) TO WS-NL-SOURCE
               MOVE WS-CB-REASON(WS-COMBO-IDX) TO WS-NL-REASON
               MOVE WS-CB-REJECTED(WS-COMBO-IDX) TO WS-NL-REJECTED
               COMPUTE WS-REPAIRED = WS-CB-REJECTED(WS-COMBO-IDX)
                   - WS-CB-DEAD(WS-COMBO-IDX)
               MOVE WS-REPAIRED TO WS-NL-REPAIRED
               MOVE WS-CB-DEAD(WS-COMBO-IDX) TO WS-NL-DEAD
               DISPLAY WS-NIGHT-LINE
           END-PERFORM.
           IF WS-COMBO-COUNT = ZERO
               DISPLAY 'APITDQSC - NO REJECTS FOR NIGHT '
                       WS-REJECT-DATE
           END-IF.

       2700-WRITE-HISTORY.
      *    An empty cluster will not open I-O - load it empty
      *    first, the convention every KSDS in the schedule
      *    follows.
           OPEN I-O DQHIST.
           IF WS-DQHIST-STATUS NOT = '00'
               OPEN OUTPUT DQHIST
               IF WS-DQHIST-STATUS = '00'
                   CLOSE DQHIST
                   OPEN I-O DQHIST
               END-IF
           END-IF.
           IF WS-DQHIST-STATUS NOT = '00'
               DISPLAY 'APITDQSC - OPEN FAILED ON DQHIST '
                       WS-DQHIST-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               MOVE 'Y' TO WS-DQHIST-OPEN-FLAG
               PERFORM VARYING WS-COMBO-IDX FROM 1 BY 1
                       UNTIL WS-COMBO-IDX > WS-COMBO-COUNT
                          OR WS-CONTROL-ERROR
                   MOVE WS-REJECT-DATE TO DQH-DATE
                   MOVE WS-CB-SOURCE(WS-COMBO-IDX) TO DQH-SOURCE
                   MOVE WS-CB-REASON(WS-COMBO-IDX) TO DQH-REASON
                   MOVE ZERO TO DQH-READ
                   MOVE WS-CB-REJECTED(WS-COMBO-IDX) TO DQH-REJECTED
                   MOVE WS-CB-DEAD(WS-COMBO-IDX) TO DQH-DEAD
                   COMPUTE DQH-REPAIRED = DQH-REJECTED - DQH-DEAD
                   PERFORM 2750-PUT-HISTORY
               END-PERFORM
               PERFORM VARYING WS-NSRC-IDX FROM 1 BY 1
                       UNTIL WS-NSRC-IDX > WS-NSRC-COUNT
                          OR WS-CONTROL-ERROR
                   MOVE WS-REJECT-DATE TO DQH-DATE
                   MOVE WS-NS-SOURCE(WS-NSRC-IDX) TO DQH-SOURCE
                   MOVE SPACES TO DQH-REASON
                   MOVE WS-NS-READ(WS-NSRC-IDX) TO DQH-READ
                   MOVE WS-NS-REJECTED(WS-NSRC-IDX) TO DQH-REJECTED
                   MOVE WS-NS-DEAD(WS-NSRC-IDX) TO DQH-DEAD
                   COMPUTE DQH-REPAIRED = DQH-REJECTED - DQH-DEAD
                   PERFORM 2750-PUT-HISTORY
               END-PERFORM
           END-IF.

       2750-PUT-HISTORY.
           WRITE DQH-RECORD.
           EVALUATE TRUE
               WHEN WS-DQHIST-STATUS = '00'
                   ADD 1 TO WS-HISTORY-WRITTEN
               WHEN WS-DQHIST-STATUS = '22'
      *            A rerun for the same night - its figures
      *            replace the earlier run's.
                   REWRITE DQH-RECORD
                   IF WS-DQHIST-STATUS = '00'
                       ADD 1 TO WS-HISTORY-REPLACED
                   ELSE
                       DISPLAY 'APITDQSC - REWRITE FAILED ON DQHIST '
                               WS-DQHIST-STATUS
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   END-IF
               WHEN OTHER
                   DISPLAY 'APITDQSC - WRITE FAILED ON DQHIST '
                           WS-DQHIST-STATUS
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           END-EVALUATE.

       2800-FIND-COMBO.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-COMBO-IDX FROM 1 BY 1
                   UNTIL WS-COMBO-IDX > WS-COMBO-COUNT
               IF WS-CB-SOURCE(WS-COMBO-IDX) = WS-FIND-SOURCE
                       AND WS-CB-REASON(WS-COMBO-IDX) = WS-FIND-REASON
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-ENTRY-FOUND
               IF WS-COMBO-COUNT < 300
                   ADD 1 TO WS-COMBO-COUNT
                   MOVE WS-COMBO-COUNT TO WS-COMBO-IDX
                   MOVE WS-FIND-SOURCE TO WS-CB-SOURCE(WS-COMBO-IDX)
                   MOVE WS-FIND-REASON TO WS-CB-REASON(WS-COMBO-IDX)
                   MOVE ZERO TO WS-CB-REJECTED(WS-COMBO-IDX)
                   MOVE ZERO TO WS-CB-DEAD(WS-COMBO-IDX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               ELSE
                   DISPLAY 'APITDQSC - MORE THAN 300 SOURCE/REASON '
                           'COMBINATIONS IN ONE NIGHT'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF.

       2900-FIND-NIGHT-SOURCE.
      *    Sources with rejects are opened here from the combo
      *    table; a source with no rejects at all still gets an
      *    entry from the run totals, so a clean night scores.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-NSRC-IDX FROM 1 BY 1
                   UNTIL WS-NSRC-IDX > WS-NSRC-COUNT
               IF WS-NS-SOURCE(WS-NSRC-IDX) = WS-FIND-SOURCE
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-ENTRY-FOUND
               IF WS-NSRC-COUNT < 10
                   ADD 1 TO WS-NSRC-COUNT
                   MOVE WS-NSRC-COUNT TO WS-NSRC-IDX
                   MOVE WS-FIND-SOURCE TO WS-NS-SOURCE(WS-NSRC-IDX)
                   MOVE ZERO TO WS-NS-READ(WS-NSRC-IDX)
                   MOVE ZERO TO WS-NS-REJECTED(WS-NSRC-IDX)
                   MOVE ZERO TO WS-NS-DEAD(WS-NSRC-IDX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               ELSE
                   DISPLAY 'APITDQSC - MORE THAN 10 SOURCES - '
                           WS-FIND-SOURCE ' LEFT OFF THE SCORECARD'
                   MOVE 'Y' TO WS-WARNING-FLAG
               END-IF
           END-IF.

       3000-BUILD-SCORECARD.
      *    Last month and this month are adjacent key ranges at
      *    the front of the date-led key - start at the first of
      *    last month and stop at the first record past this one.
           MOVE WS-PREV-MONTH TO DQH-DATE(1:6).
           MOVE '01' TO DQH-DATE(7:2).
           MOVE LOW-VALUES TO DQH-SOURCE.
           MOVE LOW-VALUES TO DQH-REASON.
           MOVE 'N' TO WS-EOF-SWITCH.
           START DQHIST KEY NOT LESS THAN DQH-KEY.
           IF WS-DQHIST-STATUS = '00'
               PERFORM 9300-READ-DQHIST
               PERFORM 3100-SCORE-ONE-RECORD
                   UNTIL WS-END-OF-FILE
           END-IF.

       3100-SCORE-ONE-RECORD.
           DIVIDE DQH-DATE BY 100 GIVING WS-REC-MONTH.
           IF WS-REC-MONTH > WS-CUR-MONTH
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF DQH-REASON = SPACES
                   PERFORM 3200-SCORE-SOURCE
               ELSE
                   PERFORM 3300-SCORE-REASON
               END-IF
               PERFORM 9300-READ-DQHIST
           END-IF.

       3200-SCORE-SOURCE.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-SOURCE-COUNT
               IF WS-SC-SOURCE(WS-SC-IDX) = DQH-SOURCE
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-ENTRY-FOUND AND WS-SC-SOURCE-COUNT < 10
               ADD 1 TO WS-SC-SOURCE-COUNT
               MOVE WS-SC-SOURCE-COUNT TO WS-SC-IDX
               INITIALIZE WS-SC-SOURCE-ENTRY(WS-SC-IDX)
               MOVE DQH-SOURCE TO WS-SC-SOURCE(WS-SC-IDX)
               MOVE 'Y' TO WS-FOUND-FLAG
           END-IF.
           IF WS-ENTRY-FOUND
               IF WS-REC-MONTH = WS-CUR-MONTH
                   ADD DQH-READ TO WS-SC-CUR-READ(WS-SC-IDX)
                   ADD DQH-REJECTED TO WS-SC-CUR-REJ(WS-SC-IDX)
                   ADD DQH-REPAIRED TO WS-SC-CUR-REP(WS-SC-IDX)
                   ADD DQH-DEAD TO WS-SC-CUR-DEAD(WS-SC-IDX)
               ELSE
                   ADD DQH-READ TO WS-SC-PREV-READ(WS-SC-IDX)
                   ADD DQH-REJECTED TO WS-SC-PREV-REJ(WS-SC-IDX)
                   ADD DQH-REPAIRED TO WS-SC-PREV-REP(WS-SC-IDX)
                   ADD DQH-DEAD TO WS-SC-PREV-DEAD(WS-SC-IDX)
               END-IF
           END-IF.

       3300-SCORE-REASON.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SC-REASON-COUNT
               IF WS-SR-SOURCE(WS-SR-IDX) = DQH-SOURCE
                       AND WS-SR-REASON(WS-SR-IDX) = DQH-REASON
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-ENTRY-FOUND
               IF WS-SC-REASON-COUNT < 300
                   ADD 1 TO WS-SC-REASON-COUNT
                   MOVE WS-SC-REASON-COUNT TO WS-SR-IDX
                   MOVE DQH-SOURCE TO WS-SR-SOURCE(WS-SR-IDX)
                   MOVE DQH-REASON TO WS-SR-REASON(WS-SR-IDX)
                   MOVE ZERO TO WS-SR-CUR(WS-SR-IDX)
                   MOVE ZERO TO WS-SR-PREV(WS-SR-IDX)
                   MOVE 'N' TO WS-SR-LISTED(WS-SR-IDX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-FLAG
               END-IF
           END-IF.
           IF WS-ENTRY-FOUND
               IF WS-REC-MONTH = WS-CUR-MONTH
                   ADD DQH-REJECTED TO WS-SR-CUR(WS-SR-IDX)
               ELSE
                   ADD DQH-REJECTED TO WS-SR-PREV(WS-SR-IDX)
               END-IF
           END-IF.

       3500-PRINT-SCORECARD.
           DISPLAY ' '.
           DISPLAY '========================================='
                   '======================='.
           DISPLAY 'MONTHLY SCORECARD - ' WS-CUR-MONTH
                   ' TO DATE AGAINST ' WS-PREV-MONTH.
           DISPLAY '========================================='
                   '======================='.
           PERFORM 3600-PRINT-ONE-SOURCE
               VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-SOURCE-COUNT.
           IF WS-SC-SOURCE-COUNT = ZERO
               DISPLAY 'APITDQSC - NO HISTORY FOR ' WS-PREV-MONTH
                       ' OR ' WS-CUR-MONTH
           END-IF.
           IF WS-TABLE-FULL
               DISPLAY 'APITDQSC - MORE THAN 300 SOURCE/REASON '
                       'COMBINATIONS IN TWO MONTHS - TOP REASONS '
                       'COVER THE FIRST 300 ONLY'
           END-IF.

       3600-PRINT-ONE-SOURCE.
      *    The reject rate is what compares a part month with a
      *    whole one fairly; the raw counts are shown beside it.
           DISPLAY ' '.
           DISPLAY 'SOURCE ' WS-SC-SOURCE(WS-SC-IDX)
                   '                 THIS MONTH LAST MONTH'
                   '  MOVEMENT'.
           MOVE WS-SC-CUR-READ(WS-SC-IDX) TO WS-ED-COUNT.
           MOVE WS-SC-PREV-READ(WS-SC-IDX) TO WS-ED-COUNT-2.
           DISPLAY '  RECORDS READ              ' WS-ED-COUNT
                   '  ' WS-ED-COUNT-2.
           MOVE WS-SC-CUR-REJ(WS-SC-IDX) TO WS-ED-COUNT.
           MOVE WS-SC-PREV-REJ(WS-SC-IDX) TO WS-ED-COUNT-2.
           PERFORM 3650-COMPUTE-COUNT-MOVE.
           DISPLAY '  REJECTED                  ' WS-ED-COUNT
                   '  ' WS-ED-COUNT-2 '  ' WS-PCT-TEXT.
           IF WS-SC-CUR-READ(WS-SC-IDX) > ZERO
                   AND WS-SC-PREV-READ(WS-SC-IDX) > ZERO
               COMPUTE WS-CUR-RATE ROUNDED =
                   WS-SC-CUR-REJ(WS-SC-IDX) * 100
                       / WS-SC-CUR-READ(WS-SC-IDX)
               COMPUTE WS-PREV-RATE ROUNDED =
                   WS-SC-PREV-REJ(WS-SC-IDX) * 100
                       / WS-SC-PREV-READ(WS-SC-IDX)
               COMPUTE WS-RATE-MOVE = WS-CUR-RATE - WS-PREV-RATE
               MOVE WS-CUR-RATE TO WS-ED-RATE
               MOVE WS-PREV-RATE TO WS-ED-RATE-2
               MOVE WS-RATE-MOVE TO WS-ED-RATE-MOVE
               DISPLAY '  REJECT RATE %                '
                       WS-ED-RATE '     ' WS-ED-RATE-2
                       '   ' WS-ED-RATE-MOVE
           ELSE
               IF WS-SC-CUR-READ(WS-SC-IDX) > ZERO
                   COMPUTE WS-CUR-RATE ROUNDED =
                       WS-SC-CUR-REJ(WS-SC-IDX) * 100
                           / WS-SC-CUR-READ(WS-SC-IDX)
                   MOVE WS-CUR-RATE TO WS-ED-RATE
                   DISPLAY '  REJECT RATE %                '
                           WS-ED-RATE '        N/A'
               ELSE
                   DISPLAY '  REJECT RATE %                   N/A'
               END-IF
           END-IF.
           MOVE WS-SC-CUR-REP(WS-SC-IDX) TO WS-ED-COUNT.
           MOVE WS-SC-PREV-REP(WS-SC-IDX) TO WS-ED-COUNT-2.
           DISPLAY '  REPAIRED BY APITRCYC      ' WS-ED-COUNT
                   '  ' WS-ED-COUNT-2.
           MOVE WS-SC-CUR-DEAD(WS-SC-IDX) TO WS-ED-COUNT.
           MOVE WS-SC-PREV-DEAD(WS-SC-IDX) TO WS-ED-COUNT-2.
           DISPLAY '  DEAD-LETTERED             ' WS-ED-COUNT
                   '  ' WS-ED-COUNT-2.
           DISPLAY '  TOP REJECT REASONS                     '
                   '  THIS MONTH LAST MONTH MOVEMENT'.
           MOVE ZERO TO WS-TOP-RANK.
           PERFORM 3700-PRINT-TOP-REASON
               UNTIL WS-TOP-RANK >= 5.

       3650-COMPUTE-COUNT-MOVE.
           IF WS-SC-PREV-REJ(WS-SC-IDX) > ZERO
               COMPUTE WS-PCT-MOVE ROUNDED =
                   (WS-SC-CUR-REJ(WS-SC-IDX)
                       - WS-SC-PREV-REJ(WS-SC-IDX)) * 100
                       / WS-SC-PREV-REJ(WS-SC-IDX)
                   ON SIZE ERROR
                       MOVE '    >MAX' TO WS-PCT-TEXT
                   NOT ON SIZE ERROR
                       MOVE WS-PCT-MOVE TO WS-ED-PCT
                       MOVE WS-ED-PCT TO WS-PCT-TEXT
               END-COMPUTE
           ELSE
               MOVE '     N/A' TO WS-PCT-TEXT
           END-IF.

       3700-PRINT-TOP-REASON.
      *    Pick the busiest reason this month not yet listed for
      *    this source. Reasons only seen last month do not make
      *    this month's top five.
           MOVE ZERO TO WS-TOP-IDX.
           MOVE ZERO TO WS-TOP-COUNT.
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SC-REASON-COUNT
               IF WS-SR-SOURCE(WS-SR-IDX) = WS-SC-SOURCE(WS-SC-IDX)
                       AND WS-SR-LISTED(WS-SR-IDX) = 'N'
                       AND WS-SR-CUR(WS-SR-IDX) > WS-TOP-COUNT
                   MOVE WS-SR-IDX TO WS-TOP-IDX
                   MOVE WS-SR-CUR(WS-SR-IDX) TO WS-TOP-COUNT
               END-IF
           END-PERFORM.
           IF WS-TOP-IDX = ZERO
               IF WS-TOP-RANK = ZERO
                   DISPLAY '    NO REJECTS THIS MONTH'
               END-IF
               MOVE 5 TO WS-TOP-RANK
           ELSE
               ADD 1 TO WS-TOP-RANK
               MOVE 'Y' TO WS-SR-LISTED(WS-TOP-IDX)
               MOVE WS-TOP-RANK TO WS-TL-RANK
               MOVE WS-SR-REASON(WS-TOP-IDX) TO WS-TL-REASON
               MOVE WS-SR-CUR(WS-TOP-IDX) TO WS-TL-CUR
               MOVE WS-SR-PREV(WS-TOP-IDX) TO WS-TL-PREV
               IF WS-SR-PREV(WS-TOP-IDX) > ZERO
                   COMPUTE WS-PCT-MOVE ROUNDED =
                       (WS-SR-CUR(WS-TOP-IDX)
                           - WS-SR-PREV(WS-TOP-IDX)) * 100
                           / WS-SR-PREV(WS-TOP-IDX)
                       ON SIZE ERROR
                           MOVE '    >MAX' TO WS-TL-MOVE
                       NOT ON SIZE ERROR
                           MOVE WS-PCT-MOVE TO WS-ED-PCT
                           MOVE WS-ED-PCT TO WS-TL-MOVE
                   END-COMPUTE
               ELSE
                   MOVE '     NEW' TO WS-TL-MOVE
               END-IF
               DISPLAY WS-TOP-LINE
           END-IF.

       4000-TERMINATE.
           IF WS-DQHIST-OPEN
               CLOSE DQHIST
           END-IF.
           DISPLAY ' '.
           DISPLAY '========================================='
                   '======================='.
           DISPLAY 'REJECTS READ               ' WS-REJECTS-READ.
           DISPLAY 'DEAD LETTERS READ          ' WS-DEAD-READ.
           DISPLAY 'DEAD LETTERS NOT CHARGED   ' WS-DEAD-UNMATCHED.
           DISPLAY 'HISTORY RECORDS WRITTEN    ' WS-HISTORY-WRITTEN.
           DISPLAY 'HISTORY RECORDS REPLACED   ' WS-HISTORY-REPLACED.
           DISPLAY '========================================='
                   '======================='.
           IF WS-CONTROL-ERROR
               DISPLAY 'APITDQSC - SCORECARD NOT COMPLETED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SCORECARD-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9000-READ-REJFILE.
           READ REJFILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-REJFILE-STATUS NOT = '00'
                   AND WS-REJFILE-STATUS NOT = '10'
               DISPLAY 'APITDQSC - READ FAILED ON REJFILE '
                       WS-REJFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-REJECTS-READ
           END-IF.

       9100-READ-DEADFILE.
           READ DEADFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-DEADFILE-STATUS NOT = '00'
                   AND WS-DEADFILE-STATUS NOT = '10'
               DISPLAY 'APITDQSC - READ FAILED ON DEADFILE '
                       WS-DEADFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       9200-READ-TOTFILE.
           READ TOTFILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-TOTFILE-STATUS NOT = '00'
                   AND WS-TOTFILE-STATUS NOT = '10'
               DISPLAY 'APITDQSC - READ FAILED ON TOTFILE '
                       WS-TOTFILE-STATUS ' - NO REJECT RATES'
               MOVE 'Y' TO WS-WARNING-FLAG
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       9300-READ-DQHIST.
           READ DQHIST NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-DQHIST-STATUS NOT = '00'
                   AND WS-DQHIST-STATUS NOT = '10'
               DISPLAY 'APITDQSC - READ FAILED ON DQHIST '
                       WS-DQHIST-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
