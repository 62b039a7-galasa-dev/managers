       IDENTIFICATION DIVISION.
       PROGRAM-ID. APITGAPR.
      *----------------------------------------------------------*
      * Change history                                            *
      * ---------------------------------------------------------- *
      * 2026-10-06 Business calendar gap report. Every working    *
      *            day from the GAPCARD from-date up to the       *
      *            current business date - weekdays that carry no *
      *            CALFILE holiday record, the same rule APITDADV *
      *            advances by - is checked against the three     *
      *            places a processed night leaves its mark:      *
      *            - APITHIST, at least one hourly history        *
      *              record for the date (APITSNAP ran);          *
      *            - the TOTFILE run-totals generations, at least *
      *              one totals record whose TOT-RUN-DATE is the  *
      *              date (APITCONV completed a live run);        *
      *            - RUNFILE, a completed run-status record for   *
      *              every job in the APITVRFY verified sequence. *
      *            Every working day with a hole in any of them   *
      *            is listed with what is missing, which is the   *
      *            list the APITCTUJ catch-up cycle (or a         *
      *            targeted rerun) works from. Any gap ends the   *
      *            job CC=4; a bad card or unreadable file CC=8.  *
      *            Read-only throughout; draws no run-sequence    *
      *            number.                                        *
      *                                                           *
      *            GAPCARD - one control card:                    *
      *                cols  1-8  first business date to check    *
      *                           (YYYYMMDD)                      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAPCARD ASSIGN TO GAPCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GAPCARD-STATUS.
           SELECT CALFILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CALFILE-STATUS.
           SELECT APITHIST ASSIGN TO APITHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-APITHIST-STATUS.
           SELECT TOTFILE ASSIGN TO TOTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOTFILE-STATUS.
           SELECT RUNFILE ASSIGN TO RUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GAPCARD
           RECORDING MODE IS F.
       01  GAP-CARD-RECORD.
           05  GAP-FROM-DATE          PIC 9(8).
           05  FILLER                 PIC X(72).
       FD  CALFILE.
           COPY APITCAL REPLACING ==WS-CALENDAR-RECORD== BY
               ==CAL-RECORD==.
       FD  APITHIST.
           COPY APITHST REPLACING ==WS-HISTORY-RECORD== BY
               ==HST-RECORD==.
       FD  TOTFILE
           RECORDING MODE IS F.
           COPY APITTOT REPLACING ==WS-RUN-TOTALS-RECORD== BY
               ==TOT-RECORD==.
       FD  RUNFILE.
           COPY APITRUN REPLACING ==WS-RUN-STATUS-RECORD== BY
               ==RUN-RECORD==.
       WORKING-STORAGE SECTION.
       01  WS-GAPCARD-STATUS          PIC X(2) VALUE '00'.
       01  WS-CALFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-APITHIST-STATUS         PIC X(2) VALUE '00'.
       01  WS-TOTFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-RUNFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-CONTROL-ERROR-FLAG      PIC X(1) VALUE 'N'.
           88  WS-CONTROL-ERROR                VALUE 'Y'.
       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE                  VALUE 'Y'.
       01  WS-BUSINESS-DATE           PIC 9(8) VALUE ZERO.
       01  WS-FROM-DATE               PIC 9(8) VALUE ZERO.
       01  WS-DATE-INT                PIC 9(7) VALUE ZERO.
       01  WS-END-INT                 PIC 9(7) VALUE ZERO.
       01  WS-CAND-DATE               PIC 9(8) VALUE ZERO.
       01  WS-DAY-OF-WEEK             PIC 9(1) VALUE ZERO.
       01  WS-FIND-DATE               PIC 9(8) VALUE ZERO.
      *    The jobs the APITVRFY morning verification requires
      *    for every business date - same list, same order. A
      *    job added there is added here.
       01  WS-JOB-LIST.
           05  FILLER             PIC X(8) VALUE 'APITRCYC'.
           05  FILLER             PIC X(8) VALUE 'APITCONV'.
           05  FILLER             PIC X(8) VALUE 'APITSAPL'.
           05  FILLER             PIC X(8) VALUE 'APITJOFF'.
           05  FILLER             PIC X(8) VALUE 'APITRCON'.
           05  FILLER             PIC X(8) VALUE 'APITSNAP'.
           05  FILLER             PIC X(8) VALUE 'APITTRND'.
       01  WS-JOB-TABLE REDEFINES WS-JOB-LIST.
           05  WS-JOB-NAME        PIC X(8) OCCURS 7 TIMES.
       01  WS-JOB-IDX                 PIC 9(2) VALUE ZERO.
      *    One entry per working day in the range, in date
      *    order, with what each store holds for it. 400 working
      *    days is a year and a half.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 400 TIMES.
               10  WS-GD-DATE         PIC 9(8).
               10  WS-GD-HIST-FLAG    PIC X(1).
               10  WS-GD-TOTALS       PIC 9(5).
               10  WS-GD-JOB-DONE     PIC X(1) OCCURS 7 TIMES.
       01  WS-DAY-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-DAY-IDX                 PIC 9(3) VALUE ZERO.
       01  WS-FOUND-FLAG              PIC X(1) VALUE 'N'.
           88  WS-DAY-FOUND                    VALUE 'Y'.
       01  WS-HOLE-FLAG               PIC X(1) VALUE 'N'.
           88  WS-DAY-HAS-HOLE                 VALUE 'Y'.
       01  WS-JOBS-DONE               PIC 9(1) VALUE ZERO.
       01  WS-COUNTERS.
           05  WS-DAYS-WITH-GAPS      PIC 9(5) VALUE ZERO.
           05  WS-HIST-GAPS           PIC 9(5) VALUE ZERO.
           05  WS-TOTALS-GAPS         PIC 9(5) VALUE ZERO.
           05  WS-RUN-GAPS            PIC 9(5) VALUE ZERO.
           05  WS-HIST-READ           PIC 9(9) VALUE ZERO.
           05  WS-TOTALS-READ         PIC 9(9) VALUE ZERO.
           05  WS-TOTALS-UNDATED      PIC 9(9) VALUE ZERO.
           05  WS-RUN-READ            PIC 9(9) VALUE ZERO.
       01  WS-MISSING-JOBS            PIC X(63) VALUE SPACES.
       01  WS-MISSING-PTR             PIC 9(2) VALUE ZERO.
       01  WS-GAP-LINE.
           05  WS-GL-DATE             PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-GL-HIST             PIC X(7).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-GL-TOTALS           PIC X(7).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-GL-RUNS             PIC 9(1).
           05  FILLER                 PIC X(1) VALUE '/'.
           05  WS-GL-RUNS-OF          PIC 9(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-GL-MISSING          PIC X(63).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISE.
           IF NOT WS-CONTROL-ERROR
               PERFORM 1300-BUILD-WORKING-DAYS
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2000-SCAN-HISTORY
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2200-SCAN-TOTALS
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2400-SCAN-RUN-STATUS
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 3000-PRINT-GAPS
           END-IF.
           PERFORM 4000-TERMINATE.
           STOP RUN.

       1000-INITIALISE.
           DISPLAY '========================================='
                   '======================='.
           DISPLAY 'APITGAPR - BUSINESS CALENDAR GAP REPORT'.
           DISPLAY '========================================='
                   '======================='.
           OPEN INPUT CALFILE.
           IF WS-CALFILE-STATUS NOT = '00'
               DISPLAY 'APITGAPR - OPEN FAILED ON CALFILE '
                       WS-CALFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               MOVE 'C' TO CAL-REC-TYPE
               MOVE ZERO TO CAL-DATE
               READ CALFILE
               IF WS-CALFILE-STATUS = '00'
                       AND CAL-BUSINESS-DATE IS NUMERIC
                       AND CAL-BUSINESS-DATE > 19000000
                   MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
               ELSE
                   DISPLAY 'APITGAPR - CALENDAR CONTROL RECORD '
                           'MISSING OR NOT A USABLE DATE'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-IF
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 1100-READ-GAP-CARD
           END-IF.

       1100-READ-GAP-CARD.
           OPEN INPUT GAPCARD.
           IF WS-GAPCARD-STATUS NOT = '00'
               DISPLAY 'APITGAPR - OPEN FAILED ON GAPCARD '
                       WS-GAPCARD-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               READ GAPCARD
                   AT END
                       DISPLAY 'APITGAPR - NO GAP CARD SUPPLIED'
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-READ
               CLOSE GAPCARD
           END-IF.
           IF NOT WS-CONTROL-ERROR
               IF GAP-FROM-DATE NOT NUMERIC
                   DISPLAY 'APITGAPR - FROM DATE NOT NUMERIC: '
                           GAP-CARD-RECORD(1:8)
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               ELSE
                   MOVE GAP-FROM-DATE TO WS-FROM-DATE
               END-IF
           END-IF.

       1300-BUILD-WORKING-DAYS.
      *    The range runs from the from-date up to and
      *    including the current business date.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           EVALUATE TRUE
               WHEN WS-DATE-INT = ZERO
                   DISPLAY 'APITGAPR - FROM DATE ' WS-FROM-DATE
                           ' IS NOT A VALID CALENDAR DATE'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               WHEN WS-END-INT = ZERO
                   DISPLAY 'APITGAPR - BUSINESS DATE '
                           WS-BUSINESS-DATE
                           ' IS NOT A VALID CALENDAR DATE'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               WHEN WS-DATE-INT > WS-END-INT
                   DISPLAY 'APITGAPR - FROM DATE ' WS-FROM-DATE
                           ' IS AFTER THE BUSINESS DATE '
                           WS-BUSINESS-DATE
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               WHEN OTHER
                   PERFORM 1400-CHECK-ONE-DAY
                       UNTIL WS-DATE-INT > WS-END-INT
                          OR WS-CONTROL-ERROR
           END-EVALUATE.
           IF NOT WS-CONTROL-ERROR
               DISPLAY 'CHECKING FROM ' WS-FROM-DATE
                       ' TO BUSINESS DATE ' WS-BUSINESS-DATE
                       ' - ' WS-DAY-COUNT ' WORKING DAYS'
           END-IF.

       1400-CHECK-ONE-DAY.
      *    Weekends and holiday records are not working days -
      *    the same rule APITDADV advances the calendar by.
           COMPUTE WS-CAND-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT, 7).
           IF WS-DAY-OF-WEEK NOT = 6 AND WS-DAY-OF-WEEK NOT = 0
               MOVE 'H' TO CAL-REC-TYPE
               MOVE WS-CAND-DATE TO CAL-DATE
               READ CALFILE
               IF WS-CALFILE-STATUS NOT = '00'
                   IF WS-DAY-COUNT < 400
                       ADD 1 TO WS-DAY-COUNT
                       MOVE WS-CAND-DATE TO WS-GD-DATE(WS-DAY-COUNT)
                       MOVE 'N' TO WS-GD-HIST-FLAG(WS-DAY-COUNT)
                       MOVE ZERO TO WS-GD-TOTALS(WS-DAY-COUNT)
                       PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                               UNTIL WS-JOB-IDX > 7
                           MOVE 'N'
                               TO WS-GD-JOB-DONE(WS-DAY-COUNT,
                                                 WS-JOB-IDX)
                       END-PERFORM
                   ELSE
                       DISPLAY 'APITGAPR - MORE THAN 400 WORKING '
                               'DAYS IN RANGE - MOVE THE FROM DATE '
                               'FORWARD'
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-DATE-INT.

       2000-SCAN-HISTORY.
           OPEN INPUT APITHIST.
           IF WS-APITHIST-STATUS NOT = '00'
               DISPLAY 'APITGAPR - OPEN FAILED ON APITHIST '
                       WS-APITHIST-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 9000-READ-APITHIST
               PERFORM 2100-MARK-HISTORY
                   UNTIL WS-END-OF-FILE
               CLOSE APITHIST
           END-IF.

       2100-MARK-HISTORY.
           MOVE HST-DATE TO WS-FIND-DATE.
           PERFORM 2900-FIND-DAY.
           IF WS-DAY-FOUND
               MOVE 'Y' TO WS-GD-HIST-FLAG(WS-DAY-IDX)
           END-IF.
           PERFORM 9000-READ-APITHIST.

       2200-SCAN-TOTALS.
      *    TOTFILE is every kept run-totals generation
      *    concatenated. Records cut before TOT-RUN-DATE existed
      *    carry no usable date and cannot speak for any day.
           OPEN INPUT TOTFILE.
           IF WS-TOTFILE-STATUS NOT = '00'
               DISPLAY 'APITGAPR - OPEN FAILED ON TOTFILE '
                       WS-TOTFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 9100-READ-TOTFILE
               PERFORM 2300-MARK-TOTALS
                   UNTIL WS-END-OF-FILE
               CLOSE TOTFILE
           END-IF.

       2300-MARK-TOTALS.
           IF TOT-RUN-DATE IS NUMERIC
               MOVE TOT-RUN-DATE TO WS-FIND-DATE
               PERFORM 2900-FIND-DAY
               IF WS-DAY-FOUND
                   ADD 1 TO WS-GD-TOTALS(WS-DAY-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-TOTALS-UNDATED
           END-IF.
           PERFORM 9100-READ-TOTFILE.

       2400-SCAN-RUN-STATUS.
           OPEN INPUT RUNFILE.
           IF WS-RUNFILE-STATUS NOT = '00'
               DISPLAY 'APITGAPR - OPEN FAILED ON RUNFILE '
                       WS-RUNFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 9200-READ-RUNFILE
               PERFORM 2500-MARK-RUN-STATUS
                   UNTIL WS-END-OF-FILE
               CLOSE RUNFILE
           END-IF.

       2500-MARK-RUN-STATUS.
      *    Only a completed run counts - a record still at 'S'
      *    is a job that started and never finished.
           IF RUN-STATUS = 'C'
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > 7
                          OR WS-JOB-NAME(WS-JOB-IDX) = RUN-JOB-NAME
                   CONTINUE
               END-PERFORM
               IF WS-JOB-IDX NOT > 7
                   MOVE RUN-DATE TO WS-FIND-DATE
                   PERFORM 2900-FIND-DAY
                   IF WS-DAY-FOUND
                       MOVE 'Y'
                           TO WS-GD-JOB-DONE(WS-DAY-IDX, WS-JOB-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 9200-READ-RUNFILE.

       2900-FIND-DAY.
      *    The day table is in date order - stop at the first
      *    entry not before the date wanted.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
                      OR WS-GD-DATE(WS-DAY-IDX) NOT < WS-FIND-DATE
               CONTINUE
           END-PERFORM.
           IF WS-DAY-IDX NOT > WS-DAY-COUNT
               IF WS-GD-DATE(WS-DAY-IDX) = WS-FIND-DATE
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-IF.

       3000-PRINT-GAPS.
           DISPLAY 'DATE     HISTORY TOTALS  RUNS MISSING JOBS'.
           PERFORM 3100-CHECK-ONE-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT.
           IF WS-DAYS-WITH-GAPS = ZERO
               DISPLAY 'APITGAPR - NO GAPS - EVERY WORKING DAY IS '
                       'ON ALL THREE STORES'
           END-IF.

       3100-CHECK-ONE-DAY.
           MOVE 'N' TO WS-HOLE-FLAG.
           MOVE SPACES TO WS-GAP-LINE.
           MOVE WS-GD-DATE(WS-DAY-IDX) TO WS-GL-DATE.
           IF WS-GD-HIST-FLAG(WS-DAY-IDX) = 'Y'
               MOVE 'OK' TO WS-GL-HIST
           ELSE
               MOVE 'MISSING' TO WS-GL-HIST
               ADD 1 TO WS-HIST-GAPS
               MOVE 'Y' TO WS-HOLE-FLAG
           END-IF.
           IF WS-GD-TOTALS(WS-DAY-IDX) > ZERO
               MOVE 'OK' TO WS-GL-TOTALS
           ELSE
               MOVE 'MISSING' TO WS-GL-TOTALS
               ADD 1 TO WS-TOTALS-GAPS
               MOVE 'Y' TO WS-HOLE-FLAG
           END-IF.
           MOVE ZERO TO WS-JOBS-DONE.
           MOVE SPACES TO WS-MISSING-JOBS.
           MOVE 1 TO WS-MISSING-PTR.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > 7
               IF WS-GD-JOB-DONE(WS-DAY-IDX, WS-JOB-IDX) = 'Y'
                   ADD 1 TO WS-JOBS-DONE
               ELSE
                   STRING WS-JOB-NAME(WS-JOB-IDX) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                       INTO WS-MISSING-JOBS
                       WITH POINTER WS-MISSING-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE WS-JOBS-DONE TO WS-GL-RUNS.
           MOVE 7 TO WS-GL-RUNS-OF.
           MOVE WS-MISSING-JOBS TO WS-GL-MISSING.
           IF WS-JOBS-DONE < 7
               ADD 1 TO WS-RUN-GAPS
               MOVE 'Y' TO WS-HOLE-FLAG
           END-IF.
           IF WS-DAY-HAS-HOLE
               ADD 1 TO WS-DAYS-WITH-GAPS
               DISPLAY WS-GAP-LINE
           END-IF.

       4000-TERMINATE.
           CLOSE CALFILE.
           DISPLAY '========================================='
                   '======================='.
           DISPLAY 'WORKING DAYS CHECKED       ' WS-DAY-COUNT.
           DISPLAY 'WORKING DAYS WITH GAPS     ' WS-DAYS-WITH-GAPS.
           DISPLAY '  NO APITHIST HISTORY      ' WS-HIST-GAPS.
           DISPLAY '  NO RUN-TOTALS RECORD     ' WS-TOTALS-GAPS.
           DISPLAY '  RUN SEQUENCE INCOMPLETE  ' WS-RUN-GAPS.
           DISPLAY 'APITHIST RECORDS READ      ' WS-HIST-READ.
           DISPLAY 'TOTALS RECORDS READ        ' WS-TOTALS-READ.
           DISPLAY 'TOTALS RECORDS UNDATED     ' WS-TOTALS-UNDATED.
           DISPLAY 'RUN-STATUS RECORDS READ    ' WS-RUN-READ.
           DISPLAY '========================================='
                   '======================='.
           IF WS-CONTROL-ERROR
               DISPLAY 'APITGAPR - GAP CHECK NOT COMPLETED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DAYS-WITH-GAPS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9000-READ-APITHIST.
           READ APITHIST NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-APITHIST-STATUS NOT = '00'
                   AND WS-APITHIST-STATUS NOT = '10'
               DISPLAY 'APITGAPR - READ FAILED ON APITHIST '
                       WS-APITHIST-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-HIST-READ
           END-IF.

       9100-READ-TOTFILE.
           READ TOTFILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-TOTFILE-STATUS NOT = '00'
                   AND WS-TOTFILE-STATUS NOT = '10'
               DISPLAY 'APITGAPR - READ FAILED ON TOTFILE '
                       WS-TOTFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-TOTALS-READ
           END-IF.

       9200-READ-RUNFILE.
           READ RUNFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-RUNFILE-STATUS NOT = '00'
                   AND WS-RUNFILE-STATUS NOT = '10'
               DISPLAY 'APITGAPR - READ FAILED ON RUNFILE '
                       WS-RUNFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-RUN-READ
           END-IF.
