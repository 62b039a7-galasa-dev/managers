       IDENTIFICATION DIVISION.
       PROGRAM-ID. APITCTUP.
      *----------------------------------------------------------*
      * Change history                                            *
      * ---------------------------------------------------------- *
      * 2026-10-06 Missed-night catch-up control. When the        *
      *            schedule has not run for one or more working   *
      *            days, the APITCTUJ catch-up cycle works the    *
      *            missed business dates one at a time, oldest    *
      *            first, each under its own date, and this step  *
      *            decides what the cycle does next:              *
      *            - lists every working day after the current    *
      *              business date up to the CTUPCARD catch-up-to *
      *              date, stepping past weekends and holiday     *
      *              records by the same rule as APITDADV, so the *
      *              first date listed is exactly the date the    *
      *              next APITDADV step will advance to;          *
      *            - copies that date's input - every header/     *
      *              trailer set on the staged CATCHIN files      *
      *              whose header carries that date - to NIGHTIN, *
      *              which APITCONV reads as its INFILE in the    *
      *              cycle, so each night converts only its own   *
      *              senders' files and the stale-date check      *
      *              still holds.                                 *
      *            Ends CC=0 when there is a date to run, CC=4    *
      *            when the business date has already reached     *
      *            the catch-up-to date (nothing further runs),   *
      *            and CC=8 on a bad card or when no input was    *
      *            staged for the date about to run. Read-only    *
      *            on the calendar: the date only ever moves in   *
      *            APITDADV, and this step draws no run-sequence  *
      *            number.                                        *
      *                                                           *
      *            CTUPCARD - one control card:                   *
      *                cols  1-8  catch up to business date       *
      *                           (YYYYMMDD, the last missed      *
      *                           working day to be run)          *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALFILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CALFILE-STATUS.
           SELECT CTUPCARD ASSIGN TO CTUPCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTUPCARD-STATUS.
           SELECT CATCHIN ASSIGN TO CATCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATCHIN-STATUS.
           SELECT NIGHTIN ASSIGN TO NIGHTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NIGHTIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALFILE.
           COPY APITCAL REPLACING ==WS-CALENDAR-RECORD== BY
               ==CAL-RECORD==.
       FD  CTUPCARD
           RECORDING MODE IS F.
       01  CTUP-CARD-RECORD.
           05  CTUP-TO-DATE           PIC 9(8).
           05  FILLER                 PIC X(72).
       FD  CATCHIN
           RECORDING MODE IS F.
       01  CIN-RECORD.
           05  CIN-RECORD-TYPE        PIC X(1).
               88  CIN-HEADER-RECORD           VALUE '0'.
               88  CIN-TRAILER-RECORD          VALUE '9'.
           05  CIN-RECORD-BODY        PIC X(79).
           05  CIN-HEADER-BODY REDEFINES CIN-RECORD-BODY.
               10  CIN-HDR-DATE       PIC 9(8).
               10  CIN-HDR-SOURCE     PIC X(8).
               10  FILLER             PIC X(63).
       FD  NIGHTIN
           RECORDING MODE IS F.
       01  NIGHTIN-RECORD             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-CALFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-CTUPCARD-STATUS         PIC X(2) VALUE '00'.
       01  WS-CATCHIN-STATUS          PIC X(2) VALUE '00'.
       01  WS-NIGHTIN-STATUS          PIC X(2) VALUE '00'.
       01  WS-CONTROL-ERROR-FLAG      PIC X(1) VALUE 'N'.
           88  WS-CONTROL-ERROR                VALUE 'Y'.
       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE                  VALUE 'Y'.
       01  WS-BUSINESS-DATE           PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-TO-INT                  PIC 9(7) VALUE ZERO.
       01  WS-CAND-DATE               PIC 9(8) VALUE ZERO.
       01  WS-DATE-INT                PIC 9(7) VALUE ZERO.
       01  WS-DAY-OF-WEEK             PIC 9(1) VALUE ZERO.
      *    The working days still to be caught up, oldest first.
      *    Sixty is three months of missed nights - a longer
      *    outage than that is a recovery exercise, not a
      *    catch-up, and is refused.
       01  WS-MISSED-TABLE.
           05  WS-MISSED-DATE         PIC 9(8) OCCURS 60 TIMES.
       01  WS-MISSED-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-MISSED-IDX              PIC 9(2) VALUE ZERO.
       01  WS-RUN-DATE                PIC 9(8) VALUE ZERO.
       01  WS-IN-SET-FLAG             PIC X(1) VALUE 'N'.
           88  WS-IN-WANTED-SET                VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-CIN-READ            PIC 9(9) VALUE ZERO.
           05  WS-NIGHTIN-WRITTEN     PIC 9(9) VALUE ZERO.
           05  WS-SETS-COPIED         PIC 9(9) VALUE ZERO.
           05  WS-SETS-SKIPPED        PIC 9(9) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISE.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2000-LIST-MISSED-DATES
           END-IF.
           IF NOT WS-CONTROL-ERROR AND WS-MISSED-COUNT > ZERO
               PERFORM 3000-EXTRACT-NIGHT-INPUT
           END-IF.
           PERFORM 4000-TERMINATE.
           STOP RUN.

       1000-INITIALISE.
           DISPLAY '================================================'.
           DISPLAY 'APITCTUP - MISSED-NIGHT CATCH-UP CONTROL'.
           DISPLAY '================================================'.
           OPEN INPUT CALFILE.
           IF WS-CALFILE-STATUS NOT = '00'
               DISPLAY 'APITCTUP - OPEN FAILED ON CALFILE '
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
                   DISPLAY 'APITCTUP - CALENDAR CONTROL RECORD '
                           'MISSING OR NOT A USABLE DATE'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-IF
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 1100-READ-CATCHUP-CARD
           END-IF.

       1100-READ-CATCHUP-CARD.
           OPEN INPUT CTUPCARD.
           IF WS-CTUPCARD-STATUS NOT = '00'
               DISPLAY 'APITCTUP - OPEN FAILED ON CTUPCARD '
                       WS-CTUPCARD-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               READ CTUPCARD
                   AT END
                       DISPLAY 'APITCTUP - NO CATCH-UP CARD SUPPLIED'
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-READ
               CLOSE CTUPCARD
           END-IF.
           IF NOT WS-CONTROL-ERROR
               IF CTUP-TO-DATE NOT NUMERIC
                   DISPLAY 'APITCTUP - CATCH-UP DATE NOT NUMERIC: '
                           CTUP-CARD-RECORD(1:8)
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               ELSE
                   MOVE CTUP-TO-DATE TO WS-TO-DATE
                   COMPUTE WS-TO-INT =
                       FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
                   IF WS-TO-INT = ZERO
                       DISPLAY 'APITCTUP - CATCH-UP DATE ' WS-TO-DATE
                               ' IS NOT A VALID CALENDAR DATE'
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-CONTROL-ERROR
               DISPLAY 'BUSINESS DATE       ' WS-BUSINESS-DATE
               DISPLAY 'CATCH UP TO         ' WS-TO-DATE
           END-IF.

       2000-LIST-MISSED-DATES.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           IF WS-DATE-INT = ZERO
               DISPLAY 'APITCTUP - BUSINESS DATE ' WS-BUSINESS-DATE
                       ' IS NOT A VALID CALENDAR DATE'
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               PERFORM 2100-TRY-NEXT-DAY
                   UNTIL WS-DATE-INT >= WS-TO-INT
                      OR WS-CONTROL-ERROR
           END-IF.
           IF NOT WS-CONTROL-ERROR
               IF WS-MISSED-COUNT = ZERO
                   DISPLAY 'APITCTUP - NO MISSED WORKING DAYS - '
                           'THE SCHEDULE IS CAUGHT UP'
               ELSE
                   DISPLAY 'MISSED WORKING DAYS ' WS-MISSED-COUNT
                   PERFORM VARYING WS-MISSED-IDX FROM 1 BY 1
                           UNTIL WS-MISSED-IDX > WS-MISSED-COUNT
                       DISPLAY '    ' WS-MISSED-DATE(WS-MISSED-IDX)
                   END-PERFORM
                   MOVE WS-MISSED-DATE(1) TO WS-RUN-DATE
                   DISPLAY 'THIS CYCLE RUNS     ' WS-RUN-DATE
                   COMPUTE WS-MISSED-IDX = WS-MISSED-COUNT - 1
                   DISPLAY 'STILL TO RUN AFTER  ' WS-MISSED-IDX
               END-IF
           END-IF.

       2100-TRY-NEXT-DAY.
      *    Same working-day rule as APITDADV 2100-TRY-NEXT-DAY -
      *    the two must agree on what the next business date is.
           ADD 1 TO WS-DATE-INT.
           COMPUTE WS-CAND-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT, 7).
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               CONTINUE
           ELSE
               MOVE 'H' TO CAL-REC-TYPE
               MOVE WS-CAND-DATE TO CAL-DATE
               READ CALFILE
               IF WS-CALFILE-STATUS NOT = '00'
                   IF WS-MISSED-COUNT < 60
                       ADD 1 TO WS-MISSED-COUNT
                       MOVE WS-CAND-DATE
                           TO WS-MISSED-DATE(WS-MISSED-COUNT)
                   ELSE
                       DISPLAY 'APITCTUP - MORE THAN 60 MISSED '
                               'WORKING DAYS - CATCH-UP REFUSED'
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   END-IF
               END-IF
           END-IF.

       3000-EXTRACT-NIGHT-INPUT.
      *    Each sender's file is a header/trailer set. A set is
      *    copied whole when its header carries the date this
      *    cycle runs, and skipped whole otherwise; anything
      *    before the first header belongs to no set and is
      *    skipped with it.
           OPEN INPUT CATCHIN.
           IF WS-CATCHIN-STATUS NOT = '00'
               DISPLAY 'APITCTUP - OPEN FAILED ON CATCHIN '
                       WS-CATCHIN-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           END-IF.
           IF NOT WS-CONTROL-ERROR
               OPEN OUTPUT NIGHTIN
               IF WS-NIGHTIN-STATUS NOT = '00'
                   DISPLAY 'APITCTUP - OPEN FAILED ON NIGHTIN '
                           WS-NIGHTIN-STATUS
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   CLOSE CATCHIN
               END-IF
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 9000-READ-CATCHIN
               PERFORM 3100-COPY-ONE-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE CATCHIN
               CLOSE NIGHTIN
               DISPLAY 'CATCHIN RECORDS READ      ' WS-CIN-READ
               DISPLAY 'SETS COPIED FOR ' WS-RUN-DATE
                       '   ' WS-SETS-COPIED
               DISPLAY 'SETS FOR OTHER DATES      ' WS-SETS-SKIPPED
               DISPLAY 'NIGHTIN RECORDS WRITTEN   ' WS-NIGHTIN-WRITTEN
               IF WS-SETS-COPIED = ZERO AND NOT WS-CONTROL-ERROR
                   DISPLAY 'APITCTUP - NO INPUT STAGED ON CATCHIN '
                           'FOR ' WS-RUN-DATE
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-IF
           END-IF.

       3100-COPY-ONE-RECORD.
           IF CIN-HEADER-RECORD
               IF CIN-HDR-DATE IS NUMERIC
                       AND CIN-HDR-DATE = WS-RUN-DATE
                   MOVE 'Y' TO WS-IN-SET-FLAG
                   ADD 1 TO WS-SETS-COPIED
                   DISPLAY 'COPYING SET FROM ' CIN-HDR-SOURCE
               ELSE
                   MOVE 'N' TO WS-IN-SET-FLAG
                   ADD 1 TO WS-SETS-SKIPPED
               END-IF
           END-IF.
           IF WS-IN-WANTED-SET
               WRITE NIGHTIN-RECORD FROM CIN-RECORD
               IF WS-NIGHTIN-STATUS = '00'
                   ADD 1 TO WS-NIGHTIN-WRITTEN
               ELSE
                   DISPLAY 'APITCTUP - WRITE FAILED ON NIGHTIN '
                           WS-NIGHTIN-STATUS
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF.
           IF CIN-TRAILER-RECORD
               MOVE 'N' TO WS-IN-SET-FLAG
           END-IF.
           IF NOT WS-END-OF-FILE
               PERFORM 9000-READ-CATCHIN
           END-IF.

       4000-TERMINATE.
           CLOSE CALFILE.
           DISPLAY '================================================'.
           EVALUATE TRUE
               WHEN WS-CONTROL-ERROR
                   DISPLAY 'APITCTUP - CATCH-UP CYCLE NOT RUN'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MISSED-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'APITCTUP - CATCH-UP CYCLE RUNS '
                           WS-RUN-DATE
           END-EVALUATE.

       9000-READ-CATCHIN.
           READ CATCHIN
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-CATCHIN-STATUS NOT = '00'
                   AND WS-CATCHIN-STATUS NOT = '10'
               DISPLAY 'APITCTUP - READ FAILED ON CATCHIN '
                       WS-CATCHIN-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-CIN-READ
           END-IF.
