       IDENTIFICATION DIVISION.
       PROGRAM-ID. APITDWEX.
      *----------------------------------------------------------*
      * Change history                                            *
      * ---------------------------------------------------------- *
      * 2026-10-08 Nightly data-warehouse extract. Writes one     *
      *            comma-delimited file for the business date on  *
      *            the calendar - the night the schedule has just *
      *            run - so the warehouse can load the service's  *
      *            figures instead of having them re-keyed off    *
      *            the APITRPT and APITTRND listings. Every row   *
      *            starts with a record type and the business     *
      *            date:                                          *
      *              HDR  one header row: extract name, business  *
      *                   date, date and time created;            *
      *              CNV  one row per conversion call on the      *
      *                   day's APITJOFF archive generation       *
      *                   (journal source code 'C'): terminal,    *
      *                   task, call date and time, return code   *
      *                   and cache status. The before/after      *
      *                   values are not extracted - they are     *
      *                   customer data and stay in the archive;  *
      *              HRS  one row per APITHIST hour for the date: *
      *                   calls, abends, total and peak service   *
      *                   time and the average per call (ms);     *
      *              TOT  one row per APITCONV run-totals record  *
      *                   for the date: source, read, converted,  *
      *                   rejected and transliterated counts;     *
      *              TRL  one trailer row: the data-row count     *
      *                   (header and trailer excluded) and the   *
      *                   CNV, HRS and TOT counts making it up.   *
      *            Numbers are unsigned with leading zeros; the   *
      *            cache status of a call that never touched the  *
      *            cache is a single space.                       *
      *            The calendar is read-only - no run-sequence    *
      *            number is drawn. CC=8 when the calendar, the   *
      *            archive or the extract cannot be used, or when *
      *            the run totals or counter history hold nothing *
      *            for the date (the night has not finished); the *
      *            extract is still closed so the cause can be    *
      *            seen, but must not be sent.                    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALFILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CALFILE-STATUS.
           SELECT ARCFILE ASSIGN TO ARCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCFILE-STATUS.
           SELECT APITHIST ASSIGN TO APITHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-APITHIST-STATUS.
           SELECT TOTFILE ASSIGN TO TOTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOTFILE-STATUS.
           SELECT DWFILE ASSIGN TO DWFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DWFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALFILE.
           COPY APITCAL REPLACING ==WS-CALENDAR-RECORD== BY
               ==CAL-RECORD==.
       FD  ARCFILE
           RECORDING MODE IS F.
           COPY APITJRNL REPLACING ==WS-JOURNAL-RECORD== BY
               ==JRN-RECORD==.
       FD  APITHIST.
           COPY APITHST REPLACING ==WS-HISTORY-RECORD== BY
               ==HST-RECORD==.
       FD  TOTFILE
           RECORDING MODE IS F.
           COPY APITTOT REPLACING ==WS-RUN-TOTALS-RECORD== BY
               ==TOT-RECORD==.
       FD  DWFILE
           RECORDING MODE IS F.
       01  DWX-RECORD                 PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-CALFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-ARCFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-APITHIST-STATUS         PIC X(2) VALUE '00'.
       01  WS-TOTFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-DWFILE-STATUS           PIC X(2) VALUE '00'.
       01  WS-ERROR-FLAG              PIC X(1) VALUE 'N'.
           88  WS-EXTRACT-ERROR                VALUE 'Y'.
       01  WS-DWFILE-OPEN-FLAG        PIC X(1) VALUE 'N'.
           88  WS-DWFILE-OPEN                  VALUE 'Y'.
       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE                  VALUE 'Y'.
       01  WS-BUSINESS-DATE           PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE                PIC 9(8) VALUE ZERO.
       01  WS-RUN-TIME                PIC 9(8) VALUE ZERO.
       01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
           05  WS-RUN-HHMMSS          PIC 9(6).
           05  FILLER                 PIC 9(2).
      *    EIBDATE is CYYDDD - century digit 0 for 19xx, 1 for
      *    20xx - turned into a calendar date for the warehouse.
       01  WS-JULIAN-WORK.
           05  WS-JUL-DATE            PIC 9(6).
           05  WS-JUL-DATE-R REDEFINES WS-JUL-DATE.
               10  WS-JUL-C           PIC 9(1).
               10  WS-JUL-YY          PIC 9(2).
               10  WS-JUL-DDD         PIC 9(3).
           05  WS-JUL-YYYYDDD         PIC 9(7).
       01  WS-CALL-DATE               PIC 9(8) VALUE ZERO.
       01  WS-AVG-MS                  PIC 9(9) VALUE ZERO.
      *    Packed counters unpacked for the delimited rows.
       01  WS-HRS-CALLS               PIC 9(7) VALUE ZERO.
       01  WS-HRS-ABENDS              PIC 9(7) VALUE ZERO.
       01  WS-HRS-SERVICE             PIC 9(13) VALUE ZERO.
       01  WS-HRS-PEAK                PIC 9(7) VALUE ZERO.
       01  WS-TOT-SUBST               PIC 9(9) VALUE ZERO.
       01  WS-COUNTERS.
           05  WS-DATA-ROWS           PIC 9(9) VALUE ZERO.
           05  WS-CNV-ROWS            PIC 9(9) VALUE ZERO.
           05  WS-HRS-ROWS            PIC 9(9) VALUE ZERO.
           05  WS-TOT-ROWS            PIC 9(9) VALUE ZERO.
           05  WS-ARC-READ            PIC 9(9) VALUE ZERO.
           05  WS-TOT-OTHER-DATE      PIC 9(9) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISE.
           IF NOT WS-EXTRACT-ERROR
               PERFORM 2000-EXTRACT-CONVERSIONS
           END-IF.
           IF NOT WS-EXTRACT-ERROR
               PERFORM 3000-EXTRACT-HOURS
           END-IF.
           IF NOT WS-EXTRACT-ERROR
               PERFORM 4000-EXTRACT-TOTALS
           END-IF.
           PERFORM 5000-TERMINATE.
           STOP RUN.

       1000-INITIALISE.
           DISPLAY '========================================='
                   '======================='.
           DISPLAY 'APITDWEX - DATA-WAREHOUSE EXTRACT'.
           DISPLAY '========================================='
                   '======================='.
      *    Read-only on the calendar: this job draws no
      *    run-sequence number.
           OPEN INPUT CALFILE.
           IF WS-CALFILE-STATUS NOT = '00'
               DISPLAY 'APITDWEX - OPEN FAILED ON CALFILE '
                       WS-CALFILE-STATUS
               MOVE 'Y' TO WS-ERROR-FLAG
           ELSE
               MOVE 'C' TO CAL-REC-TYPE
               MOVE ZERO TO CAL-DATE
               READ CALFILE
               IF WS-CALFILE-STATUS = '00'
                       AND CAL-BUSINESS-DATE IS NUMERIC
                   MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
               ELSE
                   DISPLAY 'APITDWEX - CALENDAR CONTROL RECORD '
                           'MISSING OR NOT NUMERIC'
                   MOVE 'Y' TO WS-ERROR-FLAG
               END-IF
               CLOSE CALFILE
           END-IF.
           IF NOT WS-EXTRACT-ERROR
               OPEN OUTPUT DWFILE
               IF WS-DWFILE-STATUS NOT = '00'
                   DISPLAY 'APITDWEX - OPEN FAILED ON DWFILE '
                           WS-DWFILE-STATUS
                   MOVE 'Y' TO WS-ERROR-FLAG
               ELSE
                   MOVE 'Y' TO WS-DWFILE-OPEN-FLAG
               END-IF
           END-IF.
           IF NOT WS-EXTRACT-ERROR
               DISPLAY 'BUSINESS DATE       ' WS-BUSINESS-DATE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE SPACES TO DWX-RECORD
               STRING 'HDR,' WS-BUSINESS-DATE
                      ',APITEST CONVERSION ACTIVITY,'
                      WS-RUN-DATE ',' WS-RUN-HHMMSS
                   DELIMITED BY SIZE INTO DWX-RECORD
               END-STRING
               PERFORM 9000-WRITE-EXTRACT
           END-IF.

       2000-EXTRACT-CONVERSIONS.
      *    The whole generation is the day's offload. Maintenance
      *    and dead-letter actions are journalled alongside the
      *    calls but are not conversion activity.
           OPEN INPUT ARCFILE.
           IF WS-ARCFILE-STATUS NOT = '00'
               DISPLAY 'APITDWEX - OPEN FAILED ON ARCFILE '
                       WS-ARCFILE-STATUS
               MOVE 'Y' TO WS-ERROR-FLAG
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 9100-READ-ARCFILE
               PERFORM 2100-EXTRACT-ONE-CALL
                   UNTIL WS-END-OF-FILE
               CLOSE ARCFILE
           END-IF.

       2100-EXTRACT-ONE-CALL.
           IF WJ-SOURCE-CODE = 'C'
               MOVE ZERO TO WS-CALL-DATE
               IF WJ-DATE IS NUMERIC
                   MOVE WJ-DATE TO WS-JUL-DATE
                   COMPUTE WS-JUL-YYYYDDD =
                       (1900 + WS-JUL-C * 100 + WS-JUL-YY) * 1000
                           + WS-JUL-DDD
                   IF WS-JUL-DDD > ZERO AND WS-JUL-DDD < 367
                       COMPUTE WS-CALL-DATE =
                           FUNCTION DATE-OF-INTEGER
                               (FUNCTION INTEGER-OF-DAY
                                   (WS-JUL-YYYYDDD))
                   END-IF
               END-IF
               MOVE SPACES TO DWX-RECORD
               STRING 'CNV,' WS-BUSINESS-DATE ','
                      WJ-TERMID ',' WJ-TASKNUM ','
                      WS-CALL-DATE ',' WJ-TIME ','
                      WJ-RETURN-CODE ',' WJ-CACHE-STATUS
                   DELIMITED BY SIZE INTO DWX-RECORD
               END-STRING
               PERFORM 9000-WRITE-EXTRACT
               ADD 1 TO WS-CNV-ROWS
           END-IF.
           PERFORM 9100-READ-ARCFILE.

       3000-EXTRACT-HOURS.
           OPEN INPUT APITHIST.
           IF WS-APITHIST-STATUS NOT = '00'
               DISPLAY 'APITDWEX - OPEN FAILED ON APITHIST '
                       WS-APITHIST-STATUS
               MOVE 'Y' TO WS-ERROR-FLAG
           ELSE
               MOVE WS-BUSINESS-DATE TO HST-DATE
               MOVE LOW-VALUES TO HST-HOUR
               MOVE 'N' TO WS-EOF-SWITCH
               START APITHIST KEY NOT LESS THAN HST-KEY
               IF WS-APITHIST-STATUS = '00'
                   PERFORM 9200-READ-APITHIST
                   PERFORM 3100-EXTRACT-ONE-HOUR
                       UNTIL WS-END-OF-FILE
               END-IF
               CLOSE APITHIST
               IF WS-HRS-ROWS = ZERO AND NOT WS-EXTRACT-ERROR
                   DISPLAY 'APITDWEX - NO COUNTER HISTORY FOR '
                           WS-BUSINESS-DATE ' - RUN AFTER APITSNAP'
                   MOVE 'Y' TO WS-ERROR-FLAG
               END-IF
           END-IF.

       3100-EXTRACT-ONE-HOUR.
           IF HST-DATE NOT = WS-BUSINESS-DATE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               MOVE ZERO TO WS-AVG-MS
               IF HST-CALL-COUNT > ZERO
                   COMPUTE WS-AVG-MS ROUNDED =
                       HST-SERVICE-MS / HST-CALL-COUNT
               END-IF
               MOVE HST-CALL-COUNT TO WS-HRS-CALLS
               MOVE HST-ABEND-COUNT TO WS-HRS-ABENDS
               MOVE HST-SERVICE-MS TO WS-HRS-SERVICE
               MOVE HST-PEAK-MS TO WS-HRS-PEAK
               MOVE SPACES TO DWX-RECORD
               STRING 'HRS,' WS-BUSINESS-DATE ','
                      HST-HOUR ',' WS-HRS-CALLS ','
                      WS-HRS-ABENDS ',' WS-HRS-SERVICE ','
                      WS-HRS-PEAK ',' WS-AVG-MS
                   DELIMITED BY SIZE INTO DWX-RECORD
               END-STRING
               PERFORM 9000-WRITE-EXTRACT
               ADD 1 TO WS-HRS-ROWS
               PERFORM 9200-READ-APITHIST
           END-IF.

       4000-EXTRACT-TOTALS.
      *    Only totals stamped with the business date belong to
      *    this night - a generation left from an earlier night
      *    means APITCONV has not run, and the extract says so
      *    rather than sending yesterday's numbers again.
           OPEN INPUT TOTFILE.
           IF WS-TOTFILE-STATUS NOT = '00'
               DISPLAY 'APITDWEX - OPEN FAILED ON TOTFILE '
                       WS-TOTFILE-STATUS
               MOVE 'Y' TO WS-ERROR-FLAG
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 9300-READ-TOTFILE
               PERFORM 4100-EXTRACT-ONE-TOTAL
                   UNTIL WS-END-OF-FILE
               CLOSE TOTFILE
               IF WS-TOT-ROWS = ZERO AND NOT WS-EXTRACT-ERROR
                   DISPLAY 'APITDWEX - NO RUN TOTALS FOR '
                           WS-BUSINESS-DATE ' - RUN AFTER APITCONV'
                   MOVE 'Y' TO WS-ERROR-FLAG
               END-IF
           END-IF.

       4100-EXTRACT-ONE-TOTAL.
           IF TOT-RUN-DATE IS NUMERIC
                   AND TOT-RUN-DATE = WS-BUSINESS-DATE
               IF TOT-SUBST-COUNT IS NUMERIC
                   MOVE TOT-SUBST-COUNT TO WS-TOT-SUBST
               ELSE
                   MOVE ZERO TO WS-TOT-SUBST
               END-IF
               MOVE SPACES TO DWX-RECORD
               STRING 'TOT,' WS-BUSINESS-DATE ','
                          DELIMITED BY SIZE
                      TOT-JOB-NAME DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      TOT-SOURCE DELIMITED BY SPACE
                      ',' TOT-READ-COUNT
                      ',' TOT-CONVERTED-COUNT
                      ',' TOT-REJECTED-COUNT
                      ',' WS-TOT-SUBST
                          DELIMITED BY SIZE
                   INTO DWX-RECORD
               END-STRING
               PERFORM 9000-WRITE-EXTRACT
               ADD 1 TO WS-TOT-ROWS
           ELSE
               ADD 1 TO WS-TOT-OTHER-DATE
           END-IF.
           PERFORM 9300-READ-TOTFILE.

       5000-TERMINATE.
           IF WS-DWFILE-OPEN
               MOVE SPACES TO DWX-RECORD
               STRING 'TRL,' WS-BUSINESS-DATE ',' WS-DATA-ROWS
                      ',' WS-CNV-ROWS ',' WS-HRS-ROWS
                      ',' WS-TOT-ROWS
                   DELIMITED BY SIZE INTO DWX-RECORD
               END-STRING
               WRITE DWX-RECORD
               IF WS-DWFILE-STATUS NOT = '00'
                   DISPLAY 'APITDWEX - WRITE FAILED ON DWFILE '
                           WS-DWFILE-STATUS
                   MOVE 'Y' TO WS-ERROR-FLAG
               END-IF
               CLOSE DWFILE
           END-IF.
           DISPLAY '========================================='
                   '======================='.
           DISPLAY 'ARCHIVE RECORDS READ       ' WS-ARC-READ.
           DISPLAY 'CNV ROWS WRITTEN           ' WS-CNV-ROWS.
           DISPLAY 'HRS ROWS WRITTEN           ' WS-HRS-ROWS.
           DISPLAY 'TOT ROWS WRITTEN           ' WS-TOT-ROWS.
           DISPLAY 'TOTALS FOR OTHER DATES     ' WS-TOT-OTHER-DATE.
           DISPLAY 'DATA ROWS IN TRAILER       ' WS-DATA-ROWS.
           DISPLAY '========================================='
                   '======================='.
           IF WS-EXTRACT-ERROR
               DISPLAY 'APITDWEX - EXTRACT INCOMPLETE - DO NOT SEND'
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-WRITE-EXTRACT.
      *    The header row is not a data row; every other row
      *    written here is counted for the trailer.
           WRITE DWX-RECORD.
           IF WS-DWFILE-STATUS NOT = '00'
               DISPLAY 'APITDWEX - WRITE FAILED ON DWFILE '
                       WS-DWFILE-STATUS
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF DWX-RECORD(1:4) NOT = 'HDR,'
                   ADD 1 TO WS-DATA-ROWS
               END-IF
           END-IF.

       9100-READ-ARCFILE.
           READ ARCFILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-ARCFILE-STATUS NOT = '00'
                   AND WS-ARCFILE-STATUS NOT = '10'
               DISPLAY 'APITDWEX - READ FAILED ON ARCFILE '
                       WS-ARCFILE-STATUS
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-ARC-READ
           END-IF.

       9200-READ-APITHIST.
           READ APITHIST NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-APITHIST-STATUS NOT = '00'
                   AND WS-APITHIST-STATUS NOT = '10'
               DISPLAY 'APITDWEX - READ FAILED ON APITHIST '
                       WS-APITHIST-STATUS
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       9300-READ-TOTFILE.
           READ TOTFILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-TOTFILE-STATUS NOT = '00'
                   AND WS-TOTFILE-STATUS NOT = '10'
               DISPLAY 'APITDWEX - READ FAILED ON TOTFILE '
                       WS-TOTFILE-STATUS
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
