      *            got ahead of APITRCON and the reconciliation   *
      *            read half-reset counters are exactly what      *
      *            this step exists to catch.                     *
      * 2026-09-22 APITSAPL, the new suspense master apply, joins  *
      *            the verified sequence straight after APITCONV - *
      *            it applies that night's OUTFILE, so it must     *
      *            run after the conversion and exactly once.      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-BUSINESS-DATE           PIC 9(8) VALUE ZERO.
      *    The schedule, in the order it must have run for the
      *    business date: the morning recycle opens the date,
      *    then the night's conversion, the suspense master
      *    apply, offload, reconciliation, snapshot and trend
      *    report.
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
       01  WS-PREV-SEQ                PIC 9(3) VALUE ZERO.
       01  WS-THIS-SEQ                PIC 9(3) VALUE ZERO.
           IF WS-CALENDAR-OK
               PERFORM 2000-VERIFY-ONE-JOB
                   VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > 7
           END-IF.
           PERFORM 3000-TERMINATE.
           STOP RUN.
