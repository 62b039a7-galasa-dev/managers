       IDENTIFICATION DIVISION.
       PROGRAM-ID. APITRPDF.
      *----------------------------------------------------------*
      * Change history                                            *
      * ---------------------------------------------------------- *
      * 2026-10-12 Reprocess differences report. Last step of     *
      *            APITRPRJ: sets the replacement OUTFILE and     *
      *            REJFILE the APITCONV reprocess wrote against   *
      *            the OUTFILE and REJFILE originally loaded that *
      *            night (ORIGOUT/ORIGREJ, taken from the night   *
      *            archive by APITRPSL), so the suspense team can *
      *            see what swapping them would change before     *
      *            they do it:                                    *
      *            - the header date of each, which must agree;   *
      *            - converted records by type, and each file's   *
      *              trailer count;                               *
      *            - rejects by header source and by reason,      *
      *              original against replacement.                *
      *            Which individual records convert differently   *
      *            is in the reprocess step's own report, which   *
      *            ran every record under both control-data sets. *
      *            CC=0 when the replacement matches the original *
      *            on every count, CC=4 when it differs (expected *
      *            after a control-data correction, but to be     *
      *            reviewed before the replacement is loaded),    *
      *            CC=8 when a file cannot be read or the two are *
      *            not for the same business date.                *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIGOUT ASSIGN TO ORIGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORIGOUT-STATUS.
           SELECT ORIGREJ ASSIGN TO ORIGREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORIGREJ-STATUS.
           SELECT NEWOUT ASSIGN TO NEWOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWOUT-STATUS.
           SELECT NEWREJ ASSIGN TO NEWREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWREJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORIGOUT
           RECORDING MODE IS F.
       01  ORIGOUT-RECORD             PIC X(80).
       FD  NEWOUT
           RECORDING MODE IS F.
       01  NEWOUT-RECORD              PIC X(80).
       FD  ORIGREJ
           RECORDING MODE IS F.
       01  ORIGREJ-RECORD             PIC X(123).
       FD  NEWREJ
           RECORDING MODE IS F.
       01  NEWREJ-RECORD              PIC X(123).
       WORKING-STORAGE SECTION.
       01  WS-ORIGOUT-STATUS          PIC X(2) VALUE '00'.
       01  WS-ORIGREJ-STATUS          PIC X(2) VALUE '00'.
       01  WS-NEWOUT-STATUS           PIC X(2) VALUE '00'.
       01  WS-NEWREJ-STATUS           PIC X(2) VALUE '00'.
       01  WS-CONTROL-ERROR-FLAG      PIC X(1) VALUE 'N'.
           88  WS-CONTROL-ERROR                VALUE 'Y'.
       01  WS-DIFFERENCE-FLAG         PIC X(1) VALUE 'N'.
           88  WS-DIFFERENCE-FOUND             VALUE 'Y'.
       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE                  VALUE 'Y'.
      *    Both OUTFILEs and both REJFILEs go through the same
      *    layouts here, one at a time.
       01  WS-OUT-WORK.
           05  WS-OUT-TYPE            PIC X(1).
           05  WS-OUT-BODY            PIC X(79).
           05  WS-OUT-HEADER-BODY REDEFINES WS-OUT-BODY.
               10  WS-OUT-HDR-DATE    PIC 9(8).
               10  FILLER             PIC X(71).
           05  WS-OUT-TRAILER-BODY REDEFINES WS-OUT-BODY.
               10  WS-OUT-TRL-COUNT   PIC 9(9).
               10  FILLER             PIC X(70).
           COPY APITREJ.
      *    Entry 1 is the original, entry 2 the replacement.
       01  WS-SIDE                    PIC 9(1) VALUE ZERO.
       01  WS-SIDE-TABLE.
           05  WS-SIDE-ENTRY OCCURS 2 TIMES.
               10  WS-SD-HDR-DATE     PIC 9(8).
               10  WS-SD-HEADERS      PIC 9(9).
               10  WS-SD-BASIC        PIC 9(9).
               10  WS-SD-BUSINESS     PIC 9(9).
               10  WS-SD-OTHER        PIC 9(9).
               10  WS-SD-TRAILERS     PIC 9(9).
               10  WS-SD-TRL-COUNT    PIC 9(9).
               10  WS-SD-REJECTS      PIC 9(9).
      *    Reject tallies, original and replacement side by side.
      *    Reasons name the failing field for a type '2' reject,
      *    so a hundred distinct texts is ample for one night.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 10 TIMES.
               10  WS-ST-SOURCE       PIC X(8).
               10  WS-ST-COUNT        PIC 9(9) OCCURS 2 TIMES.
       01  WS-SRC-USED                PIC 9(2) VALUE ZERO.
       01  WS-SRC-IDX                 PIC 9(2) VALUE ZERO.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY OCCURS 100 TIMES.
               10  WS-RT-REASON       PIC X(35).
               10  WS-RT-COUNT        PIC 9(9) OCCURS 2 TIMES.
       01  WS-RSN-USED                PIC 9(3) VALUE ZERO.
       01  WS-RSN-IDX                 PIC 9(3) VALUE ZERO.
       01  WS-TABLE-FULL-FLAG         PIC X(1) VALUE 'N'.
           88  WS-TABLE-FULL                   VALUE 'Y'.
       01  WS-DIFF                    PIC S9(9) VALUE ZERO.
       01  WS-COMPARE-LINE.
           05  WS-CL-LABEL            PIC X(38).
           05  WS-CL-ORIG             PIC Z(8)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-CL-NEW              PIC Z(8)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-CL-DIFF             PIC -(8)9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CL-FLAG             PIC X(7).
       01  WS-LINE-ORIG               PIC 9(9) VALUE ZERO.
       01  WS-LINE-NEW                PIC 9(9) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISE.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2000-COUNT-OUTFILES
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 3000-TALLY-REJFILES
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 4000-PRINT-COMPARISON
           END-IF.
           PERFORM 5000-TERMINATE.
           STOP RUN.

       1000-INITIALISE.
           DISPLAY '================================================'.
           DISPLAY 'APITRPDF - REPROCESS AGAINST ORIGINAL LOAD'.
           DISPLAY '================================================'.
           INITIALIZE WS-SIDE-TABLE.
           INITIALIZE WS-SRC-TABLE.
           INITIALIZE WS-RSN-TABLE.
           OPEN INPUT ORIGOUT.
           IF WS-ORIGOUT-STATUS NOT = '00'
               DISPLAY 'APITRPDF - OPEN FAILED ON ORIGOUT '
                       WS-ORIGOUT-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           END-IF.
           OPEN INPUT NEWOUT.
           IF WS-NEWOUT-STATUS NOT = '00'
               DISPLAY 'APITRPDF - OPEN FAILED ON NEWOUT '
                       WS-NEWOUT-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           END-IF.
           OPEN INPUT ORIGREJ.
           IF WS-ORIGREJ-STATUS NOT = '00'
               DISPLAY 'APITRPDF - OPEN FAILED ON ORIGREJ '
                       WS-ORIGREJ-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           END-IF.
           OPEN INPUT NEWREJ.
           IF WS-NEWREJ-STATUS NOT = '00'
               DISPLAY 'APITRPDF - OPEN FAILED ON NEWREJ '
                       WS-NEWREJ-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           END-IF.

       2000-COUNT-OUTFILES.
           MOVE 1 TO WS-SIDE.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2100-COUNT-ONE-ORIGOUT
               UNTIL WS-END-OF-FILE.
           MOVE 2 TO WS-SIDE.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2200-COUNT-ONE-NEWOUT
               UNTIL WS-END-OF-FILE.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2400-PROVE-OUTFILES
           END-IF.

       2100-COUNT-ONE-ORIGOUT.
           READ ORIGOUT INTO WS-OUT-WORK
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               IF WS-ORIGOUT-STATUS NOT = '00'
                   DISPLAY 'APITRPDF - READ FAILED ON ORIGOUT '
                           WS-ORIGOUT-STATUS
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   MOVE 'Y' TO WS-EOF-SWITCH
               ELSE
                   PERFORM 2300-COUNT-OUT-RECORD
               END-IF
           END-IF.

       2200-COUNT-ONE-NEWOUT.
           READ NEWOUT INTO WS-OUT-WORK
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               IF WS-NEWOUT-STATUS NOT = '00'
                   DISPLAY 'APITRPDF - READ FAILED ON NEWOUT '
                           WS-NEWOUT-STATUS
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   MOVE 'Y' TO WS-EOF-SWITCH
               ELSE
                   PERFORM 2300-COUNT-OUT-RECORD
               END-IF
           END-IF.

       2300-COUNT-OUT-RECORD.
           EVALUATE WS-OUT-TYPE
               WHEN '0'
                   ADD 1 TO WS-SD-HEADERS(WS-SIDE)
                   IF WS-OUT-HDR-DATE IS NUMERIC
                       MOVE WS-OUT-HDR-DATE
                           TO WS-SD-HDR-DATE(WS-SIDE)
                   END-IF
               WHEN '1'
                   ADD 1 TO WS-SD-BASIC(WS-SIDE)
               WHEN '2'
                   ADD 1 TO WS-SD-BUSINESS(WS-SIDE)
               WHEN '9'
                   ADD 1 TO WS-SD-TRAILERS(WS-SIDE)
                   IF WS-OUT-TRL-COUNT IS NUMERIC
                       MOVE WS-OUT-TRL-COUNT
                           TO WS-SD-TRL-COUNT(WS-SIDE)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-SD-OTHER(WS-SIDE)
           END-EVALUATE.

       2400-PROVE-OUTFILES.
      *    Each must be one whole APITCONV OUTFILE - one header,
      *    one trailer - and the two must be the same night, or
      *    nothing below means anything.
           PERFORM VARYING WS-SIDE FROM 1 BY 1
                   UNTIL WS-SIDE > 2
               IF WS-SD-HEADERS(WS-SIDE) NOT = 1
                       OR WS-SD-TRAILERS(WS-SIDE) NOT = 1
                       OR WS-SD-HDR-DATE(WS-SIDE) = ZERO
                   IF WS-SIDE = 1
                       DISPLAY 'APITRPDF - ORIGOUT IS NOT ONE '
                               'COMPLETE OUTFILE'
                   ELSE
                       DISPLAY 'APITRPDF - NEWOUT IS NOT ONE '
                               'COMPLETE OUTFILE'
                   END-IF
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-CONTROL-ERROR
                   AND WS-SD-HDR-DATE(1) NOT = WS-SD-HDR-DATE(2)
               DISPLAY 'APITRPDF - ORIGINAL IS FOR '
                       WS-SD-HDR-DATE(1) ' BUT REPLACEMENT IS FOR '
                       WS-SD-HDR-DATE(2)
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           END-IF.

       3000-TALLY-REJFILES.
           MOVE 1 TO WS-SIDE.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3100-TALLY-ONE-ORIGREJ
               UNTIL WS-END-OF-FILE.
           MOVE 2 TO WS-SIDE.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3200-TALLY-ONE-NEWREJ
               UNTIL WS-END-OF-FILE.

       3100-TALLY-ONE-ORIGREJ.
           READ ORIGREJ INTO WS-REJECT-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               IF WS-ORIGREJ-STATUS NOT = '00'
                   DISPLAY 'APITRPDF - READ FAILED ON ORIGREJ '
                           WS-ORIGREJ-STATUS
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   MOVE 'Y' TO WS-EOF-SWITCH
               ELSE
                   PERFORM 3300-TALLY-REJECT
               END-IF
           END-IF.

       3200-TALLY-ONE-NEWREJ.
           READ NEWREJ INTO WS-REJECT-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               IF WS-NEWREJ-STATUS NOT = '00'
                   DISPLAY 'APITRPDF - READ FAILED ON NEWREJ '
                           WS-NEWREJ-STATUS
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   MOVE 'Y' TO WS-EOF-SWITCH
               ELSE
                   PERFORM 3300-TALLY-REJECT
               END-IF
           END-IF.

       3300-TALLY-REJECT.
           ADD 1 TO WS-SD-REJECTS(WS-SIDE).
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-USED
               IF WS-ST-SOURCE(WS-SRC-IDX) = REJ-SOURCE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SRC-IDX > WS-SRC-USED
               IF WS-SRC-USED < 10
                   ADD 1 TO WS-SRC-USED
                   MOVE REJ-SOURCE TO WS-ST-SOURCE(WS-SRC-USED)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-FLAG
               END-IF
           END-IF.
           IF WS-SRC-IDX NOT > WS-SRC-USED
               ADD 1 TO WS-ST-COUNT(WS-SRC-IDX, WS-SIDE)
           END-IF.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-RSN-USED
               IF WS-RT-REASON(WS-RSN-IDX) = REJ-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RSN-IDX > WS-RSN-USED
               IF WS-RSN-USED < 100
                   ADD 1 TO WS-RSN-USED
                   MOVE REJ-REASON TO WS-RT-REASON(WS-RSN-USED)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-FLAG
               END-IF
           END-IF.
           IF WS-RSN-IDX NOT > WS-RSN-USED
               ADD 1 TO WS-RT-COUNT(WS-RSN-IDX, WS-SIDE)
           END-IF.

       4000-PRINT-COMPARISON.
           DISPLAY 'BUSINESS DATE       ' WS-SD-HDR-DATE(1).
           DISPLAY ' '.
           DISPLAY '                                       '
                   ' ORIGINAL        NEW     CHANGE'.
           MOVE 'CONVERTED TYPE 1 (BASIC)' TO WS-CL-LABEL.
           MOVE WS-SD-BASIC(1) TO WS-LINE-ORIG.
           MOVE WS-SD-BASIC(2) TO WS-LINE-NEW.
           PERFORM 4900-PRINT-LINE.
           MOVE 'CONVERTED TYPE 2 (BUSINESS)' TO WS-CL-LABEL.
           MOVE WS-SD-BUSINESS(1) TO WS-LINE-ORIG.
           MOVE WS-SD-BUSINESS(2) TO WS-LINE-NEW.
           PERFORM 4900-PRINT-LINE.
           MOVE 'OUTFILE TRAILER COUNT' TO WS-CL-LABEL.
           MOVE WS-SD-TRL-COUNT(1) TO WS-LINE-ORIG.
           MOVE WS-SD-TRL-COUNT(2) TO WS-LINE-NEW.
           PERFORM 4900-PRINT-LINE.
           IF WS-SD-OTHER(1) > ZERO OR WS-SD-OTHER(2) > ZERO
               MOVE 'UNKNOWN RECORD TYPES' TO WS-CL-LABEL
               MOVE WS-SD-OTHER(1) TO WS-LINE-ORIG
               MOVE WS-SD-OTHER(2) TO WS-LINE-NEW
               PERFORM 4900-PRINT-LINE
           END-IF.
           MOVE 'REJECTED' TO WS-CL-LABEL.
           MOVE WS-SD-REJECTS(1) TO WS-LINE-ORIG.
           MOVE WS-SD-REJECTS(2) TO WS-LINE-NEW.
           PERFORM 4900-PRINT-LINE.
           DISPLAY ' '.
           DISPLAY 'REJECTED BY SOURCE'.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-USED
               MOVE SPACES TO WS-CL-LABEL
               MOVE WS-ST-SOURCE(WS-SRC-IDX) TO WS-CL-LABEL(3:8)
               MOVE WS-ST-COUNT(WS-SRC-IDX, 1) TO WS-LINE-ORIG
               MOVE WS-ST-COUNT(WS-SRC-IDX, 2) TO WS-LINE-NEW
               PERFORM 4900-PRINT-LINE
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'REJECTED BY REASON'.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-RSN-USED
               MOVE SPACES TO WS-CL-LABEL
               MOVE WS-RT-REASON(WS-RSN-IDX) TO WS-CL-LABEL(3:35)
               MOVE WS-RT-COUNT(WS-RSN-IDX, 1) TO WS-LINE-ORIG
               MOVE WS-RT-COUNT(WS-RSN-IDX, 2) TO WS-LINE-NEW
               PERFORM 4900-PRINT-LINE
           END-PERFORM.
           IF WS-TABLE-FULL
               DISPLAY 'APITRPDF - MORE THAN 10 SOURCES OR 100 '
                       'REASONS - THE BREAKDOWNS ARE INCOMPLETE'
           END-IF.

       4900-PRINT-LINE.
           MOVE WS-LINE-ORIG TO WS-CL-ORIG.
           MOVE WS-LINE-NEW TO WS-CL-NEW.
           COMPUTE WS-DIFF = WS-LINE-NEW - WS-LINE-ORIG.
           MOVE WS-DIFF TO WS-CL-DIFF.
           IF WS-DIFF = ZERO
               MOVE SPACES TO WS-CL-FLAG
           ELSE
               MOVE 'CHANGED' TO WS-CL-FLAG
               MOVE 'Y' TO WS-DIFFERENCE-FLAG
           END-IF.
           DISPLAY WS-COMPARE-LINE.

       5000-TERMINATE.
           CLOSE ORIGOUT.
           CLOSE NEWOUT.
           CLOSE ORIGREJ.
           CLOSE NEWREJ.
           DISPLAY '================================================'.
           EVALUATE TRUE
               WHEN WS-CONTROL-ERROR
                   DISPLAY 'APITRPDF - COMPARISON NOT MADE'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DIFFERENCE-FOUND
                   DISPLAY 'APITRPDF - REPLACEMENT DIFFERS FROM WHAT '
                           'WAS LOADED - REVIEW BEFORE LOADING IT'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'APITRPDF - REPLACEMENT MATCHES WHAT WAS '
                           'LOADED ON EVERY COUNT'
           END-EVALUATE.
