       IDENTIFICATION DIVISION.
       PROGRAM-ID. APITRPSL.
      *----------------------------------------------------------*
      * Change history                                            *
      * ---------------------------------------------------------- *
      * 2026-10-12 Reprocess selection. First step of APITRPRJ:   *
      *            takes the night named on the RPCARD back out   *
      *            of the APITNARC night archive and lays it out  *
      *            as the files the APITCONV reprocess and the    *
      *            APITRPDF comparison read:                      *
      *            - RPIN, the night's INFILE as it was read;     *
      *            - ORIGOUT and ORIGREJ, what it loaded;         *
      *            - THENPARM and THENXLT, the CONVPARM cards     *
      *              and transliteration table it ran under,      *
      *              which the reprocess compares against;        *
      *            - RPPARM, RPSRC and RPXLT, the control data    *
      *              the reprocess runs under: the night's own    *
      *              (THEN - to rebuild a lost or damaged output  *
      *              exactly) or today's live CURPARM, CURSRC and *
      *              CURXLT (CURRENT - to re-run the night under  *
      *              control data corrected since).               *
      *            The archive is read newest generation first    *
      *            and the first archived copy of the date is     *
      *            used: a night run twice was archived twice,    *
      *            and the later run is what stayed loaded. The   *
      *            copy must end in its trailer with every        *
      *            section count agreeing, or the step ends CC=8  *
      *            and the reprocess does not run. The date must  *
      *            be one the calendar has reached. Read-only on  *
      *            the calendar; no run-sequence number is drawn. *
      *                                                           *
      *            RPCARD - one control card:                     *
      *                cols  1-8  business date to reprocess      *
      *                           (YYYYMMDD)                      *
      *                cols 10-16 control data to use: THEN or    *
      *                           CURRENT                         *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALFILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CALFILE-STATUS.
           SELECT RPCARD ASSIGN TO RPCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPCARD-STATUS.
           SELECT NARFILE ASSIGN TO NARFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NARFILE-STATUS.
           SELECT RPIN ASSIGN TO RPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPIN-STATUS.
           SELECT ORIGOUT ASSIGN TO ORIGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORIGOUT-STATUS.
           SELECT ORIGREJ ASSIGN TO ORIGREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORIGREJ-STATUS.
           SELECT THENPARM ASSIGN TO THENPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-THENPARM-STATUS.
           SELECT THENXLT ASSIGN TO THENXLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TXL-IN-CHAR
               FILE STATUS IS WS-THENXLT-STATUS.
           SELECT RPPARM ASSIGN TO RPPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPPARM-STATUS.
           SELECT RPSRC ASSIGN TO RPSRC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPSRC-STATUS.
           SELECT RPXLT ASSIGN TO RPXLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RXL-IN-CHAR
               FILE STATUS IS WS-RPXLT-STATUS.
           SELECT CURPARM ASSIGN TO CURPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURPARM-STATUS.
           SELECT CURSRC ASSIGN TO CURSRC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURSRC-STATUS.
           SELECT CURXLT ASSIGN TO CURXLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CXL-IN-CHAR
               FILE STATUS IS WS-CURXLT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALFILE.
           COPY APITCAL REPLACING ==WS-CALENDAR-RECORD== BY
               ==CAL-RECORD==.
       FD  RPCARD
           RECORDING MODE IS F.
       01  RP-CARD-RECORD.
           05  RP-DATE                PIC X(8).
           05  RP-DATE-NUM REDEFINES RP-DATE
                                      PIC 9(8).
           05  FILLER                 PIC X(1).
           05  RP-CONTROL             PIC X(7).
           05  FILLER                 PIC X(64).
       FD  NARFILE
           RECORDING MODE IS F.
           COPY APITNAR REPLACING ==WS-NIGHT-ARCHIVE-RECORD== BY
               ==NAR-RECORD==.
       FD  RPIN
           RECORDING MODE IS F.
       01  RPIN-RECORD                PIC X(80).
       FD  ORIGOUT
           RECORDING MODE IS F.
       01  ORIGOUT-RECORD             PIC X(80).
       FD  ORIGREJ
           RECORDING MODE IS F.
       01  ORIGREJ-RECORD             PIC X(123).
       FD  THENPARM
           RECORDING MODE IS F.
       01  THENPARM-RECORD            PIC X(80).
       FD  THENXLT.
           COPY APITXLT REPLACING ==WS-XLATE-RECORD== BY
               ==TXL-RECORD==
               ==XLT-IN-CHAR== BY ==TXL-IN-CHAR==
               ==XLT-OUT-CHARS== BY ==TXL-OUT-CHARS==
               ==XLT-OUT-LEN== BY ==TXL-OUT-LEN==.
       FD  RPPARM
           RECORDING MODE IS F.
       01  RPPARM-RECORD              PIC X(80).
       FD  RPSRC
           RECORDING MODE IS F.
       01  RPSRC-RECORD               PIC X(80).
       FD  RPXLT.
           COPY APITXLT REPLACING ==WS-XLATE-RECORD== BY
               ==RXL-RECORD==
               ==XLT-IN-CHAR== BY ==RXL-IN-CHAR==
               ==XLT-OUT-CHARS== BY ==RXL-OUT-CHARS==
               ==XLT-OUT-LEN== BY ==RXL-OUT-LEN==.
       FD  CURPARM
           RECORDING MODE IS F.
       01  CURPARM-RECORD             PIC X(80).
       FD  CURSRC
           RECORDING MODE IS F.
       01  CURSRC-RECORD              PIC X(80).
       FD  CURXLT.
           COPY APITXLT REPLACING ==WS-XLATE-RECORD== BY
               ==CXL-RECORD==
               ==XLT-IN-CHAR== BY ==CXL-IN-CHAR==
               ==XLT-OUT-CHARS== BY ==CXL-OUT-CHARS==
               ==XLT-OUT-LEN== BY ==CXL-OUT-LEN==.
       WORKING-STORAGE SECTION.
       01  WS-CALFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-RPCARD-STATUS           PIC X(2) VALUE '00'.
       01  WS-NARFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-RPIN-STATUS             PIC X(2) VALUE '00'.
       01  WS-ORIGOUT-STATUS          PIC X(2) VALUE '00'.
       01  WS-ORIGREJ-STATUS          PIC X(2) VALUE '00'.
       01  WS-THENPARM-STATUS         PIC X(2) VALUE '00'.
       01  WS-THENXLT-STATUS          PIC X(2) VALUE '00'.
       01  WS-RPPARM-STATUS           PIC X(2) VALUE '00'.
       01  WS-RPSRC-STATUS            PIC X(2) VALUE '00'.
       01  WS-RPXLT-STATUS            PIC X(2) VALUE '00'.
       01  WS-CURPARM-STATUS          PIC X(2) VALUE '00'.
       01  WS-CURSRC-STATUS           PIC X(2) VALUE '00'.
       01  WS-CURXLT-STATUS           PIC X(2) VALUE '00'.
       01  WS-CONTROL-ERROR-FLAG      PIC X(1) VALUE 'N'.
           88  WS-CONTROL-ERROR                VALUE 'Y'.
       01  WS-OUTPUTS-OPEN-FLAG       PIC X(1) VALUE 'N'.
           88  WS-OUTPUTS-OPEN                 VALUE 'Y'.
       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE                  VALUE 'Y'.
       01  WS-BUSINESS-DATE           PIC 9(8) VALUE ZERO.
       01  WS-REPROCESS-DATE          PIC 9(8) VALUE ZERO.
      *    'T' the night's own control data, 'C' today's.
       01  WS-CONTROL-SET             PIC X(1) VALUE SPACE.
           88  WS-USE-THEN                     VALUE 'T'.
           88  WS-USE-CURRENT                  VALUE 'C'.
      *    'N' the date's archived copy not reached yet, 'Y'
      *    inside it, 'D' taken through its trailer.
       01  WS-TAKE-STATE              PIC X(1) VALUE 'N'.
           88  WS-NOT-FOUND-YET                VALUE 'N'.
           88  WS-TAKING                       VALUE 'Y'.
           88  WS-TAKEN                        VALUE 'D'.
       01  WS-COUNTERS.
           05  WS-NAR-READ            PIC 9(9) VALUE ZERO.
           05  WS-PARM-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-SRC-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-XLT-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-INPUT-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-OUT-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-REJ-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-CUR-PARM-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-CUR-SRC-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-CUR-XLT-COUNT       PIC 9(9) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISE.
           IF NOT WS-CONTROL-ERROR
               PERFORM 1200-OPEN-OUTPUTS
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2000-TAKE-ARCHIVED-NIGHT
           END-IF.
           IF NOT WS-CONTROL-ERROR AND WS-USE-CURRENT
               PERFORM 3000-COPY-CURRENT-CONTROL
           END-IF.
           PERFORM 4000-TERMINATE.
           STOP RUN.

       1000-INITIALISE.
           DISPLAY '================================================'.
           DISPLAY 'APITRPSL - REPROCESS SELECTION FROM NIGHT ARCHIVE'.
           DISPLAY '================================================'.
           OPEN INPUT CALFILE.
           IF WS-CALFILE-STATUS NOT = '00'
               DISPLAY 'APITRPSL - OPEN FAILED ON CALFILE '
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
                   DISPLAY 'APITRPSL - CALENDAR CONTROL RECORD '
                           'MISSING OR NOT A USABLE DATE'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-IF
               CLOSE CALFILE
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 1100-READ-REPROCESS-CARD
           END-IF.

       1100-READ-REPROCESS-CARD.
      *    No default for the control data: re-running a night
      *    under the wrong set is exactly the mistake a reprocess
      *    exists to put right, so a blank or misspelt choice is
      *    refused rather than guessed.
           OPEN INPUT RPCARD.
           IF WS-RPCARD-STATUS NOT = '00'
               DISPLAY 'APITRPSL - OPEN FAILED ON RPCARD '
                       WS-RPCARD-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               READ RPCARD
                   AT END
                       DISPLAY 'APITRPSL - NO REPROCESS CARD SUPPLIED'
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-READ
               CLOSE RPCARD
           END-IF.
           IF NOT WS-CONTROL-ERROR
               MOVE FUNCTION UPPER-CASE(RP-CONTROL) TO RP-CONTROL
               EVALUATE TRUE
                   WHEN RP-DATE NOT NUMERIC
                       DISPLAY 'APITRPSL - REPROCESS DATE NOT '
                               'NUMERIC: ' RP-DATE
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   WHEN RP-DATE-NUM > WS-BUSINESS-DATE
                       DISPLAY 'APITRPSL - REPROCESS DATE '
                               RP-DATE-NUM ' IS AFTER BUSINESS DATE '
                               WS-BUSINESS-DATE
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   WHEN RP-CONTROL = 'THEN'
                       MOVE 'T' TO WS-CONTROL-SET
                   WHEN RP-CONTROL = 'CURRENT'
                       MOVE 'C' TO WS-CONTROL-SET
                   WHEN OTHER
                       DISPLAY 'APITRPSL - CONTROL DATA <' RP-CONTROL
                               '> MUST BE THEN OR CURRENT'
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-EVALUATE
           END-IF.
           IF NOT WS-CONTROL-ERROR
               MOVE RP-DATE-NUM TO WS-REPROCESS-DATE
               DISPLAY 'BUSINESS DATE       ' WS-BUSINESS-DATE
               DISPLAY 'REPROCESS DATE      ' WS-REPROCESS-DATE
               IF WS-USE-THEN
                   DISPLAY 'CONTROL DATA        THEN - AS THE NIGHT '
                           'RAN'
               ELSE
                   DISPLAY 'CONTROL DATA        CURRENT - TODAYS '
                           'LIVE SET'
               END-IF
           END-IF.

       1200-OPEN-OUTPUTS.
           OPEN INPUT NARFILE.
           IF WS-NARFILE-STATUS NOT = '00'
               DISPLAY 'APITRPSL - OPEN FAILED ON NARFILE '
                       WS-NARFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               OPEN OUTPUT RPIN
               OPEN OUTPUT ORIGOUT
               OPEN OUTPUT ORIGREJ
               OPEN OUTPUT THENPARM
               OPEN OUTPUT THENXLT
               OPEN OUTPUT RPPARM
               OPEN OUTPUT RPSRC
               OPEN OUTPUT RPXLT
               MOVE 'Y' TO WS-OUTPUTS-OPEN-FLAG
               IF WS-RPIN-STATUS NOT = '00'
                       OR WS-ORIGOUT-STATUS NOT = '00'
                       OR WS-ORIGREJ-STATUS NOT = '00'
                       OR WS-THENPARM-STATUS NOT = '00'
                       OR WS-THENXLT-STATUS NOT = '00'
                       OR WS-RPPARM-STATUS NOT = '00'
                       OR WS-RPSRC-STATUS NOT = '00'
                       OR WS-RPXLT-STATUS NOT = '00'
                   DISPLAY 'APITRPSL - OPEN FAILED ON AN OUTPUT: '
                           'RPIN ' WS-RPIN-STATUS
                           ' ORIGOUT ' WS-ORIGOUT-STATUS
                           ' ORIGREJ ' WS-ORIGREJ-STATUS
                           ' THENPARM ' WS-THENPARM-STATUS
                           ' THENXLT ' WS-THENXLT-STATUS
                           ' RPPARM ' WS-RPPARM-STATUS
                           ' RPSRC ' WS-RPSRC-STATUS
                           ' RPXLT ' WS-RPXLT-STATUS
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-IF
           END-IF.

       2000-TAKE-ARCHIVED-NIGHT.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 9000-READ-NARFILE.
           PERFORM 2100-TAKE-ONE-RECORD
               UNTIL WS-END-OF-FILE.
           CLOSE NARFILE.
           EVALUATE TRUE
               WHEN WS-CONTROL-ERROR
                   CONTINUE
               WHEN WS-NOT-FOUND-YET
                   DISPLAY 'APITRPSL - NO ARCHIVED NIGHT FOR '
                           WS-REPROCESS-DATE
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               WHEN WS-TAKING
                   DISPLAY 'APITRPSL - ARCHIVED NIGHT '
                           WS-REPROCESS-DATE ' HAS NO TRAILER - '
                           'ARCHIVE INCOMPLETE'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2100-TAKE-ONE-RECORD.
           IF WS-NOT-FOUND-YET
               IF NAR-SECTION = 'H'
                       AND NAR-DATE = WS-REPROCESS-DATE
                   MOVE 'Y' TO WS-TAKE-STATE
                   DISPLAY 'ARCHIVED ' NAR-DATE ' AT ' NAR-HDR-TIME
               END-IF
           ELSE
               IF NAR-DATE NOT = WS-REPROCESS-DATE
                       OR NAR-SECTION = 'H'
                   DISPLAY 'APITRPSL - ARCHIVED NIGHT '
                           WS-REPROCESS-DATE ' BREAKS OFF AT ARCHIVE '
                           'RECORD ' WS-NAR-READ
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   MOVE 'Y' TO WS-EOF-SWITCH
               ELSE
                   PERFORM 2200-ROUTE-SECTION
               END-IF
           END-IF.
           IF NOT WS-END-OF-FILE
               PERFORM 9000-READ-NARFILE
           END-IF.

       2200-ROUTE-SECTION.
           EVALUATE NAR-SECTION
               WHEN 'P'
                   WRITE THENPARM-RECORD FROM NAR-DATA(1:80)
                   PERFORM 9100-CHECK-THENPARM-WRITE
                   IF WS-USE-THEN
                       WRITE RPPARM-RECORD FROM NAR-DATA(1:80)
                       PERFORM 9110-CHECK-RPPARM-WRITE
                   END-IF
                   ADD 1 TO WS-PARM-COUNT
               WHEN 'S'
                   IF WS-USE-THEN
                       WRITE RPSRC-RECORD FROM NAR-DATA(1:80)
                       PERFORM 9120-CHECK-RPSRC-WRITE
                   END-IF
                   ADD 1 TO WS-SRC-COUNT
               WHEN 'X'
                   WRITE TXL-RECORD FROM NAR-DATA(1:4)
                   PERFORM 9130-CHECK-THENXLT-WRITE
                   IF WS-USE-THEN
                       WRITE RXL-RECORD FROM NAR-DATA(1:4)
                       PERFORM 9140-CHECK-RPXLT-WRITE
                   END-IF
                   ADD 1 TO WS-XLT-COUNT
               WHEN 'I'
                   WRITE RPIN-RECORD FROM NAR-DATA(1:80)
                   IF WS-RPIN-STATUS NOT = '00'
                       DISPLAY 'APITRPSL - WRITE FAILED ON RPIN '
                               WS-RPIN-STATUS
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                       MOVE 'Y' TO WS-EOF-SWITCH
                   END-IF
                   ADD 1 TO WS-INPUT-COUNT
               WHEN 'O'
                   WRITE ORIGOUT-RECORD FROM NAR-DATA(1:80)
                   IF WS-ORIGOUT-STATUS NOT = '00'
                       DISPLAY 'APITRPSL - WRITE FAILED ON ORIGOUT '
                               WS-ORIGOUT-STATUS
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                       MOVE 'Y' TO WS-EOF-SWITCH
                   END-IF
                   ADD 1 TO WS-OUT-COUNT
               WHEN 'R'
                   WRITE ORIGREJ-RECORD FROM NAR-DATA
                   IF WS-ORIGREJ-STATUS NOT = '00'
                       DISPLAY 'APITRPSL - WRITE FAILED ON ORIGREJ '
                               WS-ORIGREJ-STATUS
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                       MOVE 'Y' TO WS-EOF-SWITCH
                   END-IF
                   ADD 1 TO WS-REJ-COUNT
               WHEN 'T'
                   PERFORM 2300-PROVE-TRAILER
               WHEN OTHER
                   DISPLAY 'APITRPSL - UNKNOWN ARCHIVE SECTION '
                           NAR-SECTION ' AT ARCHIVE RECORD '
                           WS-NAR-READ
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       2300-PROVE-TRAILER.
      *    Every section must have come back whole - a short
      *    archive would reprocess a short night and compare it
      *    with a short original.
           MOVE 'D' TO WS-TAKE-STATE.
           MOVE 'Y' TO WS-EOF-SWITCH.
           IF NAR-TRL-PARM NOT = WS-PARM-COUNT
                   OR NAR-TRL-SRC NOT = WS-SRC-COUNT
                   OR NAR-TRL-XLT NOT = WS-XLT-COUNT
                   OR NAR-TRL-INPUT NOT = WS-INPUT-COUNT
                   OR NAR-TRL-OUT NOT = WS-OUT-COUNT
                   OR NAR-TRL-REJ NOT = WS-REJ-COUNT
               DISPLAY 'APITRPSL - ARCHIVE TRAILER DOES NOT AGREE '
                       'WITH THE RECORDS TAKEN'
               DISPLAY '    SECTION  TRAILER     TAKEN'
               DISPLAY '    PARM   ' NAR-TRL-PARM ' ' WS-PARM-COUNT
               DISPLAY '    SRC    ' NAR-TRL-SRC ' ' WS-SRC-COUNT
               DISPLAY '    XLT    ' NAR-TRL-XLT ' ' WS-XLT-COUNT
               DISPLAY '    INPUT  ' NAR-TRL-INPUT ' ' WS-INPUT-COUNT
               DISPLAY '    OUT    ' NAR-TRL-OUT ' ' WS-OUT-COUNT
               DISPLAY '    REJ    ' NAR-TRL-REJ ' ' WS-REJ-COUNT
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           END-IF.

       3000-COPY-CURRENT-CONTROL.
      *    Today's live control data, as APITCONV itself would read
      *    it tonight. An absent table is no table, as there.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CURPARM.
           IF WS-CURPARM-STATUS NOT = '00'
               DISPLAY 'APITRPSL - OPEN FAILED ON CURPARM '
                       WS-CURPARM-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               PERFORM 3100-COPY-ONE-PARM
                   UNTIL WS-END-OF-FILE
               CLOSE CURPARM
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CURSRC.
           IF WS-CURSRC-STATUS NOT = '00'
               DISPLAY 'APITRPSL - OPEN FAILED ON CURSRC '
                       WS-CURSRC-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               PERFORM 3200-COPY-ONE-SOURCE
                   UNTIL WS-END-OF-FILE
               CLOSE CURSRC
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CURXLT.
           IF WS-CURXLT-STATUS NOT = '00'
               DISPLAY 'APITRPSL - NO CURXLT (' WS-CURXLT-STATUS
                       ') - REPROCESS RUNS WITHOUT TRANSLITERATION'
           ELSE
               PERFORM 3300-COPY-ONE-XLATE
                   UNTIL WS-END-OF-FILE
               CLOSE CURXLT
           END-IF.

       3100-COPY-ONE-PARM.
           READ CURPARM
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               WRITE RPPARM-RECORD FROM CURPARM-RECORD
               PERFORM 9110-CHECK-RPPARM-WRITE
               ADD 1 TO WS-CUR-PARM-COUNT
           END-IF.

       3200-COPY-ONE-SOURCE.
           READ CURSRC
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               WRITE RPSRC-RECORD FROM CURSRC-RECORD
               PERFORM 9120-CHECK-RPSRC-WRITE
               ADD 1 TO WS-CUR-SRC-COUNT
           END-IF.

       3300-COPY-ONE-XLATE.
           READ CURXLT NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               WRITE RXL-RECORD FROM CXL-RECORD
               PERFORM 9140-CHECK-RPXLT-WRITE
               ADD 1 TO WS-CUR-XLT-COUNT
           END-IF.

       4000-TERMINATE.
           IF WS-OUTPUTS-OPEN
               CLOSE RPIN
               CLOSE ORIGOUT
               CLOSE ORIGREJ
               CLOSE THENPARM
               CLOSE THENXLT
               CLOSE RPPARM
               CLOSE RPSRC
               CLOSE RPXLT
           END-IF.
           DISPLAY 'ARCHIVE RECORDS READ         ' WS-NAR-READ.
           DISPLAY 'NIGHT CONVPARM CARDS         ' WS-PARM-COUNT.
           DISPLAY 'NIGHT SRCFILE CARDS          ' WS-SRC-COUNT.
           DISPLAY 'NIGHT XLATE ENTRIES          ' WS-XLT-COUNT.
           DISPLAY 'INPUT RECORDS (RPIN)         ' WS-INPUT-COUNT.
           DISPLAY 'ORIGINAL OUTFILE RECORDS     ' WS-OUT-COUNT.
           DISPLAY 'ORIGINAL REJFILE RECORDS     ' WS-REJ-COUNT.
           IF WS-USE-CURRENT
               DISPLAY 'CURRENT CONVPARM CARDS       '
                       WS-CUR-PARM-COUNT
               DISPLAY 'CURRENT SRCFILE CARDS        '
                       WS-CUR-SRC-COUNT
               DISPLAY 'CURRENT XLATE ENTRIES        '
                       WS-CUR-XLT-COUNT
           END-IF.
           DISPLAY '================================================'.
           IF WS-CONTROL-ERROR
               DISPLAY 'APITRPSL - NIGHT NOT SELECTED - REPROCESS '
                       'MUST NOT RUN'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'APITRPSL - NIGHT ' WS-REPROCESS-DATE
                       ' READY TO REPROCESS'
           END-IF.

       9000-READ-NARFILE.
           READ NARFILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-NARFILE-STATUS NOT = '00'
                   AND WS-NARFILE-STATUS NOT = '10'
               DISPLAY 'APITRPSL - READ FAILED ON NARFILE '
                       WS-NARFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-NAR-READ
           END-IF.

       9100-CHECK-THENPARM-WRITE.
           IF WS-THENPARM-STATUS NOT = '00'
               DISPLAY 'APITRPSL - WRITE FAILED ON THENPARM '
                       WS-THENPARM-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       9110-CHECK-RPPARM-WRITE.
           IF WS-RPPARM-STATUS NOT = '00'
               DISPLAY 'APITRPSL - WRITE FAILED ON RPPARM '
                       WS-RPPARM-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       9120-CHECK-RPSRC-WRITE.
           IF WS-RPSRC-STATUS NOT = '00'
               DISPLAY 'APITRPSL - WRITE FAILED ON RPSRC '
                       WS-RPSRC-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       9130-CHECK-THENXLT-WRITE.
           IF WS-THENXLT-STATUS NOT = '00'
               DISPLAY 'APITRPSL - WRITE FAILED ON THENXLT '
                       WS-THENXLT-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       9140-CHECK-RPXLT-WRITE.
           IF WS-RPXLT-STATUS NOT = '00'
               DISPLAY 'APITRPSL - WRITE FAILED ON RPXLT '
                       WS-RPXLT-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
