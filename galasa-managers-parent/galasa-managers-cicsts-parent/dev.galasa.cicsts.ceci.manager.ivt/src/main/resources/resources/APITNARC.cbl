       IDENTIFICATION DIVISION.
       PROGRAM-ID. APITNARC.
      *----------------------------------------------------------*
      * Change history                                            *
      * ---------------------------------------------------------- *
      * 2026-10-12 Night archive for APITCONV. The suspense input *
      *            extract is overwritten every night, so once a  *
      *            bad CONVPARM or transliteration entry has gone *
      *            live there was nothing left to re-run the      *
      *            affected nights from. This step runs straight  *
      *            after the conversion and keeps the whole night *
      *            as one new generation of the night archive     *
      *            (APITNAR layout, every record stamped with the *
      *            business date):                                *
      *            - the CONVPARM and SRCFILE cards and the       *
      *              transliteration table the night ran under;   *
      *            - the INFILE exactly as APITCONV read it,      *
      *              extract and recycle sets alike;              *
      *            - the OUTFILE and REJFILE it loaded;           *
      *            then a trailer with the count of each section. *
      *            APITRPRJ takes a night back out of the archive *
      *            to reprocess it and to compare the result with *
      *            what was loaded.                               *
      *            The OUTFILE header must carry the business     *
      *            date - an archive pairing tonight's input with *
      *            another night's output would make every later  *
      *            comparison wrong - and the input, the cards    *
      *            and both outputs must be readable, or the step *
      *            ends CC=8. No transliteration table just       *
      *            means none was configured, as in APITCONV.     *
      *            The calendar is read-only and no run-sequence  *
      *            number is drawn.                               *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALFILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CALFILE-STATUS.
           SELECT CONVPARM ASSIGN TO CONVPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONVPARM-STATUS.
           SELECT SRCFILE ASSIGN TO SRCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRCFILE-STATUS.
           SELECT XLTFILE ASSIGN TO XLTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XLT-IN-CHAR
               FILE STATUS IS WS-XLTFILE-STATUS.
           SELECT INFILE ASSIGN TO INFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFILE-STATUS.
           SELECT OUTFILE ASSIGN TO OUTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTFILE-STATUS.
           SELECT REJFILE ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJFILE-STATUS.
           SELECT NARFILE ASSIGN TO NARFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NARFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALFILE.
           COPY APITCAL REPLACING ==WS-CALENDAR-RECORD== BY
               ==CAL-RECORD==.
       FD  CONVPARM
           RECORDING MODE IS F.
       01  PRM-RECORD                 PIC X(80).
       FD  SRCFILE
           RECORDING MODE IS F.
       01  SRC-RECORD                 PIC X(80).
       FD  XLTFILE.
           COPY APITXLT REPLACING ==WS-XLATE-RECORD== BY
               ==XLT-RECORD==.
       FD  INFILE
           RECORDING MODE IS F.
       01  IN-RECORD                  PIC X(80).
       FD  OUTFILE
           RECORDING MODE IS F.
       01  OUT-RECORD.
           05  OUT-RECORD-TYPE        PIC X(1).
               88  OUT-HEADER-RECORD           VALUE '0'.
           05  OUT-RECORD-BODY        PIC X(79).
           05  OUT-HEADER-BODY REDEFINES OUT-RECORD-BODY.
               10  OUT-HDR-DATE       PIC 9(8).
               10  OUT-HDR-SOURCE     PIC X(8).
               10  FILLER             PIC X(63).
       FD  REJFILE
           RECORDING MODE IS F.
           COPY APITREJ REPLACING ==WS-REJECT-RECORD== BY
               ==REJ-RECORD==.
       FD  NARFILE
           RECORDING MODE IS F.
           COPY APITNAR REPLACING ==WS-NIGHT-ARCHIVE-RECORD== BY
               ==NAR-RECORD==.
       WORKING-STORAGE SECTION.
       01  WS-CALFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-CONVPARM-STATUS         PIC X(2) VALUE '00'.
       01  WS-SRCFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-XLTFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-INFILE-STATUS           PIC X(2) VALUE '00'.
       01  WS-OUTFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-REJFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-NARFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-CONTROL-ERROR-FLAG      PIC X(1) VALUE 'N'.
           88  WS-CONTROL-ERROR                VALUE 'Y'.
       01  WS-NARFILE-OPEN-FLAG       PIC X(1) VALUE 'N'.
           88  WS-NARFILE-OPEN                 VALUE 'Y'.
       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE                  VALUE 'Y'.
       01  WS-BUSINESS-DATE           PIC 9(8) VALUE ZERO.
       01  WS-TIME-OF-DAY             PIC 9(8) VALUE ZERO.
      *    The section being copied and its own record count -
      *    every section goes through the same write path.
       01  WS-SECTION                 PIC X(1) VALUE SPACE.
       01  WS-SECTION-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-COUNTERS.
           05  WS-PARM-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-SRC-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-XLT-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-INPUT-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-OUT-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-REJ-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-ARCHIVE-COUNT       PIC 9(9) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISE.
           IF NOT WS-CONTROL-ERROR
               PERFORM 1100-CHECK-OUTFILE-DATE
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 1200-OPEN-ARCHIVE
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2000-ARCHIVE-PARMS
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2100-ARCHIVE-SOURCES
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2200-ARCHIVE-XLATE
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2300-ARCHIVE-INPUT
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2400-ARCHIVE-OUTPUT
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2500-ARCHIVE-REJECTS
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2900-ARCHIVE-TRAILER
           END-IF.
           PERFORM 3000-TERMINATE.
           STOP RUN.

       1000-INITIALISE.
           DISPLAY '================================================'.
           DISPLAY 'APITNARC - APITCONV NIGHT ARCHIVE'.
           DISPLAY '================================================'.
           OPEN INPUT CALFILE.
           IF WS-CALFILE-STATUS NOT = '00'
               DISPLAY 'APITNARC - OPEN FAILED ON CALFILE '
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
                   DISPLAY 'BUSINESS DATE       ' WS-BUSINESS-DATE
               ELSE
                   DISPLAY 'APITNARC - CALENDAR CONTROL RECORD '
                           'MISSING OR NOT A USABLE DATE'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-IF
               CLOSE CALFILE
           END-IF.

       1100-CHECK-OUTFILE-DATE.
      *    APITCONV writes its header first whatever else happens,
      *    so an OUTFILE without one for this date is not tonight's.
           OPEN INPUT OUTFILE.
           IF WS-OUTFILE-STATUS NOT = '00'
               DISPLAY 'APITNARC - OPEN FAILED ON OUTFILE '
                       WS-OUTFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               READ OUTFILE
                   AT END
                       MOVE SPACES TO OUT-RECORD
               END-READ
               IF NOT OUT-HEADER-RECORD
                       OR OUT-HDR-DATE NOT NUMERIC
                       OR OUT-HDR-DATE NOT = WS-BUSINESS-DATE
                   DISPLAY 'APITNARC - OUTFILE IS NOT FOR BUSINESS '
                           'DATE ' WS-BUSINESS-DATE
                           ' - HEADER <' OUT-RECORD(1:17) '>'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-IF
               CLOSE OUTFILE
           END-IF.

       1200-OPEN-ARCHIVE.
           OPEN OUTPUT NARFILE.
           IF WS-NARFILE-STATUS NOT = '00'
               DISPLAY 'APITNARC - OPEN FAILED ON NARFILE '
                       WS-NARFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               MOVE 'Y' TO WS-NARFILE-OPEN-FLAG
               ACCEPT WS-TIME-OF-DAY FROM TIME
               MOVE 'H' TO WS-SECTION
               MOVE SPACES TO NAR-DATA
               MOVE WS-TIME-OF-DAY(1:6) TO NAR-HDR-TIME
               PERFORM 9000-WRITE-ARCHIVE
           END-IF.

       2000-ARCHIVE-PARMS.
           MOVE 'P' TO WS-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CONVPARM.
           IF WS-CONVPARM-STATUS NOT = '00'
               DISPLAY 'APITNARC - OPEN FAILED ON CONVPARM '
                       WS-CONVPARM-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               PERFORM 2010-ARCHIVE-ONE-PARM
                   UNTIL WS-END-OF-FILE
               CLOSE CONVPARM
           END-IF.
           MOVE WS-SECTION-COUNT TO WS-PARM-COUNT.

       2010-ARCHIVE-ONE-PARM.
           READ CONVPARM
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               IF WS-CONVPARM-STATUS NOT = '00'
                   DISPLAY 'APITNARC - READ FAILED ON CONVPARM '
                           WS-CONVPARM-STATUS
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   MOVE 'Y' TO WS-EOF-SWITCH
               ELSE
                   MOVE PRM-RECORD TO NAR-DATA
                   PERFORM 9000-WRITE-ARCHIVE
               END-IF
           END-IF.

       2100-ARCHIVE-SOURCES.
           MOVE 'S' TO WS-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SRCFILE.
           IF WS-SRCFILE-STATUS NOT = '00'
               DISPLAY 'APITNARC - OPEN FAILED ON SRCFILE '
                       WS-SRCFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               PERFORM 2110-ARCHIVE-ONE-SOURCE
                   UNTIL WS-END-OF-FILE
               CLOSE SRCFILE
           END-IF.
           MOVE WS-SECTION-COUNT TO WS-SRC-COUNT.

       2110-ARCHIVE-ONE-SOURCE.
           READ SRCFILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               IF WS-SRCFILE-STATUS NOT = '00'
                   DISPLAY 'APITNARC - READ FAILED ON SRCFILE '
                           WS-SRCFILE-STATUS
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   MOVE 'Y' TO WS-EOF-SWITCH
               ELSE
                   MOVE SRC-RECORD TO NAR-DATA
                   PERFORM 9000-WRITE-ARCHIVE
               END-IF
           END-IF.

       2200-ARCHIVE-XLATE.
      *    Read in key order, so the section can be loaded straight
      *    back into an empty table.
           MOVE 'X' TO WS-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT XLTFILE.
           IF WS-XLTFILE-STATUS NOT = '00'
               DISPLAY 'APITNARC - NO XLTFILE (' WS-XLTFILE-STATUS
                       ') - NO TRANSLITERATION TABLE ARCHIVED'
           ELSE
               PERFORM 2210-ARCHIVE-ONE-XLATE
                   UNTIL WS-END-OF-FILE
               CLOSE XLTFILE
           END-IF.
           MOVE WS-SECTION-COUNT TO WS-XLT-COUNT.

       2210-ARCHIVE-ONE-XLATE.
           READ XLTFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               IF WS-XLTFILE-STATUS NOT = '00'
                   DISPLAY 'APITNARC - READ FAILED ON XLTFILE '
                           WS-XLTFILE-STATUS
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   MOVE 'Y' TO WS-EOF-SWITCH
               ELSE
                   MOVE SPACES TO NAR-DATA
                   MOVE XLT-RECORD TO NAR-DATA
                   PERFORM 9000-WRITE-ARCHIVE
               END-IF
           END-IF.

       2300-ARCHIVE-INPUT.
           MOVE 'I' TO WS-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT INFILE.
           IF WS-INFILE-STATUS NOT = '00'
               DISPLAY 'APITNARC - OPEN FAILED ON INFILE '
                       WS-INFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               PERFORM 2310-ARCHIVE-ONE-INPUT
                   UNTIL WS-END-OF-FILE
               CLOSE INFILE
           END-IF.
           MOVE WS-SECTION-COUNT TO WS-INPUT-COUNT.

       2310-ARCHIVE-ONE-INPUT.
           READ INFILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               IF WS-INFILE-STATUS NOT = '00'
                   DISPLAY 'APITNARC - READ FAILED ON INFILE '
                           WS-INFILE-STATUS
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   MOVE 'Y' TO WS-EOF-SWITCH
               ELSE
                   MOVE IN-RECORD TO NAR-DATA
                   PERFORM 9000-WRITE-ARCHIVE
               END-IF
           END-IF.

       2400-ARCHIVE-OUTPUT.
           MOVE 'O' TO WS-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT OUTFILE.
           IF WS-OUTFILE-STATUS NOT = '00'
               DISPLAY 'APITNARC - OPEN FAILED ON OUTFILE '
                       WS-OUTFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               PERFORM 2410-ARCHIVE-ONE-OUTPUT
                   UNTIL WS-END-OF-FILE
               CLOSE OUTFILE
           END-IF.
           MOVE WS-SECTION-COUNT TO WS-OUT-COUNT.

       2410-ARCHIVE-ONE-OUTPUT.
           READ OUTFILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               IF WS-OUTFILE-STATUS NOT = '00'
                   DISPLAY 'APITNARC - READ FAILED ON OUTFILE '
                           WS-OUTFILE-STATUS
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   MOVE 'Y' TO WS-EOF-SWITCH
               ELSE
                   MOVE OUT-RECORD TO NAR-DATA
                   PERFORM 9000-WRITE-ARCHIVE
               END-IF
           END-IF.

       2500-ARCHIVE-REJECTS.
           MOVE 'R' TO WS-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT REJFILE.
           IF WS-REJFILE-STATUS NOT = '00'
               DISPLAY 'APITNARC - OPEN FAILED ON REJFILE '
                       WS-REJFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               PERFORM 2510-ARCHIVE-ONE-REJECT
                   UNTIL WS-END-OF-FILE
               CLOSE REJFILE
           END-IF.
           MOVE WS-SECTION-COUNT TO WS-REJ-COUNT.

       2510-ARCHIVE-ONE-REJECT.
           READ REJFILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               IF WS-REJFILE-STATUS NOT = '00'
                   DISPLAY 'APITNARC - READ FAILED ON REJFILE '
                           WS-REJFILE-STATUS
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   MOVE 'Y' TO WS-EOF-SWITCH
               ELSE
                   MOVE REJ-RECORD TO NAR-DATA
                   PERFORM 9000-WRITE-ARCHIVE
               END-IF
           END-IF.

       2900-ARCHIVE-TRAILER.
           MOVE 'T' TO WS-SECTION.
           MOVE SPACES TO NAR-DATA.
           MOVE WS-PARM-COUNT TO NAR-TRL-PARM.
           MOVE WS-SRC-COUNT TO NAR-TRL-SRC.
           MOVE WS-XLT-COUNT TO NAR-TRL-XLT.
           MOVE WS-INPUT-COUNT TO NAR-TRL-INPUT.
           MOVE WS-OUT-COUNT TO NAR-TRL-OUT.
           MOVE WS-REJ-COUNT TO NAR-TRL-REJ.
           PERFORM 9000-WRITE-ARCHIVE.

       3000-TERMINATE.
           IF WS-NARFILE-OPEN
               CLOSE NARFILE
           END-IF.
           DISPLAY 'CONVPARM CARDS      ' WS-PARM-COUNT.
           DISPLAY 'SRCFILE CARDS       ' WS-SRC-COUNT.
           DISPLAY 'XLATE ENTRIES       ' WS-XLT-COUNT.
           DISPLAY 'INFILE RECORDS      ' WS-INPUT-COUNT.
           DISPLAY 'OUTFILE RECORDS     ' WS-OUT-COUNT.
           DISPLAY 'REJFILE RECORDS     ' WS-REJ-COUNT.
           DISPLAY 'ARCHIVE RECORDS     ' WS-ARCHIVE-COUNT.
           DISPLAY '================================================'.
           IF WS-CONTROL-ERROR
               DISPLAY 'APITNARC - NIGHT NOT ARCHIVED - THIS '
                       'GENERATION MUST NOT BE USED TO REPROCESS'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'APITNARC - NIGHT ' WS-BUSINESS-DATE
                       ' ARCHIVED'
           END-IF.

       9000-WRITE-ARCHIVE.
      *    The caller has NAR-DATA filled; the date and section
      *    stamp go on here so no record can leave without them.
           MOVE WS-BUSINESS-DATE TO NAR-DATE.
           MOVE WS-SECTION TO NAR-SECTION.
           WRITE NAR-RECORD.
           IF WS-NARFILE-STATUS = '00'
               ADD 1 TO WS-SECTION-COUNT
               ADD 1 TO WS-ARCHIVE-COUNT
           ELSE
               DISPLAY 'APITNARC - WRITE FAILED ON NARFILE '
                       WS-NARFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
