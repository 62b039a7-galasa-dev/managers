       IDENTIFICATION DIVISION.
       PROGRAM-ID. APITDCAP.
      *----------------------------------------------------------*
      * Change history                                            *
      * ---------------------------------------------------------- *
      * 2026-10-10 Applies dual-control change requests (APITDCR  *
      *            layout, proposed and approved on the APDC      *
      *            transaction) to the APITCONV control data. The *
      *            current CONVPARM and SRCFILE cards come in on  *
      *            CURPARM and CURSRC and go out, changed, on     *
      *            NEWPARM and NEWSRC; the transliteration table  *
      *            is the XLTFILE KSDS. A MODECARD says which     *
      *            changes are taken:                             *
      *            LIVE     - the nightly run ahead of APITCONV.  *
      *                       Approved changes whose effective    *
      *                       date has arrived: after the         *
      *                       previous business date and up to    *
      *                       tonight's, or approved since the    *
      *                       previous night's run. XLTFILE is    *
      *                       updated in place.                   *
      *            APPROVED - every approved change not yet live, *
      *                       whatever its effective date, for    *
      *                       the APITCONV trial run to rehearse  *
      *                       as the proposed control data. The   *
      *                       live XLTFILE is only read; the      *
      *                       proposed table goes to NEWXLT.      *
      *            PENDING  - as APPROVED, with the changes still *
      *                       waiting for a second user as well,  *
      *                       so a change can be rehearsed before *
      *                       anyone approves it.                 *
      *            Changes apply in effective-date order, then in *
      *            the order they were proposed, so a later       *
      *            change to the same item wins. Applying a       *
      *            change twice does nothing the second time, so  *
      *            a rerun is safe. Each change is reported as    *
      *            APPLIED, NO CHANGE or REFUSED; a refused       *
      *            change (a table full, say) or any unusable     *
      *            control data ends the run CC=8 so the night's  *
      *            conversion does not run on half-applied data.  *
      * 2026-10-15 Nothing is written until every change has      *
      *            applied cleanly in storage. Live, XLTFILE used *
      *            to be updated change by change, so a refusal   *
      *            further down left the live table half-changed, *
      *            and NEWPARM and NEWSRC were still written and  *
      *            catalogued. Now a refusal leaves XLTFILE as it *
      *            was and writes neither deck; only a clean run  *
      *            updates the table (a second pass over the      *
      *            applied transliteration changes, each set to   *
      *            its final value) and writes the decks.         *
      * 2026-10-15 A change effective before an approved change   *
      *            to the same item that is already due is now    *
      *            reported SUPERSEDED and not applied - a late,  *
      *            backdated approval used to put a value back    *
      *            over the later one already live. The decks are *
      *            written before the live table is touched, and  *
      *            every card written is status-checked, so the   *
      *            table only changes once the decks are safe.    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALFILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CALFILE-STATUS.
           SELECT MODECARD ASSIGN TO MODECARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MODECARD-STATUS.
           SELECT DCRFILE ASSIGN TO DCRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DCR-KEY
               FILE STATUS IS WS-DCRFILE-STATUS.
           SELECT CURPARM ASSIGN TO CURPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURPARM-STATUS.
           SELECT CURSRC ASSIGN TO CURSRC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURSRC-STATUS.
           SELECT XLTFILE ASSIGN TO XLTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XLT-IN-CHAR
               FILE STATUS IS WS-XLTFILE-STATUS.
           SELECT NEWPARM ASSIGN TO NEWPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWPARM-STATUS.
           SELECT NEWSRC ASSIGN TO NEWSRC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWSRC-STATUS.
           SELECT NEWXLT ASSIGN TO NEWXLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NXL-IN-CHAR
               FILE STATUS IS WS-NEWXLT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALFILE.
           COPY APITCAL REPLACING ==WS-CALENDAR-RECORD== BY
               ==CAL-RECORD==.
       FD  MODECARD
           RECORDING MODE IS F.
       01  MODE-CARD-RECORD.
           05  MODE-VALUE             PIC X(8).
           05  FILLER                 PIC X(72).
       FD  DCRFILE.
           COPY APITDCR REPLACING ==WS-CHANGE-REQUEST-RECORD== BY
               ==DCR-RECORD==.
       FD  CURPARM
           RECORDING MODE IS F.
       01  CPM-RECORD                 PIC X(80).
       FD  CURSRC
           RECORDING MODE IS F.
       01  CSR-RECORD                 PIC X(80).
       FD  XLTFILE.
           COPY APITXLT REPLACING ==WS-XLATE-RECORD== BY
               ==XLT-RECORD==.
       FD  NEWPARM
           RECORDING MODE IS F.
       01  NPM-RECORD                 PIC X(80).
       FD  NEWSRC
           RECORDING MODE IS F.
       01  NSR-RECORD                 PIC X(80).
       FD  NEWXLT.
           COPY APITXLT REPLACING ==WS-XLATE-RECORD== BY
               ==NXL-RECORD==
               ==XLT-IN-CHAR== BY ==NXL-IN-CHAR==
               ==XLT-OUT-CHARS== BY ==NXL-OUT-CHARS==
               ==XLT-OUT-LEN== BY ==NXL-OUT-LEN==.
       WORKING-STORAGE SECTION.
       01  WS-CALFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-MODECARD-STATUS         PIC X(2) VALUE '00'.
       01  WS-DCRFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-CURPARM-STATUS          PIC X(2) VALUE '00'.
       01  WS-CURSRC-STATUS           PIC X(2) VALUE '00'.
       01  WS-XLTFILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-NEWPARM-STATUS          PIC X(2) VALUE '00'.
       01  WS-NEWSRC-STATUS           PIC X(2) VALUE '00'.
       01  WS-NEWXLT-STATUS           PIC X(2) VALUE '00'.
       01  WS-CONTROL-ERROR-FLAG      PIC X(1) VALUE 'N'.
           88  WS-CONTROL-ERROR                VALUE 'Y'.
       01  WS-REFUSED-FLAG            PIC X(1) VALUE 'N'.
           88  WS-CHANGE-REFUSED               VALUE 'Y'.
       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE                  VALUE 'Y'.
       01  WS-XLTFILE-OPEN-FLAG       PIC X(1) VALUE 'N'.
           88  WS-XLTFILE-OPEN                 VALUE 'Y'.
      *    L live, A approved (trial), P pending (trial).
       01  WS-RUN-MODE                PIC X(1) VALUE SPACE.
           88  WS-LIVE-MODE                    VALUE 'L'.
           88  WS-APPROVED-MODE                VALUE 'A'.
           88  WS-PENDING-MODE                 VALUE 'P'.
       01  WS-BUSINESS-DATE           PIC 9(8) VALUE ZERO.
       01  WS-PREV-DATE               PIC 9(8) VALUE ZERO.
       01  WS-TAKE-FLAG               PIC X(1) VALUE 'N'.
           88  WS-TAKE-CHANGE                  VALUE 'Y'.
      *    The changes to apply, held in the order they apply in:
      *    effective date, then request key. Five hundred is
      *    years of control-data changes at any likely rate.
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 500 TIMES.
               10  WS-CHG-DATE        PIC 9(8).
               10  WS-CHG-SEQ         PIC 9(5).
               10  WS-CHG-STATUS      PIC X(1).
               10  WS-CHG-TABLE-CODE  PIC X(1).
               10  WS-CHG-ITEM        PIC X(10).
               10  WS-CHG-ACTION      PIC X(1).
               10  WS-CHG-VALUE       PIC X(2).
               10  WS-CHG-EFF         PIC 9(8).
               10  WS-CHG-APPLIED     PIC X(1).
       01  WS-CHG-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-CHG-IDX                 PIC 9(3) VALUE ZERO.
       01  WS-CHG-POS                 PIC 9(3) VALUE ZERO.
       01  WS-SHIFT-IDX               PIC 9(3) VALUE ZERO.
      *    Per table item, the latest effective date of any approved
      *    change due by tonight, live already or not. A change
      *    effective before it has been overtaken - applying it
      *    would put an old value back over the newer one.
       01  WS-LATEST-TABLE.
           05  WS-LATEST-ENTRY OCCURS 500 TIMES.
               10  WS-LATEST-TABLE-CODE PIC X(1).
               10  WS-LATEST-ITEM     PIC X(10).
               10  WS-LATEST-EFF      PIC 9(8).
       01  WS-LATEST-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-LATEST-IDX              PIC 9(3) VALUE ZERO.
      *    The CONVPARM and SRCFILE decks, card for card - comment
      *    cards are kept where they are so the deck still reads
      *    the way operations left it.
       01  WS-PARM-DECK.
           05  WS-PARM-CARD           PIC X(80) OCCURS 50 TIMES.
       01  WS-PARM-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-SRC-DECK.
           05  WS-SRC-CARD            PIC X(80) OCCURS 50 TIMES.
       01  WS-SRC-CARD-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-SRC-NAME-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-CARD-IDX                PIC 9(2) VALUE ZERO.
       01  WS-CARD-SHIFT              PIC 9(2) VALUE ZERO.
       01  WS-CARD-WORK               PIC X(80) VALUE SPACES.
       01  WS-CARD-NAME               PIC X(10) VALUE SPACES.
      *    The transliteration table in key order, same hundred-
      *    entry limit as APITCONV's own table.
       01  WS-XLT-TABLE.
           05  WS-XLT-ENTRY OCCURS 100 TIMES.
               10  WS-XLT-IN          PIC X(1).
               10  WS-XLT-OUT         PIC X(2).
               10  WS-XLT-LEN         PIC 9(1).
       01  WS-XLT-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-XLT-IDX                 PIC 9(3) VALUE ZERO.
       01  WS-XLT-POS                 PIC 9(3) VALUE ZERO.
       01  WS-NEW-LEN                 PIC 9(1) VALUE ZERO.
      *    The business-record fields a CONVPARM card may name -
      *    the same five APITCONV knows.
       01  WS-FIELD-NAMES.
           05  FILLER                 PIC X(10) VALUE 'SURNAME'.
           05  FILLER                 PIC X(10) VALUE 'GIVENNAME'.
           05  FILLER                 PIC X(10) VALUE 'ADDRLINE1'.
           05  FILLER                 PIC X(10) VALUE 'ADDRLINE2'.
           05  FILLER                 PIC X(10) VALUE 'CITY'.
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-NAMES.
           05  WS-FLD-NAME            PIC X(10) OCCURS 5 TIMES.
       01  WS-FLD-IDX                 PIC 9(2) VALUE ZERO.
       01  WS-FOUND-FLAG              PIC X(1) VALUE 'N'.
           88  WS-FOUND                        VALUE 'Y'.
       01  WS-RESULT                  PIC X(10) VALUE SPACES.
       01  WS-RESULT-REASON           PIC X(30) VALUE SPACES.
       01  WS-REQUESTS-READ           PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-UNCHANGED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-SUPERSEDED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-DETAIL-LINE.
           05  WS-DET-DATE            PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DET-SEQ             PIC 9(5).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DET-STATUS          PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DET-TABLE           PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DET-ITEM            PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DET-ACTION          PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DET-VALUE           PIC X(2).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DET-EFF             PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DET-RESULT          PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DET-REASON          PIC X(30).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALISE.
           IF NOT WS-CONTROL-ERROR
               PERFORM 1100-LOAD-CHANGES
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 1300-LOAD-PARM-DECK
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 1400-LOAD-SOURCE-DECK
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 1500-LOAD-XLATE-TABLE
           END-IF.
           IF NOT WS-CONTROL-ERROR
               PERFORM 2000-APPLY-CHANGES
           END-IF.
      *    Only a run in which every change applied cleanly goes
      *    out - a refusal must leave tonight's control data
      *    exactly as it stood. The decks go first: the live
      *    table is only touched once they are safely written.
           IF NOT WS-CONTROL-ERROR AND NOT WS-CHANGE-REFUSED
               PERFORM 3000-WRITE-CONTROL-DATA
           END-IF.
           IF NOT WS-CONTROL-ERROR AND NOT WS-CHANGE-REFUSED
                   AND WS-LIVE-MODE
               PERFORM 2500-UPDATE-LIVE-XLATE
           END-IF.
           PERFORM 4000-TERMINATE.
           STOP RUN.

       1000-INITIALISE.
           DISPLAY '========================================='
                   '======================='.
           DISPLAY 'APITDCAP - DUAL-CONTROL CHANGE APPLY'.
           DISPLAY '========================================='
                   '======================='.
      *    Unlike APITCONV's, this mode card is required - a
      *    rehearsal that lost its card must never fall through
      *    to updating the live table.
           OPEN INPUT MODECARD.
           IF WS-MODECARD-STATUS NOT = '00'
               DISPLAY 'APITDCAP - NO MODECARD - MUST SAY LIVE, '
                       'APPROVED OR PENDING'
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               READ MODECARD
               IF WS-MODECARD-STATUS NOT = '00'
                   MOVE SPACES TO MODE-VALUE
               END-IF
               MOVE FUNCTION UPPER-CASE(MODE-VALUE) TO MODE-VALUE
               EVALUATE MODE-VALUE
                   WHEN 'LIVE'
                       MOVE 'L' TO WS-RUN-MODE
                   WHEN 'APPROVED'
                       MOVE 'A' TO WS-RUN-MODE
                   WHEN 'PENDING'
                       MOVE 'P' TO WS-RUN-MODE
                   WHEN OTHER
                       DISPLAY 'APITDCAP - MODECARD SAYS '
                               MODE-VALUE
                               ' - MUST BE LIVE, APPROVED OR PENDING'
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-EVALUATE
               CLOSE MODECARD
           END-IF.
      *    Read-only on the calendar: this job draws no
      *    run-sequence number.
           IF NOT WS-CONTROL-ERROR
               OPEN INPUT CALFILE
               IF WS-CALFILE-STATUS NOT = '00'
                   DISPLAY 'APITDCAP - OPEN FAILED ON CALFILE '
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
                       MOVE CAL-PREV-DATE TO WS-PREV-DATE
                   ELSE
                       DISPLAY 'APITDCAP - CALENDAR CONTROL RECORD '
                               'MISSING OR HAS NO PREVIOUS DATE'
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   END-IF
                   CLOSE CALFILE
               END-IF
           END-IF.
           IF NOT WS-CONTROL-ERROR
               DISPLAY 'MODE                ' MODE-VALUE
               DISPLAY 'BUSINESS DATE       ' WS-BUSINESS-DATE
               DISPLAY 'PREVIOUS DATE       ' WS-PREV-DATE
           END-IF.

       1100-LOAD-CHANGES.
      *    The request file is only read here - the APDC
      *    transaction owns it.
           OPEN INPUT DCRFILE.
           IF WS-DCRFILE-STATUS NOT = '00'
               DISPLAY 'APITDCAP - OPEN FAILED ON DCRFILE '
                       WS-DCRFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1110-LOAD-ONE-CHANGE
                   UNTIL WS-END-OF-FILE OR WS-CONTROL-ERROR
               CLOSE DCRFILE
               DISPLAY 'CHANGE REQUESTS READ ' WS-REQUESTS-READ
               DISPLAY 'CHANGES TO APPLY     ' WS-CHG-COUNT
           END-IF.

       1110-LOAD-ONE-CHANGE.
           READ DCRFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               IF WS-DCRFILE-STATUS NOT = '00'
                   DISPLAY 'APITDCAP - READ FAILED ON DCRFILE '
                           WS-DCRFILE-STATUS
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               ELSE
      *            Key zero is the numbering control record.
                   IF DCR-SEQ NOT = ZERO
                       ADD 1 TO WS-REQUESTS-READ
                       PERFORM 1120-SELECT-CHANGE
                       PERFORM 1140-NOTE-LATEST-EFFECTIVE
                   END-IF
               END-IF
           END-IF.

       1120-SELECT-CHANGE.
      *    A change is still to go live when its effective date
      *    is after the previous business date, or when it was
      *    approved on or after that date - an approval keyed
      *    after last night's run, for last night's date, would
      *    otherwise never be applied. Taking one already live
      *    again does no harm: it applies as NO CHANGE, or is
      *    SUPERSEDED if a later-dated change to the same item is
      *    due (see 1140).
           MOVE 'N' TO WS-TAKE-FLAG.
           IF DCR-EFFECTIVE-DATE > WS-PREV-DATE
               MOVE 'Y' TO WS-TAKE-FLAG
           END-IF.
           IF DCR-STATUS = 'A' AND DCR-DECIDED-DATE >= WS-PREV-DATE
               MOVE 'Y' TO WS-TAKE-FLAG
           END-IF.
           EVALUATE TRUE
               WHEN DCR-STATUS = 'A'
                   CONTINUE
               WHEN DCR-STATUS = 'P' AND WS-PENDING-MODE
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-TAKE-FLAG
           END-EVALUATE.
           IF WS-LIVE-MODE AND DCR-EFFECTIVE-DATE > WS-BUSINESS-DATE
               MOVE 'N' TO WS-TAKE-FLAG
           END-IF.
           IF WS-TAKE-CHANGE
               IF WS-CHG-COUNT < 500
                   PERFORM 1130-INSERT-CHANGE
               ELSE
                   DISPLAY 'APITDCAP - MORE THAN 500 CHANGES TO '
                           'APPLY'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-IF
           END-IF.

       1130-INSERT-CHANGE.
      *    The file arrives in request-key order; placing each
      *    change after every one with the same or an earlier
      *    effective date keeps the key order within a date.
           MOVE 1 TO WS-CHG-POS.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF WS-CHG-EFF(WS-CHG-IDX) <= DCR-EFFECTIVE-DATE
                   COMPUTE WS-CHG-POS = WS-CHG-IDX + 1
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-CHG-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-CHG-POS
               MOVE WS-CHG-ENTRY(WS-SHIFT-IDX)
                   TO WS-CHG-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-CHG-COUNT.
           MOVE DCR-DATE TO WS-CHG-DATE(WS-CHG-POS).
           MOVE DCR-SEQ TO WS-CHG-SEQ(WS-CHG-POS).
           MOVE DCR-STATUS TO WS-CHG-STATUS(WS-CHG-POS).
           MOVE DCR-TABLE TO WS-CHG-TABLE-CODE(WS-CHG-POS).
           MOVE DCR-ITEM TO WS-CHG-ITEM(WS-CHG-POS).
           MOVE DCR-ACTION TO WS-CHG-ACTION(WS-CHG-POS).
           MOVE DCR-VALUE TO WS-CHG-VALUE(WS-CHG-POS).
           MOVE DCR-EFFECTIVE-DATE TO WS-CHG-EFF(WS-CHG-POS).

       1140-NOTE-LATEST-EFFECTIVE.
      *    Every approved change due by tonight counts, including
      *    those that went live on earlier nights and so are not
      *    in tonight's set - they are the ones a late, backdated
      *    approval must not overwrite.
           IF DCR-STATUS = 'A'
                   AND DCR-EFFECTIVE-DATE <= WS-BUSINESS-DATE
               MOVE 'N' TO WS-FOUND-FLAG
               PERFORM VARYING WS-LATEST-IDX FROM 1 BY 1
                       UNTIL WS-LATEST-IDX > WS-LATEST-COUNT
                           OR WS-FOUND
                   IF WS-LATEST-TABLE-CODE(WS-LATEST-IDX) = DCR-TABLE
                           AND WS-LATEST-ITEM(WS-LATEST-IDX) = DCR-ITEM
                       MOVE 'Y' TO WS-FOUND-FLAG
                       IF DCR-EFFECTIVE-DATE
                               > WS-LATEST-EFF(WS-LATEST-IDX)
                           MOVE DCR-EFFECTIVE-DATE
                               TO WS-LATEST-EFF(WS-LATEST-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   IF WS-LATEST-COUNT < 500
                       ADD 1 TO WS-LATEST-COUNT
                       MOVE DCR-TABLE
                           TO WS-LATEST-TABLE-CODE(WS-LATEST-COUNT)
                       MOVE DCR-ITEM TO WS-LATEST-ITEM(WS-LATEST-COUNT)
                       MOVE DCR-EFFECTIVE-DATE
                           TO WS-LATEST-EFF(WS-LATEST-COUNT)
                   ELSE
                       DISPLAY 'APITDCAP - MORE THAN 500 CHANGED ITEMS'
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   END-IF
               END-IF
           END-IF.

       1300-LOAD-PARM-DECK.
      *    The current cards pass the same checks APITCONV gives
      *    them, so a bad deck is caught here and not half-way
      *    into the conversion step.
           OPEN INPUT CURPARM.
           IF WS-CURPARM-STATUS NOT = '00'
               DISPLAY 'APITDCAP - OPEN FAILED ON CURPARM '
                       WS-CURPARM-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1310-LOAD-ONE-PARM
                   UNTIL WS-END-OF-FILE OR WS-CONTROL-ERROR
               CLOSE CURPARM
           END-IF.

       1310-LOAD-ONE-PARM.
           READ CURPARM
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               IF WS-PARM-COUNT < 50
                   ADD 1 TO WS-PARM-COUNT
                   MOVE CPM-RECORD TO WS-PARM-CARD(WS-PARM-COUNT)
                   IF CPM-RECORD NOT = SPACES
                           AND CPM-RECORD(1:1) NOT = '*'
                       PERFORM 1320-CHECK-PARM-CARD
                   END-IF
               ELSE
                   DISPLAY 'APITDCAP - CURPARM HAS MORE THAN 50 '
                           'CARDS'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-IF
           END-IF.

       1320-CHECK-PARM-CARD.
           MOVE FUNCTION UPPER-CASE(CPM-RECORD) TO WS-CARD-WORK.
           MOVE WS-CARD-WORK(1:10) TO WS-CARD-NAME.
           PERFORM 8100-FIND-FIELD.
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   DISPLAY 'APITDCAP - CURPARM NAMES UNKNOWN FIELD '
                           WS-CARD-NAME
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               WHEN WS-CARD-WORK(12:1) = 'U' OR 'L' OR 'I' OR 'N'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'APITDCAP - CURPARM FUNCTION '
                           WS-CARD-WORK(12:1) ' INVALID FOR FIELD '
                           WS-CARD-NAME
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           END-EVALUATE.

       1400-LOAD-SOURCE-DECK.
           OPEN INPUT CURSRC.
           IF WS-CURSRC-STATUS NOT = '00'
               DISPLAY 'APITDCAP - OPEN FAILED ON CURSRC '
                       WS-CURSRC-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1410-LOAD-ONE-SOURCE
                   UNTIL WS-END-OF-FILE OR WS-CONTROL-ERROR
               CLOSE CURSRC
           END-IF.
           IF NOT WS-CONTROL-ERROR AND WS-SRC-NAME-COUNT > 10
               DISPLAY 'APITDCAP - CURSRC NAMES MORE THAN 10 '
                       'SOURCES'
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           END-IF.

       1410-LOAD-ONE-SOURCE.
           READ CURSRC
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               IF WS-SRC-CARD-COUNT < 50
                   ADD 1 TO WS-SRC-CARD-COUNT
                   MOVE CSR-RECORD TO WS-SRC-CARD(WS-SRC-CARD-COUNT)
                   IF CSR-RECORD NOT = SPACES
                           AND CSR-RECORD(1:1) NOT = '*'
                       ADD 1 TO WS-SRC-NAME-COUNT
                   END-IF
               ELSE
                   DISPLAY 'APITDCAP - CURSRC HAS MORE THAN 50 '
                           'CARDS'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-IF
           END-IF.

       1500-LOAD-XLATE-TABLE.
      *    Live, the table is opened for update and stays open
      *    while the changes go in; a rehearsal only reads it.
           IF WS-LIVE-MODE
               OPEN I-O XLTFILE
           ELSE
               OPEN INPUT XLTFILE
           END-IF.
           IF WS-XLTFILE-STATUS NOT = '00'
               DISPLAY 'APITDCAP - OPEN FAILED ON XLTFILE '
                       WS-XLTFILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               MOVE 'Y' TO WS-XLTFILE-OPEN-FLAG
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1510-LOAD-ONE-XLATE
                   UNTIL WS-END-OF-FILE OR WS-CONTROL-ERROR
               DISPLAY 'TRANSLITERATION ENTRIES BEFORE '
                       WS-XLT-COUNT
           END-IF.

       1510-LOAD-ONE-XLATE.
           READ XLTFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               IF WS-XLT-COUNT < 100
                   ADD 1 TO WS-XLT-COUNT
                   MOVE XLT-IN-CHAR TO WS-XLT-IN(WS-XLT-COUNT)
                   MOVE XLT-OUT-CHARS TO WS-XLT-OUT(WS-XLT-COUNT)
                   MOVE XLT-OUT-LEN TO WS-XLT-LEN(WS-XLT-COUNT)
               ELSE
                   DISPLAY 'APITDCAP - XLTFILE HAS MORE THAN 100 '
                           'ENTRIES'
                   MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
               END-IF
           END-IF.

       2000-APPLY-CHANGES.
           DISPLAY ' '.
           DISPLAY 'REQUEST  SEQ   S T ITEM       A VL EFFECTIVE '
                   'RESULT'.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               MOVE SPACES TO WS-RESULT-REASON
               PERFORM 2050-CHECK-SUPERSEDED
               EVALUATE TRUE
                   WHEN WS-RESULT = 'SUPERSEDED'
                       CONTINUE
                   WHEN WS-CHG-TABLE-CODE(WS-CHG-IDX) = 'X'
                       PERFORM 2100-APPLY-XLATE
                   WHEN WS-CHG-TABLE-CODE(WS-CHG-IDX) = 'P'
                       PERFORM 2200-APPLY-PARM
                   WHEN WS-CHG-TABLE-CODE(WS-CHG-IDX) = 'S'
                       PERFORM 2300-APPLY-SOURCE
                   WHEN OTHER
                       MOVE 'REFUSED' TO WS-RESULT
                       MOVE 'UNKNOWN TABLE CODE' TO WS-RESULT-REASON
               END-EVALUATE
               PERFORM 2900-REPORT-CHANGE
               IF WS-RESULT = 'APPLIED'
                   MOVE 'Y' TO WS-CHG-APPLIED(WS-CHG-IDX)
               ELSE
                   MOVE 'N' TO WS-CHG-APPLIED(WS-CHG-IDX)
               END-IF
           END-PERFORM.

       2050-CHECK-SUPERSEDED.
      *    Overtaken by an approved change to the same item with a
      *    later effective date that is already due - skipped and
      *    reported, not refused: the control data is right as it
      *    stands.
           MOVE SPACES TO WS-RESULT.
           PERFORM VARYING WS-LATEST-IDX FROM 1 BY 1
                   UNTIL WS-LATEST-IDX > WS-LATEST-COUNT
               IF WS-LATEST-TABLE-CODE(WS-LATEST-IDX)
                       = WS-CHG-TABLE-CODE(WS-CHG-IDX)
                       AND WS-LATEST-ITEM(WS-LATEST-IDX)
                           = WS-CHG-ITEM(WS-CHG-IDX)
                       AND WS-LATEST-EFF(WS-LATEST-IDX)
                           > WS-CHG-EFF(WS-CHG-IDX)
                   MOVE 'SUPERSEDED' TO WS-RESULT
                   STRING 'LATER CHANGE DUE '
                          WS-LATEST-EFF(WS-LATEST-IDX)
                       DELIMITED BY SIZE INTO WS-RESULT-REASON
                   END-STRING
               END-IF
           END-PERFORM.

       2100-APPLY-XLATE.
      *    The table is kept in key order so a rehearsal can
      *    write it straight out to the proposed KSDS.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 1 TO WS-XLT-POS.
           PERFORM VARYING WS-XLT-IDX FROM 1 BY 1
                   UNTIL WS-XLT-IDX > WS-XLT-COUNT
               IF WS-XLT-IN(WS-XLT-IDX) = WS-CHG-ITEM(WS-CHG-IDX)(1:1)
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-XLT-IDX TO WS-XLT-POS
               END-IF
               IF WS-XLT-IN(WS-XLT-IDX) < WS-CHG-ITEM(WS-CHG-IDX)(1:1)
                   COMPUTE WS-XLT-POS = WS-XLT-IDX + 1
               END-IF
           END-PERFORM.
           MOVE 1 TO WS-NEW-LEN.
           IF WS-CHG-VALUE(WS-CHG-IDX)(2:1) NOT = SPACE
               MOVE 2 TO WS-NEW-LEN
           END-IF.
           EVALUATE TRUE
               WHEN WS-CHG-ACTION(WS-CHG-IDX) = 'R' AND NOT WS-FOUND
                   MOVE 'NO CHANGE' TO WS-RESULT
               WHEN WS-CHG-ACTION(WS-CHG-IDX) = 'R'
                   PERFORM VARYING WS-SHIFT-IDX FROM WS-XLT-POS BY 1
                           UNTIL WS-SHIFT-IDX >= WS-XLT-COUNT
                       MOVE WS-XLT-ENTRY(WS-SHIFT-IDX + 1)
                           TO WS-XLT-ENTRY(WS-SHIFT-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-XLT-COUNT
                   MOVE 'APPLIED' TO WS-RESULT
               WHEN WS-FOUND
                       AND WS-XLT-OUT(WS-XLT-POS)
                           = WS-CHG-VALUE(WS-CHG-IDX)
                       AND WS-XLT-LEN(WS-XLT-POS) = WS-NEW-LEN
                   MOVE 'NO CHANGE' TO WS-RESULT
               WHEN WS-FOUND
                   MOVE WS-CHG-VALUE(WS-CHG-IDX)
                       TO WS-XLT-OUT(WS-XLT-POS)
                   MOVE WS-NEW-LEN TO WS-XLT-LEN(WS-XLT-POS)
                   MOVE 'APPLIED' TO WS-RESULT
               WHEN WS-XLT-COUNT >= 100
                   MOVE 'REFUSED' TO WS-RESULT
                   MOVE 'TABLE HAS 100 ENTRIES ALREADY'
                       TO WS-RESULT-REASON
               WHEN OTHER
                   PERFORM VARYING WS-SHIFT-IDX FROM WS-XLT-COUNT
                           BY -1 UNTIL WS-SHIFT-IDX < WS-XLT-POS
                       MOVE WS-XLT-ENTRY(WS-SHIFT-IDX)
                           TO WS-XLT-ENTRY(WS-SHIFT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-XLT-COUNT
                   MOVE WS-CHG-ITEM(WS-CHG-IDX)(1:1)
                       TO WS-XLT-IN(WS-XLT-POS)
                   MOVE WS-CHG-VALUE(WS-CHG-IDX)
                       TO WS-XLT-OUT(WS-XLT-POS)
                   MOVE WS-NEW-LEN TO WS-XLT-LEN(WS-XLT-POS)
                   MOVE 'APPLIED' TO WS-RESULT
           END-EVALUATE.

       2150-UPDATE-LIVE-XLATE.
      *    The item onto the live KSDS, keyed, as it finally
      *    stands in storage - gone if the last change removed
      *    it, otherwise its last value. An item changed twice
      *    tonight is simply set twice to the same thing.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-XLT-IDX FROM 1 BY 1
                   UNTIL WS-XLT-IDX > WS-XLT-COUNT
               IF WS-XLT-IN(WS-XLT-IDX) = WS-CHG-ITEM(WS-CHG-IDX)(1:1)
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-XLT-IDX TO WS-XLT-POS
               END-IF
           END-PERFORM.
           MOVE WS-CHG-ITEM(WS-CHG-IDX)(1:1) TO XLT-IN-CHAR.
           IF NOT WS-FOUND
               DELETE XLTFILE RECORD
               IF WS-XLTFILE-STATUS = '23'
                   MOVE '00' TO WS-XLTFILE-STATUS
               END-IF
           ELSE
               READ XLTFILE
               MOVE WS-XLT-OUT(WS-XLT-POS) TO XLT-OUT-CHARS
               MOVE WS-XLT-LEN(WS-XLT-POS) TO XLT-OUT-LEN
               IF WS-XLTFILE-STATUS = '00'
                   REWRITE XLT-RECORD
               ELSE
                   MOVE WS-CHG-ITEM(WS-CHG-IDX)(1:1) TO XLT-IN-CHAR
                   WRITE XLT-RECORD
               END-IF
           END-IF.
           IF WS-XLTFILE-STATUS NOT = '00'
               DISPLAY 'APITDCAP - XLTFILE UPDATE FAILED STATUS '
                       WS-XLTFILE-STATUS ' FOR ITEM '
                       WS-CHG-ITEM(WS-CHG-IDX)(1:1)
                       ' - RERUN THIS STEP'
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           END-IF.

       2200-APPLY-PARM.
      *    Every card naming the field is set - APITCONV lets the
      *    last of several win, so changing only the first would
      *    change nothing. A field with no card gets one added.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 'NO CHANGE' TO WS-RESULT.
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-PARM-COUNT
               MOVE FUNCTION UPPER-CASE(WS-PARM-CARD(WS-CARD-IDX))
                   TO WS-CARD-WORK
               IF WS-CARD-WORK NOT = SPACES
                       AND WS-CARD-WORK(1:1) NOT = '*'
                       AND WS-CARD-WORK(1:10) = WS-CHG-ITEM(WS-CHG-IDX)
                   MOVE 'Y' TO WS-FOUND-FLAG
                   IF WS-CARD-WORK(12:1)
                           NOT = WS-CHG-VALUE(WS-CHG-IDX)(1:1)
                       MOVE WS-CHG-VALUE(WS-CHG-IDX)(1:1)
                           TO WS-PARM-CARD(WS-CARD-IDX)(12:1)
                       MOVE 'APPLIED' TO WS-RESULT
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-PARM-COUNT < 50
                   ADD 1 TO WS-PARM-COUNT
                   MOVE SPACES TO WS-PARM-CARD(WS-PARM-COUNT)
                   MOVE WS-CHG-ITEM(WS-CHG-IDX)
                       TO WS-PARM-CARD(WS-PARM-COUNT)(1:10)
                   MOVE WS-CHG-VALUE(WS-CHG-IDX)(1:1)
                       TO WS-PARM-CARD(WS-PARM-COUNT)(12:1)
                   MOVE 'APPLIED' TO WS-RESULT
               ELSE
                   MOVE 'REFUSED' TO WS-RESULT
                   MOVE 'CONVPARM HAS 50 CARDS ALREADY'
                       TO WS-RESULT-REASON
               END-IF
           END-IF.

       2300-APPLY-SOURCE.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 1 TO WS-CARD-IDX.
           PERFORM UNTIL WS-CARD-IDX > WS-SRC-CARD-COUNT
               MOVE FUNCTION UPPER-CASE(WS-SRC-CARD(WS-CARD-IDX))
                   TO WS-CARD-WORK
               IF WS-CARD-WORK NOT = SPACES
                       AND WS-CARD-WORK(1:1) NOT = '*'
                       AND WS-CARD-WORK(1:8)
                           = WS-CHG-ITEM(WS-CHG-IDX)(1:8)
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
               IF WS-FOUND AND WS-CHG-ACTION(WS-CHG-IDX) = 'R'
                       AND WS-CARD-WORK(1:8)
                           = WS-CHG-ITEM(WS-CHG-IDX)(1:8)
                   PERFORM VARYING WS-CARD-SHIFT FROM WS-CARD-IDX
                           BY 1
                           UNTIL WS-CARD-SHIFT >= WS-SRC-CARD-COUNT
                       MOVE WS-SRC-CARD(WS-CARD-SHIFT + 1)
                           TO WS-SRC-CARD(WS-CARD-SHIFT)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-SRC-CARD-COUNT
                   SUBTRACT 1 FROM WS-SRC-NAME-COUNT
               ELSE
                   ADD 1 TO WS-CARD-IDX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-CHG-ACTION(WS-CHG-IDX) = 'R' AND WS-FOUND
                   MOVE 'APPLIED' TO WS-RESULT
               WHEN WS-CHG-ACTION(WS-CHG-IDX) = 'R'
                   MOVE 'NO CHANGE' TO WS-RESULT
               WHEN WS-FOUND
                   MOVE 'NO CHANGE' TO WS-RESULT
               WHEN WS-SRC-NAME-COUNT >= 10
                   MOVE 'REFUSED' TO WS-RESULT
                   MOVE 'SRCFILE HAS 10 SOURCES ALREADY'
                       TO WS-RESULT-REASON
               WHEN WS-SRC-CARD-COUNT >= 50
                   MOVE 'REFUSED' TO WS-RESULT
                   MOVE 'SRCFILE HAS 50 CARDS ALREADY'
                       TO WS-RESULT-REASON
               WHEN OTHER
                   ADD 1 TO WS-SRC-CARD-COUNT
                   ADD 1 TO WS-SRC-NAME-COUNT
                   MOVE SPACES TO WS-SRC-CARD(WS-SRC-CARD-COUNT)
                   MOVE WS-CHG-ITEM(WS-CHG-IDX)(1:8)
                       TO WS-SRC-CARD(WS-SRC-CARD-COUNT)(1:8)
                   MOVE 'APPLIED' TO WS-RESULT
           END-EVALUATE.

       2500-UPDATE-LIVE-XLATE.
      *    Second pass, live only, once every change has applied
      *    in storage and the decks are written. A failure here
      *    stops the run CC=8, and the job deletes the new decks;
      *    a rerun sets the same final values.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
                       OR WS-CONTROL-ERROR
               IF WS-CHG-TABLE-CODE(WS-CHG-IDX) = 'X'
                       AND WS-CHG-APPLIED(WS-CHG-IDX) = 'Y'
                   PERFORM 2150-UPDATE-LIVE-XLATE
               END-IF
           END-PERFORM.

       2900-REPORT-CHANGE.
           EVALUATE WS-RESULT
               WHEN 'APPLIED'
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN 'NO CHANGE'
                   ADD 1 TO WS-UNCHANGED-COUNT
               WHEN 'SUPERSEDED'
                   ADD 1 TO WS-SUPERSEDED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE 'Y' TO WS-REFUSED-FLAG
           END-EVALUATE.
           MOVE WS-CHG-DATE(WS-CHG-IDX) TO WS-DET-DATE.
           MOVE WS-CHG-SEQ(WS-CHG-IDX) TO WS-DET-SEQ.
           MOVE WS-CHG-STATUS(WS-CHG-IDX) TO WS-DET-STATUS.
           MOVE WS-CHG-TABLE-CODE(WS-CHG-IDX) TO WS-DET-TABLE.
           MOVE WS-CHG-ITEM(WS-CHG-IDX) TO WS-DET-ITEM.
           MOVE WS-CHG-ACTION(WS-CHG-IDX) TO WS-DET-ACTION.
           MOVE WS-CHG-VALUE(WS-CHG-IDX) TO WS-DET-VALUE.
           MOVE WS-CHG-EFF(WS-CHG-IDX) TO WS-DET-EFF.
           MOVE WS-RESULT TO WS-DET-RESULT.
           MOVE WS-RESULT-REASON TO WS-DET-REASON.
           DISPLAY WS-DETAIL-LINE.

       3000-WRITE-CONTROL-DATA.
           OPEN OUTPUT NEWPARM.
           IF WS-NEWPARM-STATUS NOT = '00'
               DISPLAY 'APITDCAP - OPEN FAILED ON NEWPARM '
                       WS-NEWPARM-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                       UNTIL WS-CARD-IDX > WS-PARM-COUNT
                   WRITE NPM-RECORD FROM WS-PARM-CARD(WS-CARD-IDX)
                   IF WS-NEWPARM-STATUS NOT = '00'
                       DISPLAY 'APITDCAP - WRITE FAILED ON NEWPARM '
                               WS-NEWPARM-STATUS
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   END-IF
               END-PERFORM
               CLOSE NEWPARM
           END-IF.
           OPEN OUTPUT NEWSRC.
           IF WS-NEWSRC-STATUS NOT = '00'
               DISPLAY 'APITDCAP - OPEN FAILED ON NEWSRC '
                       WS-NEWSRC-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                       UNTIL WS-CARD-IDX > WS-SRC-CARD-COUNT
                   WRITE NSR-RECORD FROM WS-SRC-CARD(WS-CARD-IDX)
                   IF WS-NEWSRC-STATUS NOT = '00'
                       DISPLAY 'APITDCAP - WRITE FAILED ON NEWSRC '
                               WS-NEWSRC-STATUS
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   END-IF
               END-PERFORM
               CLOSE NEWSRC
           END-IF.
      *    Live, the table is updated in place once these are out.
           IF NOT WS-LIVE-MODE
               PERFORM 3100-WRITE-PROPOSED-XLATE
           END-IF.

       3100-WRITE-PROPOSED-XLATE.
           OPEN OUTPUT NEWXLT.
           IF WS-NEWXLT-STATUS NOT = '00'
               DISPLAY 'APITDCAP - OPEN FAILED ON NEWXLT '
                       WS-NEWXLT-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
           ELSE
               PERFORM VARYING WS-XLT-IDX FROM 1 BY 1
                       UNTIL WS-XLT-IDX > WS-XLT-COUNT
                   MOVE WS-XLT-IN(WS-XLT-IDX) TO NXL-IN-CHAR
                   MOVE WS-XLT-OUT(WS-XLT-IDX) TO NXL-OUT-CHARS
                   MOVE WS-XLT-LEN(WS-XLT-IDX) TO NXL-OUT-LEN
                   WRITE NXL-RECORD
                   IF WS-NEWXLT-STATUS NOT = '00'
                       DISPLAY 'APITDCAP - WRITE FAILED ON NEWXLT '
                               WS-NEWXLT-STATUS
                       MOVE 'Y' TO WS-CONTROL-ERROR-FLAG
                   END-IF
               END-PERFORM
               CLOSE NEWXLT
           END-IF.

       4000-TERMINATE.
           IF WS-XLTFILE-OPEN
               CLOSE XLTFILE
           END-IF.
           DISPLAY ' '.
           DISPLAY '========================================='
                   '======================='.
           DISPLAY 'CHANGES APPLIED            ' WS-APPLIED-COUNT.
           DISPLAY 'CHANGES ALREADY IN PLACE   ' WS-UNCHANGED-COUNT.
           DISPLAY 'CHANGES SUPERSEDED         ' WS-SUPERSEDED-COUNT.
           DISPLAY 'CHANGES REFUSED            ' WS-REFUSED-COUNT.
           DISPLAY 'TRANSLITERATION ENTRIES    ' WS-XLT-COUNT.
           DISPLAY 'CONVPARM CARDS             ' WS-PARM-COUNT.
           DISPLAY 'EXPECTED SOURCES           ' WS-SRC-NAME-COUNT.
           DISPLAY '========================================='
                   '======================='.
           IF WS-CONTROL-ERROR OR WS-CHANGE-REFUSED
               DISPLAY 'APITDCAP - CONTROL DATA NOT COMPLETE'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-CHANGE-REFUSED AND NOT WS-CONTROL-ERROR
               DISPLAY 'APITDCAP - A CHANGE WAS REFUSED - NO CONTROL '
                       'DATA WRITTEN, TABLE LEFT AS IT WAS'
           END-IF.

       8100-FIND-FIELD.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > 5
               IF WS-FLD-NAME(WS-FLD-IDX) = WS-CARD-NAME
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
