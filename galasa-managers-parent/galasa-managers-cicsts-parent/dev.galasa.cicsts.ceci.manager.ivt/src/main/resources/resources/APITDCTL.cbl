       IDENTIFICATION DIVISION.
       PROGRAM-ID. APITDCTL.
      *----------------------------------------------------------*
      * Change history                                            *
      * ---------------------------------------------------------- *
      * 2026-10-10 Dual-control maintenance of the APITCONV       *
      *            control data - the APITXLT transliteration     *
      *            table, the CONVPARM field functions and the    *
      *            SRCFILE expected sources - so a table change   *
      *            no longer travels by e-mail to whoever is on   *
      *            shift with IDCAMS. One user proposes a change  *
      *            with the date it is to go live; a different    *
      *            user approves or rejects it. Command driven    *
      *            from the terminal input line (no map), the     *
      *            same style as APITMNT and APITDLR:             *
      *                                                           *
      *            APDC LIST [yyyymmdd]      list requests        *
      *                   proposed from that date (or the start)  *
      *            APDC SHOW <date> <seq>    one request in full  *
      *            APDC XLT <c> <out> <eff>  propose replacement  *
      *                   <out> (1-2 letters, or REMOVE) for the  *
      *                   accented character <c>                  *
      *            APDC PARM <field> <f> <eff>                    *
      *                   propose CONVPARM function U/L/I/N for   *
      *                   a business-record field                 *
      *            APDC SOURCE <name> <ADD|DROP> <eff>            *
      *                   propose an SRCFILE expected-source      *
      *                   change                                  *
      *            APDC APPROVE <date> <seq> approve a request    *
      *            APDC REJECT <date> <seq>  reject a request     *
      *                                                           *
      *            Proposing needs an APITAUTH grant for verb     *
      *            PROPOSE, approving or rejecting one for        *
      *            APPROVE, and nobody may decide their own       *
      *            proposal. <eff> is the business date the       *
      *            change takes effect from: today or later,      *
      *            and still not past when it is approved. The    *
      *            APITDCAP batch step applies approved changes   *
      *            to the live control data on the night of that  *
      *            date. Every proposal, approval and rejection,  *
      *            and every refused attempt, writes an APITLOG   *
      *            journal record under source code 'P'.          *
      * 2026-10-15 The effective date must be a real calendar     *
      *            date. Only the month and day ranges were       *
      *            checked, so 20261131 or 20260230 was accepted. *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY APITJRNL.
           COPY APITDCR.
           COPY APITAUT.
       01  WS-INPUT-AREA          PIC X(80) VALUE SPACES.
       01  WS-INPUT-LEN           PIC S9(4) COMP VALUE +80.
       01  WS-TRANID-IN           PIC X(8) VALUE SPACES.
       01  WS-VERB                PIC X(10) VALUE SPACES.
      *    The operands are kept as typed - an accented character
      *    or its replacement must not go through a case fold -
      *    and each verb folds only the operands that are names.
       01  WS-ARG1                PIC X(10) VALUE SPACES.
       01  WS-ARG2                PIC X(10) VALUE SPACES.
       01  WS-ARG3                PIC X(10) VALUE SPACES.
       01  WS-USERID              PIC X(8) VALUE SPACES.
      *    The reply screen - 3270 line-mode output, one 80-byte
      *    slot per line, sent as a single SEND TEXT whose length
      *    is the number of lines actually built.
       01  WS-SCREEN.
           05  WS-SCREEN-LINE     PIC X(80) OCCURS 20 TIMES.
       01  WS-LINE-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-SEND-LEN            PIC S9(4) COMP VALUE ZERO.
       01  WS-DETAIL-LINE.
           05  WS-DET-DATE        PIC 9(8).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DET-SEQ         PIC 9(5).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DET-STATUS      PIC X(1).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DET-TABLE       PIC X(1).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DET-ITEM        PIC X(10).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DET-ACTION      PIC X(1).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DET-VALUE       PIC X(2).
           05  FILLER             PIC X(5) VALUE ' EFF '.
           05  WS-DET-EFF         PIC 9(8).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DET-BY          PIC X(8).
           05  FILLER             PIC X(24) VALUE SPACES.
       01  WS-RESP                PIC S9(8) COMP VALUE ZERO.
       01  WS-RESP2               PIC S9(8) COMP VALUE ZERO.
       01  WS-AUTH-RESP           PIC S9(8) COMP VALUE ZERO.
       01  WS-AUTH-VERB           PIC X(10) VALUE SPACES.
       01  WS-AUTH-FLAG           PIC X(1) VALUE 'N'.
           88  WS-VERB-AUTHORISED           VALUE 'Y'.
       01  WS-BROWSE-COUNT        PIC 9(2) VALUE ZERO.
       01  WS-KEY-OK-FLAG         PIC X(1) VALUE 'N'.
           88  WS-KEY-OK                    VALUE 'Y'.
       01  WS-REQ-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88  WS-REQ-FOUND                 VALUE 'Y'.
       01  WS-PROPOSAL-OK-FLAG    PIC X(1) VALUE 'N'.
           88  WS-PROPOSAL-OK               VALUE 'Y'.
       01  WS-DIGIT-IDX           PIC 9(2) VALUE ZERO.
       01  WS-SEQ-WORK            PIC 9(5) VALUE ZERO.
       01  WS-REQ-DATE            PIC 9(8) VALUE ZERO.
       01  WS-REQ-SEQ             PIC 9(5) VALUE ZERO.
       01  WS-REFUSE-TEXT         PIC X(60) VALUE SPACES.
      *    The proposal being built, kept apart from the record
      *    area - the numbering control record is read into
      *    WS-CHANGE-REQUEST-RECORD before the proposal is
      *    written from it.
       01  WS-NEW-TABLE           PIC X(1) VALUE SPACE.
       01  WS-NEW-ITEM            PIC X(10) VALUE SPACES.
       01  WS-NEW-ACTION          PIC X(1) VALUE SPACE.
       01  WS-NEW-VALUE           PIC X(2) VALUE SPACES.
       01  WS-NEW-EFF             PIC 9(8) VALUE ZERO.
       01  WS-EFF-WORK            PIC X(10) VALUE SPACES.
       01  WS-EFF-DATE-R.
           05  WS-EFF-YYYY        PIC 9(4).
           05  WS-EFF-MM          PIC 9(2).
           05  WS-EFF-DD          PIC 9(2).
       01  WS-EFF-DATE-NUM REDEFINES WS-EFF-DATE-R
                                  PIC 9(8).
      *    The business-record fields a CONVPARM card may name -
      *    the same five APITCONV knows; any other name would
      *    fail the night's run.
       01  WS-FIELD-NAMES.
           05  FILLER             PIC X(10) VALUE 'SURNAME'.
           05  FILLER             PIC X(10) VALUE 'GIVENNAME'.
           05  FILLER             PIC X(10) VALUE 'ADDRLINE1'.
           05  FILLER             PIC X(10) VALUE 'ADDRLINE2'.
           05  FILLER             PIC X(10) VALUE 'CITY'.
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-NAMES.
           05  WS-FLD-NAME        PIC X(10) OCCURS 5 TIMES.
       01  WS-FLD-IDX             PIC 9(2) VALUE ZERO.
       01  WS-FLD-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88  WS-FLD-FOUND                 VALUE 'Y'.
       01  WS-EIBDATE-DISPLAY     PIC 9(7) VALUE ZERO.
       01  WS-TODAY-YYYYMMDD      PIC 9(8) VALUE ZERO.
       01  WS-ACTION-RESULT       PIC X(2) VALUE '00'.
       01  WS-ACTION-TEXT         PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE SPACES TO WS-INPUT-AREA.
           MOVE +80 TO WS-INPUT-LEN.
           EXEC CICS RECEIVE INTO(WS-INPUT-AREA)
                     LENGTH(WS-INPUT-LEN)
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS ASSIGN USERID(WS-USERID)
                     RESP(WS-RESP)
           END-EXEC.
           MOVE SPACES TO WS-SCREEN.
           MOVE ZERO TO WS-LINE-COUNT.
           PERFORM 8400-SET-TODAY.
           PERFORM 1000-PARSE-COMMAND.
      *    LIST and SHOW stay open to all; the verbs that change
      *    something pass through the authority check first.
           EVALUATE WS-VERB
               WHEN 'LIST'
                   PERFORM 2000-LIST-REQUESTS
               WHEN 'SHOW'
                   PERFORM 3000-SHOW-REQUEST
               WHEN 'XLT'
               WHEN 'PARM'
               WHEN 'SOURCE'
                   MOVE 'PROPOSE' TO WS-AUTH-VERB
                   PERFORM 1500-CHECK-AUTHORITY
                   IF WS-VERB-AUTHORISED
                       PERFORM 4000-PROPOSE-CHANGE
                   ELSE
                       PERFORM 1600-REFUSE-VERB
                   END-IF
               WHEN 'APPROVE'
               WHEN 'REJECT'
                   MOVE 'APPROVE' TO WS-AUTH-VERB
                   PERFORM 1500-CHECK-AUTHORITY
                   IF WS-VERB-AUTHORISED
                       PERFORM 5000-DECIDE-REQUEST
                   ELSE
                       PERFORM 1600-REFUSE-VERB
                   END-IF
               WHEN OTHER
                   PERFORM 7000-SHOW-HELP
           END-EVALUATE.
           PERFORM 8100-SEND-SCREEN.
           EXEC CICS RETURN END-EXEC.

       1000-PARSE-COMMAND.
      *    The received line starts with the transaction id, so
      *    the first token is thrown away. Only the verb folds
      *    here.
           MOVE SPACES TO WS-TRANID-IN.
           MOVE SPACES TO WS-VERB.
           MOVE SPACES TO WS-ARG1.
           MOVE SPACES TO WS-ARG2.
           MOVE SPACES TO WS-ARG3.
           UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACES
               INTO WS-TRANID-IN WS-VERB WS-ARG1 WS-ARG2 WS-ARG3
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB.

       1100-PARSE-REQUEST-KEY.
      *    SHOW, APPROVE and REJECT name a request as <date> <seq>
      *    - an eight-digit date and a sequence number of up to
      *    five digits, leading zeroes optional.
           MOVE 'N' TO WS-KEY-OK-FLAG.
           IF WS-ARG1(1:8) IS NUMERIC AND WS-ARG1(9:2) = SPACES
                   AND WS-ARG2 NOT = SPACES
               MOVE ZERO TO WS-SEQ-WORK
               MOVE 'Y' TO WS-KEY-OK-FLAG
               PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
                       UNTIL WS-DIGIT-IDX > 5
                           OR WS-ARG2(WS-DIGIT-IDX:1) = SPACE
                   IF WS-ARG2(WS-DIGIT-IDX:1) IS NUMERIC
                       COMPUTE WS-SEQ-WORK = WS-SEQ-WORK * 10
                           + FUNCTION NUMVAL(
                               WS-ARG2(WS-DIGIT-IDX:1))
                   ELSE
                       MOVE 'N' TO WS-KEY-OK-FLAG
                   END-IF
               END-PERFORM
               IF WS-ARG2(6:5) NOT = SPACES
      *            More than five digits keyed.
                   MOVE 'N' TO WS-KEY-OK-FLAG
               END-IF
           END-IF.
      *    Key zero is the numbering control record, not a
      *    request.
           IF WS-KEY-OK AND WS-SEQ-WORK = ZERO
               MOVE 'N' TO WS-KEY-OK-FLAG
           END-IF.
           IF WS-KEY-OK
               MOVE WS-ARG1(1:8) TO WS-REQ-DATE
               MOVE WS-SEQ-WORK TO WS-REQ-SEQ
               MOVE WS-REQ-DATE TO DCR-DATE
               MOVE WS-REQ-SEQ TO DCR-SEQ
           ELSE
               PERFORM 8300-ADD-LINE-SLOT
               MOVE 'REQUEST KEY MUST BE <YYYYMMDD> <SEQ 1-99999>'
                   TO WS-SCREEN-LINE(WS-LINE-COUNT)
           END-IF.

       1500-CHECK-AUTHORITY.
      *    Proposing and deciding are separate grants on the
      *    APITAUTH permissions file - the presence of the record
      *    is the grant. Any trouble reading the authority file
      *    refuses the verb: fail closed.
           MOVE 'N' TO WS-AUTH-FLAG.
           MOVE WS-USERID TO AUT-USERID.
           MOVE WS-AUTH-VERB TO AUT-VERB.
           EXEC CICS READ FILE('APITAUTH')
                     INTO(WS-AUTHORITY-RECORD)
                     RIDFLD(AUT-KEY)
                     RESP(WS-AUTH-RESP)
           END-EXEC.
           IF WS-AUTH-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-AUTH-FLAG
           END-IF.

       1600-REFUSE-VERB.
           PERFORM 8200-ADD-TITLE-LINE.
           PERFORM 8300-ADD-LINE-SLOT.
           MOVE SPACES TO WS-SCREEN-LINE(WS-LINE-COUNT).
           STRING 'SORRY - USER ' WS-USERID
                   ' IS NOT AUTHORISED TO ' WS-AUTH-VERB
               DELIMITED BY SIZE
               INTO WS-SCREEN-LINE(WS-LINE-COUNT)
           END-STRING.
           PERFORM 8300-ADD-LINE-SLOT.
           MOVE 'ASK OPERATIONS FOR AN APITAUTH GRANT'
               TO WS-SCREEN-LINE(WS-LINE-COUNT).
           MOVE SPACES TO WJ-BEFORE-STRING.
           STRING 'APITDCTL DENIED ' WS-VERB
                   ' ' WS-ARG1 ' ' WS-ARG2 ' ' WS-ARG3
                   ' FOR USER ' WS-USERID
               DELIMITED BY SIZE
               INTO WJ-BEFORE-STRING
           END-STRING.
           MOVE 'ACCESS DENIED' TO WJ-AFTER-STRING.
           MOVE '08' TO WS-ACTION-RESULT.
           PERFORM 8000-WRITE-JOURNAL.

       2000-LIST-REQUESTS.
           PERFORM 8200-ADD-TITLE-LINE.
           PERFORM 8300-ADD-LINE-SLOT.
           MOVE 'DATE     SEQ   S T ITEM       A VL     EFF DATE BY'
               TO WS-SCREEN-LINE(WS-LINE-COUNT).
           MOVE ZERO TO DCR-DATE.
           MOVE 1 TO DCR-SEQ.
           IF WS-ARG1(1:8) IS NUMERIC
               MOVE WS-ARG1(1:8) TO DCR-DATE
           END-IF.
           EXEC CICS STARTBR FILE('APITDCRQ')
                     RIDFLD(DCR-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 8300-ADD-LINE-SLOT
               MOVE 'NO CHANGE REQUESTS AT OR PAST THAT DATE'
                   TO WS-SCREEN-LINE(WS-LINE-COUNT)
           ELSE
               MOVE ZERO TO WS-BROWSE-COUNT
               PERFORM 2100-LIST-NEXT
                   UNTIL WS-BROWSE-COUNT >= 15
                       OR WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE('APITDCRQ')
                         RESP(WS-RESP2)
               END-EXEC
               IF WS-BROWSE-COUNT = ZERO
                   PERFORM 8300-ADD-LINE-SLOT
                   MOVE 'NO CHANGE REQUESTS AT OR PAST THAT DATE'
                       TO WS-SCREEN-LINE(WS-LINE-COUNT)
               END-IF
           END-IF.

       2100-LIST-NEXT.
           EXEC CICS READNEXT FILE('APITDCRQ')
                     INTO(WS-CHANGE-REQUEST-RECORD)
                     RIDFLD(DCR-KEY)
                     RESP(WS-RESP)
           END-EXEC.
      *    Decided requests stay on the list - the approver needs
      *    to see what is already approved for the same item.
           IF WS-RESP = DFHRESP(NORMAL) AND DCR-SEQ NOT = ZERO
               ADD 1 TO WS-BROWSE-COUNT
               PERFORM 2200-FORMAT-DETAIL
               PERFORM 8300-ADD-LINE-SLOT
               MOVE WS-DETAIL-LINE TO WS-SCREEN-LINE(WS-LINE-COUNT)
           END-IF.

       2200-FORMAT-DETAIL.
           MOVE DCR-DATE TO WS-DET-DATE.
           MOVE DCR-SEQ TO WS-DET-SEQ.
           MOVE DCR-STATUS TO WS-DET-STATUS.
           MOVE DCR-TABLE TO WS-DET-TABLE.
           MOVE DCR-ITEM TO WS-DET-ITEM.
           MOVE DCR-ACTION TO WS-DET-ACTION.
           MOVE DCR-VALUE TO WS-DET-VALUE.
           MOVE DCR-EFFECTIVE-DATE TO WS-DET-EFF.
           MOVE DCR-PROPOSED-BY TO WS-DET-BY.

       3000-SHOW-REQUEST.
           PERFORM 8200-ADD-TITLE-LINE.
           PERFORM 1100-PARSE-REQUEST-KEY.
           IF WS-KEY-OK
               EXEC CICS READ FILE('APITDCRQ')
                         INTO(WS-CHANGE-REQUEST-RECORD)
                         RIDFLD(DCR-KEY)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 3100-FORMAT-REQUEST
               ELSE
                   PERFORM 8300-ADD-LINE-SLOT
                   MOVE 'CHANGE REQUEST NOT FOUND'
                       TO WS-SCREEN-LINE(WS-LINE-COUNT)
               END-IF
           END-IF.

       3100-FORMAT-REQUEST.
           PERFORM 8300-ADD-LINE-SLOT.
           MOVE SPACES TO WS-SCREEN-LINE(WS-LINE-COUNT).
           STRING 'REQUEST ' DCR-DATE ' ' DCR-SEQ
                   '  STATUS ' DCR-STATUS
               DELIMITED BY SIZE
               INTO WS-SCREEN-LINE(WS-LINE-COUNT)
           END-STRING.
           PERFORM 3200-DESCRIBE-CHANGE.
           PERFORM 8300-ADD-LINE-SLOT.
           MOVE SPACES TO WS-SCREEN-LINE(WS-LINE-COUNT).
           STRING 'CHANGE  : ' WS-ACTION-TEXT
               DELIMITED BY SIZE
               INTO WS-SCREEN-LINE(WS-LINE-COUNT)
           END-STRING.
           PERFORM 8300-ADD-LINE-SLOT.
           MOVE SPACES TO WS-SCREEN-LINE(WS-LINE-COUNT).
           STRING 'EFFECTIVE FROM BUSINESS DATE ' DCR-EFFECTIVE-DATE
               DELIMITED BY SIZE
               INTO WS-SCREEN-LINE(WS-LINE-COUNT)
           END-STRING.
           PERFORM 8300-ADD-LINE-SLOT.
           MOVE SPACES TO WS-SCREEN-LINE(WS-LINE-COUNT).
           STRING 'PROPOSED BY ' DCR-PROPOSED-BY
               DELIMITED BY SIZE
               INTO WS-SCREEN-LINE(WS-LINE-COUNT)
           END-STRING.
           IF DCR-STATUS = 'A' OR DCR-STATUS = 'R'
               PERFORM 8300-ADD-LINE-SLOT
               MOVE SPACES TO WS-SCREEN-LINE(WS-LINE-COUNT)
               IF DCR-STATUS = 'A'
                   STRING 'APPROVED BY ' DCR-DECIDED-BY
                           ' ON ' DCR-DECIDED-DATE
                       DELIMITED BY SIZE
                       INTO WS-SCREEN-LINE(WS-LINE-COUNT)
                   END-STRING
               ELSE
                   STRING 'REJECTED BY ' DCR-DECIDED-BY
                           ' ON ' DCR-DECIDED-DATE
                       DELIMITED BY SIZE
                       INTO WS-SCREEN-LINE(WS-LINE-COUNT)
                   END-STRING
               END-IF
           END-IF.

       3200-DESCRIBE-CHANGE.
           MOVE SPACES TO WS-ACTION-TEXT.
           EVALUATE TRUE
               WHEN DCR-TABLE = 'X' AND DCR-ACTION = 'R'
                   STRING 'XLT REMOVE ' DCR-ITEM(1:1)
                       DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   END-STRING
               WHEN DCR-TABLE = 'X'
                   STRING 'XLT ' DCR-ITEM(1:1) ' TO ' DCR-VALUE
                       DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   END-STRING
               WHEN DCR-TABLE = 'P'
                   STRING 'PARM ' DCR-ITEM ' FUNCTION '
                           DCR-VALUE(1:1)
                       DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   END-STRING
               WHEN DCR-TABLE = 'S' AND DCR-ACTION = 'R'
                   STRING 'SOURCE DROP ' DCR-ITEM(1:8)
                       DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   END-STRING
               WHEN OTHER
                   STRING 'SOURCE ADD ' DCR-ITEM(1:8)
                       DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   END-STRING
           END-EVALUATE.

       4000-PROPOSE-CHANGE.
           PERFORM 8200-ADD-TITLE-LINE.
           MOVE SPACES TO WS-REFUSE-TEXT.
           MOVE 'Y' TO WS-PROPOSAL-OK-FLAG.
           MOVE SPACES TO WS-NEW-ITEM.
           MOVE SPACES TO WS-NEW-VALUE.
           MOVE 'S' TO WS-NEW-ACTION.
           MOVE WS-ARG3 TO WS-EFF-WORK.
           EVALUATE WS-VERB
               WHEN 'XLT'
                   PERFORM 4100-CHECK-XLT
               WHEN 'PARM'
                   PERFORM 4200-CHECK-PARM
               WHEN OTHER
                   PERFORM 4300-CHECK-SOURCE
           END-EVALUATE.
           IF WS-PROPOSAL-OK
               PERFORM 4400-CHECK-EFFECTIVE-DATE
           END-IF.
           IF WS-PROPOSAL-OK
               PERFORM 4500-WRITE-PROPOSAL
           ELSE
               PERFORM 8300-ADD-LINE-SLOT
               MOVE SPACES TO WS-SCREEN-LINE(WS-LINE-COUNT)
               STRING 'PROPOSAL REFUSED - ' WS-REFUSE-TEXT
                   DELIMITED BY SIZE
                   INTO WS-SCREEN-LINE(WS-LINE-COUNT)
               END-STRING
               MOVE SPACES TO WJ-BEFORE-STRING
               STRING 'APITDCTL ' WS-VERB ' ' WS-ARG1 ' ' WS-ARG2
                       ' ' WS-ARG3 ' BY ' WS-USERID
                   DELIMITED BY SIZE
                   INTO WJ-BEFORE-STRING
               END-STRING
               MOVE SPACES TO WJ-AFTER-STRING
               STRING 'REFUSED ' WS-REFUSE-TEXT
                   DELIMITED BY SIZE
                   INTO WJ-AFTER-STRING
               END-STRING
               MOVE '08' TO WS-ACTION-RESULT
               PERFORM 8000-WRITE-JOURNAL
           END-IF.

       4100-CHECK-XLT.
      *    The character is exactly one position, and not one
      *    the field checks already accept - a letter, digit or
      *    blank never reaches the transliteration table. The
      *    replacement is one or two letters, because what comes
      *    out of the table is still validated as a letter.
           MOVE 'X' TO WS-NEW-TABLE.
           MOVE WS-ARG1(1:1) TO WS-NEW-ITEM.
           EVALUATE TRUE
               WHEN WS-ARG1 = SPACES OR WS-ARG1(2:9) NOT = SPACES
                   MOVE 'N' TO WS-PROPOSAL-OK-FLAG
                   MOVE 'CHARACTER MUST BE ONE POSITION'
                       TO WS-REFUSE-TEXT
               WHEN WS-ARG1(1:1) IS ALPHABETIC
                       OR WS-ARG1(1:1) IS NUMERIC
                   MOVE 'N' TO WS-PROPOSAL-OK-FLAG
                   MOVE 'LETTERS AND DIGITS NEED NO TRANSLITERATION'
                       TO WS-REFUSE-TEXT
               WHEN FUNCTION UPPER-CASE(WS-ARG2) = 'REMOVE'
                   MOVE 'R' TO WS-NEW-ACTION
               WHEN WS-ARG2 = SPACES OR WS-ARG2(3:8) NOT = SPACES
                   MOVE 'N' TO WS-PROPOSAL-OK-FLAG
                   MOVE 'REPLACEMENT MUST BE 1-2 LETTERS OR REMOVE'
                       TO WS-REFUSE-TEXT
               WHEN WS-ARG2(1:2) IS NOT ALPHABETIC
                   MOVE 'N' TO WS-PROPOSAL-OK-FLAG
                   MOVE 'REPLACEMENT MUST BE 1-2 LETTERS OR REMOVE'
                       TO WS-REFUSE-TEXT
               WHEN OTHER
                   MOVE WS-ARG2(1:2) TO WS-NEW-VALUE
           END-EVALUATE.

       4200-CHECK-PARM.
           MOVE 'P' TO WS-NEW-TABLE.
           MOVE FUNCTION UPPER-CASE(WS-ARG1) TO WS-NEW-ITEM.
           MOVE FUNCTION UPPER-CASE(WS-ARG2(1:1)) TO WS-NEW-VALUE.
           MOVE 'N' TO WS-FLD-FOUND-FLAG.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > 5
               IF WS-FLD-NAME(WS-FLD-IDX) = WS-NEW-ITEM
                   MOVE 'Y' TO WS-FLD-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT WS-FLD-FOUND
                   MOVE 'N' TO WS-PROPOSAL-OK-FLAG
                   MOVE 'NOT A CONVPARM FIELD - SEE APDC HELP'
                       TO WS-REFUSE-TEXT
               WHEN WS-ARG2(2:9) NOT = SPACES
                   MOVE 'N' TO WS-PROPOSAL-OK-FLAG
                   MOVE 'FUNCTION MUST BE U, L, I OR N'
                       TO WS-REFUSE-TEXT
               WHEN WS-NEW-VALUE(1:1) = 'U' OR 'L' OR 'I' OR 'N'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-PROPOSAL-OK-FLAG
                   MOVE 'FUNCTION MUST BE U, L, I OR N'
                       TO WS-REFUSE-TEXT
           END-EVALUATE.

       4300-CHECK-SOURCE.
           MOVE 'S' TO WS-NEW-TABLE.
           MOVE FUNCTION UPPER-CASE(WS-ARG1) TO WS-NEW-ITEM.
           MOVE FUNCTION UPPER-CASE(WS-ARG2) TO WS-ARG2.
           EVALUATE TRUE
               WHEN WS-NEW-ITEM = SPACES
                       OR WS-NEW-ITEM(9:2) NOT = SPACES
                   MOVE 'N' TO WS-PROPOSAL-OK-FLAG
                   MOVE 'SOURCE NAME MUST BE 1-8 CHARACTERS'
                       TO WS-REFUSE-TEXT
               WHEN WS-ARG2 = 'ADD'
                   MOVE 'S' TO WS-NEW-ACTION
               WHEN WS-ARG2 = 'DROP'
                   MOVE 'R' TO WS-NEW-ACTION
               WHEN OTHER
                   MOVE 'N' TO WS-PROPOSAL-OK-FLAG
                   MOVE 'SOURCE CHANGE MUST BE ADD OR DROP'
                       TO WS-REFUSE-TEXT
           END-EVALUATE.

       4400-CHECK-EFFECTIVE-DATE.
      *    A change can be dated today at the earliest - tonight's
      *    run is the first that can pick it up.
           IF WS-EFF-WORK(1:8) IS NOT NUMERIC
                   OR WS-EFF-WORK(9:2) NOT = SPACES
               MOVE 'N' TO WS-PROPOSAL-OK-FLAG
               MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD'
                   TO WS-REFUSE-TEXT
           ELSE
               MOVE WS-EFF-WORK(1:8) TO WS-EFF-DATE-R
               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE-NUM)
                           NOT = 0
                       MOVE 'N' TO WS-PROPOSAL-OK-FLAG
                       MOVE 'EFFECTIVE DATE IS NOT A DATE'
                           TO WS-REFUSE-TEXT
                   WHEN WS-EFF-DATE-NUM < WS-TODAY-YYYYMMDD
                       MOVE 'N' TO WS-PROPOSAL-OK-FLAG
                       MOVE 'EFFECTIVE DATE IS IN THE PAST'
                           TO WS-REFUSE-TEXT
                   WHEN OTHER
                       MOVE WS-EFF-DATE-NUM TO WS-NEW-EFF
               END-EVALUATE
           END-IF.

       4500-WRITE-PROPOSAL.
      *    The next sequence number comes off the control record,
      *    held for update until the proposal has been written
      *    so two clerks proposing at once cannot draw the same
      *    number.
           MOVE ZERO TO DCR-DATE.
           MOVE ZERO TO DCR-SEQ.
           EXEC CICS READ FILE('APITDCRQ')
                     INTO(WS-CHANGE-REQUEST-RECORD)
                     RIDFLD(DCR-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 8300-ADD-LINE-SLOT
               MOVE 'REQUEST FILE NOT INITIALISED - CALL OPERATIONS'
                   TO WS-SCREEN-LINE(WS-LINE-COUNT)
               MOVE '12' TO WS-ACTION-RESULT
               MOVE 'PROPOSAL FAILED' TO WJ-AFTER-STRING
           ELSE
               IF DCR-LAST-SEQ >= 99999
                   MOVE 1 TO DCR-LAST-SEQ
               ELSE
                   ADD 1 TO DCR-LAST-SEQ
               END-IF
               MOVE DCR-LAST-SEQ TO WS-REQ-SEQ
               EXEC CICS REWRITE FILE('APITDCRQ')
                         FROM(WS-CHANGE-REQUEST-RECORD)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE WS-TODAY-YYYYMMDD TO WS-REQ-DATE
                   INITIALIZE WS-CHANGE-REQUEST-RECORD
                   MOVE WS-REQ-DATE TO DCR-DATE
                   MOVE WS-REQ-SEQ TO DCR-SEQ
                   MOVE 'P' TO DCR-STATUS
                   MOVE WS-NEW-TABLE TO DCR-TABLE
                   MOVE WS-NEW-ITEM TO DCR-ITEM
                   MOVE WS-NEW-ACTION TO DCR-ACTION
                   MOVE WS-NEW-VALUE TO DCR-VALUE
                   MOVE WS-NEW-EFF TO DCR-EFFECTIVE-DATE
                   MOVE WS-USERID TO DCR-PROPOSED-BY
                   EXEC CICS WRITE FILE('APITDCRQ')
                             FROM(WS-CHANGE-REQUEST-RECORD)
                             RIDFLD(DCR-KEY)
                             RESP(WS-RESP)
                   END-EXEC
               END-IF
               PERFORM 8300-ADD-LINE-SLOT
               MOVE SPACES TO WS-SCREEN-LINE(WS-LINE-COUNT)
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE '00' TO WS-ACTION-RESULT
                   STRING 'PROPOSED AS REQUEST ' WS-REQ-DATE ' '
                           WS-REQ-SEQ ' - NEEDS A SECOND USER TO '
                           'APPROVE'
                       DELIMITED BY SIZE
                       INTO WS-SCREEN-LINE(WS-LINE-COUNT)
                   END-STRING
                   MOVE SPACES TO WJ-AFTER-STRING
                   STRING 'PROPOSED ' WS-REQ-DATE ' ' WS-REQ-SEQ
                           ' EFF ' WS-NEW-EFF
                       DELIMITED BY SIZE
                       INTO WJ-AFTER-STRING
                   END-STRING
               ELSE
                   MOVE '12' TO WS-ACTION-RESULT
                   MOVE 'REQUEST FILE WRITE FAILED - NOTHING PROPOSED'
                       TO WS-SCREEN-LINE(WS-LINE-COUNT)
                   MOVE 'PROPOSAL FAILED' TO WJ-AFTER-STRING
               END-IF
           END-IF.
           MOVE SPACES TO WJ-BEFORE-STRING.
           STRING 'APITDCTL ' WS-VERB ' ' WS-NEW-ITEM
                   ' ' WS-NEW-ACTION ' ' WS-NEW-VALUE
                   ' BY ' WS-USERID
               DELIMITED BY SIZE
               INTO WJ-BEFORE-STRING
           END-STRING.
           PERFORM 8000-WRITE-JOURNAL.

       5000-DECIDE-REQUEST.
           PERFORM 8200-ADD-TITLE-LINE.
           PERFORM 1100-PARSE-REQUEST-KEY.
           IF WS-KEY-OK
               EXEC CICS READ FILE('APITDCRQ')
                         INTO(WS-CHANGE-REQUEST-RECORD)
                         RIDFLD(DCR-KEY)
                         UPDATE
                         RESP(WS-RESP)
               END-EXEC
               MOVE SPACES TO WS-REFUSE-TEXT
               MOVE 'N' TO WS-REQ-FOUND-FLAG
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-REQ-FOUND-FLAG
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-REQ-FOUND
                       MOVE 'CHANGE REQUEST NOT FOUND'
                           TO WS-REFUSE-TEXT
                   WHEN DCR-STATUS NOT = 'P'
                       MOVE 'REQUEST IS NOT PENDING - ALREADY DECIDED'
                           TO WS-REFUSE-TEXT
                   WHEN DCR-PROPOSED-BY = WS-USERID
                       MOVE 'A DIFFERENT USER MUST DECIDE THIS REQUEST'
                           TO WS-REFUSE-TEXT
                   WHEN WS-VERB = 'APPROVE'
                           AND DCR-EFFECTIVE-DATE < WS-TODAY-YYYYMMDD
                       MOVE 'EFFECTIVE DATE PASSED - REJECT, REPROPOSE'
                           TO WS-REFUSE-TEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-REFUSE-TEXT = SPACES
                   PERFORM 5100-RECORD-DECISION
               ELSE
                   IF WS-REQ-FOUND
                       EXEC CICS UNLOCK FILE('APITDCRQ')
                                 RESP(WS-RESP2)
                       END-EXEC
                   END-IF
                   PERFORM 8300-ADD-LINE-SLOT
                   MOVE WS-REFUSE-TEXT TO WS-SCREEN-LINE(WS-LINE-COUNT)
                   MOVE '08' TO WS-ACTION-RESULT
                   MOVE SPACES TO WJ-AFTER-STRING
                   STRING 'REFUSED ' WS-REFUSE-TEXT
                       DELIMITED BY SIZE
                       INTO WJ-AFTER-STRING
                   END-STRING
                   PERFORM 5200-JOURNAL-DECISION
               END-IF
           END-IF.

       5100-RECORD-DECISION.
           IF WS-VERB = 'APPROVE'
               MOVE 'A' TO DCR-STATUS
           ELSE
               MOVE 'R' TO DCR-STATUS
           END-IF.
           MOVE WS-USERID TO DCR-DECIDED-BY.
           MOVE WS-TODAY-YYYYMMDD TO DCR-DECIDED-DATE.
           EXEC CICS REWRITE FILE('APITDCRQ')
                     FROM(WS-CHANGE-REQUEST-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           PERFORM 8300-ADD-LINE-SLOT.
           MOVE SPACES TO WS-SCREEN-LINE(WS-LINE-COUNT).
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE '00' TO WS-ACTION-RESULT
               IF WS-VERB = 'APPROVE'
                   STRING 'REQUEST APPROVED - LIVE FROM BUSINESS DATE '
                           DCR-EFFECTIVE-DATE
                       DELIMITED BY SIZE
                       INTO WS-SCREEN-LINE(WS-LINE-COUNT)
                   END-STRING
                   MOVE 'APPROVED' TO WJ-AFTER-STRING
               ELSE
                   MOVE 'REQUEST REJECTED'
                       TO WS-SCREEN-LINE(WS-LINE-COUNT)
                   MOVE 'REJECTED' TO WJ-AFTER-STRING
               END-IF
           ELSE
               MOVE '12' TO WS-ACTION-RESULT
               MOVE 'REWRITE FAILED - REQUEST LEFT PENDING'
                   TO WS-SCREEN-LINE(WS-LINE-COUNT)
               MOVE SPACES TO WJ-AFTER-STRING
               STRING WS-VERB DELIMITED BY SPACE
                       ' FAILED' DELIMITED BY SIZE
                   INTO WJ-AFTER-STRING
               END-STRING
           END-IF.
           PERFORM 5200-JOURNAL-DECISION.

       5200-JOURNAL-DECISION.
      *    The journal carries the change itself, not just the
      *    request key, so the audit trail reads on its own.
           MOVE SPACES TO WJ-BEFORE-STRING.
           IF WS-REQ-FOUND
               PERFORM 3200-DESCRIBE-CHANGE
           ELSE
               MOVE SPACES TO WS-ACTION-TEXT
           END-IF.
           STRING 'APITDCTL ' WS-VERB ' ' WS-REQ-DATE ' ' WS-REQ-SEQ
                   ' BY ' WS-USERID ' ' WS-ACTION-TEXT
               DELIMITED BY SIZE
               INTO WJ-BEFORE-STRING
           END-STRING.
           PERFORM 8000-WRITE-JOURNAL.

       7000-SHOW-HELP.
           PERFORM 8200-ADD-TITLE-LINE.
           PERFORM 8300-ADD-LINE-SLOT.
           MOVE 'APITDCTL COMMANDS:'
               TO WS-SCREEN-LINE(WS-LINE-COUNT).
           PERFORM 8300-ADD-LINE-SLOT.
           MOVE '  APDC LIST [YYYYMMDD]           - LIST REQUESTS'
               TO WS-SCREEN-LINE(WS-LINE-COUNT).
           PERFORM 8300-ADD-LINE-SLOT.
           MOVE '  APDC SHOW <DATE> <SEQ>         - ONE REQUEST'
               TO WS-SCREEN-LINE(WS-LINE-COUNT).
           PERFORM 8300-ADD-LINE-SLOT.
           MOVE '  APDC XLT <C> <OUT|REMOVE> <EFF>   - PROPOSE XLATE'
               TO WS-SCREEN-LINE(WS-LINE-COUNT).
           PERFORM 8300-ADD-LINE-SLOT.
           MOVE '  APDC PARM <FIELD> <U|L|I|N> <EFF> - PROPOSE FUNCTION'
               TO WS-SCREEN-LINE(WS-LINE-COUNT).
           PERFORM 8300-ADD-LINE-SLOT.
           MOVE '  APDC SOURCE <NAME> <ADD|DROP> <EFF> - PROPOSE SOURCE'
               TO WS-SCREEN-LINE(WS-LINE-COUNT).
           PERFORM 8300-ADD-LINE-SLOT.
           MOVE '  APDC APPROVE <DATE> <SEQ>      - APPROVE REQUEST'
               TO WS-SCREEN-LINE(WS-LINE-COUNT).
           PERFORM 8300-ADD-LINE-SLOT.
           MOVE '  APDC REJECT <DATE> <SEQ>       - REJECT REQUEST'
               TO WS-SCREEN-LINE(WS-LINE-COUNT).
           PERFORM 8300-ADD-LINE-SLOT.
           MOVE '  <EFF> IS THE BUSINESS DATE THE CHANGE GOES LIVE'
               TO WS-SCREEN-LINE(WS-LINE-COUNT).

       8000-WRITE-JOURNAL.
      *    Same journal, same layout, as APITEST's own calls and
      *    the other maintenance transactions, under its own
      *    source code 'P' so control-data changes can be pulled
      *    out of the archive on their own and are never counted
      *    against the hourly conversion counters.
           MOVE EIBTRMID TO WJ-TERMID.
           MOVE EIBTASKN TO WJ-TASKNUM.
           MOVE EIBDATE TO WJ-DATE.
           MOVE EIBTIME TO WJ-TIME.
           MOVE SPACE TO WJ-CACHE-STATUS.
           MOVE WS-ACTION-RESULT TO WJ-RETURN-CODE.
           MOVE 'P' TO WJ-SOURCE-CODE.
           EXEC CICS WRITE JOURNALNAME('APITLOG')
                     FROM(WS-JOURNAL-RECORD)
                     LENGTH(LENGTH OF WS-JOURNAL-RECORD)
           END-EXEC.

       8100-SEND-SCREEN.
           IF WS-LINE-COUNT = ZERO
               PERFORM 8300-ADD-LINE-SLOT
               MOVE 'APITDCTL - NOTHING TO SHOW'
                   TO WS-SCREEN-LINE(WS-LINE-COUNT)
           END-IF.
           COMPUTE WS-SEND-LEN = WS-LINE-COUNT * 80.
           EXEC CICS SEND TEXT FROM(WS-SCREEN)
                     LENGTH(WS-SEND-LEN)
                     ERASE
                     FREEKB
           END-EXEC.

       8200-ADD-TITLE-LINE.
           PERFORM 8300-ADD-LINE-SLOT.
           MOVE 'APITDCTL - DUAL-CONTROL CONVERSION CONTROL DATA'
               TO WS-SCREEN-LINE(WS-LINE-COUNT).

       8300-ADD-LINE-SLOT.
           IF WS-LINE-COUNT < 20
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       8400-SET-TODAY.
      *    EIBDATE is 0CYYDDD - add 1900000 for YYYYDDD, then
      *    round-trip through the day-number intrinsics for the
      *    YYYYMMDD the request file and the batch side both
      *    speak.
           MOVE EIBDATE TO WS-EIBDATE-DISPLAY.
           COMPUTE WS-TODAY-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DAY(
                       WS-EIBDATE-DISPLAY + 1900000)).
