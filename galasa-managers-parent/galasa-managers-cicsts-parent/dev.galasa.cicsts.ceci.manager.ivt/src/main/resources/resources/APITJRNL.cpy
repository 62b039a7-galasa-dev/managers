      *              DELETE/ZERO),                                 *
      *          'D' a dead-letter review action (APITDLR         *
      *              release/discard of a DEADFILE entry).         *
      *          'P' a dual-control change to the conversion      *
      *              control data (APITDCTL proposal, approval,   *
      *              rejection or refused attempt).               *
      *          The nightly reconciliation counts only           *
      *          conversion records against the APITCTR hourly    *
      *          counters - maintenance, dead-letter and control  *
      *          data actions are journalled but never counted,   *
      *          so they must be distinguishable here, not        *
      *          guessed from the before-string text.             *
      *                                                           *
      * WJ-RETURN-CODE and WJ-SOURCE-CODE were appended after    *
      * WJ-CACHE-STATUS so journal records cut before they       *
      * exist still line up for every earlier field.              *
      *                                                           *
      * WJ-BEFORE-MASKED / WJ-AFTER-MASKED are the same two       *
      * values as APITMASK leaves them on an archive generation   *
      * older than the personal-data holding period: '*MASKED*',  *
      * the one-way hash of the original value (64 hex            *
      * characters, from APITHASH) and the business date the      *
      * value was masked. A blank value is never masked.          *
      * Everything else on the record is left as it was           *
      * journalled. APITASRC finds a masked value by hashing the  *
      * value it is asked for.                                    *
      *----------------------------------------------------------*
       01  WS-JOURNAL-RECORD.
           05  WJ-TERMID           PIC X(4).
           05  WJ-DATE             PIC 9(6).
           05  WJ-TIME             PIC 9(6).
           05  WJ-BEFORE-STRING    PIC X(100).
           05  WJ-BEFORE-MASKED REDEFINES WJ-BEFORE-STRING.
               10  WJ-BEFORE-MASK-TAG  PIC X(8).
                   88  WJ-BEFORE-IS-MASKED  VALUE '*MASKED*'.
               10  WJ-BEFORE-HASH      PIC X(64).
               10  WJ-BEFORE-MASK-DATE PIC 9(8).
               10  FILLER              PIC X(20).
           05  WJ-AFTER-STRING     PIC X(100).
           05  WJ-AFTER-MASKED REDEFINES WJ-AFTER-STRING.
               10  WJ-AFTER-MASK-TAG   PIC X(8).
                   88  WJ-AFTER-IS-MASKED   VALUE '*MASKED*'.
               10  WJ-AFTER-HASH       PIC X(64).
               10  WJ-AFTER-MASK-DATE  PIC 9(8).
               10  FILLER              PIC X(20).
           05  WJ-CACHE-STATUS     PIC X(1).
           05  WJ-RETURN-CODE      PIC X(2).
           05  WJ-SOURCE-CODE      PIC X(1).
