      * the failing field's name, a colon, and the reason -       *
      * 'SURNAME: SPECIAL CHAR FOUND' - so the morning review     *
      * and the recycle job both know which field to look at.     *
      *                                                           *
      * REJ-SOURCE is the header source of the set the rejected   *
      * record arrived in, appended after the original fields so  *
      * the recycle job can carry it to the dead-letter store and *
      * the data-quality scorecard can charge each reject to the  *
      * sender that supplied it. Rejects cut before it existed    *
      * read as spaces there.                                     *
      *----------------------------------------------------------*
       01  WS-REJECT-RECORD.
           05  REJ-RECORD-TYPE     PIC X(1).
           05  REJ-DATA            PIC X(79).
           05  REJ-REASON          PIC X(35).
           05  REJ-SOURCE          PIC X(8).
