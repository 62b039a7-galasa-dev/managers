      *----------------------------------------------------------*
      * APITNIDX - customer name-index record. One record per    *
      *            normalised name match key APITCONV has seen   *
      *            on a converted type '2' business record, kept *
      *            across nights so a customer arriving again    *
      *            from another sender (or the same one, spelt   *
      *            slightly differently) is reported as a        *
      *            probable duplicate instead of quietly         *
      *            becoming a second suspense entry.             *
      *                                                           *
      * NIX-KEY is built from the converted record after          *
      * transliteration: each field folded to upper case, blanks  *
      * squeezed out and runs of the same letter collapsed to     *
      * one (PHILLIPS and Phillips and PHILIPS all give PHILIPS), *
      * then surname + city + the first letter of the given name. *
      * NIX-GIVEN-KEY is the whole normalised given name, which   *
      * the match strength is graded on.                          *
      *                                                           *
      * The first record seen for a key is the one kept - it is   *
      * the "earlier record" every later match is reported        *
      * against. NIX-RECNO is its input record number on that     *
      * night's INFILE, so a restart replaying the same record    *
      * does not report it as a duplicate of itself.              *
      *----------------------------------------------------------*
       01  WS-NAME-INDEX-RECORD.
           05  NIX-KEY.
               10  NIX-SURNAME-KEY PIC X(18).
               10  NIX-CITY-KEY    PIC X(15).
               10  NIX-INITIAL     PIC X(1).
           05  NIX-GIVEN-KEY       PIC X(12).
           05  NIX-SOURCE          PIC X(8).
           05  NIX-BUS-DATE        PIC 9(8).
           05  NIX-RECNO           PIC 9(9).
           05  NIX-BODY            PIC X(79).
