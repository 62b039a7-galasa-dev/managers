      *----------------------------------------------------------*
      * APITNAR  - night archive record. APITNARC writes one      *
      *            generation of APITEST.SUSPENSE.NIGHT.ARCHIVE   *
      *            per APITCONV night: everything needed to run   *
      *            that night again and to tell what it loaded,   *
      *            each record stamped with the business date.    *
      *            APITRPSL reads it back for a reprocess.        *
      *                                                           *
      * NAR-SECTION says what NAR-DATA holds, in the order the    *
      * sections are written:                                     *
      *          'H' archive header - NAR-HDR-TIME it was taken,  *
      *          'P' a CONVPARM card as APITCONV read it,         *
      *          'S' a SRCFILE expected-sources card,             *
      *          'X' an APITXLT transliteration table record,     *
      *          'I' an INFILE record (extract and recycle sets   *
      *              alike, in the order APITCONV read them),     *
      *          'O' an OUTFILE record as loaded,                 *
      *          'R' a REJFILE record (APITREJ layout),           *
      *          'T' archive trailer - the record count of every  *
      *              section, so a reader can prove the night it  *
      *              took back is complete.                       *
      * Card, input and output records sit left-justified in      *
      * NAR-DATA and are padded with spaces.                      *
      *----------------------------------------------------------*
       01  WS-NIGHT-ARCHIVE-RECORD.
           05  NAR-DATE            PIC 9(8).
           05  NAR-SECTION         PIC X(1).
           05  NAR-DATA            PIC X(123).
           05  NAR-HEADER-DATA REDEFINES NAR-DATA.
               10  NAR-HDR-TIME    PIC 9(6).
               10  FILLER          PIC X(117).
           05  NAR-TRAILER-DATA REDEFINES NAR-DATA.
               10  NAR-TRL-PARM    PIC 9(9).
               10  NAR-TRL-SRC     PIC 9(9).
               10  NAR-TRL-XLT     PIC 9(9).
               10  NAR-TRL-INPUT   PIC 9(9).
               10  NAR-TRL-OUT     PIC 9(9).
               10  NAR-TRL-REJ     PIC 9(9).
               10  FILLER          PIC X(69).
