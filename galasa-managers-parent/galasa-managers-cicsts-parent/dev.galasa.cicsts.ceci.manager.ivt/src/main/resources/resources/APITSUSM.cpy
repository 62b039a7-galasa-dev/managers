      *----------------------------------------------------------*
      * APITSUSM - suspense master record. One record per         *
      *            suspense entry the APITSAPL apply job has      *
      *            loaded from an APITCONV OUTFILE, keyed so the  *
      *            same entry arriving on a later night lands on  *
      *            the record it already has instead of beside    *
      *            it. The master is what the OUTFILE header's    *
      *            "downstream suspense load" now actually keeps. *
      *                                                           *
      * SUS-KEY is the record type plus the identifying part of   *
      * the converted body: for a type '2' business record the    *
      * surname and given name (SUS-KEY-NAME) and the city        *
      * (SUS-KEY-CITY), so a new address for the same person in   *
      * the same city is a CHANGE; for a type '1' record the      *
      * 10-byte value itself, with the rest blank, so a type '1'  *
      * entry is only ever new or unchanged.                      *
      *                                                           *
      * SUS-FIRST-DATE is the business date the entry was first   *
      * loaded, SUS-LAST-DATE the last night it arrived at all,   *
      * SUS-CHANGE-DATE the last night its body changed, and      *
      * SUS-CHANGE-COUNT how many times that has happened.        *
      *----------------------------------------------------------*
       01  WS-SUSPENSE-MASTER-RECORD.
           05  SUS-KEY.
               10  SUS-REC-TYPE    PIC X(1).
               10  SUS-KEY-NAME    PIC X(30).
               10  SUS-KEY-CITY    PIC X(15).
           05  SUS-BODY            PIC X(79).
           05  SUS-FIRST-DATE      PIC 9(8).
           05  SUS-LAST-DATE       PIC 9(8).
           05  SUS-CHANGE-DATE     PIC 9(8).
           05  SUS-CHANGE-COUNT    PIC 9(5).
