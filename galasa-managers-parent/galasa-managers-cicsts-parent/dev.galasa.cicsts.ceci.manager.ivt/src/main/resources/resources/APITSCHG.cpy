      *----------------------------------------------------------*
      * APITSCHG - suspense master change-history record. The     *
      *            APITSAPL apply job writes one for every entry  *
      *            it adds to or changes on the suspense master,  *
      *            to a new generation each night, so "what did   *
      *            last night's load actually change?" is a read  *
      *            of one generation, not a diff of two flat      *
      *            files.                                         *
      *                                                           *
      * SCH-ACTION     : 'N' new entry (SCH-BEFORE is blank),      *
      *                  'C' changed entry.                       *
      * SCH-BEFORE     : the master body as it stood before the   *
      *                  apply.                                   *
      * SCH-AFTER      : the body the OUTFILE record replaced it  *
      *                  with.                                    *
      *----------------------------------------------------------*
       01  WS-SUSPENSE-CHANGE-RECORD.
           05  SCH-BUS-DATE        PIC 9(8).
           05  SCH-ACTION          PIC X(1).
           05  SCH-KEY             PIC X(46).
           05  SCH-BEFORE          PIC X(79).
           05  SCH-AFTER           PIC X(79).
