      *----------------------------------------------------------*
      * APITDQH  - record layout for the DQHIST data-quality     *
      *            history KSDS the APITDQSC scorecard job        *
      *            accumulates. One record per night per header   *
      *            source per reject reason, counting that        *
      *            night's rejects, how many of them the APITRCYC *
      *            correction rules repaired the next morning and *
      *            how many went to the DEADFILE dead-letter      *
      *            store instead.                                 *
      *                                                           *
      * DQH-DATE is the business date of the night the records   *
      * were rejected. DQH-REASON is REJ-REASON exactly as        *
      * APITCONV wrote it, so a type '2' reject keeps its field   *
      * name ('SURNAME: SPECIAL CHAR FOUND').                     *
      * The record with DQH-REASON all spaces is the source's     *
      * total for the night, and the only one that carries        *
      * DQH-READ - the records read from that source on the       *
      * night's run-totals - which is what turns a reject count   *
      * into a reject rate.                                       *
      * A rerun for the same night replaces its records rather    *
      * than adding to them.                                      *
      *----------------------------------------------------------*
       01  WS-QUALITY-HISTORY-RECORD.
           05  DQH-KEY.
               10  DQH-DATE        PIC 9(8).
               10  DQH-SOURCE      PIC X(8).
               10  DQH-REASON      PIC X(35).
           05  DQH-READ            PIC 9(9).
           05  DQH-REJECTED        PIC 9(9).
           05  DQH-REPAIRED        PIC 9(9).
           05  DQH-DEAD            PIC 9(9).
