      * DLQ-ACTION-USER/DATE record who released or discarded    *
      * the entry and on what business date - the same facts the *
      * APITLOG journal record carries.                          *
      * DLQ-SOURCE (appended after the original fields) is the   *
      * REJ-SOURCE header source the reject arrived under, so    *
      * the data-quality scorecard can tell which sender's       *
      * rejects no rule could repair.                            *
      *----------------------------------------------------------*
       01  WS-DEADLETTER-RECORD.
           05  DLQ-KEY.
           05  DLQ-CORRECTED       PIC X(79).
           05  DLQ-ACTION-USER     PIC X(8).
           05  DLQ-ACTION-DATE     PIC 9(8).
           05  DLQ-SOURCE          PIC X(8).
