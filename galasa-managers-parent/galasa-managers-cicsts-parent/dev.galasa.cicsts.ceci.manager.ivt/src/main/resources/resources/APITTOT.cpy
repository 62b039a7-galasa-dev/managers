      * likewise) is the business date of the run that wrote the  *
      * record, which is what the APITPURG retention job ages     *
      * kept totals generations by.                               *
      *                                                           *
      * A per-source stream writes one record, for its own        *
      * source, with TOT-JOB-NAME the source name, to a dataset   *
      * of its own - never to the night's totals generation. The  *
      * merge proves the stream records and writes the night's    *
      * records, under APITCONV, from them.                       *
      *----------------------------------------------------------*
       01  WS-RUN-TOTALS-RECORD.
           05  TOT-JOB-NAME        PIC X(8).
