      * RUN-SEQ        : drawn from CAL-NEXT-SEQ at start of job  *
      *            - strictly ascending across the night's jobs   *
      *            when they ran in the scheduled order.          *
      *                                                           *
      * RUN-JOB-NAME 'APITRPRC' is a reprocess - APITCONV re-     *
      *            running a past night from its archive under    *
      *            APITRPRJ. RUN-DATE is the date reprocessed,    *
      *            RUN-SEQ is zero (no number is drawn) and       *
      *            RUN-RUN-COUNT counts the reprocesses of that   *
      *            date. It is not one of the night's jobs: the   *
      *            verification and reconciliation never look it  *
      *            up, and the batch window report skips it.      *
      *----------------------------------------------------------*
       01  WS-RUN-STATUS-RECORD.
           05  RUN-KEY.
