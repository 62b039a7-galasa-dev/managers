      * carries on with exactly the source state the broken run   *
      * had, whatever the control file says today), and           *
      * CKPT-CURR-SOURCE is the entry the open set belongs to.    *
      *                                                           *
      * CKPT-DUP-COUNT (appended after the source table) is the   *
      * probable duplicates reported so far, so the duplicates    *
      * report total stays exact across a restart too.            *
      *                                                           *
      * CKPT-JOB-KEY is APITCONV for the night's run, single-pass *
      * or merge; APITRPRC for a reprocess; and the header source *
      * name itself for a per-source stream, so every stream      *
      * restarts from a checkpoint of its own.                    *
      *----------------------------------------------------------*
       01  WS-CHECKPOINT-RECORD.
           05  CKPT-JOB-KEY        PIC X(8).
               10  CKPT-SRC-CONVERTED  PIC 9(9) COMP-3.
               10  CKPT-SRC-REJECTED   PIC 9(9) COMP-3.
               10  CKPT-SRC-SUBST      PIC 9(9) COMP-3.
           05  CKPT-DUP-COUNT      PIC 9(9) COMP-3.
