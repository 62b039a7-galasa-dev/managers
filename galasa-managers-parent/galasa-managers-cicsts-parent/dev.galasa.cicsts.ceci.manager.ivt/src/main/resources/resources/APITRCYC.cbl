      *            recycle set will feed. Start and completion    *
      *            are recorded on the RUNFILE run-status file    *
      *            for the APITVRFY morning verification.         *
      * 2026-10-06 The header source each reject arrived under    *
      *            (REJ-SOURCE) is carried onto its dead-letter   *
      *            entry as DLQ-SOURCE, so the data-quality       *
      *            scorecard can say which sender's rejects no    *
      *            rule could repair.                             *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE REJ-RECORD-TYPE TO DLQ-RECORD-TYPE.
           MOVE REJ-DATA TO DLQ-ORIGINAL.
           MOVE REJ-REASON TO DLQ-ORIG-REASON.
           MOVE REJ-SOURCE TO DLQ-SOURCE.
           MOVE WS-CHECK-REASON TO DLQ-FINAL-REASON.
           MOVE 'P' TO DLQ-STATUS.
           MOVE SPACES TO DLQ-CORRECTED.
