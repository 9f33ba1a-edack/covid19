      *=============================================================
      *COV19BDS BULK-RECONCILIATION DISCREPANCY SUMMARY LAYOUT
      *ONE ROW PER COUNTRY WITH ANY DISCREPANCY PER COV1945 RUN,
      *APPENDED.  OURS-ONLY: DATES ON COVID19D THE VENDOR BULK
      *FILE LACKS, THEIRS-ONLY: THE REVERSE, MISMATCH: DATES ON
      *BOTH WHOSE COUNTERS DISAGREE.  A COUNTRY THAT MATCHED
      *END TO END HAS NO ROW.  EVERY COMPLETE RUN ENDS WITH A
      *MARKER ROW: CODE SPACES, ALL COUNTS ZERO, THE RUN'S
      *TIMESTAMP.  READ BY THE COV1976 SCORECARD.
      *USING THIS COPY, EXAMPLE:
      * COPY COVBDSC REPLACING    ==:TAG1:== BY ==BULK-DISCREP==
      *                           ==:TAG2:== BY ==BD==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-RUN-TIMESTAMP  PIC X(19).
           03 FILLER                PIC X(01).
           03 :TAG2:-CODE           PIC X(05).
           03 FILLER                PIC X(01).
           03 :TAG2:-OURS-ONLY      PIC 9(05).
           03 FILLER                PIC X(01).
           03 :TAG2:-THEIRS-ONLY    PIC 9(05).
           03 FILLER                PIC X(01).
           03 :TAG2:-MISMATCH       PIC 9(05).
           03 FILLER                PIC X(01).
           03 :TAG2:-MATCHED        PIC 9(05).
