      *=============================================================
      *COV19SCH VENDOR DATA-QUALITY SCORE HISTORY RECORD LAYOUT
      *ONE ROW PER COUNTRY PER SCORED MONTH, APPENDED BY COV1976.
      *A RERUN FOR THE SAME MONTH APPENDS AGAIN; THE LATEST ROW
      *FOR A COUNTRY AND MONTH IS THE ONE THAT COUNTS.
      *SCORE IS 100 LESS THE WEIGHTED EVIDENCE, FLOORED AT ZERO;
      *GRADE A (90+), B (80+), C (70+), D (60+) OR F.
      *CAVEAT Y MEANS A D OR F: THE DESKS CAVEAT THE NUMBERS.
      *THE EVIDENCE COUNTS ARE THE MONTH'S GAP DAYS (OUT OF
      *DAYS-EXPECTED), COV19REJ REJECTS, COV19EXC EXCEPTIONS,
      *COV1929 RESTATED ROWS AND COV19BDS BULK DISCREPANCIES.
      *USING THIS COPY, EXAMPLE:
      * COPY COVSCORE REPLACING   ==:TAG1:== BY ==SCORE-HIST==
      *                           ==:TAG2:== BY ==SH==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-MONTH          PIC 9(06).
           03 FILLER                PIC X(01).
           03 :TAG2:-CODE           PIC X(05).
           03 FILLER                PIC X(01).
           03 :TAG2:-SCORE          PIC 9(03).
           03 FILLER                PIC X(01).
           03 :TAG2:-GRADE          PIC X(01).
           03 FILLER                PIC X(01).
           03 :TAG2:-CAVEAT         PIC X(01).
           03 FILLER                PIC X(01).
           03 :TAG2:-DAYS-EXPECTED  PIC 9(03).
           03 FILLER                PIC X(01).
           03 :TAG2:-GAPS           PIC 9(05).
           03 FILLER                PIC X(01).
           03 :TAG2:-REJECTS        PIC 9(05).
           03 FILLER                PIC X(01).
           03 :TAG2:-EXCEPTIONS     PIC 9(05).
           03 FILLER                PIC X(01).
           03 :TAG2:-RESTATED       PIC 9(05).
           03 FILLER                PIC X(01).
           03 :TAG2:-BULK           PIC 9(05).
           03 FILLER                PIC X(01).
           03 :TAG2:-RUN-TIMESTAMP  PIC X(19).
