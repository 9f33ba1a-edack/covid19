      *=============================================================
      *COV19ADJ PRIOR-PERIOD ADJUSTMENT LEDGER RECORD LAYOUT
      *ONE ROW PER WRITE/REWRITE/DELETE OF A COVID19D OR COVID19M
      *ROW IN A MONTH CLOSED ON COV19PER, APPENDED THROUGH COVPRCTL
      *BY COV1929, COV1941 AND COV1944 WHEN THE OPERATOR KEYED AN
      *OVERRIDE.  COV1973 LISTS THEM MONTH BY MONTH.
      *FILE-ID: D=COVID19D, M=COVID19M.
      *ACTION:  W=WRITE, R=REWRITE, D=DELETE (BEFORE IMAGE ONLY).
      *MONTH IS THE CLOSED PERIOD THE ROW BELONGS TO.  COVID19D
      *IMAGES OCCUPY ALL 48 BYTES, COVID19M IMAGES THE FIRST 46.
      *USING THIS COPY, EXAMPLE:
      * COPY COVADJL REPLACING    ==:TAG1:== BY ==ADJUST==
      *                           ==:TAG2:== BY ==AJ==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-TIMESTAMP      PIC X(19).
           03 :TAG2:-PROGRAM        PIC X(08).
           03 :TAG2:-OPERATOR       PIC X(08).
           03 :TAG2:-REASON         PIC X(40).
           03 :TAG2:-FILE-ID        PIC X(01).
           03 :TAG2:-ACTION         PIC X(01).
           03 :TAG2:-CODE           PIC X(05).
           03 :TAG2:-MONTH          PIC 9(06).
           03 :TAG2:-BEFORE-IMAGE   PIC X(48).
           03 :TAG2:-AFTER-IMAGE    PIC X(48).
