      *=============================================================
      *COV19PER PERIOD-CONTROL RECORD LAYOUT
      *ONE ROW PER CALENDAR MONTH THAT HAS EVER BEEN CLOSED, KEYED
      *BY YYYYMM AND MAINTAINED BY COV1972.  ONCE A MONTH'S FIGURES
      *HAVE BEEN PUBLISHED IT IS CLOSED, AND COV1929, COV1941,
      *COV1944 (AND THE CV69 TRANSACTION) REFUSE TO CHANGE ITS
      *COVID19D AND COVID19M ROWS UNLESS AN OVERRIDE IS KEYED; AN
      *OVERRIDDEN CHANGE IS POSTED TO THE COV19ADJ PRIOR-PERIOD
      *ADJUSTMENT LEDGER (COVADJL).  A MONTH IS NEVER DELETED: A
      *REOPENED MONTH KEEPS WHO CLOSED IT AND WHEN.
      *STATUS: C=CLOSED, O=REOPENED.
      *USING THIS COPY, EXAMPLE:
      * COPY COVPERD REPLACING    ==:TAG1:== BY ==PERIOD==
      *                           ==:TAG2:== BY ==PC==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-MONTH          PIC 9(06).
           03 :TAG2:-STATUS         PIC X(01).
              88 :TAG2:-CLOSED           VALUE 'C'.
              88 :TAG2:-REOPENED         VALUE 'O'.
           03 :TAG2:-CLOSED-BY      PIC X(08).
           03 :TAG2:-CLOSED-TS      PIC X(19).
           03 :TAG2:-REOPENED-BY    PIC X(08).
           03 :TAG2:-REOPENED-TS    PIC X(19).
           03 :TAG2:-COMMENT        PIC X(40).
