      *=============================================================
      *EXCMORT EXCESS-MORTALITY REFERENCE RECORD LAYOUT
      *ONE ROW PER COUNTRY PER YEAR-MONTH, KEYED LIKE CM-CODE-MONTH
      *ON COVID19M SO THE TWO JOIN ON THE SAME KEY.  EXPECTED-
      *DEATHS IS THE ALL-CAUSE BASELINE FOR THE MONTH, OBSERVED-
      *DEATHS THE ALL-CAUSE COUNT THE NATIONAL STATISTICS OFFICE
      *PUBLISHED.  EACH SIDE ARRIVES ON ITS OWN FEED ROW, SO THE
      *FLAGS SAY WHICH SIDE IS ON FILE (Y/N); OBSERVED-LOADED IS
      *THE RUN DATE (YYYYMMDD) THE OBSERVED FIGURE WAS LAST SET.
      *LOADED BY COV1956, REPORTED BY COV1957.
      *USING THIS COPY, EXAMPLE:
      * COPY EXCMORT REPLACING    ==:TAG1:== BY ==EXCMORT==
      *                           ==:TAG2:== BY ==XM==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-CODE-MONTH.
              05 :TAG2:-CODE        PIC X(05).
              05 :TAG2:-MONTH-KEY.
                 07 :TAG2:-YEAR        PIC 9(04).
                 07 :TAG2:-MONTH       PIC 9(02).
           03 :TAG2:-EXPECTED-FLAG     PIC X(01).
              88 :TAG2:-EXPECTED-ON-FILE  VALUE 'Y'.
           03 :TAG2:-EXPECTED-DEATHS   PIC 9(09)   COMP-3.
           03 :TAG2:-OBSERVED-FLAG     PIC X(01).
              88 :TAG2:-OBSERVED-ON-FILE  VALUE 'Y'.
           03 :TAG2:-OBSERVED-DEATHS   PIC 9(09)   COMP-3.
           03 :TAG2:-OBSERVED-LOADED   PIC 9(08).
