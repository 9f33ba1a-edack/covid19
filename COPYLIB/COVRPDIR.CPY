      *=============================================================
      *COV19RPX REPORT ARCHIVE DIRECTORY RECORD LAYOUT
      *ONE ROW PER ARCHIVED PRINT OUTPUT, WRITTEN BY COV1979 ONCE
      *ALL ITS LINES ARE ON COV19RPA.  KEYED BY REPORT ID, RUN
      *DATE, BUNDLE (ALL FOR THE PRTLINE OUTPUT, THE COVBURST
      *REGION CODE FOR A REGIONAL BUNDLE) AND VERSION (01 UP, FOR
      *A REPORT CAPTURED MORE THAN ONCE THE SAME DAY); ALTERNATE
      *KEY THE LOAD DATE THE REPORT WAS RUN AGAINST.  LINES AND
      *PAGES COUNT WHAT WAS CAPTURED.  READ BY COV1980, TRIMMED BY
      *COV1951.
      *USING THIS COPY, EXAMPLE:
      * COPY COVRPDIR REPLACING   ==:TAG1:== BY ==RPT-DIR==
      *                           ==:TAG2:== BY ==RX==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
              05 :TAG2:-REPORT-ID   PIC X(08).
              05 :TAG2:-RUN-DATE    PIC 9(08).
              05 :TAG2:-BUNDLE      PIC X(03).
              05 :TAG2:-VERSION     PIC 9(02).
           03 :TAG2:-LOAD-DATE      PIC 9(08).
           03 :TAG2:-LINES          PIC 9(07).
           03 :TAG2:-PAGES          PIC 9(05).
           03 :TAG2:-ARCHIVED-TS    PIC X(19).
