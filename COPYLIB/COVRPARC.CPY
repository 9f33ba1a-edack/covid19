      *=============================================================
      *COV19RPA REPORT ARCHIVE LINE RECORD LAYOUT
      *ONE ROW PER PRINT LINE OF AN ARCHIVED REPORT, KEYED BY THE
      *COV19RPX DIRECTORY KEY PLUS THE LINE NUMBER (1 UP), SO A
      *KEY-ORDER READ GIVES THE LINES BACK IN PRINTED ORDER.
      *CONTROL IS THE ASA CARRIAGE-CONTROL BYTE THE LINE WAS
      *PRINTED WITH ('1' NEW PAGE, ' ' ONE LINE, '0' TWO, '-'
      *THREE, '+' OVERPRINT), TEXT THE LINE AS PRINTED.
      *USING THIS COPY, EXAMPLE:
      * COPY COVRPARC REPLACING   ==:TAG1:== BY ==RPT-ARC==
      *                           ==:TAG2:== BY ==RA==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
              05 :TAG2:-REPORT-ID   PIC X(08).
              05 :TAG2:-RUN-DATE    PIC 9(08).
              05 :TAG2:-BUNDLE      PIC X(03).
              05 :TAG2:-VERSION     PIC 9(02).
              05 :TAG2:-LINE-NO     PIC 9(07).
           03 :TAG2:-CONTROL        PIC X(01).
           03 :TAG2:-TEXT           PIC X(133).
