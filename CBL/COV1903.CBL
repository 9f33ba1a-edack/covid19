      *country with dates ascending inside each country.
      *BURST=Y splits the detail into per-region desk bundles
      *through the COVBURST subroutine.
      *The SRC column names the vendor the figures were posted
      *from (P primary, A alternate), blank for a rollup row.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
           03 NEW-RECOVERED-O     PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(02).
           03 TOTAL-RECOVERED-O   PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(02).
           03 SOURCE-VENDOR-O     PIC X(03).
      *
       FD  REPORT-BASE
           RECORDING MODE IS F
           03 FILLER               PIC X(11) VALUE 'NEW RECOV'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE 'TOT RECOV'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(03) VALUE 'SRC'.
      *
       01  WS-HEADER-3.
           03 FILLER               PIC X(10) VALUE ALL '='.
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(03) VALUE ALL '='.
      *
       01  WS-TRAILER-1.
           03 FILLER               PIC X(30) VALUE
           MOVE CV-TOTAL-DEATHS     TO TOTAL-DEATHS-O
           MOVE CV-NEW-RECOVERED    TO NEW-RECOVERED-O
           MOVE CV-TOTAL-RECOVERED  TO TOTAL-RECOVERED-O
           MOVE CV-SOURCE-VENDOR    TO SOURCE-VENDOR-O
      *
           WRITE PRINT-REC
           IF WS-BURST-YES
