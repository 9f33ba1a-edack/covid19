      *=============================================================
      *COV19LAT REPORTING-LATENCY PROFILE RECORD LAYOUT
      *ONE ROW PER COUNTRY, REWRITTEN BY EVERY COV1975 RUN FROM THE
      *COVID19D ROWS WHOSE FIRST LOAD IS ON THE COV19JRN JOURNAL.
      *LAG IS THE DAYS BETWEEN CV-DATE AND THE DAY THE ROW FIRST
      *LANDED; A ROW IS LATE WHEN ITS LAG EXCEEDS EXPECTED-LAG.
      *BEHIND-DAYS IS HOW FAR THE COUNTRY'S MEDIAN LAG RUNS PAST
      *EXPECTED-LAG (ZERO WHEN TOO FEW ROWS WERE SEEN): COV1907
      *DOES NOT REPORT A COUNTRY AS A GAP WHILE ITS LATEST ROW IS
      *NO MORE THAN BEHIND-DAYS OLD.
      *RESTATED IS THE ROWS COV1929 LATER REWROTE, OTHER THE ROWS
      *REWRITTEN BY ANY OTHER RUN.
      *USING THIS COPY, EXAMPLE:
      * COPY COVLATP REPLACING    ==:TAG1:== BY ==PROFILE==
      *                           ==:TAG2:== BY ==LP==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-CODE           PIC X(05).
           03 FILLER                PIC X(01).
           03 :TAG2:-ROWS           PIC 9(05).
           03 FILLER                PIC X(01).
           03 :TAG2:-MEDIAN-LAG     PIC 9(03).
           03 FILLER                PIC X(01).
           03 :TAG2:-MAX-LAG        PIC 9(03).
           03 FILLER                PIC X(01).
           03 :TAG2:-LATE-ROWS      PIC 9(05).
           03 FILLER                PIC X(01).
           03 :TAG2:-RESTATED       PIC 9(05).
           03 FILLER                PIC X(01).
           03 :TAG2:-OTHER          PIC 9(05).
           03 FILLER                PIC X(01).
           03 :TAG2:-EXPECTED-LAG   PIC 9(02).
           03 FILLER                PIC X(01).
           03 :TAG2:-BEHIND-DAYS    PIC 9(02).
           03 FILLER                PIC X(01).
           03 :TAG2:-DATE-FROM      PIC 9(08).
           03 FILLER                PIC X(01).
           03 :TAG2:-DATE-TO        PIC 9(08).
           03 FILLER                PIC X(01).
           03 :TAG2:-RUN-TIMESTAMP  PIC X(19).
