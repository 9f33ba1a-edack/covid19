      *=============================================================
      *COV19WHO WEEKLY SURVEILLANCE SUBMISSION LAYOUT
      *THE FIXED 80-BYTE FORMAT THE WHO REGIONAL OFFICE SPECIFIES,
      *WRITTEN BY COV1974: ONE HEADER, ONE DETAIL ROW PER COUNTRY
      *PER ISO EPIDEMIOLOGICAL WEEK (MONDAY TO SUNDAY) SENT, ONE
      *TRAILER.  COUNTRIES ARE IDENTIFIED BY THEIR ISO 3166
      *NUMERIC CODE (CX-ISO-NUMERIC).  ALL NUMBERS ARE UNSIGNED
      *ZONED, ZERO-FILLED.
      *SUBMISSION: N=FIRST SUBMISSION OF THE WEEK,
      *            R=RESUBMISSION REPLACING WHAT WAS SENT BEFORE.
      *DAYS-REPORTED IS THE NUMBER OF DAYS OF THE WEEK ON FILE;
      *THE CUMULATIVE COUNTS ARE THOSE OF THE LAST OF THEM.
      *THE TRAILER HASH TOTALS ARE THE SUMS OF NEW-CASES AND
      *NEW-DEATHS OVER THE DETAIL ROWS.
      *USING THIS COPY, EXAMPLE:
      * COPY COVWHOS REPLACING    ==:TAG1:== BY ==SUBMISSION==
      *                           ==:TAG2:== BY ==WH==.
      *=============================================================
       01  :TAG1:-HDR.
           03 :TAG2:-HDR-TYPE       PIC X(01).
           03 :TAG2:-SENDER         PIC X(08).
           03 :TAG2:-FORMAT-VERSION PIC X(02).
           03 :TAG2:-CREATED-DATE   PIC 9(08).
           03 :TAG2:-CREATED-TIME   PIC 9(06).
           03 :TAG2:-HDR-WEEKS      PIC 9(03).
           03 FILLER                PIC X(52).
      *
       01  :TAG1:-DTL.
           03 :TAG2:-DTL-TYPE       PIC X(01).
           03 :TAG2:-ISO-YEAR       PIC 9(04).
           03 :TAG2:-ISO-WEEK       PIC 9(02).
           03 :TAG2:-WEEK-START     PIC 9(08).
           03 :TAG2:-WEEK-END       PIC 9(08).
           03 :TAG2:-ISO-NUMERIC    PIC 9(03).
           03 :TAG2:-SUBMISSION     PIC X(01).
           03 :TAG2:-NEW-CASES      PIC 9(09).
           03 :TAG2:-NEW-DEATHS     PIC 9(09).
           03 :TAG2:-CUM-CASES      PIC 9(11).
           03 :TAG2:-CUM-DEATHS     PIC 9(11).
           03 :TAG2:-DAYS-REPORTED  PIC 9(01).
           03 FILLER                PIC X(12).
      *
       01  :TAG1:-TRL.
           03 :TAG2:-TRL-TYPE       PIC X(01).
           03 :TAG2:-DETAIL-COUNT   PIC 9(07).
           03 :TAG2:-TRL-WEEKS      PIC 9(03).
           03 :TAG2:-HASH-CASES     PIC 9(12).
           03 :TAG2:-HASH-DEATHS    PIC 9(12).
           03 FILLER                PIC X(45).
