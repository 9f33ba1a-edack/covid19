      *REPTBASE JOINED REPORTING-BASE RECORD LAYOUT
      *ONE ROW PER COUNTRY PER DATE, WRITTEN BY COV1942 RIGHT
      *AFTER THE LOAD: THE COVID19D COUNTERS PLUS CX-POPULATION
      *AND CX-REGION-CODE FROM COUNTRYX, THE VX RUNNING TOTALS
      *FROM VACCINED, THE DAY'S OCCUPANCY FROM HOSPITLD AND THE
      *SUPPLYING VENDOR FROM COV19SRC, ALREADY MERGED SO THE
      *MORNING REPORTS READ ONE SEQUENTIAL FILE INSTEAD OF EACH
      *SWEEPING THE MASTERS.
      *ROWS ARRIVE IN COVID19D PRIMARY-KEY ORDER: ALL DATES
      *TOGETHER PER COUNTRY, ASCENDING.  DEMOG-FLAG/VAX-FLAG/
      *HOSP-FLAG SAY WHETHER THE COUNTRYX/VACCINED/HOSPITLD SIDE
      *WAS ON FILE FOR THE ROW.  SOURCE-VENDOR IS P (PRIMARY) OR
      *A (ALTERNATE), SPACE WHEN NO COV19SRC ROW (ROLLUPS, OR ROWS
      *POSTED BEFORE SOURCES WERE RECORDED).
      *USING THIS COPY, EXAMPLE:
      * COPY COVRBASE REPLACING   ==:TAG1:== BY ==REPORT-BASE==
      *                           ==:TAG2:== BY ==RB==.
           03 :TAG2:-VAX-FLAG          PIC X(01).
           03 :TAG2:-DOSES-ADMIN       PIC 9(11)   COMP-3.
           03 :TAG2:-FULLY-VAXED       PIC 9(11)   COMP-3.
           03 :TAG2:-HOSP-FLAG         PIC X(01).
           03 :TAG2:-HOSP-OCCUPIED     PIC 9(09)   COMP-3.
           03 :TAG2:-ICU-OCCUPIED      PIC 9(07)   COMP-3.
           03 :TAG2:-ICU-BEDS          PIC 9(07)   COMP-3.
           03 :TAG2:-SOURCE-VENDOR     PIC X(01).
