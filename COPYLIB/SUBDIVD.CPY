      *=============================================================
      *SUBDIVD SUB-NATIONAL DETAIL RECORD LAYOUT
      *ONE ROW PER COUNTRY PER SUBDIVISION (PROVINCE/STATE) PER
      *DATE, KEYED COUNTRY-CODE + SUBDIVISION-CODE + DATE SO A
      *SEQUENTIAL SWEEP GROUPS EACH SUBDIVISION WITH ITS DATES
      *ASCENDING.  THE COUNTERS MATCH COVID19D; THE SUBDIVISION
      *CODE IS THE PART OF THE ISO 3166-2 CODE AFTER THE HYPHEN
      *AND IS DESCRIBED ON THE SUBDIVS REFERENCE MASTER.
      *LOADED BY COV1958.
      *USING THIS COPY, EXAMPLE:
      * COPY SUBDIVD REPLACING    ==:TAG1:== BY ==SUBDIVD==
      *                           ==:TAG2:== BY ==SB==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
              05 :TAG2:-CODE        PIC X(05).
              05 :TAG2:-SUBDIV      PIC X(06).
              05 :TAG2:-DATE.
                 07 :TAG2:-DATE-YEAR   PIC 9(04).
                 07 :TAG2:-DATE-MONTH  PIC 9(02).
                 07 :TAG2:-DATE-DAY    PIC 9(02).
           03 :TAG2:-NEW-CONFIRMED     PIC 9(09)   COMP-3.
           03 :TAG2:-TOTAL-CONFIRMED   PIC 9(09)   COMP-3.
           03 :TAG2:-NEW-DEATHS        PIC 9(09)   COMP-3.
           03 :TAG2:-TOTAL-DEATHS      PIC 9(09)   COMP-3.
           03 :TAG2:-NEW-RECOVERED     PIC 9(09)   COMP-3.
           03 :TAG2:-TOTAL-RECOVERED   PIC 9(09)   COMP-3.
