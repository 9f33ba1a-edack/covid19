      *=============================================================
      *COV19PLA CROSS-FEED PLAUSIBILITY EXCEPTION RECORD LAYOUT
      *ONE ROW PER RULE BROKEN BY A COUNTRY ON THE LOAD DATE,
      *WRITTEN BY COV1971 AND COUNTED BY THE COV1921 DIGEST.
      *RULE: PL01 FULLY VACCINATED ABOVE POPULATION
      *      PL02 TOTAL TESTS BELOW TOTAL CONFIRMED
      *      PL03 TOTAL CONFIRMED ABOVE POPULATION
      *      PL04 VACCINATION ROW FOR AN INACTIVE COUNTRY
      *      PL05 TESTING ROW FOR AN INACTIVE COUNTRY
      *VALUE-1 IS THE FIGURE THAT BROKE THE RULE, VALUE-2 THE
      *FIGURE IT WAS HELD AGAINST (FOR PL04/PL05 THE COUNTRYS
      *INACTIVE-DATE).
      *USING THIS COPY, EXAMPLE:
      * COPY COVPLAUS REPLACING   ==:TAG1:== BY ==PLAUS==
      *                           ==:TAG2:== BY ==PL==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-LOAD-DATE      PIC 9(08).
           03 FILLER                PIC X(01).
           03 :TAG2:-CODE           PIC X(05).
           03 FILLER                PIC X(01).
           03 :TAG2:-RULE           PIC X(04).
           03 FILLER                PIC X(01).
           03 :TAG2:-FEED-1         PIC X(08).
           03 FILLER                PIC X(01).
           03 :TAG2:-FIELD-1        PIC X(15).
           03 FILLER                PIC X(01).
           03 :TAG2:-VALUE-1        PIC 9(11).
           03 FILLER                PIC X(01).
           03 :TAG2:-FEED-2         PIC X(08).
           03 FILLER                PIC X(01).
           03 :TAG2:-FIELD-2        PIC X(15).
           03 FILLER                PIC X(01).
           03 :TAG2:-VALUE-2        PIC 9(11).
