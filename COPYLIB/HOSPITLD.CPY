      *=============================================================
      *HOSPITLD DETAIL RECORD LAYOUT - ONE ROW PER COUNTRY PER DATE
      *KEYED COUNTRY-CODE + DATE LIKE TS-CODE-DATE ON TESTINGD.
      *HOSP-OCCUPIED IS THE DAY'S COVID PATIENTS IN HOSPITAL,
      *ICU-OCCUPIED THE COVID PATIENTS IN INTENSIVE CARE AND
      *ICU-BEDS THE ICU BEDS THE VENDOR REPORTS AS AVAILABLE IN
      *TOTAL (OCCUPIED OR NOT) FOR THE DAY.
      *USING THIS COPY, EXAMPLE:
      * COPY HOSPITLD REPLACING   ==:TAG1:== BY ==HOSPITLD==
      *                           ==:TAG2:== BY ==HS==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-CODE-DATE.
              05 :TAG2:-CODE        PIC X(05).
              05 :TAG2:-DATE.
                 07 :TAG2:-DATE-YEAR   PIC 9(04).
                 07 :TAG2:-DATE-MONTH  PIC 9(02).
                 07 :TAG2:-DATE-DAY    PIC 9(02).
           03 :TAG2:-HOSP-OCCUPIED     PIC 9(09)   COMP-3.
           03 :TAG2:-ICU-OCCUPIED      PIC 9(07)   COMP-3.
           03 :TAG2:-ICU-BEDS          PIC 9(07)   COMP-3.
