      *=============================================================
      *STAGED FEED ROW LAYOUT (COV19SGP, COV19SGA, COV19ARB)
      *ONE ROW PER COUNTRY PER DATE AS PARSED OUT OF A VENDOR FEED
      *BY COV1901 STAGE=Y, IN THE SAME FORM WHATEVER THE VENDOR'S
      *OWN LAYOUT.  COV1961 MERGES THE PRIMARY AND ALTERNATE STAGED
      *FILES UNDER THE COV19VPR PRECEDENCE TABLE INTO COV19ARB,
      *WHICH COV1901 PROFILE=S POSTS.
      *VENDOR:   P=PRIMARY, A=ALTERNATE (BACKUP) SOURCE.
      *FALLBACK: Y=THE COUNTRY'S PREFERRED VENDOR SENT NOTHING FOR
      *          THE DATE AND THE OTHER VENDOR'S ROW WAS TAKEN.
      *USING THIS COPY, EXAMPLE:
      * COPY COVSTAGE REPLACING   ==:TAG1:== BY ==STAGE==
      *                           ==:TAG2:== BY ==SG==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-VENDOR         PIC X(01).
              88 :TAG2:-VENDOR-PRIMARY   VALUE 'P'.
              88 :TAG2:-VENDOR-ALTERNATE VALUE 'A'.
           03 :TAG2:-FALLBACK       PIC X(01).
              88 :TAG2:-FALLBACK-USED    VALUE 'Y'.
           03 :TAG2:-CODE-DATE.
              05 :TAG2:-CODE        PIC X(05).
              05 :TAG2:-DATE.
                 07 :TAG2:-DATE-YEAR   PIC 9(04).
                 07 :TAG2:-DATE-MONTH  PIC 9(02).
                 07 :TAG2:-DATE-DAY    PIC 9(02).
           03 :TAG2:-NAME           PIC X(50).
           03 :TAG2:-SLUG           PIC X(50).
           03 :TAG2:-NEW-CONFIRMED     PIC 9(09).
           03 :TAG2:-TOTAL-CONFIRMED   PIC 9(09).
           03 :TAG2:-NEW-DEATHS        PIC 9(09).
           03 :TAG2:-TOTAL-DEATHS      PIC 9(09).
           03 :TAG2:-NEW-RECOVERED     PIC 9(09).
           03 :TAG2:-TOTAL-RECOVERED   PIC 9(09).
