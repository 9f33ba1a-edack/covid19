      *=============================================================
      *COV19SRC POSTING SOURCE RECORD LAYOUT
      *ONE ROW PER COVID19D COUNTRY-DATE COV1901 POSTED, KEYED THE
      *SAME AS CV-CODE-DATE, SAYING WHICH VENDOR SUPPLIED THE
      *FIGURES NOW ON FILE.  A LATER LOAD OF THE SAME COUNTRY-DATE
      *REPLACES THE ROW.  THE WORLD AND R-XXX ROLLUPS ARE BUILT,
      *NOT SUPPLIED, AND HAVE NO ROW.
      *VENDOR:   P=PRIMARY, A=ALTERNATE (BACKUP) SOURCE.
      *FALLBACK: Y=POSTED FROM THE OTHER VENDOR BECAUSE THE
      *          COUNTRY'S PREFERRED VENDOR WAS SILENT (COV1961).
      *USING THIS COPY, EXAMPLE:
      * COPY COVSRC REPLACING     ==:TAG1:== BY ==SOURCE==
      *                           ==:TAG2:== BY ==VS==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-CODE-DATE.
              05 :TAG2:-CODE        PIC X(05).
              05 :TAG2:-DATE.
                 07 :TAG2:-DATE-YEAR   PIC 9(04).
                 07 :TAG2:-DATE-MONTH  PIC 9(02).
                 07 :TAG2:-DATE-DAY    PIC 9(02).
           03 :TAG2:-VENDOR         PIC X(01).
              88 :TAG2:-VENDOR-PRIMARY   VALUE 'P'.
              88 :TAG2:-VENDOR-ALTERNATE VALUE 'A'.
           03 :TAG2:-FALLBACK       PIC X(01).
              88 :TAG2:-FALLBACK-USED    VALUE 'Y'.
           03 :TAG2:-POSTED-TS      PIC X(19).
