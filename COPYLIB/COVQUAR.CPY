      *=============================================================
      *COV19QUA QUARANTINE RECORD LAYOUT
      *ONE ROW PER COUNTRY-DATE COV1901 HELD BACK AS IMPLAUSIBLE
      *INSTEAD OF POSTING IT TO COVID19D AND THE WORLD / R-XXX
      *ROLLUPS.  COV1953 POSTS OR DISCARDS EACH HELD ROW UNDER AN
      *OPERATOR WITH A REASON.  STATUS: H=HELD, P=POSTED,
      *D=DISCARDED.  REASON: 0101=NEW CONFIRMED SPIKE AGAINST THE
      *TRAILING AVERAGE, 0102=TOTAL CONFIRMED WENT DOWN,
      *0103=TOTAL DEATHS WENT DOWN.  THE IMAGE AREA HOLDS THE
      *COVID19D RECORD EXACTLY AS IT WOULD HAVE BEEN POSTED; THE
      *NAME AND SLUG ARE KEPT FOR A COUNTRY NOT YET ON COUNTRYS,
      *THE VENDOR AND FALLBACK FLAG (AS ON COV19SRC) FOR THE
      *SOURCE ROW WRITTEN WHEN THE HOLD IS POSTED.  A HOLD A
      *PROGRAM SETS ASIDE (A CLEAN RELOAD OF THE KEY IN COV1901,
      *A BACKOUT OF ITS LOAD IN COV1952) IS MARKED D WITH THAT
      *PROGRAM AS THE REVIEWER; ONLY AN OPERATOR'S P OR D STOPS
      *A RERUN FROM HOLDING THE KEY AGAIN.
      *USING THIS COPY, EXAMPLE:
      * COPY COVQUAR REPLACING    ==:TAG1:== BY ==QUARANTINE==
      *                           ==:TAG2:== BY ==QU==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
              05 :TAG2:-CODE        PIC X(05).
              05 :TAG2:-DATE        PIC 9(08).
           03 :TAG2:-STATUS         PIC X(01).
              88 :TAG2:-HELD        VALUE 'H'.
              88 :TAG2:-POSTED      VALUE 'P'.
              88 :TAG2:-DISCARDED   VALUE 'D'.
           03 :TAG2:-REASON         PIC X(04).
           03 :TAG2:-HELD-TS        PIC X(19).
           03 :TAG2:-NAME           PIC X(50).
           03 :TAG2:-SLUG           PIC X(50).
           03 :TAG2:-IMAGE          PIC X(48).
           03 :TAG2:-TRAILING-AVG   PIC 9(09).
           03 :TAG2:-PRIOR-TOTAL    PIC 9(09).
           03 :TAG2:-REVIEWED-TS    PIC X(19).
           03 :TAG2:-REVIEWED-BY    PIC X(08).
           03 :TAG2:-DISPOSITION    PIC X(40).
           03 :TAG2:-VENDOR         PIC X(01).
           03 :TAG2:-FALLBACK       PIC X(01).
