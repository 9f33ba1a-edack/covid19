      *=============================================================
      *SUBDIVS SUBDIVISION REFERENCE MASTER RECORD LAYOUT
      *ONE ROW PER COUNTRY PER SUBDIVISION (PROVINCE/STATE),
      *KEYED COUNTRY-CODE + SUBDIVISION-CODE.  COV1958 ADDS A ROW
      *THE FIRST TIME THE VENDOR SENDS A SUBDIVISION AND KEEPS THE
      *NAME CURRENT; FIRST-DATE/LAST-DATE ARE THE EARLIEST AND
      *LATEST DATES LOADED FOR IT (YYYYMMDD).
      *USING THIS COPY, EXAMPLE:
      * COPY SUBDIVS REPLACING    ==:TAG1:== BY ==SUBDIVS==
      *                           ==:TAG2:== BY ==SM==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
              05 :TAG2:-CODE        PIC X(05).
              05 :TAG2:-SUBDIV      PIC X(06).
           03 :TAG2:-NAME           PIC X(40).
           03 :TAG2:-FIRST-DATE     PIC 9(08).
           03 :TAG2:-LAST-DATE      PIC 9(08).
