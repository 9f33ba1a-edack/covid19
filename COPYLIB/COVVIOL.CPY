      *=============================================================
      *COV19AVL ACCESS-VIOLATION LOG RECORD LAYOUT
      *ONE ROW PER DENIED ATTEMPT, APPENDED BY COVAUTH WHEN AN
      *OPERATOR ASKS A MAINTENANCE OR DESTRUCTIVE PROGRAM FOR A
      *FUNCTION THE COV19OPA MASTER DOES NOT GRANT.  COV1965
      *LISTS THEM FOR THE AUDITORS.
      *USING THIS COPY, EXAMPLE:
      * COPY COVVIOL REPLACING    ==:TAG1:== BY ==VIOLATION==
      *                           ==:TAG2:== BY ==AV==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-TIMESTAMP      PIC X(19).
           03 FILLER                PIC X(01).
           03 :TAG2:-OPERATOR       PIC X(08).
           03 FILLER                PIC X(01).
           03 :TAG2:-PROGRAM        PIC X(08).
           03 FILLER                PIC X(01).
           03 :TAG2:-FUNCTION       PIC X(08).
           03 FILLER                PIC X(01).
           03 :TAG2:-REASON         PIC X(24).
           03 FILLER                PIC X(01).
           03 :TAG2:-DETAIL         PIC X(40).
