      *=============================================================
      *COV19OPA OPERATOR AUTHORITY MASTER RECORD LAYOUT
      *ONE ROW PER OPERATOR ID, KEYED BY THE SAME 8-BYTE ID THE
      *MAINTENANCE PROGRAMS TAKE AS USER=.  EACH AUTHORITY FLAG IS
      *Y WHEN THE OPERATOR MAY PERFORM THAT FUNCTION; COVAUTH
      *CHECKS THEM FOR COV1939 (CAPTURE), COV1941 (APPROVE),
      *COV1944 (REKEY), COV1914 (PURGE), COV1929 (RESTATE),
      *COV1922 (REPLAY) AND COV1966 (CALENDAR); THE CV69 ONLINE
      *APPROVAL (COV1969) READS THE APPROVE FLAG ITSELF.  ADMIN IS THE
      *RIGHT TO MAINTAIN THIS FILE WITH COV1964.  ROWS ARE NEVER
      *DELETED: A LEAVER IS SUSPENDED SO THE AUDIT TRAIL KEEPS
      *THE NAME.  STATUS: A=ACTIVE, S=SUSPENDED.
      *USING THIS COPY, EXAMPLE:
      * COPY COVOPAUT REPLACING   ==:TAG1:== BY ==OPAUTH==
      *                           ==:TAG2:== BY ==OA==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-OPERATOR       PIC X(08).
           03 :TAG2:-NAME           PIC X(30).
           03 :TAG2:-STATUS         PIC X(01).
              88 :TAG2:-ACTIVE           VALUE 'A'.
              88 :TAG2:-SUSPENDED        VALUE 'S'.
           03 :TAG2:-AUTHORITIES.
              05 :TAG2:-AUTH-CAPTURE   PIC X(01).
              05 :TAG2:-AUTH-APPROVE   PIC X(01).
              05 :TAG2:-AUTH-REKEY     PIC X(01).
              05 :TAG2:-AUTH-PURGE     PIC X(01).
              05 :TAG2:-AUTH-RESTATE   PIC X(01).
              05 :TAG2:-AUTH-REPLAY    PIC X(01).
              05 :TAG2:-AUTH-CALENDAR  PIC X(01).
              05 :TAG2:-AUTH-ADMIN     PIC X(01).
           03 :TAG2:-AUTH-TABLE REDEFINES :TAG2:-AUTHORITIES.
              05 :TAG2:-AUTH-FLAG      PIC X(01) OCCURS 8.
           03 :TAG2:-CHANGED-BY     PIC X(08).
           03 :TAG2:-CHANGED-TS     PIC X(19).
