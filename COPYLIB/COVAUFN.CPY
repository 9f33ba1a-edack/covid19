      *=============================================================
      *OPERATOR AUTHORITY FUNCTION NAMES
      *THE NAMES CALLERS PASS TO COVAUTH, IN THE ORDER OF THE
      *OA-AUTH-FLAG TABLE ON THE COV19OPA MASTER (COVOPAUT), SO
      *THE SUBSCRIPT OF A NAME IS THE SUBSCRIPT OF ITS FLAG.
      *USING THIS COPY, EXAMPLE:
      * COPY COVAUFN REPLACING    ==:TAG:== BY ==WS==.
      *=============================================================
       01  :TAG:-FUNCTION-NAMES.
           03 FILLER               PIC X(08) VALUE 'CAPTURE'.
           03 FILLER               PIC X(08) VALUE 'APPROVE'.
           03 FILLER               PIC X(08) VALUE 'REKEY'.
           03 FILLER               PIC X(08) VALUE 'PURGE'.
           03 FILLER               PIC X(08) VALUE 'RESTATE'.
           03 FILLER               PIC X(08) VALUE 'REPLAY'.
           03 FILLER               PIC X(08) VALUE 'CALENDAR'.
           03 FILLER               PIC X(08) VALUE 'ADMIN'.
       01  :TAG:-FUNCTION-TABLE REDEFINES :TAG:-FUNCTION-NAMES.
           03 :TAG:-FUNCTION-NAME  PIC X(08) OCCURS 8.
