      *=============================================================
      *COVAUTH COMMUNICATION AREA
      *CALLERS FILL OPERATOR/FUNCTION/PROGRAM (AND A SHORT NOTE OF
      *WHAT WAS ASKED FOR IN DETAIL) AND CALL 'COVAUTH' BEFORE
      *DOING ANY WORK.
      *FUNCTION: CAPTURE, APPROVE, REKEY, PURGE, RESTATE, REPLAY,
      *          CALENDAR OR ADMIN (THE COV19OPA AUTHORITY FLAGS,
      *          IN THAT ORDER).
      *RETURN-STATUS: 00=GRANTED, 08=DENIED (LOGGED TO COV19AVL),
      *98=FUNCTION NOT KNOWN.  ANYTHING BUT 00 MEANS THE CALLER
      *MUST NOT GO ON; AN UNREADABLE AUTHORITY FILE IS A DENIAL.
      *USING THIS COPY, EXAMPLE:
      * COPY COVAUCOM REPLACING   ==:TAG:== BY ==WS-AU==.
      *=============================================================
       01  :TAG:-COMM-AREA.
           03 :TAG:-OPERATOR        PIC X(08).
           03 :TAG:-FUNCTION        PIC X(08).
           03 :TAG:-PROGRAM         PIC X(08).
           03 :TAG:-DETAIL          PIC X(40).
           03 :TAG:-RETURN-STATUS   PIC X(02).
              88 :TAG:-GRANTED           VALUE '00'.
