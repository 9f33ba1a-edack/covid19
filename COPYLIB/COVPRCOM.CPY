      *=============================================================
      *COVPRCTL COMMUNICATION AREA
      *FUNCTION: Q=QUERY, CALLERS FILL MONTH (YYYYMM) AND GET BACK
      *            PERIOD-STATUS C (CLOSED) OR O (OPEN);
      *          P=POST, CALLERS FILL EVERYTHING BUT THE STATUSES
      *            AND A ROW IS APPENDED TO THE COV19ADJ LEDGER;
      *          F=FINISH, CLOSES THE LEDGER AT THE END OF THE RUN.
      *FILE-ID, ACTION AND THE IMAGES ARE AS ON THE COV19JRN
      *JOURNAL (D=COVID19D, M=COVID19M; W/R/D).
      *RETURN-STATUS: 00=OK, 08=COV19PER UNREADABLE (A QUERY) OR
      *COV19ADJ UNWRITABLE (A POST), 98=FUNCTION NOT KNOWN.  A
      *QUERY THAT DOES NOT RETURN 00 MUST BE TREATED AS CLOSED.
      *USING THIS COPY, EXAMPLE:
      * COPY COVPRCOM REPLACING   ==:TAG:== BY ==WS-PC==.
      *=============================================================
       01  :TAG:-COMM-AREA.
           03 :TAG:-FUNCTION        PIC X(01).
           03 :TAG:-PROGRAM         PIC X(08).
           03 :TAG:-OPERATOR        PIC X(08).
           03 :TAG:-REASON          PIC X(40).
           03 :TAG:-MONTH           PIC 9(06).
           03 :TAG:-FILE-ID         PIC X(01).
           03 :TAG:-ACTION          PIC X(01).
           03 :TAG:-CODE            PIC X(05).
           03 :TAG:-BEFORE-IMAGE    PIC X(48).
           03 :TAG:-AFTER-IMAGE     PIC X(48).
           03 :TAG:-PERIOD-STATUS   PIC X(01).
              88 :TAG:-PERIOD-CLOSED     VALUE 'C'.
              88 :TAG:-PERIOD-OPEN       VALUE 'O'.
           03 :TAG:-RETURN-STATUS   PIC X(02).
              88 :TAG:-OK                VALUE '00'.
