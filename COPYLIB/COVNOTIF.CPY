      *=============================================================
      *COV19NTF OUTBOUND NOTIFICATION RECORD LAYOUT
      *ONE FIXED-COLUMN LINE PER MESSAGE FOR THE MAIL/PAGER
      *GATEWAY, WHICH PICKS THE FILE UP AFTER THE BATCH AND SENDS
      *EACH LINE TO RECIPIENT OVER THE CHANNEL IN ROUTE.
      *ROUTE: MAIL OR PAGE.  PRIORITY: 1=URGENT, 2=NORMAL.
      *EVENT: OPEN=ALERT CASE OPENED, ESCL=SEVERITY-1 CASE LEFT
      *UNACKNOWLEDGED PAST THE LIMIT.  CASE-ID IS CODE, ALERT-TYPE
      *AND CASE-SEQ OF THE COV19ACS CASE, AS COV1968 TAKES THEM.
      *USING THIS COPY, EXAMPLE:
      * COPY COVNOTIF REPLACING   ==:TAG1:== BY ==NOTIFY==
      *                           ==:TAG2:== BY ==NT==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-TIMESTAMP      PIC X(19).
           03 FILLER                PIC X(01).
           03 :TAG2:-ROUTE          PIC X(04).
           03 FILLER                PIC X(01).
           03 :TAG2:-PRIORITY       PIC 9(01).
           03 FILLER                PIC X(01).
           03 :TAG2:-RECIPIENT      PIC X(20).
           03 FILLER                PIC X(01).
           03 :TAG2:-EVENT          PIC X(04).
           03 FILLER                PIC X(01).
           03 :TAG2:-CASE-ID.
              05 :TAG2:-CODE        PIC X(05).
              05 FILLER             PIC X(01).
              05 :TAG2:-ALERT-TYPE  PIC X(04).
              05 FILLER             PIC X(01).
              05 :TAG2:-CASE-SEQ    PIC 9(03).
           03 FILLER                PIC X(01).
           03 :TAG2:-SUBJECT        PIC X(60).
           03 FILLER                PIC X(01).
           03 :TAG2:-BODY           PIC X(120).
