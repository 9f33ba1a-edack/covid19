      *=============================================================
      *COV19MAN BACKUP MANIFEST RECORD LAYOUT
      *ONE ROW PER MASTER FILE PER COV1977 RUN (RUN JUST AHEAD OF
      *THE NIGHTLY BACKUPS), APPENDED; THE ROWS OF ONE RUN SHARE
      *ITS RUN-TIMESTAMP.  THE FIELDS ARE THE COVMEASR MEASUREMENTS
      *(SEE COVMSCOM FOR WHAT EACH HASH TOTAL ADDS UP).  COV1978
      *COMPARES RESTORED MASTERS AGAINST A CHOSEN RUN.
      *USING THIS COPY, EXAMPLE:
      * COPY COVMANF REPLACING    ==:TAG1:== BY ==MANIFEST==
      *                           ==:TAG2:== BY ==MF==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-RUN-TIMESTAMP  PIC X(19).
           03 FILLER                PIC X(01).
           03 :TAG2:-FILE-ID        PIC X(08).
           03 FILLER                PIC X(01).
           03 :TAG2:-STATE          PIC X(01).
           03 FILLER                PIC X(01).
           03 :TAG2:-RECORDS        PIC 9(09).
           03 FILLER                PIC X(01).
           03 :TAG2:-HIGH-KEY       PIC X(13).
           03 FILLER                PIC X(01).
           03 :TAG2:-LATEST-DATE    PIC 9(08).
           03 FILLER                PIC X(01).
           03 :TAG2:-HASH-1         PIC 9(18).
           03 FILLER                PIC X(01).
           03 :TAG2:-HASH-2         PIC 9(18).
           03 FILLER                PIC X(01).
           03 :TAG2:-HASH-3         PIC 9(18).
