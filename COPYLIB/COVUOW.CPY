      *=============================================================
      *UNIT-OF-WORK CHECKPOINT RECORD LAYOUT
      *THE ONE-RECORD CHECKPOINT COV1944 (COV19RKC) AND COV1929
      *(COV19RSC) REWRITE AT EVERY UNIT BOUNDARY, THE WAY COV1901
      *REWRITES COV19CKPT.  A UNIT IS ONE KEY'S SET OF WRITES.
      *EVENT B IS WRITTEN BEFORE A UNIT TOUCHES ANY MASTER AND
      *CARRIES THE BEFORE-IMAGES OF THE ROWS IT WILL CHANGE (IMAGE
      *FLAG Y WHEN THE ROW WAS ON FILE), EVENT C AFTER THE UNIT
      *COMPLETES, EVENT E WHEN THE RUN ENDED CLEAN.  RESTART=Y
      *PUTS A B UNIT'S BEFORE-IMAGES BACK, THEN RESUMES AFTER
      *UNIT-NUMBER OF PHASE WITH THE COUNTERS AS OF THAT COMMIT,
      *SO NOTHING IS SUMMED OR COUNTED TWICE.  RUN-KEY IDENTIFIES
      *THE RUN A RESTART MUST MATCH.
      *USING THIS COPY, EXAMPLE:
      * COPY COVUOW REPLACING     ==:TAG1:== BY ==CHECKPOINT==
      *                           ==:TAG2:== BY ==UW==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-PROGRAM        PIC X(08).
           03 :TAG2:-RUN-KEY        PIC X(20).
           03 :TAG2:-EVENT          PIC X(01).
              88 :TAG2:-UNIT-BEGUN       VALUE 'B'.
              88 :TAG2:-UNIT-COMMITTED   VALUE 'C'.
              88 :TAG2:-RUN-ENDED        VALUE 'E'.
           03 :TAG2:-PHASE          PIC 9(02).
           03 :TAG2:-UNIT-NUMBER    PIC 9(07).
           03 :TAG2:-UNIT-KEY       PIC X(20).
           03 :TAG2:-TIMESTAMP      PIC X(19).
           03 :TAG2:-IMAGE-1-FLAG   PIC X(01).
           03 :TAG2:-IMAGE-1        PIC X(114).
           03 :TAG2:-IMAGE-2-FLAG   PIC X(01).
           03 :TAG2:-IMAGE-2        PIC X(114).
           03 :TAG2:-COUNTERS       PIC X(120).
