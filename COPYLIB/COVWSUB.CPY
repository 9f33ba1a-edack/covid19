      *=============================================================
      *COV19WSR WEEKLY SUBMISSION REGISTER RECORD LAYOUT
      *ONE ROW PER ISO WEEK PER COV19WHO SUBMISSION, APPENDED BY
      *COV1974 ONCE THE SUBMISSION FILE HAS BEEN WRITTEN CLEANLY.
      *THE LATEST ROW FOR A WEEK IS WHAT WAS LAST SENT: A COVID19D
      *CHANGE JOURNALED ON COV19JRN AFTER ITS RUN-TIMESTAMP (A
      *COV1929 RESTATEMENT, A COV1941 CORRECTION, A LATE LOAD)
      *MAKES COV1974 RESUBMIT THAT WEEK.
      *WEEK IS THE ISO YEAR AND WEEK NUMBER, YYYYWW.
      *RESUBMISSION: N=FIRST SUBMISSION, R=RESUBMISSION.
      *COUNTRIES IS THE DETAIL ROWS SENT, NO-ISO THE ACTIVE
      *COUNTRIES LEFT OUT FOR WANT OF A CX-ISO-NUMERIC.
      *USING THIS COPY, EXAMPLE:
      * COPY COVWSUB REPLACING    ==:TAG1:== BY ==REGISTER==
      *                           ==:TAG2:== BY ==WR==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-WEEK           PIC 9(06).
           03 FILLER                PIC X(01).
           03 :TAG2:-WEEK-START     PIC 9(08).
           03 FILLER                PIC X(01).
           03 :TAG2:-WEEK-END       PIC 9(08).
           03 FILLER                PIC X(01).
           03 :TAG2:-RUN-TIMESTAMP  PIC X(19).
           03 FILLER                PIC X(01).
           03 :TAG2:-RESUBMISSION   PIC X(01).
           03 FILLER                PIC X(01).
           03 :TAG2:-COUNTRIES      PIC 9(05).
           03 FILLER                PIC X(01).
           03 :TAG2:-NO-ISO         PIC 9(05).
           03 FILLER                PIC X(01).
           03 :TAG2:-NEW-CASES      PIC 9(12).
           03 FILLER                PIC X(01).
           03 :TAG2:-NEW-DEATHS     PIC 9(12).
