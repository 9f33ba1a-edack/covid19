      *=============================================================
      *COV19ACS ALERT CASE MASTER RECORD LAYOUT
      *ONE ROW PER ALERT CASE.  COV1967 OPENS A CASE ON THE FIRST
      *COV19ALR BREACH OF A COUNTRY AND ALERT-TYPE AND LINKS EVERY
      *LATER BREACH OF THE SAME PAIR TO IT UNTIL THE DESK CLOSES
      *IT; THE NEXT BREACH AFTER A CLOSE OPENS THE NEXT CASE-SEQ.
      *COV1968 ACKNOWLEDGES OR CLOSES A CASE WITH A COMMENT.
      *STATUS: O=OPEN (NOT YET SEEN BY THE DESK), A=ACKNOWLEDGED,
      *C=CLOSED.  SEVERITY IS THE WORST LINKED BREACH (1=HIGH,
      *2=WATCH); SEV1-TS IS WHEN THE CASE FIRST REACHED
      *SEVERITY 1, THE START OF THE ESCALATION CLOCK.
      *ESCALATED IS Y ONCE A SEVERITY-1 CASE WAS LEFT OPEN PAST
      *THE ESCALATION LIMIT AND PAGED.
      *MEASURED AND LIMIT ARE PERCENTS, AS ON COV19ALR.
      *USING THIS COPY, EXAMPLE:
      * COPY COVCASE  REPLACING   ==:TAG1:== BY ==CASE==
      *                           ==:TAG2:== BY ==CS==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
              05 :TAG2:-CODE        PIC X(05).
              05 :TAG2:-ALERT-TYPE  PIC X(04).
              05 :TAG2:-CASE-SEQ    PIC 9(03).
           03 :TAG2:-STATUS         PIC X(01).
              88 :TAG2:-OPEN             VALUE 'O'.
              88 :TAG2:-ACKNOWLEDGED     VALUE 'A'.
              88 :TAG2:-CLOSED           VALUE 'C'.
           03 :TAG2:-SEVERITY       PIC 9(01).
           03 :TAG2:-ESCALATED      PIC X(01).
              88 :TAG2:-IS-ESCALATED     VALUE 'Y'.
           03 :TAG2:-OPENED-TS      PIC X(19).
           03 :TAG2:-SEV1-TS        PIC X(19).
           03 :TAG2:-ESCALATED-TS   PIC X(19).
           03 :TAG2:-FIRST-LOAD-DATE
                                    PIC 9(08).
           03 :TAG2:-LAST-LOAD-DATE PIC 9(08).
           03 :TAG2:-BREACH-COUNT   PIC 9(05).
           03 :TAG2:-LAST-MEASURED  PIC S9(05)V99 SIGN LEADING
                                                  SEPARATE.
           03 :TAG2:-LAST-LIMIT     PIC S9(05)V99 SIGN LEADING
                                                  SEPARATE.
           03 :TAG2:-ACK-BY         PIC X(08).
           03 :TAG2:-ACK-TS         PIC X(19).
           03 :TAG2:-ACK-COMMENT    PIC X(50).
           03 :TAG2:-CLOSED-BY      PIC X(08).
           03 :TAG2:-CLOSED-TS      PIC X(19).
           03 :TAG2:-CLOSE-COMMENT  PIC X(50).
