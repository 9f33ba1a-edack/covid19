      *=============================================================
      *COV19OLG ONLINE LOG RECORD LAYOUT
      *THE CV69 TRANSACTION (COV1969) WRITES ITS COV19JRN JOURNAL,
      *COV19AVL VIOLATION AND COV19MAU / COV19DAU AUDIT ROWS HERE,
      *INSIDE THE SAME UNIT OF WORK AS THE MASTER UPDATES, SO A
      *ROLLBACK TAKES THEM BACK WITH THE CHANGE.  COV19OLG IS A
      *RECOVERABLE KSDS OWNED BY CICS; COV1981 DRAINS IT ONTO THE
      *BATCH DATASETS AT THE START OF THE BATCH WINDOW.
      *KEY:     ABSTIME OF THE WRITE, CICS TASK NUMBER AND THE ROW
      *         WITHIN THE TASK, SO THE DRAIN READS THEM IN THE
      *         ORDER THEY WERE WRITTEN.
      *TARGET:  J=COV19JRN, V=COV19AVL, M=COV19MAU, D=COV19DAU.
      *DATA:    THE TARGET ROW AS THE BATCH PROGRAMS LAY IT OUT,
      *         LEFT-JUSTIFIED (COV19MAU, 274 BYTES, IS THE LONGEST).
      *USING THIS COPY, EXAMPLE:
      * COPY COVOLOG REPLACING    ==:TAG1:== BY ==ONLINE-LOG==
      *                           ==:TAG2:== BY ==OL==.
      *=============================================================
       01  :TAG1:-REC.
           03 :TAG2:-KEY.
              05 :TAG2:-ABSTIME     PIC 9(15).
              05 :TAG2:-TASK        PIC 9(07).
              05 :TAG2:-ROW         PIC 9(03).
           03 :TAG2:-TARGET         PIC X(01).
              88 :TAG2:-FOR-JOURNAL      VALUE 'J'.
              88 :TAG2:-FOR-VIOLATION    VALUE 'V'.
              88 :TAG2:-FOR-COUNTRYS-AUD VALUE 'M'.
              88 :TAG2:-FOR-COVID19D-AUD VALUE 'D'.
           03 :TAG2:-DATA           PIC X(274).
