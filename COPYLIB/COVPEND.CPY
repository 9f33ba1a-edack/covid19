      *COV19PND PENDING MASTER-CHANGE RECORD LAYOUT
      *ONE ROW PER MAINTENANCE REQUEST CAPTURED BY COV1939 FOR
      *DUAL-CONTROL APPROVAL.  COV1940 REPORTS THE QUEUE AND
      *COV1941 (OR THE CV69 TRANSACTION, COV1969) POSTS OR
      *REJECTS EACH REQUEST UNDER A SECOND OPERATOR.
      *FILE-ID: C=COUNTRYS, D=COVID19D.  FUNCTION: A=ADD,
      *C=CORRECT, D=DELETE.  STATUS: P=PENDING, A=APPLIED,
      *R=REJECTED, F=APPLY FAILED.  THE IMAGE AREAS HOLD FULL
      *RECORD IMAGES (COUNTRYS IN THE FIRST 114 BYTES, COVID19D
      *IN THE FIRST 48).  REJECTED ROWS ARE RETAINED WITH THE
