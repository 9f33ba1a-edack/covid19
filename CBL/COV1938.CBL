       PROGRAM-ID.    COV1938.
       AUTHOR.        Georges B.
      *Reconcile Extract Control Totals Against Acknowledgments ...
      *Matches the control-totals rows COV1908, COV1927 and the
      *COV1962 delta extract append to COV19XCT against the
      *acknowledgment file the BI and web teams send back
      *(COV19ACK: EXTRACT-ID, RUN-TIMESTAMP,
      *RECEIVED COUNT, HASH TOTALS, TEAM).  Reports every run
      *whose received counts or hash totals differ from what was
      *sent, every transmission nobody confirmed (the daily
