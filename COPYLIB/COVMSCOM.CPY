      *=============================================================
      *COVMEASR COMMUNICATION AREA
      *CALLERS FILL FILE-ID AND CALL 'COVMEASR', WHICH READS THAT
      *MASTER END TO END AND PASSES BACK ITS MEASUREMENTS:
      *FILE-ID: COUNTRYS, COUNTRYX, COVID19D, VACCINED, TESTINGD,
      *         COVID19M, COV19CTL OR COV19STA.
      *STATE: O=MEASURED, M=FILE MISSING, E=FILE ERROR.
      *RECORDS, HIGH-KEY (THE LAST KEY IN KEY ORDER), LATEST-DATE
      *(NEWEST DATE CARRIED; COVID19M GIVES YYYYMM01) AND UP TO
      *THREE HASH TOTALS OF THE FILE'S COUNTERS:
      *  COUNTRYS  INACTIVE COUNT, SUM OF INACTIVE DATES, ZERO
      *  COUNTRYX  POPULATION, ISO-NUMERIC, ZERO
      *  COVID19D  NEW-CONFIRMED, NEW-DEATHS, NEW-RECOVERED
      *  VACCINED  DOSES-ADMIN, FULLY-VAXED, ZERO
      *  TESTINGD  NEW-TESTS, TOTAL-TESTS, ZERO
      *  COVID19M  SUM-NEW-CONFIRMED, SUM-NEW-DEATHS,
      *            SUM-NEW-RECOVERED
      *  COV19CTL  CTL-DATE-RECS, ZERO, ZERO
      *  COV19STA  ST-DATE-RECS, ST-AUD-READ, ZERO
      *RETURN-STATUS: 00=OK, 98=UNKNOWN FILE-ID, ANYTHING ELSE IS
      *THE FILE STATUS THAT STOPPED THE MEASUREMENT.
      *USING THIS COPY, EXAMPLE:
      * COPY COVMSCOM REPLACING   ==:TAG:== BY ==WS-MS==.
      *=============================================================
       01  :TAG:-COMM-AREA.
           03 :TAG:-FILE-ID         PIC X(08).
           03 :TAG:-STATE           PIC X(01).
              88 :TAG:-MEASURED     VALUE 'O'.
              88 :TAG:-MISSING      VALUE 'M'.
              88 :TAG:-IN-ERROR     VALUE 'E'.
           03 :TAG:-RECORDS         PIC 9(09).
           03 :TAG:-HIGH-KEY        PIC X(13).
           03 :TAG:-LATEST-DATE     PIC 9(08).
           03 :TAG:-HASH-1          PIC 9(18).
           03 :TAG:-HASH-2          PIC 9(18).
           03 :TAG:-HASH-3          PIC 9(18).
           03 :TAG:-RETURN-STATUS   PIC X(02).
