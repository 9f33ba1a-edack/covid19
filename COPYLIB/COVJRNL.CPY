      *=============================================================
      *COV19JRN JOURNAL RECORD LAYOUT
      *ONE ROW PER WRITE/REWRITE/DELETE COV1901, COV1929, COV1941,
      *COV1944, COV1947 AND COV1952 PERFORM AGAINST THE KEYED
      *MASTERS: BEFORE AND AFTER IMAGES FOR FORWARD RECOVERY BY
      *COV1922 AND LOAD BACKOUT BY COV1952.
      *FILE-ID: C=COUNTRYS, D=COVID19D, X=COUNTRYX, V=VACCINED,
      *         M=COVID19M, T=TESTINGD.
      *ACTION:  W=WRITE, R=REWRITE, D=DELETE (BEFORE IMAGE ONLY).
