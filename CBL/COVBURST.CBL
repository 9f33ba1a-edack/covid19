      *distribution-control file that maps each region to its
      *recipient desk (row: REGION-CODE,RECIPIENT).  On open a
      *banner page per bundle names the desk and the report being
      *burst.  Used by COV1903, COV1911, COV1918 and COV1960 when
      *BURST=Y.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
