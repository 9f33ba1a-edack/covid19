      *totals by discrepancy type.  WORLD and R-xxx rollup rows
      *are ours alone and are skipped.  Bulk rows that fail the
      *COV1901 parse rules are counted and skipped.
      *Each country with any discrepancy is also appended to the
      *COV19BDS summary file the COV1976 quality scorecard reads,
      *and a run that wrote all its rows ends with a marker row
      *(no country code, zero counts) so a clean run is seen too.
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
                    ORGANIZATION             IS LINE SEQUENTIAL
                    FILE STATUS              IS WS-BULK-STATUS
           .
      *
           SELECT   BULK-DISCREP            ASSIGN COV19BDS
                    ORGANIZATION             IS LINE SEQUENTIAL
                    FILE STATUS              IS WS-DISCREP-STATUS
           .
      *
           SELECT COVID19D-FILE ASSIGN TO COVID19D
              ORGANIZATION   IS INDEXED
           RECORD IS VARYING FROM 4 TO 256 CHARACTERS
           .
       01  BULK-CSV-REC            PIC X(195).
      *
       FD  BULK-DISCREP
           RECORDING MODE IS F
           .
       COPY COVBDSC  REPLACING ==:TAG1:== BY ==BULK-DISCREP==
                               ==:TAG2:== BY ==BD==.
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING ==:TAG1:== BY ==COVID19D==
      *-----------------------------
       01  WS-BULK-STATUS          PIC 99 VALUE ZEROS.
       01  WS-COVID19D-STATUS      PIC 99 VALUE ZEROS.
       01  WS-DISCREP-STATUS       PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 WS-BULK-EOF          PIC X VALUE 'N'.
           03 WS-GROUP-OPEN        PIC X VALUE 'N'.
            88 WS-GROUP-IS-OPEN    VALUE 'Y'.
           03 WS-MASTER-FETCHED    PIC X VALUE 'N'.
           03 WS-DISCREP-OPEN      PIC X VALUE 'N'.
            88 WS-DISCREP-IS-OPEN  VALUE 'Y'.
           03 WS-DISCREP-ERROR     PIC X VALUE 'N'.
            88 WS-DISCREP-FAILED   VALUE 'Y'.
           03 WS-RUN-TIMESTAMP     PIC X(19) VALUE SPACES.
           03 WS-PAGE-BREAK        PIC 9(02) VALUE 65.
      *
       01  WS-MERGE-KEYS.
           IF WS-GROUP-IS-OPEN
             PERFORM FLUSH-COUNTRY-GROUP
           END-IF
           PERFORM WRITE-RUN-MARKER
           PERFORM WRITE-TRAILERS
           PERFORM CLOSE-FILES
           .
             GOBACK
           END-IF
           OPEN OUTPUT PRINT-LINE
      *    THE SUMMARY FILE IS FOR THE SCORECARD; LOSING IT DOES NOT
      *    STOP THE RECONCILIATION ******************************
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY ' '
                  WS-CURRENT-HOURS ':' WS-CURRENT-MINUTES ':'
                  WS-CURRENT-SECONDS
                  DELIMITED BY SIZE
                  INTO WS-RUN-TIMESTAMP
           END-STRING
           OPEN EXTEND BULK-DISCREP
           IF WS-DISCREP-STATUS = 35
             OPEN OUTPUT BULK-DISCREP
           END-IF
           IF WS-DISCREP-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19BDS-STATUS: '
                     WS-DISCREP-STATUS
             MOVE 'Y'             TO WS-DISCREP-ERROR
           ELSE
             MOVE 'Y'             TO WS-DISCREP-OPEN
           END-IF
           .
      *
       CLOSE-FILES.
           CLOSE BULK-CSV
                 COVID19D-FILE
                 PRINT-LINE
           IF WS-DISCREP-IS-OPEN
             CLOSE BULK-DISCREP
           END-IF
           .
      *
       MATCH-MERGE.
             MOVE WS-GRP-MATCHED   TO GL-MATCHED-O
             WRITE PRINT-REC     FROM WS-COUNTRY-LINE
             ADD 1                 TO WS-PG-WRITTEN-LINES
             PERFORM WRITE-DISCREP-SUMMARY
           END-IF
           MOVE 'N'                TO WS-GROUP-OPEN
           .
      *
       WRITE-DISCREP-SUMMARY.
           IF NOT WS-DISCREP-IS-OPEN
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES             TO BULK-DISCREP-REC
           MOVE WS-RUN-TIMESTAMP   TO BD-RUN-TIMESTAMP
           MOVE WS-GROUP-CODE      TO BD-CODE
           MOVE WS-GRP-OURS-ONLY   TO BD-OURS-ONLY
           MOVE WS-GRP-THEIRS-ONLY TO BD-THEIRS-ONLY
           MOVE WS-GRP-MISMATCH    TO BD-MISMATCH
           MOVE WS-GRP-MATCHED     TO BD-MATCHED
           WRITE BULK-DISCREP-REC
           IF WS-DISCREP-STATUS > 0
             DISPLAY '*** Error writing COV19BDS: '
                     WS-DISCREP-STATUS
             MOVE 'Y'              TO WS-DISCREP-ERROR
           END-IF
           .
      *
       WRITE-RUN-MARKER.
      *    THE LAST ROW OF A COMPLETE RUN; A RUN THAT LOST A ROW
      *    LEAVES IT OFF SO THE SCORECARD KEEPS THE EARLIER RUN ***
           IF NOT WS-DISCREP-IS-OPEN
              OR WS-DISCREP-FAILED
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES             TO BULK-DISCREP-REC
           MOVE WS-RUN-TIMESTAMP   TO BD-RUN-TIMESTAMP
           MOVE ZEROS              TO BD-OURS-ONLY
                                      BD-THEIRS-ONLY
                                      BD-MISMATCH
                                      BD-MATCHED
           WRITE BULK-DISCREP-REC
           IF WS-DISCREP-STATUS > 0
             DISPLAY '*** Error writing COV19BDS: '
                     WS-DISCREP-STATUS
             MOVE 'Y'              TO WS-DISCREP-ERROR
           END-IF
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES             TO PRINT-REC
              OR WS-TOT-MISMATCH > 0
             MOVE 8                TO RETURN-CODE
           END-IF
           IF WS-DISCREP-FAILED
             DISPLAY 'COV19BDS summary INCOMPLETE'
             MOVE 8                TO RETURN-CODE
           END-IF
           .
      *
       WRITE-HEADERS.
