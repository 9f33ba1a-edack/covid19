      *Unloads every COVID19D row with CV-DATE older than the
      *operator-supplied cutoff to the sequential archive dataset
      *and deletes it from the master. Companion restore is COV1915.
      *The operator keys an operator id after the cutoff and must
      *hold PURGE authority on the COV19OPA operator-authority
      *master.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
      *
       01  WS-PARMS.
           03 WS-CUTOFF-DATE-NUM   PIC 9(08) VALUE ZEROS.
           03 WS-IN-USER           PIC X(08) VALUE SPACES.
      *
       COPY COVAUCOM     REPLACING ==:TAG:==      BY ==WS-AU==.
      *
       01  COUNTERS.
           03 WS-COVID19D-T-RECS   PIC 9(07) COMP-3 VALUE ZEROES.
             EXIT PARAGRAPH
           END-IF
           DISPLAY '*** WS-CUTOFF-DATE-NUM: ' WS-CUTOFF-DATE-NUM
           DISPLAY '*** Enter Operator Id: '
           ACCEPT WS-IN-USER
           PERFORM CHECK-AUTHORITY
           IF NOT WS-AU-GRANTED
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
       MAIN-STOP.
           GOBACK
           .
      *
       CHECK-AUTHORITY.
           MOVE WS-IN-USER         TO WS-AU-OPERATOR
           MOVE 'PURGE'            TO WS-AU-FUNCTION
           MOVE 'COV1914'          TO WS-AU-PROGRAM
           MOVE SPACES             TO WS-AU-DETAIL
           STRING 'CUTOFF=' WS-CUTOFF-DATE-NUM
                  DELIMITED BY SIZE
                  INTO WS-AU-DETAIL
           END-STRING
           CALL 'COVAUTH'       USING WS-AU-COMM-AREA
           .
      *
       OPEN-FILES.
           OPEN I-O COVID19D-FILE
