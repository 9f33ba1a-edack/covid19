      *COVID19M and TESTINGD rows COV1944 writes on a rekey.
      *Parameters: FILE=C, D, X, V, M or T (which master to roll
      *forward), UPTO=YYYY-MM-DD HH:MM:SS (blank = apply the
      *whole journal), USER=operator id (required; must hold
      *REPLAY authority on the COV19OPA operator-authority
      *master).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
      *
       01  WS-PARMS.
           03 WS-UPTO-TIMESTAMP    PIC X(19) VALUE SPACES.
           03 WS-IN-USER           PIC X(08) VALUE SPACES.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVAUCOM     REPLACING ==:TAG:==      BY ==WS-AU==.
      *
       01  COUNTERS.
           03 WS-JOURNAL-T-RECS    PIC 9(07) COMP-3 VALUE ZEROES.
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
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
           MOVE 'REPLAY'           TO WS-AU-FUNCTION
           MOVE 'COV1922'          TO WS-AU-PROGRAM
           MOVE SPACES             TO WS-AU-DETAIL
           IF WS-UPTO-TIMESTAMP = HIGH-VALUES
             STRING 'FILE=' WS-TARGET-FILE ' UPTO=END OF JOURNAL'
                    DELIMITED BY SIZE
                    INTO WS-AU-DETAIL
             END-STRING
           ELSE
             STRING 'FILE=' WS-TARGET-FILE ' UPTO=' WS-UPTO-TIMESTAMP
                    DELIMITED BY SIZE
                    INTO WS-AU-DETAIL
             END-STRING
           END-IF
           CALL 'COVAUTH'       USING WS-AU-COMM-AREA
           .
      *
       GET-PARAMETERS.
           MOVE 3                  TO WS-PARM-COUNT
           MOVE 'FILE'             TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'UPTO'             TO WS-PARM-KEYWORD (2)
           MOVE SPACES             TO WS-PARM-VALUE (2)
           MOVE 'USER'             TO WS-PARM-KEYWORD (3)
           MOVE SPACES             TO WS-PARM-VALUE (3)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
           ELSE
             MOVE WS-PARM-VALUE (2) (1:19) TO WS-UPTO-TIMESTAMP
           END-IF
           MOVE WS-PARM-VALUE (3) (1:8) TO WS-IN-USER
           IF WS-IN-USER = SPACES
             DISPLAY '*** ERROR USER is Missing'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           .
      *
       OPEN-FILES.
