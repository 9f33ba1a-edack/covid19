      *image, who asked and when.  COV1940 reports the queue and a
      *SECOND operator posts approved changes with COV1941; nothing
      *here touches the masters.
      *The requesting operator must hold CAPTURE authority on the
      *COV19OPA operator-authority master.
      *Parameters: FILE=C or D, FUNCTION=A, C or D, CODE=,
      *            DATE=YYYYMMDD (FILE=D only),
      *            NAME=/SLUG= (FILE=C),
           03 WS-IN-TOT-RECOVERED    PIC 9(09) VALUE ZEROS.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVAUCOM     REPLACING ==:TAG:==      BY ==WS-AU==.
      *
       01  WS-QUEUE-DATA.
           03 WS-NEXT-SEQ            PIC 9(07) VALUE ZEROS.
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-AUTHORITY
           IF NOT WS-AU-GRANTED
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
             MOVE 16                TO RETURN-CODE
       MAIN-STOP.
           GOBACK
           .
      *
       CHECK-AUTHORITY.
           MOVE WS-IN-USER         TO WS-AU-OPERATOR
           MOVE 'CAPTURE'          TO WS-AU-FUNCTION
           MOVE 'COV1939'          TO WS-AU-PROGRAM
           MOVE SPACES             TO WS-AU-DETAIL
           STRING 'FILE=' WS-TARGET-FILE ' FUNCTION=' WS-FUNCTION
                  ' CODE=' WS-IN-CODE
                  DELIMITED BY SIZE
                  INTO WS-AU-DETAIL
           END-STRING
           CALL 'COVAUTH'       USING WS-AU-COMM-AREA
           .
      *
       GET-PARAMETERS.
           MOVE 10                 TO WS-PARM-COUNT
