      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1972.
       AUTHOR.        Georges B.
      *Close Or Reopen A Reporting Period ...
      *Records the month-end close of a calendar month on the
      *COV19PER period-control master once its figures have gone
      *to leadership and the downstream teams.  From then on
      *COV1929, COV1941 and COV1944 refuse to change the month's
      *COVID19D and COVID19M rows unless the operator keys
      *OVERRIDE=Y with a reason, and every overridden change is
      *posted to the COV19ADJ prior-period adjustment ledger that
      *COV1973 reports.  REOPEN lifts the lock (the row keeps who
      *closed it and when); a reopened month can be closed again.
      *Only a month that has ended can be closed.  The operator
      *must hold ADMIN authority on the COV19OPA operator-
      *authority master.
      *Parameters: ACTION=C (close) or R (reopen),
      *            MONTH=YYYYMM, USER=operator id,
      *            COMMENT=why (required).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN COV19PER
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS PC-MONTH
              FILE STATUS    IS WS-PERIOD-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  PERIOD-FILE.
       COPY COVPERD  REPLACING ==:TAG1:== BY ==PERIOD==
                               ==:TAG2:== BY ==PC==.
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-FILES-STATUS.
           03 WS-PERIOD-STATUS     PIC 99 VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
       01  WS-FLAGS.
           03 WS-ACTION            PIC X VALUE SPACE.
      *    C=CLOSE THE MONTH, R=REOPEN IT ***
            88 WS-ACTION-CLOSE     VALUE 'C'.
            88 WS-ACTION-REOPEN    VALUE 'R'.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
           03 WS-FILE-ERROR        PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND VALUE 'Y'.
           03 WS-PERIOD-FLAG       PIC X VALUE 'N'.
            88 WS-PERIOD-ON-FILE   VALUE 'Y'.
      *
       01  WS-PARMS.
           03 WS-IN-MONTH-X        PIC X(06) VALUE SPACES.
           03 WS-IN-MONTH-R REDEFINES WS-IN-MONTH-X.
              05 WS-IN-MONTH       PIC 9(06).
           03 WS-IN-USER           PIC X(08) VALUE SPACES.
           03 WS-IN-COMMENT        PIC X(40) VALUE SPACES.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVAUCOM     REPLACING ==:TAG:==      BY ==WS-AU==.
      *
       01  WS-RUN-MONTH-NUM        PIC 9(06) VALUE ZEROS.
      *
       01  WS-TIMESTAMP            PIC X(19) VALUE SPACES.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       MAIN.
           PERFORM GET-PARAMETERS
           IF WS-PARM-ERROR-FOUND
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-AUTHORITY
           IF NOT WS-AU-GRANTED
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-TIMESTAMP
           PERFORM OPEN-PERIODS
           IF WS-FILE-ERROR-FOUND
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-PERIOD
           IF WS-PARM-ERROR-FOUND
             CLOSE PERIOD-FILE
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
             WHEN WS-ACTION-CLOSE
               PERFORM CLOSE-PERIOD
             WHEN WS-ACTION-REOPEN
               PERFORM REOPEN-PERIOD
           END-EVALUATE
           CLOSE PERIOD-FILE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       CHECK-AUTHORITY.
           MOVE WS-IN-USER         TO WS-AU-OPERATOR
           MOVE 'ADMIN'            TO WS-AU-FUNCTION
           MOVE 'COV1972'          TO WS-AU-PROGRAM
           MOVE SPACES             TO WS-AU-DETAIL
           STRING 'ACTION=' WS-ACTION ' MONTH=' WS-IN-MONTH-X
                  DELIMITED BY SIZE
                  INTO WS-AU-DETAIL
           END-STRING
           CALL 'COVAUTH'       USING WS-AU-COMM-AREA
           .
      *
       GET-PARAMETERS.
           MOVE 4                  TO WS-PARM-COUNT
           MOVE 'ACTION'           TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'MONTH'            TO WS-PARM-KEYWORD (2)
           MOVE SPACES             TO WS-PARM-VALUE (2)
           MOVE 'USER'             TO WS-PARM-KEYWORD (3)
           MOVE SPACES             TO WS-PARM-VALUE (3)
           MOVE 'COMMENT'          TO WS-PARM-KEYWORD (4)
           MOVE SPACES             TO WS-PARM-VALUE (4)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           MOVE WS-PARM-VALUE (1) (1:1) TO WS-ACTION
           IF WS-ACTION-CLOSE OR WS-ACTION-REOPEN
             CONTINUE
           ELSE
             DISPLAY '*** ERROR ACTION is not C or R'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (2) (1:6) TO WS-IN-MONTH-X
           IF WS-IN-MONTH-X NUMERIC
              AND WS-IN-MONTH-X (5:2) >= '01'
              AND WS-IN-MONTH-X (5:2) <= '12'
              AND WS-PARM-VALUE (2) (7:1) = SPACE
             CONTINUE
           ELSE
             DISPLAY '*** ERROR MONTH is not YYYYMM'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (3) (1:8) TO WS-IN-USER
           IF WS-IN-USER = SPACES
             DISPLAY '*** ERROR USER is Missing'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (4) (1:40) TO WS-IN-COMMENT
           IF WS-IN-COMMENT = SPACES
             DISPLAY '*** ERROR COMMENT is Missing'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           .
      *
       BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE  TO WS-RUN-DATE-DATA
           STRING WS-RUN-YEAR    '-'  WS-RUN-MONTH  '-'  WS-RUN-DAY
                  ' '
                  WS-RUN-HOURS   ':'  WS-RUN-MINUTES ':' WS-RUN-SECONDS
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING
           COMPUTE WS-RUN-MONTH-NUM = WS-RUN-YEAR * 100
                                    + WS-RUN-MONTH
           .
      *
       OPEN-PERIODS.
      *    THE FIRST CLOSE EVER CREATES THE MASTER ****************
           OPEN I-O PERIOD-FILE
           IF WS-PERIOD-STATUS = 35 AND WS-ACTION-CLOSE
             OPEN OUTPUT PERIOD-FILE
             IF WS-PERIOD-STATUS = 00
               CLOSE PERIOD-FILE
               OPEN I-O PERIOD-FILE
             END-IF
           END-IF
           IF WS-PERIOD-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19PER-STATUS: '
                     WS-PERIOD-STATUS
             MOVE 'Y'              TO WS-FILE-ERROR
           END-IF
           .
      *
       FETCH-PERIOD.
           MOVE 'N'                TO WS-PERIOD-FLAG
           MOVE WS-IN-MONTH        TO PC-MONTH
           READ PERIOD-FILE
                INVALID KEY     CONTINUE
                NOT INVALID KEY MOVE 'Y' TO WS-PERIOD-FLAG
           END-READ
           EVALUATE TRUE
             WHEN WS-ACTION-CLOSE
                  AND WS-IN-MONTH NOT < WS-RUN-MONTH-NUM
               DISPLAY '*** ERROR MONTH ' WS-IN-MONTH
                       ' HAS NOT ENDED, IT CANNOT BE CLOSED'
               MOVE 'Y'            TO WS-PARM-ERROR
             WHEN WS-ACTION-CLOSE
                  AND WS-PERIOD-ON-FILE AND PC-CLOSED
               DISPLAY '*** ERROR MONTH ' WS-IN-MONTH
                       ' ALREADY CLOSED BY ' PC-CLOSED-BY
                       ' AT ' PC-CLOSED-TS
               MOVE 'Y'            TO WS-PARM-ERROR
             WHEN WS-ACTION-REOPEN
                  AND NOT WS-PERIOD-ON-FILE
               DISPLAY '*** ERROR MONTH ' WS-IN-MONTH
                       ' HAS NEVER BEEN CLOSED'
               MOVE 'Y'            TO WS-PARM-ERROR
             WHEN WS-ACTION-REOPEN
                  AND PC-REOPENED
               DISPLAY '*** ERROR MONTH ' WS-IN-MONTH
                       ' ALREADY REOPENED BY ' PC-REOPENED-BY
                       ' AT ' PC-REOPENED-TS
               MOVE 'Y'            TO WS-PARM-ERROR
           END-EVALUATE
           .
      *
       CLOSE-PERIOD.
           IF NOT WS-PERIOD-ON-FILE
             MOVE SPACES           TO PERIOD-REC
             MOVE WS-IN-MONTH      TO PC-MONTH
           END-IF
           MOVE 'C'                TO PC-STATUS
           MOVE WS-IN-USER         TO PC-CLOSED-BY
           MOVE WS-TIMESTAMP       TO PC-CLOSED-TS
           MOVE WS-IN-COMMENT      TO PC-COMMENT
           IF WS-PERIOD-ON-FILE
             REWRITE PERIOD-REC
           ELSE
             WRITE PERIOD-REC
           END-IF
           IF WS-PERIOD-STATUS > 0
             DISPLAY '*** ERROR WRITE/REWRITE COV19PER: '
                     WS-PERIOD-STATUS
             MOVE 16               TO RETURN-CODE
           ELSE
             DISPLAY '*** MONTH ' WS-IN-MONTH ' CLOSED BY '
                     WS-IN-USER
           END-IF
           .
      *
       REOPEN-PERIOD.
           MOVE 'O'                TO PC-STATUS
           MOVE WS-IN-USER         TO PC-REOPENED-BY
           MOVE WS-TIMESTAMP       TO PC-REOPENED-TS
           MOVE WS-IN-COMMENT      TO PC-COMMENT
           REWRITE PERIOD-REC
           IF WS-PERIOD-STATUS > 0
             DISPLAY '*** ERROR REWRITE COV19PER: '
                     WS-PERIOD-STATUS
             MOVE 16               TO RETURN-CODE
           ELSE
             DISPLAY '*** MONTH ' WS-IN-MONTH ' REOPENED BY '
                     WS-IN-USER
           END-IF
           .
