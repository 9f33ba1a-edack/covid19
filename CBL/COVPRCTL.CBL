      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COVPRCTL.
       AUTHOR.        Georges B.
      *Period-Control Check And Adjustment Posting Subroutine ...
      *Called by the programs that change COVID19D and COVID19M
      *rows after they have been published (COV1929, COV1941 and
      *COV1944).  A query (Q) answers whether a month is closed
      *on the COV19PER period-control master; the master is read
      *once, on the first query of the run, into a table of the
      *closed months.  A post (P) appends one row to the COV19ADJ
      *prior-period adjustment ledger for a change the caller
      *made to a closed month under an override; the ledger stays
      *open until the caller's finish (F) call.  A missing
      *COV19PER means no month has ever been closed.  Unlike
      *run-control registration the query is NOT best-effort: a
      *period master that cannot be read answers every month
      *as closed.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN COV19PER
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS PC-MONTH
              FILE STATUS    IS WS-PERIOD-STATUS
           .
      *
           SELECT ADJUST-LEDGER ASSIGN COV19ADJ
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-LEDGER-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  PERIOD-FILE.
       COPY COVPERD  REPLACING ==:TAG1:== BY ==PERIOD==
                               ==:TAG2:== BY ==PC==.
      *
       FD  ADJUST-LEDGER
           RECORDING MODE IS F
           .
       COPY COVADJL  REPLACING ==:TAG1:== BY ==ADJUST==
                               ==:TAG2:== BY ==AJ==.
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-PERIOD-STATUS        PIC 99 VALUE ZEROS.
       01  WS-LEDGER-STATUS        PIC 99 VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
      *    THESE SWITCHES AND THE TABLE LIVE FROM CALL TO CALL ****
       01  WS-FLAGS.
           03 WS-LOADED            PIC X VALUE 'N'.
            88 WS-TABLE-LOADED     VALUE 'Y'.
           03 WS-LOAD-FAILED       PIC X VALUE 'N'.
            88 WS-TABLE-UNUSABLE   VALUE 'Y'.
           03 WS-LEDGER-OPEN       PIC X VALUE 'N'.
            88 WS-LEDGER-IS-OPEN   VALUE 'Y'.
           03 LASTREC              PIC X VALUE SPACE.
      *
       01  WS-CLOSED-MONTHS.
           03 WS-CLOSED-USED       PIC 9(03) COMP VALUE ZEROS.
           03 WS-CLOSED-MONTH-T    PIC 9(06) OCCURS 600.
           03 WS-CLOSED-SUB        PIC 9(03) COMP.
      *
       01  WS-TIMESTAMP            PIC X(19) VALUE SPACES.
      *------------------------------
       LINKAGE SECTION.
      *------------------------------
       COPY COVPRCOM     REPLACING ==:TAG:==      BY ==PR==.
      *==============================
       PROCEDURE DIVISION USING PR-COMM-AREA.
      *==============================
       MAIN.
           MOVE '00'               TO PR-RETURN-STATUS
           EVALUATE PR-FUNCTION
             WHEN 'Q'
               PERFORM QUERY-MONTH
             WHEN 'P'
               PERFORM POST-ADJUSTMENT
             WHEN 'F'
               PERFORM FINISH-LEDGER
             WHEN OTHER
               DISPLAY '*** COVPRCTL: BAD FUNCTION: ' PR-FUNCTION
               MOVE '98'           TO PR-RETURN-STATUS
           END-EVALUATE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       QUERY-MONTH.
           IF NOT WS-TABLE-LOADED
             PERFORM LOAD-CLOSED-MONTHS
           END-IF
           MOVE 'O'                TO PR-PERIOD-STATUS
           IF WS-TABLE-UNUSABLE
             MOVE 'C'              TO PR-PERIOD-STATUS
             MOVE '08'             TO PR-RETURN-STATUS
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CLOSED-SUB FROM 1 BY 1
                   UNTIL WS-CLOSED-SUB > WS-CLOSED-USED
             IF WS-CLOSED-MONTH-T (WS-CLOSED-SUB) = PR-MONTH
               MOVE 'C'            TO PR-PERIOD-STATUS
             END-IF
           END-PERFORM
           .
      *
       LOAD-CLOSED-MONTHS.
           MOVE 'Y'                TO WS-LOADED
           MOVE ZEROS              TO WS-CLOSED-USED
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = 35
      *      NO MONTH HAS EVER BEEN CLOSED ***********************
             EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD-STATUS > 0
             DISPLAY '*** COVPRCTL: ERROR OPENING COV19PER: '
                     WS-PERIOD-STATUS
             MOVE 'Y'              TO WS-LOAD-FAILED
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE              TO LASTREC
           PERFORM READ-PERIOD
           PERFORM UNTIL LASTREC = 'Y'
             IF PC-CLOSED
               IF WS-CLOSED-USED < 600
                 ADD 1             TO WS-CLOSED-USED
                 MOVE PC-MONTH     TO WS-CLOSED-MONTH-T
                                        (WS-CLOSED-USED)
               ELSE
                 DISPLAY '*** COVPRCTL: CLOSED-MONTH TABLE FULL'
                 MOVE 'Y'          TO WS-LOAD-FAILED
               END-IF
             END-IF
             PERFORM READ-PERIOD
           END-PERFORM
           CLOSE PERIOD-FILE
           .
      *
       READ-PERIOD.
           READ PERIOD-FILE NEXT RECORD
                AT END       MOVE 'Y' TO LASTREC
           END-READ
           IF WS-PERIOD-STATUS > 0 AND WS-PERIOD-STATUS NOT = 10
             DISPLAY '*** COVPRCTL: ERROR READING COV19PER: '
                     WS-PERIOD-STATUS
             MOVE 'Y'              TO WS-LOAD-FAILED
                                      LASTREC
           END-IF
           .
      *
       POST-ADJUSTMENT.
           IF NOT WS-LEDGER-IS-OPEN
             OPEN EXTEND ADJUST-LEDGER
             IF WS-LEDGER-STATUS = 35
               OPEN OUTPUT ADJUST-LEDGER
             END-IF
             IF WS-LEDGER-STATUS > 0
               DISPLAY '*** COVPRCTL: ERROR OPENING COV19ADJ: '
                       WS-LEDGER-STATUS
               MOVE '08'           TO PR-RETURN-STATUS
               EXIT PARAGRAPH
             END-IF
             MOVE 'Y'              TO WS-LEDGER-OPEN
           END-IF
           PERFORM BUILD-TIMESTAMP
           MOVE SPACES             TO ADJUST-REC
           MOVE WS-TIMESTAMP       TO AJ-TIMESTAMP
           MOVE PR-PROGRAM         TO AJ-PROGRAM
           MOVE PR-OPERATOR        TO AJ-OPERATOR
           MOVE PR-REASON          TO AJ-REASON
           MOVE PR-FILE-ID         TO AJ-FILE-ID
           MOVE PR-ACTION          TO AJ-ACTION
           MOVE PR-CODE            TO AJ-CODE
           MOVE PR-MONTH           TO AJ-MONTH
           MOVE PR-BEFORE-IMAGE    TO AJ-BEFORE-IMAGE
           MOVE PR-AFTER-IMAGE     TO AJ-AFTER-IMAGE
           WRITE ADJUST-REC
           IF WS-LEDGER-STATUS > 0
             DISPLAY '*** COVPRCTL: ERROR WRITING COV19ADJ: '
                     WS-LEDGER-STATUS
             MOVE '08'             TO PR-RETURN-STATUS
           END-IF
           .
      *
       FINISH-LEDGER.
           IF WS-LEDGER-IS-OPEN
             CLOSE ADJUST-LEDGER
             MOVE 'N'              TO WS-LEDGER-OPEN
           END-IF
           MOVE 'N'                TO WS-LOADED
                                      WS-LOAD-FAILED
           .
      *
       BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE  TO WS-RUN-DATE-DATA
           MOVE SPACES                 TO WS-TIMESTAMP
           STRING WS-RUN-YEAR    '-'  WS-RUN-MONTH  '-'  WS-RUN-DAY
                  ' '
                  WS-RUN-HOURS   ':'  WS-RUN-MINUTES ':' WS-RUN-SECONDS
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING
           .
