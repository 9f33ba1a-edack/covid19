      *COUNTRYS or COVID19D master with the same audit-trail
      *images COV1906 and COV1917 write (COV19MAU / COV19DAU),
      *re-totaling the WORLD row after a COVID19D change the way
      *COV1917 does.  Every posted change and the WORLD re-total
      *is journaled to COV19JRN like the batch maintenance
      *programs, so COV1922 can replay it and COV1952 can see
      *it.  REJECT retains the request with the
      *reviewer's disposition.  The reviewer may not be the
      *operator who captured the request, and must hold APPROVE
      *authority on the COV19OPA operator-authority master (for a
      *reject as well as an approve).  A COVID19D change dated in
      *a month closed on the COV19PER period-control master is
      *not posted (the request stays pending) unless OVERRIDE=Y
      *is keyed with a reason; an overridden change and its WORLD
      *re-total are posted to the COV19ADJ prior-period
      *adjustment ledger through COVPRCTL.
      *Parameters: SEQ=queue sequence, ACTION=A (approve) or
      *            R (reject), USER=reviewing operator id,
      *            REASON=disposition text for a reject,
      *            OVERRIDE=Y/N (default N) to post into a closed
      *            month, OVREASON=why (required with OVERRIDE=Y).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-DAU-STATUS
           .
      *
           SELECT COVID19D-JOURNAL ASSIGN COV19JRN
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-JOURNAL-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
                                                  SEPARATE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 DAU-RESULT            PIC X(20).
      *
       FD  COVID19D-JOURNAL
           RECORDING MODE IS F
           .
       COPY COVJRNL  REPLACING ==:TAG1:== BY ==JOURNAL==
                               ==:TAG2:== BY ==JR==.
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-COVID19D-STATUS       PIC 99 VALUE ZEROS.
       01  WS-MAU-STATUS            PIC 99 VALUE ZEROS.
       01  WS-DAU-STATUS            PIC 99 VALUE ZEROS.
       01  WS-JOURNAL-STATUS        PIC 99 VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
            88 WS-BEFORE-REC-FOUND   VALUE 'Y'.
           03 WS-APPLY-OK            PIC X VALUE 'N'.
            88 WS-APPLY-WORKED       VALUE 'Y'.
           03 WS-OVERRIDE-OPTION     PIC X VALUE 'N'.
            88 WS-OVERRIDE-KEYED     VALUE 'Y'.
           03 WS-PERIOD-FLAG         PIC X VALUE 'N'.
            88 WS-PERIOD-IS-CLOSED   VALUE 'Y'.
           03 WS-LEDGER-ERROR        PIC X VALUE 'N'.
            88 WS-LEDGER-FAILED      VALUE 'Y'.
           03 LASTREC                PIC X VALUE SPACE.
      *
       01  WS-PARMS.
           03 WS-IN-SEQ              PIC 9(07) VALUE ZEROS.
           03 WS-IN-USER             PIC X(08) VALUE SPACES.
           03 WS-IN-REASON           PIC X(20) VALUE SPACES.
           03 WS-IN-OVERRIDE         PIC X(01) VALUE SPACES.
           03 WS-IN-OVREASON         PIC X(40) VALUE SPACES.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVAUCOM     REPLACING ==:TAG:==      BY ==WS-AU==.
      *
       COPY COVPRCOM     REPLACING ==:TAG:==      BY ==WS-PC==.
      *
      *    WORK COPIES OF THE MASTER LAYOUTS TO DECODE THE IMAGES *
       COPY COUNTRYS     REPLACING ==:TAG1:== BY ==WORK-COUNTRYS==
           03 WS-WLD-TOT-DEATHS      PIC 9(09) VALUE ZEROS.
           03 WS-WLD-NEW-RECOVERED   PIC 9(09) VALUE ZEROS.
           03 WS-WLD-TOT-RECOVERED   PIC 9(09) VALUE ZEROS.
      *
       01  WS-JOURNAL-DATA.
           03 WS-JRN-SEQ             PIC 9(07) VALUE ZEROS.
           03 WS-JRN-FILE-ID         PIC X(01).
           03 WS-JRN-ACTION          PIC X(01).
           03 WS-JRN-BEFORE          PIC X(114).
           03 WS-JRN-AFTER           PIC X(114).
      *
       01  WS-RESULT                 PIC X(20) VALUE SPACES.
       01  WS-TIMESTAMP              PIC X(19) VALUE SPACES.
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-AUTHORITY
           IF NOT WS-AU-GRANTED
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-TIMESTAMP
           PERFORM OPEN-PENDING
           IF WS-FILE-ERROR-FOUND
       MAIN-STOP.
           GOBACK
           .
      *
       CHECK-AUTHORITY.
           MOVE WS-IN-USER         TO WS-AU-OPERATOR
           MOVE 'APPROVE'          TO WS-AU-FUNCTION
           MOVE 'COV1941'          TO WS-AU-PROGRAM
           MOVE SPACES             TO WS-AU-DETAIL
           STRING 'SEQ=' WS-IN-SEQ ' ACTION=' WS-ACTION
                  DELIMITED BY SIZE
                  INTO WS-AU-DETAIL
           END-STRING
           CALL 'COVAUTH'       USING WS-AU-COMM-AREA
           .
      *
       GET-PARAMETERS.
           MOVE 6                  TO WS-PARM-COUNT
           MOVE 'SEQ'              TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'ACTION'           TO WS-PARM-KEYWORD (2)
           MOVE SPACES             TO WS-PARM-VALUE (3)
           MOVE 'REASON'           TO WS-PARM-KEYWORD (4)
           MOVE SPACES             TO WS-PARM-VALUE (4)
           MOVE 'OVERRIDE'         TO WS-PARM-KEYWORD (5)
           MOVE 'N'                TO WS-PARM-VALUE (5)
           MOVE 'OVREASON'         TO WS-PARM-KEYWORD (6)
           MOVE SPACES             TO WS-PARM-VALUE (6)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
           IF WS-IN-REASON = SPACES
             MOVE 'REJECTED'       TO WS-IN-REASON
           END-IF
           MOVE WS-PARM-VALUE (5) (1:1) TO WS-IN-OVERRIDE
           IF WS-IN-OVERRIDE = 'Y' OR WS-IN-OVERRIDE = 'N'
             MOVE WS-IN-OVERRIDE   TO WS-OVERRIDE-OPTION
           ELSE
             DISPLAY '*** ERROR OVERRIDE must be Y or N'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (6) (1:40) TO WS-IN-OVREASON
           IF WS-OVERRIDE-KEYED AND WS-IN-OVREASON = SPACES
             DISPLAY '*** ERROR OVREASON is required with OVERRIDE=Y'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           .
      *
       BUILD-TIMESTAMP.
             DISPLAY '*** ERROR REVIEWER IS THE REQUESTER: '
                     WS-IN-USER
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-ACTION-APPROVE AND PD-FILE-ID NOT = 'C'
             PERFORM CHECK-PERIOD-LOCK
           END-IF
           .
      *
       CHECK-PERIOD-LOCK.
      *    A CLOSED MONTH IS ONLY POSTED TO UNDER AN OVERRIDE; THE
      *    REQUEST STAYS PENDING SO IT CAN BE RUN AGAIN WITH ONE **
           MOVE 'N'                TO WS-PERIOD-FLAG
           MOVE SPACES             TO WS-PC-COMM-AREA
           MOVE 'Q'                TO WS-PC-FUNCTION
           MOVE PD-KEY-DATE (1:6)  TO WS-PC-MONTH
           CALL 'COVPRCTL'      USING WS-PC-COMM-AREA
           IF NOT WS-PC-OK
             DISPLAY '*** ERROR PERIOD CONTROL COV19PER UNUSABLE, '
                     'SEQ ' WS-IN-SEQ ' NOT POSTED'
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           IF NOT WS-PC-PERIOD-CLOSED
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y'                TO WS-PERIOD-FLAG
           IF WS-OVERRIDE-KEYED
             DISPLAY '*** MONTH ' WS-PC-MONTH ' IS CLOSED, SEQ '
                     WS-IN-SEQ ' POSTED UNDER OVERRIDE BY '
                     WS-IN-USER
           ELSE
             DISPLAY '*** ERROR MONTH ' WS-PC-MONTH ' IS CLOSED, '
                     'SEQ ' WS-IN-SEQ ' NEEDS OVERRIDE=Y AND OVREASON'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           .
      *
      *
       APPROVE-REQUEST.
           MOVE 'N'                TO WS-APPLY-OK
           PERFORM OPEN-JOURNAL
           IF WS-FILE-ERROR-FOUND
             MOVE 'FAILED-OPEN'    TO WS-RESULT
           ELSE
             EVALUATE TRUE
               WHEN PD-FILE-ID = 'C'
                 PERFORM APPLY-COUNTRYS-CHANGE
               WHEN OTHER
                 PERFORM APPLY-COVID19D-CHANGE
             END-EVALUATE
             CLOSE COVID19D-JOURNAL
           END-IF
           IF WS-PERIOD-IS-CLOSED
             MOVE 'F'              TO WS-PC-FUNCTION
             CALL 'COVPRCTL'    USING WS-PC-COMM-AREA
           END-IF
      *    SET AFTER THE LAST COVPRCTL CALL, WHICH CLEARS RETURN-CODE
           IF WS-LEDGER-FAILED
             MOVE 8                TO RETURN-CODE
           END-IF
           IF WS-APPLY-WORKED
             MOVE 'A'              TO PD-STATUS
             MOVE 'APPLIED'        TO PD-DISPOSITION
             MOVE 8                TO RETURN-CODE
           END-IF
           .
      *
       OPEN-JOURNAL.
           OPEN EXTEND COVID19D-JOURNAL
           IF WS-JOURNAL-STATUS = 35
             OPEN OUTPUT COVID19D-JOURNAL
           END-IF
           IF WS-JOURNAL-STATUS > 0
             DISPLAY '*** ERROR OPENING COVID19D-JOURNAL-STATUS: '
                     WS-JOURNAL-STATUS
             MOVE 'Y'              TO WS-FILE-ERROR
           END-IF
           .
      *
       APPLY-COUNTRYS-CHANGE.
           OPEN I-O COUNTRYS-FILE
           MOVE SPACES             TO WS-B-NAME WS-B-SLUG
                                      WS-B-STATUS
           MOVE ZEROS              TO WS-B-INADATE
           MOVE SPACES             TO WS-JRN-BEFORE
                                      WS-JRN-AFTER
           MOVE PD-KEY-CODE        TO C-CODE
           READ COUNTRYS-FILE
                INVALID KEY     CONTINUE
                NOT INVALID KEY
                   MOVE 'Y'         TO WS-BEFORE-FLAG
                   MOVE COUNTRYS-REC TO WS-JRN-BEFORE (1:114)
                   MOVE C-NAME      TO WS-B-NAME
                   MOVE C-SLUG      TO WS-B-SLUG
                   MOVE C-STATUS    TO WS-B-STATUS
                 ELSE
                   MOVE 'ADDED'         TO WS-RESULT
                   MOVE 'Y'             TO WS-APPLY-OK
                   MOVE 'W'             TO WS-JRN-ACTION
                   MOVE COUNTRYS-REC    TO WS-JRN-AFTER (1:114)
                 END-IF
               END-IF
             WHEN PD-FUNCTION = 'C'
                 ELSE
                   MOVE 'CORRECTED'     TO WS-RESULT
                   MOVE 'Y'             TO WS-APPLY-OK
                   MOVE 'R'             TO WS-JRN-ACTION
                   MOVE COUNTRYS-REC    TO WS-JRN-AFTER (1:114)
                 END-IF
               END-IF
             WHEN OTHER
                 ELSE
                   MOVE 'DELETED'       TO WS-RESULT
                   MOVE 'Y'             TO WS-APPLY-OK
                   MOVE 'D'             TO WS-JRN-ACTION
                 END-IF
               END-IF
           END-EVALUATE
           PERFORM WRITE-COUNTRYS-AUDIT
           IF WS-APPLY-WORKED
             MOVE 'C'              TO WS-JRN-FILE-ID
             PERFORM WRITE-JOURNAL
           END-IF
           CLOSE COUNTRYS-FILE
           .
      *
                                      WS-B-NEW-RECOVERED
                                      WS-B-TOT-RECOVERED
                                      WS-B-ACTIVE
           MOVE SPACES             TO WS-JRN-BEFORE
                                      WS-JRN-AFTER
           MOVE PD-KEY-CODE        TO CV-CODE
           MOVE PD-KEY-DATE        TO CV-DATE
           READ COVID19D-FILE
                INVALID KEY     CONTINUE
                NOT INVALID KEY
                   MOVE 'Y'                 TO WS-BEFORE-FLAG
                   MOVE COVID19D-REC        TO WS-JRN-BEFORE (1:48)
                   MOVE CV-NEW-CONFIRMED    TO WS-B-NEW-CONFIRMED
                   MOVE CV-TOTAL-CONFIRMED  TO WS-B-TOT-CONFIRMED
                   MOVE CV-NEW-DEATHS       TO WS-B-NEW-DEATHS
                 ELSE
                   MOVE 'ADDED'           TO WS-RESULT
                   MOVE 'Y'               TO WS-APPLY-OK
                   MOVE 'W'               TO WS-JRN-ACTION
                   MOVE COVID19D-REC      TO WS-JRN-AFTER (1:48)
                 END-IF
               END-IF
             WHEN PD-FUNCTION = 'C'
                 ELSE
                   MOVE 'CORRECTED'       TO WS-RESULT
                   MOVE 'Y'               TO WS-APPLY-OK
                   MOVE 'R'               TO WS-JRN-ACTION
                   MOVE COVID19D-REC      TO WS-JRN-AFTER (1:48)
                 END-IF
               END-IF
             WHEN OTHER
                 ELSE
                   MOVE 'DELETED'         TO WS-RESULT
                   MOVE 'Y'               TO WS-APPLY-OK
                   MOVE 'D'               TO WS-JRN-ACTION
                 END-IF
               END-IF
           END-EVALUATE
           PERFORM WRITE-COVID19D-AUDIT
           IF WS-APPLY-WORKED
             MOVE 'D'              TO WS-JRN-FILE-ID
             PERFORM WRITE-JOURNAL
             PERFORM RETOTAL-WORLD-ROW
           END-IF
           CLOSE COVID19D-FILE
      *
           MOVE 'WORLD'             TO CV-CODE
           MOVE PD-KEY-DATE         TO CV-DATE
           MOVE SPACES              TO WS-JRN-BEFORE
                                       WS-JRN-AFTER
           READ COVID19D-FILE
                INVALID KEY
                  MOVE 'W'          TO WS-JRN-ACTION
                  PERFORM BUILD-WORLD-RECORD
                  WRITE COVID19D-REC
                NOT INVALID KEY
                  MOVE 'R'          TO WS-JRN-ACTION
                  MOVE COVID19D-REC TO WS-JRN-BEFORE (1:48)
                  PERFORM BUILD-WORLD-RECORD
                  REWRITE COVID19D-REC
           END-READ
                     WS-COVID19D-STATUS
           ELSE
             DISPLAY '*** WORLD ROW RE-TOTALED FOR: ' PD-KEY-DATE
             MOVE 'D'               TO WS-JRN-FILE-ID
             MOVE COVID19D-REC      TO WS-JRN-AFTER (1:48)
             PERFORM WRITE-JOURNAL
           END-IF
           .
      *
           COMPUTE CV-ACTIVE-CASES = WS-WLD-TOT-CONFIRMED
               - WS-WLD-TOT-DEATHS - WS-WLD-TOT-RECOVERED
           .
      *
       WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE  TO WS-RUN-DATE-DATA
           MOVE SPACES                 TO JOURNAL-REC
           STRING WS-RUN-YEAR    '-'  WS-RUN-MONTH  '-'  WS-RUN-DAY
                  ' '
                  WS-RUN-HOURS   ':'  WS-RUN-MINUTES ':' WS-RUN-SECONDS
                  DELIMITED BY SIZE
                  INTO JR-TIMESTAMP
           END-STRING
           ADD 1                        TO WS-JRN-SEQ
           MOVE WS-JRN-SEQ              TO JR-SEQ
           MOVE WS-JRN-FILE-ID          TO JR-FILE-ID
           MOVE WS-JRN-ACTION           TO JR-ACTION
           MOVE WS-JRN-BEFORE           TO JR-BEFORE-IMAGE
           MOVE WS-JRN-AFTER            TO JR-AFTER-IMAGE
           WRITE JOURNAL-REC
           IF WS-JOURNAL-STATUS > 0
             DISPLAY '*** Error writing COVID19D-JOURNAL: '
                     WS-JOURNAL-STATUS
           END-IF
           IF WS-JRN-FILE-ID = 'D' AND WS-PERIOD-IS-CLOSED
             PERFORM POST-ADJUSTMENT
           END-IF
           .
      *
       POST-ADJUSTMENT.
      *    EVERY ROW CHANGED IN A CLOSED MONTH GOES TO THE COV19ADJ
      *    LEDGER WITH THE SAME IMAGES AS THE JOURNAL *************
           MOVE 'P'                TO WS-PC-FUNCTION
           MOVE 'COV1941'          TO WS-PC-PROGRAM
           MOVE WS-IN-USER         TO WS-PC-OPERATOR
           MOVE WS-IN-OVREASON     TO WS-PC-REASON
           MOVE PD-KEY-DATE (1:6)  TO WS-PC-MONTH
           MOVE WS-JRN-FILE-ID     TO WS-PC-FILE-ID
           MOVE WS-JRN-ACTION      TO WS-PC-ACTION
           MOVE WS-JRN-BEFORE (1:48) TO WS-PC-BEFORE-IMAGE
           MOVE WS-JRN-AFTER (1:48)  TO WS-PC-AFTER-IMAGE
           IF WS-JRN-AFTER (1:5) = SPACES
             MOVE WS-JRN-BEFORE (1:5) TO WS-PC-CODE
           ELSE
             MOVE WS-JRN-AFTER (1:5)  TO WS-PC-CODE
           END-IF
           CALL 'COVPRCTL'      USING WS-PC-COMM-AREA
           IF NOT WS-PC-OK
             DISPLAY '*** ERROR POSTING COV19ADJ FOR ' WS-PC-CODE
                     ' ' WS-PC-MONTH ', CHANGE IS ON THE JOURNAL ONLY'
             MOVE 'Y'              TO WS-LEDGER-ERROR
           END-IF
           .
      *
       UPDATE-PENDING-RECORD.
           MOVE WS-TIMESTAMP        TO PD-REVIEWED-TS
