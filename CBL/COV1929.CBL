      *R-xxx rollup rows for every touched date the way COV1901
      *builds them on a load, regenerates the affected COVID19M
      *month rows the way COV1913 builds them, journals every
      *detail, rollup and month-row change to COV19JRN (an
      *unchanged rollup or month rewrite is not journaled) and
      *prints a before/after delta report.  Rows for the WORLD
      *or R-xxx pseudo codes are rejected: the rollups are always
      *re-derived, never keyed in.
      *The run commits in units of work to the COV19RSC checkpoint:
      *one revision row, then one rollup date, then one month row.
      *A revision's before-image is checkpointed before the row is
      *touched, so RESTART=Y after an abend puts the row in flight
      *back, replays the committed rows only to rebuild the touched
      *date and month lists, and carries on from the next unit.
      *A verification pass at the end re-sums every touched date
      *and month and proves the WORLD, R-xxx and COVID19M rows
      *match the detail; RC 8 if any does not.
      *A revision dated in a month closed on the COV19PER
      *period-control master is rejected (reason 0005) unless
      *OVERRIDE=Y is keyed with a reason; every COVID19D and
      *COVID19M row then changed in a closed month - the revised
      *row, its WORLD and R-xxx rollups and the month rows - is
      *posted to the COV19ADJ prior-period adjustment ledger
      *through COVPRCTL.
      *Parameters: USER=operator id (required; must hold RESTATE
      *            authority on the COV19OPA operator-authority
      *            master),
      *            RESTART=Y/N (default N),
      *            OVERRIDE=Y/N (default N) to restate closed
      *            months, OVREASON=why (required with
      *            OVERRIDE=Y).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-JOURNAL-STATUS
           .
      *
           SELECT CHECKPOINT-FILE ASSIGN COV19RSC
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-CKPT-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
           .
       COPY COVJRNL  REPLACING ==:TAG1:== BY ==JOURNAL==
                               ==:TAG2:== BY ==JR==.
      *
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F
           .
       COPY COVUOW   REPLACING ==:TAG1:== BY ==CHECKPOINT==
                               ==:TAG2:== BY ==UW==.
      *
       WORKING-STORAGE SECTION.
      *------------------------------
           03 WS-COVID19M-STATUS   PIC 99 VALUE ZEROS.
           03 WS-COUNTRYX-STATUS   PIC 99 VALUE ZEROS.
           03 WS-JOURNAL-STATUS    PIC 99 VALUE ZEROS.
           03 WS-CKPT-STATUS       PIC 99 VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
           03 WS-PAGE-BREAK        PIC 9(02) VALUE 65.
           03 WS-FILE-ERROR        PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND VALUE 'Y'.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
           03 WS-END-OF-FILE       PIC X VALUE 'N'.
            88 WS-END-OF-FILE-OK   VALUE 'Y'.
           03 WS-REJECT-FLAG       PIC X VALUE 'N'.
           03 WS-COUNTRYX-AVAIL    PIC X VALUE 'N'.
      *    Y=DEMOGRAPHICS ON FILE, REGION ROLLUPS ARE REBUILT ***
            88 WS-COUNTRYX-ON-FILE VALUE 'Y'.
           03 WS-RESTART-OPTION    PIC X VALUE 'N'.
            88 WS-RESTART-OPTION-YES VALUE 'Y'.
            88 WS-RESTART-OPTION-NO  VALUE 'N'.
           03 WS-ROLLBACK-FLAG     PIC X VALUE 'N'.
            88 WS-ROLLBACK-NEEDED  VALUE 'Y'.
           03 WS-NOTHING-FLAG      PIC X VALUE 'N'.
            88 WS-NOTHING-TO-RESTART VALUE 'Y'.
           03 WS-RST-ON-FILE       PIC X VALUE 'N'.
            88 WS-RST-ROW-ON-FILE  VALUE 'Y'.
           03 WS-ROW-OFF-FLAG      PIC X VALUE 'N'.
            88 WS-ROW-IS-OFF       VALUE 'Y'.
           03 WS-OVERRIDE-OPTION   PIC X VALUE 'N'.
            88 WS-OVERRIDE-KEYED   VALUE 'Y'.
           03 WS-LEDGER-ERROR      PIC X VALUE 'N'.
            88 WS-LEDGER-FAILED    VALUE 'Y'.
           03 WS-CONDITION         PIC 9(02) VALUE ZEROS.
      *
       01  WS-PARMS.
           03 WS-IN-USER           PIC X(08) VALUE SPACES.
           03 WS-IN-RESTART        PIC X(01) VALUE SPACES.
           03 WS-IN-OVERRIDE       PIC X(01) VALUE SPACES.
           03 WS-IN-OVREASON       PIC X(40) VALUE SPACES.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVAUCOM     REPLACING ==:TAG:==      BY ==WS-AU==.
      *
       COPY COVPRCOM     REPLACING ==:TAG:==      BY ==WS-PC==.
      *
      *    COVID19D AND COVID19M IMAGES BOTH START CODE + YYYYMM **
       01  WS-ADJ-KEY-IMAGE.
           03 WS-ADJ-CODE          PIC X(05).
           03 WS-ADJ-MONTH         PIC 9(06).
           03 FILLER               PIC X(37).
      *
       01  WS-UNSTRING-DATA.
           03 WS-TALLYING-FIELDS   PIC 9(3) VALUE ZEROES.
           03 WS-REVISIONS-REJ     PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-DATES-REBUILT     PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-MONTHS-REBUILT    PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-DATES-OFF         PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-MONTHS-OFF        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-PG-WRITTEN-LINES  PIC 9(02) VALUE ZEROS.
           03 WS-PAGE-NUMBER       PIC 9(05) VALUE ZEROS.
      *
      *    UNIT OF WORK: PHASE 1 = REVISION ROWS, 2 = ROLLUP DATES,
      *    3 = COVID19M MONTHS; UNITS ARE NUMBERED WITHIN THE PHASE
       01  WS-UOW-DATA.
           03 WS-UOW-PHASE         PIC 9(02) VALUE ZEROS.
           03 WS-UOW-UNITS         PIC 9(07) VALUE ZEROS.
           03 WS-UOW-KEY           PIC X(20) VALUE SPACES.
           03 WS-RESTART-PHASE     PIC 9(02) VALUE ZEROS.
           03 WS-RESTART-UNITS     PIC 9(07) VALUE ZEROS.
           03 WS-SKIP-THROUGH      PIC 9(07) VALUE ZEROS.
      *
      *    THE COUNTERS A RESTART CARRIES FORWARD ******************
       01  WS-UOW-COUNTERS.
           03 WS-UC-APPLIED        PIC 9(05).
           03 WS-UC-ADDED          PIC 9(05).
           03 WS-UC-REJ            PIC 9(05).
           03 WS-UC-DATES          PIC 9(05).
           03 WS-UC-MONTHS         PIC 9(05).
      *
       COPY COVUOW       REPLACING ==:TAG1:== BY ==WS-CKPT==
                                   ==:TAG2:== BY ==WK==.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
           03 FILLER               PIC X(07) VALUE 'Page: '.
           03 PAGE-NUMBER          PIC ZZZZ9.
           03 FILLER               PIC X(28).
      *
       01  WS-HEADER-1B.
           03 FILLER               PIC X(23) VALUE
                '*** RESTARTED IN PHASE '.
           03 H1B-PHASE-O          PIC Z9.
           03 FILLER               PIC X(12) VALUE ' AFTER UNIT '.
           03 H1B-UNIT-O           PIC Z,ZZZ,ZZ9.
           03 FILLER               PIC X(47) VALUE
                ' - EARLIER ROWS ARE ON THE FIRST RUN REPORT ***'.
      *
       01  WS-HEADER-2.
           03 FILLER               PIC X(05) VALUE 'CODE'.
           03 REVISIONS-APPLIED-O  PIC ZZZ,ZZ9.
           03 FILLER               PIC X(30) VALUE
                        ' Revisions were applied. ***'.
      *
       01  WS-TRAILER-2.
           03 FILLER               PIC X(17) VALUE
                '*** VERIFICATION '.
           03 TR2-RESULT-O         PIC X(06).
           03 FILLER               PIC X(22) VALUE
                ': ROLLUP DATES OFF: '.
           03 TR2-DATES-OFF-O      PIC ZZ,ZZ9.
           03 FILLER               PIC X(16) VALUE
                '  MONTHS OFF: '.
           03 TR2-MONTHS-OFF-O     PIC ZZ,ZZ9.
           03 FILLER               PIC X(04) VALUE ' ***'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       MAIN.
           PERFORM GET-PARAMETERS
           IF WS-PARM-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-AUTHORITY
           IF NOT WS-AU-GRANTED
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-RESTART
           IF WS-FILE-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF WS-NOTHING-TO-RESTART
             MOVE 4               TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF WS-ROLLBACK-NEEDED
             PERFORM ROLLBACK-UNIT
             IF WS-FILE-ERROR-FOUND
               PERFORM CLOSE-FILES
               MOVE 16            TO RETURN-CODE
               EXIT PARAGRAPH
             END-IF
           END-IF
           PERFORM WRITE-HEADERS
           PERFORM PROCESS-REVISIONS
           PERFORM REBUILD-ROLLUPS
           PERFORM REBUILD-MONTHS
           PERFORM VERIFY-RESTATEMENT
           PERFORM WRITE-TRAILERS
           PERFORM CLOSE-FILES
           PERFORM WRITE-END-CHECKPOINT
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       CHECK-AUTHORITY.
           MOVE WS-IN-USER         TO WS-AU-OPERATOR
           MOVE 'RESTATE'          TO WS-AU-FUNCTION
           MOVE 'COV1929'          TO WS-AU-PROGRAM
           MOVE SPACES             TO WS-AU-DETAIL
           MOVE 'REVISION FILE COV19RVF' TO WS-AU-DETAIL
           CALL 'COVAUTH'       USING WS-AU-COMM-AREA
           .
      *
       GET-PARAMETERS.
           MOVE 4                  TO WS-PARM-COUNT
           MOVE 'USER'             TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'RESTART'          TO WS-PARM-KEYWORD (2)
           MOVE 'N'                TO WS-PARM-VALUE (2)
           MOVE 'OVERRIDE'         TO WS-PARM-KEYWORD (3)
           MOVE 'N'                TO WS-PARM-VALUE (3)
           MOVE 'OVREASON'         TO WS-PARM-KEYWORD (4)
           MOVE SPACES             TO WS-PARM-VALUE (4)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           MOVE WS-PARM-VALUE (1) (1:8) TO WS-IN-USER
           IF WS-IN-USER = SPACES
             DISPLAY '*** ERROR USER is Missing'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (2) (1:1) TO WS-IN-RESTART
           IF WS-IN-RESTART = 'Y' OR WS-IN-RESTART = 'N'
             MOVE WS-IN-RESTART    TO WS-RESTART-OPTION
           ELSE
             DISPLAY '*** ERROR RESTART must be Y or N'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (3) (1:1) TO WS-IN-OVERRIDE
           IF WS-IN-OVERRIDE = 'Y' OR WS-IN-OVERRIDE = 'N'
             MOVE WS-IN-OVERRIDE   TO WS-OVERRIDE-OPTION
           ELSE
             DISPLAY '*** ERROR OVERRIDE must be Y or N'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (4) (1:40) TO WS-IN-OVREASON
           IF WS-OVERRIDE-KEYED AND WS-IN-OVREASON = SPACES
             DISPLAY '*** ERROR OVREASON is required with OVERRIDE=Y'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           .
      *
       CHECK-RESTART.
      *    RESTATEMENT ROWS CARRY ABSOLUTE VALUES, SO A FRESH RERUN
      *    OF AN UNFINISHED RUN IS SAFE; IT IS ONLY WARNED ABOUT ***
           MOVE ZEROS              TO WS-RESTART-PHASE
                                      WS-RESTART-UNITS
           MOVE SPACES             TO WS-CKPT-REC
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = 00
             READ CHECKPOINT-FILE INTO WS-CKPT-REC
                  AT END CONTINUE
             END-READ
             CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-RESTART-OPTION-NO
             IF WK-PROGRAM = 'COV1929' AND NOT WK-RUN-ENDED
               DISPLAY '*** WARNING LAST RESTATEMENT DID NOT FINISH,'
                       ' STARTING OVER'
             END-IF
             EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
             WHEN WK-PROGRAM = SPACES
               DISPLAY '*** NO CHECKPOINT FILE FOUND, STARTING AT 1'
             WHEN WK-PROGRAM NOT = 'COV1929'
               DISPLAY '*** ERROR CHECKPOINT IS FOR ' WK-PROGRAM
               MOVE 'Y'            TO WS-FILE-ERROR
             WHEN WK-RUN-ENDED
               DISPLAY '*** LAST RESTATEMENT ENDED CLEAN, NOTHING TO'
                       ' RESTART'
               MOVE 'Y'            TO WS-NOTHING-FLAG
             WHEN OTHER
               MOVE WK-PHASE       TO WS-RESTART-PHASE
               MOVE WK-UNIT-NUMBER TO WS-RESTART-UNITS
               MOVE WK-COUNTERS    TO WS-UOW-COUNTERS
               MOVE WS-UC-APPLIED  TO WS-REVISIONS-APPLIED
               MOVE WS-UC-ADDED    TO WS-REVISIONS-ADDED
               MOVE WS-UC-REJ      TO WS-REVISIONS-REJ
               MOVE WS-UC-DATES    TO WS-DATES-REBUILT
               MOVE WS-UC-MONTHS   TO WS-MONTHS-REBUILT
               DISPLAY '*** RESTARTING IN PHASE: ' WK-PHASE
                       ' AFTER UNIT: ' WK-UNIT-NUMBER
               IF WK-UNIT-BEGUN
                 MOVE 'Y'          TO WS-ROLLBACK-FLAG
               END-IF
           END-EVALUATE
           .
      *
       ROLLBACK-UNIT.
      *    PUT THE REVISION ROW THAT WAS IN FLIGHT BACK AS IT WAS
      *    BEFORE THE UNIT STARTED ********************************
           DISPLAY '*** ROLLING BACK UNIT IN FLIGHT, KEY '
                   WK-UNIT-KEY
           MOVE WK-UNIT-KEY (1:13) TO CV-CODE-DATE
           MOVE 'N'                TO WS-RST-ON-FILE
           READ COVID19D-FILE
                INVALID KEY     CONTINUE
                NOT INVALID KEY MOVE 'Y' TO WS-RST-ON-FILE
           END-READ
           MOVE SPACES             TO WS-JRN-BEFORE
                                      WS-JRN-AFTER
           IF WS-RST-ROW-ON-FILE
             MOVE COVID19D-REC     TO WS-JRN-BEFORE (1:48)
           END-IF
           EVALUATE TRUE
             WHEN WK-IMAGE-1-FLAG = 'Y' AND WS-RST-ROW-ON-FILE
               MOVE WK-IMAGE-1 (1:48) TO COVID19D-REC
               REWRITE COVID19D-REC
               MOVE 'R'            TO WS-JRN-ACTION
             WHEN WK-IMAGE-1-FLAG = 'Y'
               MOVE WK-IMAGE-1 (1:48) TO COVID19D-REC
               WRITE COVID19D-REC
               MOVE 'W'            TO WS-JRN-ACTION
             WHEN WS-RST-ROW-ON-FILE
               DELETE COVID19D-FILE RECORD
               MOVE 'D'            TO WS-JRN-ACTION
             WHEN OTHER
               MOVE SPACE          TO WS-JRN-ACTION
               MOVE ZEROS          TO WS-COVID19D-STATUS
           END-EVALUATE
           IF WS-COVID19D-STATUS > 0
             DISPLAY '*** Error ROLLBACK COVID19D: '
                     WS-COVID19D-STATUS
             MOVE 'Y'              TO WS-FILE-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-JRN-ACTION NOT = SPACE
             IF WK-IMAGE-1-FLAG = 'Y'
               MOVE WK-IMAGE-1 (1:48) TO WS-JRN-AFTER (1:48)
             END-IF
             MOVE 'D'              TO WS-JRN-FILE-ID
             PERFORM WRITE-JOURNAL
           END-IF
           MOVE WS-RESTART-PHASE   TO WS-UOW-PHASE
           MOVE WS-RESTART-UNITS   TO WS-UOW-UNITS
           PERFORM WRITE-COMMIT-CHECKPOINT
           .
      *
       START-PHASE.
      *    A PHASE BEFORE THE RESTART POINT IS SKIPPED WHOLE, THE
      *    RESTART PHASE RESUMES AFTER ITS LAST COMMITTED UNIT ****
           EVALUATE TRUE
             WHEN WS-UOW-PHASE < WS-RESTART-PHASE
               MOVE 9999999        TO WS-SKIP-THROUGH
             WHEN WS-UOW-PHASE = WS-RESTART-PHASE
               MOVE WS-RESTART-UNITS TO WS-SKIP-THROUGH
             WHEN OTHER
               MOVE ZEROS          TO WS-SKIP-THROUGH
                                      WS-UOW-UNITS
               PERFORM WRITE-COMMIT-CHECKPOINT
           END-EVALUATE
           .
      *
       OPEN-FILES.
           OPEN INPUT REVISION-FILE
           IF WS-COUNTRYX-ON-FILE
             CLOSE COUNTRYX-FILE
           END-IF
           MOVE 'F'                TO WS-PC-FUNCTION
           CALL 'COVPRCTL'      USING WS-PC-COMM-AREA
      *    A CALL CLEARS RETURN-CODE, SO THE RUN'S CODE IS SET HERE
           IF WS-LEDGER-FAILED
             MOVE 8                TO WS-CONDITION
           END-IF
           MOVE WS-CONDITION       TO RETURN-CODE
           .
      *
       PROCESS-REVISIONS.
           MOVE 1                  TO WS-UOW-PHASE
           PERFORM START-PHASE
           PERFORM READ-REVISION
           PERFORM UNTIL WS-END-OF-FILE-OK
             PERFORM GET-INPUT-DATA
             EVALUATE TRUE
      *        ALREADY COMMITTED: ONLY NOTE WHAT IT TOUCHED ********
               WHEN WS-REVISIONS-READ NOT > WS-SKIP-THROUGH
                 IF NOT WS-REJECT-FOUND
                   PERFORM NOTE-TOUCHED-DATE
                   PERFORM NOTE-TOUCHED-MONTHS
                 END-IF
               WHEN WS-REJECT-FOUND
                 PERFORM WRITE-REJECT-LINE
                 PERFORM COMMIT-REVISION
               WHEN OTHER
                 PERFORM APPLY-REVISION
                 PERFORM COMMIT-REVISION
             END-EVALUATE
             PERFORM READ-REVISION
           END-PERFORM
           .
      *
       COMMIT-REVISION.
           MOVE WS-REVISIONS-READ  TO WS-UOW-UNITS
           PERFORM WRITE-COMMIT-CHECKPOINT
           .
      *
       READ-REVISION.
           READ REVISION-FILE
                                        TO  WS-RV-NEW-RECOVERED
             MOVE WS-CTR-X (6) (1:WS-FLD-CTL (6))
                                        TO  WS-RV-TOT-RECOVERED
      *      A COMMITTED ROW WAS LET THROUGH ON THE FIRST RUN *****
             IF WS-REVISIONS-READ > WS-SKIP-THROUGH
               PERFORM CHECK-PERIOD-LOCK
             END-IF
           END-IF
           .
      *
       CHECK-PERIOD-LOCK.
      *    A MONTH THAT HAS BEEN CLOSED IS ONLY RESTATED UNDER AN
      *    OVERRIDE (COVPRCTL ANSWERS CLOSED WHEN COV19PER CANNOT
      *    BE READ) *********************************************
           MOVE 'Q'                TO WS-PC-FUNCTION
           MOVE WS-IN-DATE-X (1:6) TO WS-PC-MONTH
           CALL 'COVPRCTL'      USING WS-PC-COMM-AREA
           IF WS-PC-PERIOD-CLOSED AND NOT WS-OVERRIDE-KEYED
             MOVE 'Y'                   TO  WS-REJECT-FLAG
             MOVE '0005'                TO  WS-REJECT-REASON
           END-IF
           .
      *
                   MOVE SPACES              TO WS-JRN-BEFORE
                   MOVE COVID19D-REC        TO WS-JRN-BEFORE (1:48)
           END-READ
           PERFORM BEGIN-UNIT
      *
           PERFORM BUILD-REVISED-RECORD
           EVALUATE TRUE
           .
      *
       REBUILD-ROLLUPS.
           MOVE 2                  TO WS-UOW-PHASE
           PERFORM START-PHASE
           PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                   UNTIL WS-DATE-SUB > WS-DATE-USED
             IF WS-DATE-SUB > WS-SKIP-THROUGH
               MOVE WS-TOUCHED-DATE-T (WS-DATE-SUB)
                                      TO WS-REBUILD-DATE
               PERFORM REBUILD-ONE-DATE
               MOVE WS-DATE-SUB    TO WS-UOW-UNITS
               PERFORM WRITE-COMMIT-CHECKPOINT
             END-IF
           END-PERFORM
           IF WS-DATE-LOST > 0
             DISPLAY '*** COV1929: DATE TABLE FULL, '
                     WS-DATE-LOST ' REVISION DATES NOT REBUILT'
             MOVE 8                   TO WS-CONDITION
           END-IF
           .
      *
      *    RE-SUM EVERY COUNTRY ROW FOR THE DATE (WORLD AND REGION
      *    ROLLUP ROWS EXCLUDED) THE WAY COV1901 BUILDS THEM ON A
      *    LOAD, THEN PUT THE RESULTS BACK ON THE ROLLUP ROWS ******
           PERFORM SUM-ONE-DATE
           PERFORM WRITE-WORLD-ROW
           IF WS-COUNTRYX-ON-FILE
             PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                     UNTIL WS-REGION-SUB > 6
               PERFORM WRITE-REGION-ROW
             END-PERFORM
           END-IF
           ADD 1                    TO WS-DATES-REBUILT
           .
      *
       SUM-ONE-DATE.
           MOVE ZEROS               TO WS-WORLD-NEW-CONFIRMED
                                       WS-WORLD-TOTAL-CONFIRMED
                                       WS-WORLD-NEW-DEATHS
               PERFORM READ-DATE-RECORD
             END-IF
           END-PERFORM
           .
      *
       READ-DATE-RECORD.
       WRITE-WORLD-ROW.
           MOVE WS-WORLD-CODE       TO CV-CODE
           MOVE WS-REBUILD-DATE     TO CV-DATE
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
           IF WS-COVID19D-STATUS > 0
             DISPLAY '*** Error WRITE/REWRITE WORLD COVID19D: '
                     WS-COVID19D-STATUS
           ELSE
             MOVE 'D'               TO WS-JRN-FILE-ID
             MOVE COVID19D-REC      TO WS-JRN-AFTER (1:48)
             IF WS-JRN-AFTER NOT = WS-JRN-BEFORE
               PERFORM WRITE-JOURNAL
             END-IF
           END-IF
           .
      *
                                    TO WS-REGION-PSEUDO-REG
           MOVE WS-REGION-PSEUDO-CODE TO CV-CODE
           MOVE WS-REBUILD-DATE     TO CV-DATE
           MOVE SPACES              TO WS-JRN-BEFORE
                                       WS-JRN-AFTER
           READ COVID19D-FILE
                INVALID KEY
                  MOVE 'W'          TO WS-JRN-ACTION
                  PERFORM BUILD-REGION-RECORD
                  WRITE COVID19D-REC
                NOT INVALID KEY
                  MOVE 'R'          TO WS-JRN-ACTION
                  MOVE COVID19D-REC TO WS-JRN-BEFORE (1:48)
                  PERFORM BUILD-REGION-RECORD
                  REWRITE COVID19D-REC
           END-READ
           IF WS-COVID19D-STATUS > 0
             DISPLAY '*** Error WRITE/REWRITE REGION COVID19D: '
                     WS-COVID19D-STATUS
           ELSE
             MOVE 'D'               TO WS-JRN-FILE-ID
             MOVE COVID19D-REC      TO WS-JRN-AFTER (1:48)
             IF WS-JRN-AFTER NOT = WS-JRN-BEFORE
               PERFORM WRITE-JOURNAL
             END-IF
           END-IF
           .
      *
           .
      *
       REBUILD-MONTHS.
           MOVE 3                  TO WS-UOW-PHASE
           PERFORM START-PHASE
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > WS-MONTH-USED
             IF WS-MONTH-SUB > WS-SKIP-THROUGH
               MOVE WS-TM-CODE (WS-MONTH-SUB)  TO WS-GRP-CODE
               MOVE WS-TM-MONTH (WS-MONTH-SUB) TO WS-GRP-MONTH
               PERFORM REBUILD-ONE-MONTH
               MOVE WS-MONTH-SUB   TO WS-UOW-UNITS
               PERFORM WRITE-COMMIT-CHECKPOINT
             END-IF
           END-PERFORM
           IF WS-MONTH-LOST > 0
             DISPLAY '*** COV1929: MONTH TABLE FULL, '
                     WS-MONTH-LOST ' MONTH ROWS NOT REBUILT'
             MOVE 8                   TO WS-CONDITION
           END-IF
           .
      *
       REBUILD-ONE-MONTH.
           PERFORM SUM-ONE-MONTH
           IF WS-GRP-ROWS-SEEN > 0
             PERFORM WRITE-MONTH-ROW
           END-IF
           .
      *
       SUM-ONE-MONTH.
      *    DATES ASCEND WITHIN A COUNTRY, SO THE LAST ROW SEEN FOR
      *    THE MONTH CARRIES THE MONTH-END TOTALS, AS IN COV1913 ***
           MOVE ZEROS               TO WS-GRP-ROWS-SEEN
               PERFORM READ-MONTH-RECORD
             END-IF
           END-PERFORM
           .
      *
       READ-MONTH-RECORD.
       WRITE-MONTH-ROW.
           MOVE WS-GRP-CODE          TO CM-CODE
           MOVE WS-GRP-MONTH         TO CM-MONTH-KEY
           MOVE SPACES               TO WS-JRN-BEFORE
                                        WS-JRN-AFTER
           READ COVID19M-FILE
                INVALID KEY
                  MOVE 'W'           TO WS-JRN-ACTION
                  PERFORM BUILD-MONTH-TOTALS
                  WRITE COVID19M-REC
                NOT INVALID KEY
                  MOVE 'R'           TO WS-JRN-ACTION
                  MOVE COVID19M-REC  TO WS-JRN-BEFORE (1:46)
                  PERFORM BUILD-MONTH-TOTALS
                  REWRITE COVID19M-REC
           END-READ
                     WS-COVID19M-STATUS
           ELSE
             ADD 1                   TO WS-MONTHS-REBUILT
             MOVE 'M'                TO WS-JRN-FILE-ID
             MOVE COVID19M-REC       TO WS-JRN-AFTER (1:46)
             IF WS-JRN-AFTER NOT = WS-JRN-BEFORE
               PERFORM WRITE-JOURNAL
             END-IF
           END-IF
           .
      *
           MOVE WS-GRP-SUM-NEW-DTH   TO CM-SUM-NEW-DEATHS
           MOVE WS-GRP-SUM-NEW-REC   TO CM-SUM-NEW-RECOVERED
           .
      *
       VERIFY-RESTATEMENT.
      *    RE-SUM EVERY TOUCHED DATE AND MONTH FROM THE DETAIL AND
      *    PROVE THE ROLLUP AND COVID19M ROWS AGREE WITH IT *******
           MOVE ZEROS              TO WS-DATES-OFF
                                      WS-MONTHS-OFF
           PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                   UNTIL WS-DATE-SUB > WS-DATE-USED
             MOVE WS-TOUCHED-DATE-T (WS-DATE-SUB)
                                      TO WS-REBUILD-DATE
             PERFORM VERIFY-ONE-DATE
           END-PERFORM
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > WS-MONTH-USED
             MOVE WS-TM-CODE (WS-MONTH-SUB)  TO WS-GRP-CODE
             MOVE WS-TM-MONTH (WS-MONTH-SUB) TO WS-GRP-MONTH
             PERFORM VERIFY-ONE-MONTH
           END-PERFORM
           IF WS-DATES-OFF > 0 OR WS-MONTHS-OFF > 0
             MOVE 8                   TO WS-CONDITION
           END-IF
           .
      *
       VERIFY-ONE-DATE.
           PERFORM SUM-ONE-DATE
           MOVE 'N'                 TO WS-ROW-OFF-FLAG
           MOVE WS-WORLD-CODE       TO CV-CODE
           MOVE WS-REBUILD-DATE     TO CV-DATE
           READ COVID19D-FILE
                INVALID KEY
                  MOVE 'Y'          TO WS-ROW-OFF-FLAG
                NOT INVALID KEY
                  IF CV-NEW-CONFIRMED   NOT = WS-WORLD-NEW-CONFIRMED
                  OR CV-TOTAL-CONFIRMED NOT = WS-WORLD-TOTAL-CONFIRMED
                  OR CV-NEW-DEATHS      NOT = WS-WORLD-NEW-DEATHS
                  OR CV-TOTAL-DEATHS    NOT = WS-WORLD-TOTAL-DEATHS
                  OR CV-NEW-RECOVERED   NOT = WS-WORLD-NEW-RECOVERED
                  OR CV-TOTAL-RECOVERED NOT = WS-WORLD-TOTAL-RECOVERED
                    MOVE 'Y'        TO WS-ROW-OFF-FLAG
                  END-IF
           END-READ
           IF WS-COUNTRYX-ON-FILE
             PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                     UNTIL WS-REGION-SUB > 6
               PERFORM VERIFY-REGION-ROW
             END-PERFORM
           END-IF
           IF WS-ROW-IS-OFF
             ADD 1                  TO WS-DATES-OFF
             DISPLAY '*** VERIFY: ROLLUPS FOR ' WS-REBUILD-DATE
                     ' DO NOT MATCH THE DETAIL'
           END-IF
           .
      *
       VERIFY-REGION-ROW.
           MOVE WS-REGION-CODE-T (WS-REGION-SUB)
                                    TO WS-REGION-PSEUDO-REG
           MOVE WS-REGION-PSEUDO-CODE TO CV-CODE
           MOVE WS-REBUILD-DATE     TO CV-DATE
           READ COVID19D-FILE
                INVALID KEY
                  MOVE 'Y'          TO WS-ROW-OFF-FLAG
                NOT INVALID KEY
                  IF CV-NEW-CONFIRMED   NOT =
                         WS-REG-NEW-CONFIRMED (WS-REGION-SUB)
                  OR CV-TOTAL-CONFIRMED NOT =
                         WS-REG-TOTAL-CONFIRMED (WS-REGION-SUB)
                  OR CV-NEW-DEATHS      NOT =
                         WS-REG-NEW-DEATHS (WS-REGION-SUB)
                  OR CV-TOTAL-DEATHS    NOT =
                         WS-REG-TOTAL-DEATHS (WS-REGION-SUB)
                  OR CV-NEW-RECOVERED   NOT =
                         WS-REG-NEW-RECOVERED (WS-REGION-SUB)
                  OR CV-TOTAL-RECOVERED NOT =
                         WS-REG-TOTAL-RECOVERED (WS-REGION-SUB)
                    MOVE 'Y'        TO WS-ROW-OFF-FLAG
                  END-IF
           END-READ
           .
      *
       VERIFY-ONE-MONTH.
           PERFORM SUM-ONE-MONTH
           IF WS-GRP-ROWS-SEEN = 0
             EXIT PARAGRAPH
           END-IF
           MOVE 'N'                 TO WS-ROW-OFF-FLAG
           MOVE WS-GRP-CODE         TO CM-CODE
           MOVE WS-GRP-MONTH        TO CM-MONTH-KEY
           READ COVID19M-FILE
                INVALID KEY
                  MOVE 'Y'          TO WS-ROW-OFF-FLAG
                NOT INVALID KEY
                  IF CM-END-CONFIRMED     NOT = WS-GRP-END-CONFIRMED
                  OR CM-END-DEATHS        NOT = WS-GRP-END-DEATHS
                  OR CM-END-RECOVERED     NOT = WS-GRP-END-RECOVERED
                  OR CM-END-ACTIVE        NOT = WS-GRP-END-ACTIVE
                  OR CM-SUM-NEW-CONFIRMED NOT = WS-GRP-SUM-NEW-CONF
                  OR CM-SUM-NEW-DEATHS    NOT = WS-GRP-SUM-NEW-DTH
                  OR CM-SUM-NEW-RECOVERED NOT = WS-GRP-SUM-NEW-REC
                    MOVE 'Y'        TO WS-ROW-OFF-FLAG
                  END-IF
           END-READ
           IF WS-ROW-IS-OFF
             ADD 1                  TO WS-MONTHS-OFF
             DISPLAY '*** VERIFY: COVID19M ' WS-GRP-CODE ' '
                     WS-GRP-MONTH ' DOES NOT MATCH THE DETAIL'
           END-IF
           .
      *
       BEGIN-UNIT.
      *    THE ROW'S BEFORE-IMAGE GOES TO THE CHECKPOINT BEFORE THE
      *    REVISION IS APPLIED ************************************
           MOVE 'B'                TO WK-EVENT
           MOVE SPACES             TO WS-UOW-KEY
           STRING WS-COUNTRY-CODE WS-IN-DATE-X
                  DELIMITED BY SIZE
                  INTO WS-UOW-KEY
           END-STRING
           MOVE WS-REVISIONS-READ  TO WS-UOW-UNITS
           SUBTRACT 1            FROM WS-UOW-UNITS
           MOVE SPACES             TO WK-IMAGE-1
                                      WK-IMAGE-2
           MOVE 'N'                TO WK-IMAGE-2-FLAG
           IF WS-BEFORE-REC-FOUND
             MOVE 'Y'              TO WK-IMAGE-1-FLAG
             MOVE COVID19D-REC     TO WK-IMAGE-1 (1:48)
           ELSE
             MOVE 'N'              TO WK-IMAGE-1-FLAG
           END-IF
           PERFORM WRITE-CHECKPOINT
           .
      *
       WRITE-COMMIT-CHECKPOINT.
           MOVE 'C'                TO WK-EVENT
           MOVE SPACES             TO WS-UOW-KEY
           MOVE 'N'                TO WK-IMAGE-1-FLAG
                                      WK-IMAGE-2-FLAG
           MOVE SPACES             TO WK-IMAGE-1
                                      WK-IMAGE-2
           PERFORM WRITE-CHECKPOINT
           .
      *
       WRITE-END-CHECKPOINT.
           MOVE 4                  TO WS-UOW-PHASE
           MOVE ZEROS              TO WS-UOW-UNITS
           MOVE SPACES             TO WS-UOW-KEY
           MOVE 'E'                TO WK-EVENT
           MOVE 'N'                TO WK-IMAGE-1-FLAG
                                      WK-IMAGE-2-FLAG
           MOVE SPACES             TO WK-IMAGE-1
                                      WK-IMAGE-2
           PERFORM WRITE-CHECKPOINT
           .
      *
       WRITE-CHECKPOINT.
      *    ONE RECORD, REWRITTEN AT EVERY UNIT BOUNDARY THE WAY
      *    COV1901 REWRITES COV19CKPT ******************************
           MOVE 'COV1929'          TO WK-PROGRAM
           MOVE SPACES             TO WK-RUN-KEY
           MOVE WS-UOW-PHASE       TO WK-PHASE
           MOVE WS-UOW-UNITS       TO WK-UNIT-NUMBER
           MOVE WS-UOW-KEY         TO WK-UNIT-KEY
           MOVE WS-REVISIONS-APPLIED TO WS-UC-APPLIED
           MOVE WS-REVISIONS-ADDED TO WS-UC-ADDED
           MOVE WS-REVISIONS-REJ   TO WS-UC-REJ
           MOVE WS-DATES-REBUILT   TO WS-UC-DATES
           MOVE WS-MONTHS-REBUILT  TO WS-UC-MONTHS
           MOVE WS-UOW-COUNTERS    TO WK-COUNTERS
           MOVE FUNCTION CURRENT-DATE  TO WS-RUN-DATE-DATA
           MOVE SPACES                 TO WK-TIMESTAMP
           STRING WS-RUN-YEAR    '-'  WS-RUN-MONTH  '-'  WS-RUN-DAY
                  ' '
                  WS-RUN-HOURS   ':'  WS-RUN-MINUTES ':' WS-RUN-SECONDS
                  DELIMITED BY SIZE
                  INTO WK-TIMESTAMP
           END-STRING
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-REC  FROM WS-CKPT-REC
           IF WS-CKPT-STATUS > 0
             DISPLAY '*** Error writing COV19RSC: '
                     WS-CKPT-STATUS
           END-IF
           CLOSE CHECKPOINT-FILE
           .
      *
       WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE  TO WS-RUN-DATE-DATA
             DISPLAY '*** Error writing COVID19D-JOURNAL: '
                     WS-JOURNAL-STATUS
           END-IF
           PERFORM POST-ADJUSTMENT
           .
      *
       POST-ADJUSTMENT.
      *    A ROW CHANGED IN A CLOSED MONTH GOES TO THE COV19ADJ
      *    LEDGER WITH THE SAME IMAGES AS THE JOURNAL *************
           IF WS-JRN-AFTER (1:5) = SPACES
             MOVE WS-JRN-BEFORE (1:48) TO WS-ADJ-KEY-IMAGE
           ELSE
             MOVE WS-JRN-AFTER (1:48)  TO WS-ADJ-KEY-IMAGE
           END-IF
           MOVE 'Q'                TO WS-PC-FUNCTION
           MOVE WS-ADJ-MONTH       TO WS-PC-MONTH
           CALL 'COVPRCTL'      USING WS-PC-COMM-AREA
           IF NOT WS-PC-PERIOD-CLOSED
             EXIT PARAGRAPH
           END-IF
           MOVE 'P'                TO WS-PC-FUNCTION
           MOVE 'COV1929'          TO WS-PC-PROGRAM
           MOVE WS-IN-USER         TO WS-PC-OPERATOR
           MOVE WS-IN-OVREASON     TO WS-PC-REASON
           MOVE WS-JRN-FILE-ID     TO WS-PC-FILE-ID
           MOVE WS-JRN-ACTION      TO WS-PC-ACTION
           MOVE WS-ADJ-CODE        TO WS-PC-CODE
           MOVE WS-JRN-BEFORE (1:48) TO WS-PC-BEFORE-IMAGE
           MOVE WS-JRN-AFTER (1:48)  TO WS-PC-AFTER-IMAGE
           CALL 'COVPRCTL'      USING WS-PC-COMM-AREA
           IF NOT WS-PC-OK
             DISPLAY '*** ERROR POSTING COV19ADJ FOR ' WS-PC-CODE
                     ' ' WS-PC-MONTH ', CHANGE IS NOT LEDGERED'
             MOVE 'Y'              TO WS-LEDGER-ERROR
           END-IF
           .
      *
       WRITE-HEADERS.
           WRITE PRINT-REC            FROM WS-HEADER-2
           WRITE PRINT-REC            FROM WS-HEADER-3
           MOVE 3                       TO WS-PG-WRITTEN-LINES
           IF WS-RESTART-PHASE > ZEROS
             MOVE WS-RESTART-PHASE      TO H1B-PHASE-O
             MOVE WS-RESTART-UNITS      TO H1B-UNIT-O
             WRITE PRINT-REC          FROM WS-HEADER-1B
             ADD 1                      TO WS-PG-WRITTEN-LINES
           END-IF
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           MOVE WS-REVISIONS-APPLIED    TO REVISIONS-APPLIED-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           IF WS-DATES-OFF > 0 OR WS-MONTHS-OFF > 0
             MOVE 'FAILED'              TO TR2-RESULT-O
           ELSE
             MOVE 'PASSED'              TO TR2-RESULT-O
           END-IF
           MOVE WS-DATES-OFF            TO TR2-DATES-OFF-O
           MOVE WS-MONTHS-OFF           TO TR2-MONTHS-OFF-O
           WRITE PRINT-REC            FROM WS-TRAILER-2
           DISPLAY 'REVISION records READ: '     WS-REVISIONS-READ
           DISPLAY 'REVISIONS APPLIED: '         WS-REVISIONS-APPLIED
           DISPLAY 'REVISIONS ADDED AS NEW: '    WS-REVISIONS-ADDED
