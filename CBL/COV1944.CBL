      *and TESTINGD are optional; a missing file is noted and
      *skipped.  On a COUNTRYS or COUNTRYX collision the NEW
      *code's master row is kept and the old one deleted.
      *The operator must hold REKEY authority on the COV19OPA
      *operator-authority master.
      *Each old-code row is one unit of work: its before-images
      *are checkpointed to COV19RKC before the unit starts and the
      *unit is marked complete after it, so an abended rekey rerun
      *with RESTART=Y puts the unit in flight back and resumes
      *where it stopped, never summing a row twice.  A rekey that
      *did not finish must be restarted before another is run.
      *After the last file a verification pass proves nothing is
      *left under the old code and that the new code's COVID19M
      *months still agree with its COVID19D detail; RC 8 if not.
      *Before anything is moved the old code's COVID19D and
      *COVID19M rows are checked against the COV19PER
      *period-control master; if any falls in a closed month the
      *rekey is refused (RC 16) unless OVERRIDE=Y is keyed with a
      *reason, and every COVID19D and COVID19M change then made
      *in a closed month is posted to the COV19ADJ prior-period
      *adjustment ledger through COVPRCTL.
      *Parameters: OLDCODE=, NEWCODE= (both required),
      *            USER=operator id (required),
      *            RESTART=Y/N (default N),
      *            OVERRIDE=Y/N (default N) to rekey closed
      *            months, OVREASON=why (required with
      *            OVERRIDE=Y).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-JOURNAL-STATUS
           .
      *
           SELECT CHECKPOINT-FILE ASSIGN COV19RKC
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
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
           03 WS-COVID19M-STATUS   PIC 99 VALUE ZEROS.
           03 WS-TESTINGD-STATUS   PIC 99 VALUE ZEROS.
           03 WS-JOURNAL-STATUS    PIC 99 VALUE ZEROS.
           03 WS-CKPT-STATUS       PIC 99 VALUE ZEROS.
           03 WS-RST-STATUS        PIC 99 VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
            88 WS-NEW-REC-FOUND    VALUE 'Y'.
           03 WS-OLD-FOUND         PIC X VALUE 'N'.
            88 WS-OLD-REC-FOUND    VALUE 'Y'.
           03 WS-RESTART-OPTION    PIC X VALUE 'N'.
            88 WS-RESTART-OPTION-YES VALUE 'Y'.
            88 WS-RESTART-OPTION-NO  VALUE 'N'.
           03 WS-ROLLBACK-FLAG     PIC X VALUE 'N'.
            88 WS-ROLLBACK-NEEDED  VALUE 'Y'.
           03 WS-NOTHING-FLAG      PIC X VALUE 'N'.
            88 WS-NOTHING-TO-RESTART VALUE 'Y'.
           03 WS-RST-ON-FILE       PIC X VALUE 'N'.
            88 WS-RST-ROW-ON-FILE  VALUE 'Y'.
           03 WS-RST-FLAG          PIC X VALUE 'N'.
            88 WS-RST-IMAGE-KEPT   VALUE 'Y'.
           03 WS-VERIFY-FLAG       PIC X VALUE 'N'.
            88 WS-VERIFY-FAILED    VALUE 'Y'.
           03 WS-LEDGER-ERROR      PIC X VALUE 'N'.
            88 WS-LEDGER-FAILED    VALUE 'Y'.
           03 WS-OVERRIDE-OPTION   PIC X VALUE 'N'.
            88 WS-OVERRIDE-KEYED   VALUE 'Y'.
           03 WS-LOCK-FLAG         PIC X VALUE 'N'.
            88 WS-PERIOD-LOCKED    VALUE 'Y'.
      *
       01  WS-PARMS.
           03 WS-OLD-CODE          PIC X(05) VALUE SPACES.
           03 WS-NEW-CODE          PIC X(05) VALUE SPACES.
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
       01  WS-CLOSED-ROWS          PIC 9(07) COMP-3 VALUE ZEROS.
      *
      *    COVID19D AND COVID19M IMAGES BOTH START CODE + YYYYMM **
       01  WS-ADJ-KEY-IMAGE.
           03 WS-ADJ-CODE          PIC X(05).
           03 WS-ADJ-MONTH         PIC 9(06).
           03 FILLER               PIC X(37).
      *
       01  WS-SAVE-AREAS.
           03 WS-SAVE-COUNTRYS     PIC X(114).
           03 WS-FC-SUB            PIC 9(01) COMP.
      *    1=COUNTRYS 2=COUNTRYX 3=COVID19D 4=VACCINED
      *    5=COVID19M 6=TESTINGD ***
      *
      *    UNIT OF WORK: PHASE 1-6 ARE THE FILES IN THE ORDER THEY
      *    ARE REKEYED, UNITS COUNT OLD-CODE ROWS DONE IN THE PHASE
       01  WS-UOW-DATA.
           03 WS-UOW-RUN-KEY.
              05 WS-RUN-KEY-OLD    PIC X(05).
              05 FILLER            PIC X(01) VALUE '>'.
              05 WS-RUN-KEY-NEW    PIC X(05).
              05 FILLER            PIC X(09) VALUE SPACES.
           03 WS-UOW-PHASE         PIC 9(02) VALUE ZEROS.
           03 WS-UOW-UNITS         PIC 9(07) VALUE ZEROS.
           03 WS-UOW-KEY           PIC X(20) VALUE SPACES.
           03 WS-RESTART-PHASE     PIC 9(02) VALUE ZEROS.
           03 WS-RST-KEY-IMAGE     PIC X(114).
           03 WS-RST-IMAGE         PIC X(114).
      *
       COPY COVUOW       REPLACING ==:TAG1:== BY ==WS-CKPT==
                                   ==:TAG2:== BY ==WK==.
      *
       01  WS-VERIFY-DATA.
           03 WS-VF-LEFT           PIC 9(05) COMP-3 OCCURS 6.
           03 WS-VF-MONTH          PIC 9(06) VALUE ZEROS.
           03 WS-VF-MONTHS-CHECKED PIC 9(05) COMP-3 VALUE ZEROS.
           03 WS-VF-MONTHS-OFF     PIC 9(05) COMP-3 VALUE ZEROS.
           03 WS-VF-END-CONFIRMED  PIC 9(09) COMP-3.
           03 WS-VF-END-DEATHS     PIC 9(09) COMP-3.
           03 WS-VF-END-RECOVERED  PIC 9(09) COMP-3.
           03 WS-VF-SUM-NEW-CONF   PIC 9(09) COMP-3.
           03 WS-VF-SUM-NEW-DTH    PIC 9(09) COMP-3.
           03 WS-VF-SUM-NEW-REC    PIC 9(09) COMP-3.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
           03 H1B-OLD-CODE         PIC X(05).
           03 FILLER               PIC X(12) VALUE '  NEW CODE: '.
           03 H1B-NEW-CODE         PIC X(05).
           03 H1B-RESTART          PIC X(40) VALUE SPACES.
      *
       01  WS-HEADER-2.
           03 FILLER               PIC X(08) VALUE 'FILE'.
           03 FILLER               PIC X(08) VALUE '  MERGED'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE ' DELETED'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE '    LEFT'.
      *
       01  WS-HEADER-3.
           03 FILLER               PIC X(08) VALUE ALL '='.
           03 FILLER               PIC X(08) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE ALL '='.
      *
       01  WS-COUNT-LINE.
           03 CL-FILE-O            PIC X(08).
           03 CL-MERGED-O          PIC ZZZ,ZZ9.
           03 FILLER               PIC X(03).
           03 CL-DELETED-O         PIC ZZZ,ZZ9.
           03 FILLER               PIC X(03).
           03 CL-LEFT-O            PIC ZZZ,ZZ9.
      *
       01  WS-MONTHS-LINE.
           03 FILLER               PIC X(30) VALUE
                '*** COVID19M MONTHS CHECKED: '.
           03 ML-CHECKED-O         PIC ZZ,ZZ9.
           03 FILLER               PIC X(30) VALUE
                '   DISAGREEING WITH COVID19D: '.
           03 ML-OFF-O             PIC ZZ,ZZ9.
      *
       01  WS-VERIFY-LINE.
           03 FILLER               PIC X(17) VALUE
                '*** VERIFICATION '.
           03 VL-RESULT-O          PIC X(06).
           03 FILLER               PIC X(04) VALUE ' ***'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-AUTHORITY
           IF NOT WS-AU-GRANTED
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM INIT-FILE-COUNTS
           PERFORM CHECK-RESTART
           IF WS-FILE-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF WS-NOTHING-TO-RESTART
             MOVE 4               TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CLOSED-PERIODS
           IF WS-PERIOD-LOCKED
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-JOURNAL
           IF WS-FILE-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF WS-ROLLBACK-NEEDED
             PERFORM ROLLBACK-UNIT
             IF WS-FILE-ERROR-FOUND
               CLOSE COVID19D-JOURNAL
               MOVE 16            TO RETURN-CODE
               EXIT PARAGRAPH
             END-IF
           END-IF
           PERFORM VARYING WS-UOW-PHASE FROM 1 BY 1
                   UNTIL WS-UOW-PHASE > 6
             PERFORM RUN-PHASE
           END-PERFORM
           CLOSE COVID19D-JOURNAL
           MOVE 'F'               TO WS-PC-FUNCTION
           CALL 'COVPRCTL'     USING WS-PC-COMM-AREA
           PERFORM VERIFY-REKEY
      *    A CLOSED-MONTH CHANGE THAT MISSED COV19ADJ FAILS THE RUN
           IF WS-LEDGER-FAILED
             MOVE 'Y'             TO WS-VERIFY-FLAG
           END-IF
           PERFORM PRINT-RECONCILIATION
           PERFORM WRITE-END-CHECKPOINT
           IF WS-VERIFY-FAILED
             MOVE 8               TO RETURN-CODE
           END-IF
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       CHECK-AUTHORITY.
           MOVE WS-IN-USER         TO WS-AU-OPERATOR
           MOVE 'REKEY'            TO WS-AU-FUNCTION
           MOVE 'COV1944'          TO WS-AU-PROGRAM
           MOVE SPACES             TO WS-AU-DETAIL
           STRING 'OLDCODE=' WS-OLD-CODE ' NEWCODE=' WS-NEW-CODE
                  DELIMITED BY SIZE
                  INTO WS-AU-DETAIL
           END-STRING
           CALL 'COVAUTH'       USING WS-AU-COMM-AREA
           .
      *
       GET-PARAMETERS.
           MOVE 6                  TO WS-PARM-COUNT
           MOVE 'OLDCODE'          TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'NEWCODE'          TO WS-PARM-KEYWORD (2)
           MOVE SPACES             TO WS-PARM-VALUE (2)
           MOVE 'USER'             TO WS-PARM-KEYWORD (3)
           MOVE SPACES             TO WS-PARM-VALUE (3)
           MOVE 'RESTART'          TO WS-PARM-KEYWORD (4)
           MOVE 'N'                TO WS-PARM-VALUE (4)
           MOVE 'OVERRIDE'         TO WS-PARM-KEYWORD (5)
           MOVE 'N'                TO WS-PARM-VALUE (5)
           MOVE 'OVREASON'         TO WS-PARM-KEYWORD (6)
           MOVE SPACES             TO WS-PARM-VALUE (6)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             DISPLAY '*** ERROR OLDCODE and NEWCODE are required'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (3) (1:8) TO WS-IN-USER
           IF WS-IN-USER = SPACES
             DISPLAY '*** ERROR USER is Missing'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           IF WS-OLD-CODE = WS-NEW-CODE
             DISPLAY '*** ERROR OLDCODE equals NEWCODE'
             MOVE 'Y'              TO WS-PARM-ERROR
             DISPLAY '*** ERROR ROLLUP PSEUDO CODES CANNOT REKEY'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (4) (1:1) TO WS-IN-RESTART
           IF WS-IN-RESTART = 'Y' OR WS-IN-RESTART = 'N'
             MOVE WS-IN-RESTART    TO WS-RESTART-OPTION
           ELSE
             DISPLAY '*** ERROR RESTART must be Y or N'
             MOVE 'Y'              TO WS-PARM-ERROR
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
           MOVE WS-OLD-CODE        TO WS-RUN-KEY-OLD
           MOVE WS-NEW-CODE        TO WS-RUN-KEY-NEW
           .
      *
       CHECK-CLOSED-PERIODS.
      *    THE OLD CODE'S HISTORY MAY NOT BE MOVED OUT OF A CLOSED
      *    MONTH WITHOUT AN OVERRIDE; AN UNREADABLE COV19PER
      *    REFUSES THE REKEY OUTRIGHT ****************************
           MOVE ZEROS              TO WS-CLOSED-ROWS
           OPEN INPUT COVID19D-FILE
           IF WS-COVID19D-STATUS = 0
             MOVE SPACE            TO LASTREC
             MOVE WS-OLD-CODE      TO CV-CODE
             MOVE ZEROS            TO CV-DATE
             START COVID19D-FILE KEY IS NOT LESS THAN CV-CODE-DATE
               INVALID KEY
                 MOVE 'Y'          TO LASTREC
             END-START
             PERFORM READ-NEXT-DETAIL
             PERFORM UNTIL LASTREC = 'Y' OR WS-PERIOD-LOCKED
               MOVE CV-DATE (1:6)  TO WS-PC-MONTH
               PERFORM QUERY-CLOSED-MONTH
               PERFORM READ-NEXT-DETAIL
             END-PERFORM
             CLOSE COVID19D-FILE
           END-IF
           OPEN INPUT COVID19M-FILE
           IF WS-COVID19M-STATUS = 0
             MOVE SPACE            TO LASTREC
             MOVE WS-OLD-CODE      TO CM-CODE
             MOVE ZEROS            TO CM-MONTH-KEY
             START COVID19M-FILE KEY IS NOT LESS THAN CM-CODE-MONTH
               INVALID KEY
                 MOVE 'Y'          TO LASTREC
             END-START
             PERFORM READ-NEXT-MONTH
             PERFORM UNTIL LASTREC = 'Y' OR WS-PERIOD-LOCKED
               MOVE CM-MONTH-KEY   TO WS-PC-MONTH
               PERFORM QUERY-CLOSED-MONTH
               PERFORM READ-NEXT-MONTH
             END-PERFORM
             CLOSE COVID19M-FILE
           END-IF
           IF WS-PERIOD-LOCKED
             EXIT PARAGRAPH
           END-IF
           IF WS-CLOSED-ROWS > ZEROS
             IF WS-OVERRIDE-KEYED
               DISPLAY '*** ' WS-CLOSED-ROWS ' ROWS IN CLOSED MONTHS'
                       ' REKEYED UNDER OVERRIDE'
             ELSE
               DISPLAY '*** ERROR ' WS-CLOSED-ROWS ' ' WS-OLD-CODE
                       ' ROWS FALL IN CLOSED MONTHS,'
                       ' RERUN WITH OVERRIDE=Y'
               MOVE 'Y'            TO WS-LOCK-FLAG
             END-IF
           END-IF
           .
      *
       QUERY-CLOSED-MONTH.
           MOVE 'Q'                TO WS-PC-FUNCTION
           CALL 'COVPRCTL'      USING WS-PC-COMM-AREA
           IF NOT WS-PC-OK
             DISPLAY '*** ERROR COV19PER PERIOD CONTROL IS UNUSABLE'
             MOVE 'Y'              TO WS-LOCK-FLAG
           ELSE
             IF WS-PC-PERIOD-CLOSED
               ADD 1               TO WS-CLOSED-ROWS
             END-IF
           END-IF
           .
      *
       INIT-FILE-COUNTS.
                                      WS-FC-DELETED (WS-FC-SUB)
           END-PERFORM
           .
      *
       CHECK-RESTART.
      *    A REKEY THAT DID NOT FINISH LEAVES A HALF-MOVED COUNTRY:
      *    IT MUST BE RESTARTED, AND ONLY WITH THE SAME CODES ******
           MOVE ZEROS              TO WS-RESTART-PHASE
           MOVE SPACES             TO WS-CKPT-REC
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = 00
             READ CHECKPOINT-FILE INTO WS-CKPT-REC
                  AT END CONTINUE
             END-READ
             CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-RESTART-OPTION-NO
             IF WK-PROGRAM = 'COV1944' AND NOT WK-RUN-ENDED
               DISPLAY '*** ERROR REKEY ' WK-RUN-KEY
                       ' DID NOT FINISH, RERUN IT WITH RESTART=Y'
               MOVE 'Y'            TO WS-FILE-ERROR
             END-IF
             EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
             WHEN WK-PROGRAM = SPACES
               DISPLAY '*** NO CHECKPOINT FILE FOUND, STARTING AT 1'
             WHEN WK-PROGRAM NOT = 'COV1944'
                  OR WK-RUN-KEY NOT = WS-UOW-RUN-KEY
               DISPLAY '*** ERROR CHECKPOINT IS FOR ' WK-PROGRAM
                       ' ' WK-RUN-KEY
               MOVE 'Y'            TO WS-FILE-ERROR
             WHEN WK-RUN-ENDED
               DISPLAY '*** REKEY ' WK-RUN-KEY
                       ' ENDED CLEAN, NOTHING TO RESTART'
               MOVE 'Y'            TO WS-NOTHING-FLAG
             WHEN OTHER
               MOVE WK-PHASE       TO WS-RESTART-PHASE
                                      WS-UOW-PHASE
               MOVE WK-UNIT-NUMBER TO WS-UOW-UNITS
               MOVE WK-UNIT-KEY    TO WS-UOW-KEY
               MOVE WK-COUNTERS    TO WS-FILE-COUNTS
               DISPLAY '*** RESTARTING IN PHASE: ' WK-PHASE
                       ' AFTER UNIT: ' WK-UNIT-NUMBER
               IF WK-UNIT-BEGUN
                 MOVE 'Y'          TO WS-ROLLBACK-FLAG
               END-IF
           END-EVALUATE
           .
      *
       RUN-PHASE.
           IF WS-UOW-PHASE < WS-RESTART-PHASE
             EXIT PARAGRAPH
           END-IF
           IF WS-UOW-PHASE > WS-RESTART-PHASE
             MOVE ZEROS            TO WS-UOW-UNITS
             MOVE SPACES           TO WS-UOW-KEY
             PERFORM WRITE-COMMIT-CHECKPOINT
           END-IF
           EVALUATE WS-UOW-PHASE
             WHEN 1 PERFORM REKEY-COVID19D
             WHEN 2 PERFORM REKEY-VACCINED
             WHEN 3 PERFORM REKEY-COVID19M
             WHEN 4 PERFORM REKEY-TESTINGD
             WHEN 5 PERFORM REKEY-COUNTRYX
             WHEN 6 PERFORM REKEY-COUNTRYS
           END-EVALUATE
           .
      *
       OPEN-JOURNAL.
           OPEN EXTEND COVID19D-JOURNAL
                INVALID KEY     CONTINUE
                NOT INVALID KEY MOVE 'Y' TO WS-NEW-FOUND
           END-READ
           MOVE WS-SAVE-COUNTRYS   TO WK-IMAGE-1
           PERFORM BEGIN-UNIT
           IF WS-NEW-REC-FOUND
      *      THE NEW CODE'S MASTER ROW IS KEPT AS-IS **************
             ADD 1                 TO WS-FC-MERGED (1)
                                   TO WS-JRN-BEFORE (1:114)
             PERFORM WRITE-JOURNAL
           END-IF
           PERFORM COMMIT-UNIT
           CLOSE COUNTRYS-FILE
           .
      *
                INVALID KEY     CONTINUE
                NOT INVALID KEY MOVE 'Y' TO WS-NEW-FOUND
           END-READ
           MOVE WS-SAVE-COUNTRYX   TO WK-IMAGE-1
           PERFORM BEGIN-UNIT
           IF WS-NEW-REC-FOUND
             ADD 1                 TO WS-FC-MERGED (2)
           ELSE
                                   TO WS-JRN-BEFORE (1:17)
             PERFORM WRITE-JOURNAL
           END-IF
           PERFORM COMMIT-UNIT
           CLOSE COUNTRYX-FILE
           .
      *
           PERFORM READ-NEXT-DETAIL
           PERFORM UNTIL LASTREC = 'Y'
             PERFORM REKEY-ONE-DETAIL
             PERFORM COMMIT-UNIT
             PERFORM REPOSITION-DETAIL
             PERFORM READ-NEXT-DETAIL
           END-PERFORM
                INVALID KEY     CONTINUE
                NOT INVALID KEY MOVE 'Y' TO WS-NEW-FOUND
           END-READ
           MOVE WS-SAVE-DETAIL     TO WK-IMAGE-1
           PERFORM BEGIN-UNIT
           IF WS-NEW-REC-FOUND
      *      SAME DATE UNDER BOTH CODES: SUM THE COUNTERS *********
             MOVE SPACES           TO WS-JRN-BEFORE
           PERFORM READ-NEXT-VAX
           PERFORM UNTIL LASTREC = 'Y'
             PERFORM REKEY-ONE-VAX
             PERFORM COMMIT-UNIT
             PERFORM REPOSITION-VAX
             PERFORM READ-NEXT-VAX
           END-PERFORM
                INVALID KEY     CONTINUE
                NOT INVALID KEY MOVE 'Y' TO WS-NEW-FOUND
           END-READ
           MOVE WS-SAVE-VAX        TO WK-IMAGE-1
           PERFORM BEGIN-UNIT
           IF WS-NEW-REC-FOUND
             MOVE SPACES           TO WS-JRN-BEFORE
             MOVE VACCINED-REC     TO WS-JRN-BEFORE (1:25)
           PERFORM READ-NEXT-MONTH
           PERFORM UNTIL LASTREC = 'Y'
             PERFORM REKEY-ONE-MONTH
             PERFORM COMMIT-UNIT
             PERFORM REPOSITION-MONTH
             PERFORM READ-NEXT-MONTH
           END-PERFORM
                INVALID KEY     CONTINUE
                NOT INVALID KEY MOVE 'Y' TO WS-NEW-FOUND
           END-READ
           MOVE WS-SAVE-MONTH      TO WK-IMAGE-1
           PERFORM BEGIN-UNIT
           IF WS-NEW-REC-FOUND
             MOVE SPACES           TO WS-JRN-BEFORE
             MOVE COVID19M-REC     TO WS-JRN-BEFORE (1:46)
           PERFORM READ-NEXT-TEST
           PERFORM UNTIL LASTREC = 'Y'
             PERFORM REKEY-ONE-TEST
             PERFORM COMMIT-UNIT
             PERFORM REPOSITION-TEST
             PERFORM READ-NEXT-TEST
           END-PERFORM
                INVALID KEY     CONTINUE
                NOT INVALID KEY MOVE 'Y' TO WS-NEW-FOUND
           END-READ
           MOVE WS-SAVE-TEST       TO WK-IMAGE-1
           PERFORM BEGIN-UNIT
           IF WS-NEW-REC-FOUND
             MOVE SPACES           TO WS-JRN-BEFORE
             MOVE TESTINGD-REC     TO WS-JRN-BEFORE (1:24)
               MOVE 'Y'            TO LASTREC
           END-START
           .
      *
       BEGIN-UNIT.
      *    BEFORE-IMAGES OF THE OLD ROW AND OF THE NEW-CODE ROW (IF
      *    ANY) GO TO THE CHECKPOINT BEFORE EITHER IS TOUCHED ******
           MOVE 'B'                TO WK-EVENT
           MOVE 'Y'                TO WK-IMAGE-1-FLAG
           IF WS-NEW-REC-FOUND
             MOVE 'Y'              TO WK-IMAGE-2-FLAG
             EVALUATE WS-UOW-PHASE
               WHEN 1 MOVE COVID19D-REC TO WK-IMAGE-2
               WHEN 2 MOVE VACCINED-REC TO WK-IMAGE-2
               WHEN 3 MOVE COVID19M-REC TO WK-IMAGE-2
               WHEN 4 MOVE TESTINGD-REC TO WK-IMAGE-2
               WHEN 5 MOVE COUNTRYX-REC TO WK-IMAGE-2
               WHEN 6 MOVE COUNTRYS-REC TO WK-IMAGE-2
             END-EVALUATE
           ELSE
             MOVE 'N'              TO WK-IMAGE-2-FLAG
             MOVE SPACES           TO WK-IMAGE-2
           END-IF
           MOVE SPACES             TO WS-UOW-KEY
           EVALUATE WS-UOW-PHASE
             WHEN 3     MOVE WK-IMAGE-1 (1:11) TO WS-UOW-KEY
             WHEN 5
             WHEN 6     MOVE WK-IMAGE-1 (1:5)  TO WS-UOW-KEY
             WHEN OTHER MOVE WK-IMAGE-1 (1:13) TO WS-UOW-KEY
           END-EVALUATE
           PERFORM WRITE-CHECKPOINT
           .
      *
       COMMIT-UNIT.
           ADD 1                   TO WS-UOW-UNITS
           PERFORM WRITE-COMMIT-CHECKPOINT
           .
      *
       WRITE-COMMIT-CHECKPOINT.
           MOVE 'C'                TO WK-EVENT
           MOVE 'N'                TO WK-IMAGE-1-FLAG
                                      WK-IMAGE-2-FLAG
           MOVE SPACES             TO WK-IMAGE-1
                                      WK-IMAGE-2
           PERFORM WRITE-CHECKPOINT
           .
      *
       WRITE-END-CHECKPOINT.
           MOVE 7                  TO WS-UOW-PHASE
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
           MOVE 'COV1944'          TO WK-PROGRAM
           MOVE WS-UOW-RUN-KEY     TO WK-RUN-KEY
           MOVE WS-UOW-PHASE       TO WK-PHASE
           MOVE WS-UOW-UNITS       TO WK-UNIT-NUMBER
           MOVE WS-UOW-KEY         TO WK-UNIT-KEY
           MOVE WS-FILE-COUNTS     TO WK-COUNTERS
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
             DISPLAY '*** Error writing COV19RKC: '
                     WS-CKPT-STATUS
           END-IF
           CLOSE CHECKPOINT-FILE
           .
      *
       ROLLBACK-UNIT.
      *    THE UNIT IN FLIGHT MAY HAVE WRITTEN THE NEW-CODE ROW
      *    WITHOUT DELETING THE OLD ONE: PUT BOTH BACK AS THEY WERE
      *    BEFORE IT STARTED, SO THE RESUMED PHASE SUMS IT ONCE ****
           DISPLAY '*** ROLLING BACK UNIT IN FLIGHT, PHASE '
                   WK-PHASE ' KEY ' WK-UNIT-KEY
           MOVE ZEROS              TO WS-RST-STATUS
           EVALUATE WK-PHASE
             WHEN 1
               OPEN I-O COVID19D-FILE
               MOVE WS-COVID19D-STATUS  TO WS-RST-STATUS
               IF WS-RST-STATUS = 00
                 PERFORM SET-RESTORE-NEW-ROW
                 PERFORM RESTORE-COVID19D-ROW
                 PERFORM SET-RESTORE-OLD-ROW
                 PERFORM RESTORE-COVID19D-ROW
                 CLOSE COVID19D-FILE
               END-IF
             WHEN 2
               OPEN I-O VACCINED-FILE
               MOVE WS-VACCINED-STATUS  TO WS-RST-STATUS
               IF WS-RST-STATUS = 00
                 PERFORM SET-RESTORE-NEW-ROW
                 PERFORM RESTORE-VACCINED-ROW
                 PERFORM SET-RESTORE-OLD-ROW
                 PERFORM RESTORE-VACCINED-ROW
                 CLOSE VACCINED-FILE
               END-IF
             WHEN 3
               OPEN I-O COVID19M-FILE
               MOVE WS-COVID19M-STATUS  TO WS-RST-STATUS
               IF WS-RST-STATUS = 00
                 PERFORM SET-RESTORE-NEW-ROW
                 PERFORM RESTORE-COVID19M-ROW
                 PERFORM SET-RESTORE-OLD-ROW
                 PERFORM RESTORE-COVID19M-ROW
                 CLOSE COVID19M-FILE
               END-IF
             WHEN 4
               OPEN I-O TESTINGD-FILE
               MOVE WS-TESTINGD-STATUS  TO WS-RST-STATUS
               IF WS-RST-STATUS = 00
                 PERFORM SET-RESTORE-NEW-ROW
                 PERFORM RESTORE-TESTINGD-ROW
                 PERFORM SET-RESTORE-OLD-ROW
                 PERFORM RESTORE-TESTINGD-ROW
                 CLOSE TESTINGD-FILE
               END-IF
             WHEN 5
               OPEN I-O COUNTRYX-FILE
               MOVE WS-COUNTRYX-STATUS  TO WS-RST-STATUS
               IF WS-RST-STATUS = 00
                 PERFORM SET-RESTORE-NEW-ROW
                 PERFORM RESTORE-COUNTRYX-ROW
                 PERFORM SET-RESTORE-OLD-ROW
                 PERFORM RESTORE-COUNTRYX-ROW
                 CLOSE COUNTRYX-FILE
               END-IF
             WHEN 6
               OPEN I-O COUNTRYS-FILE
               MOVE WS-COUNTRYS-STATUS  TO WS-RST-STATUS
               IF WS-RST-STATUS = 00
                 PERFORM SET-RESTORE-NEW-ROW
                 PERFORM RESTORE-COUNTRYS-ROW
                 PERFORM SET-RESTORE-OLD-ROW
                 PERFORM RESTORE-COUNTRYS-ROW
                 CLOSE COUNTRYS-FILE
               END-IF
           END-EVALUATE
           IF WS-RST-STATUS > 0
             DISPLAY '*** ERROR OPENING FILE FOR ROLLBACK, STATUS: '
                     WS-RST-STATUS
             MOVE 'Y'              TO WS-FILE-ERROR
           END-IF
           IF NOT WS-FILE-ERROR-FOUND
             PERFORM WRITE-COMMIT-CHECKPOINT
           END-IF
           .
      *
       SET-RESTORE-NEW-ROW.
           MOVE WK-IMAGE-1         TO WS-RST-KEY-IMAGE
           MOVE WS-NEW-CODE        TO WS-RST-KEY-IMAGE (1:5)
           MOVE WK-IMAGE-2         TO WS-RST-IMAGE
           MOVE WK-IMAGE-2-FLAG    TO WS-RST-FLAG
           .
      *
       SET-RESTORE-OLD-ROW.
           MOVE WK-IMAGE-1         TO WS-RST-KEY-IMAGE
                                      WS-RST-IMAGE
           MOVE WK-IMAGE-1-FLAG    TO WS-RST-FLAG
           .
      *
       RESTORE-COVID19D-ROW.
           MOVE WS-RST-KEY-IMAGE (1:48) TO COVID19D-REC
           MOVE 'N'                TO WS-RST-ON-FILE
           READ COVID19D-FILE
                INVALID KEY     CONTINUE
                NOT INVALID KEY MOVE 'Y' TO WS-RST-ON-FILE
           END-READ
           MOVE SPACES             TO WS-JRN-BEFORE
                                      WS-JRN-AFTER
           IF WS-RST-ROW-ON-FILE
             MOVE COVID19D-REC   TO WS-JRN-BEFORE (1:48)
           END-IF
           EVALUATE TRUE
             WHEN WS-RST-IMAGE-KEPT AND WS-RST-ROW-ON-FILE
                  AND COVID19D-REC = WS-RST-IMAGE (1:48)
               EXIT PARAGRAPH
             WHEN WS-RST-IMAGE-KEPT AND WS-RST-ROW-ON-FILE
               MOVE WS-RST-IMAGE (1:48) TO COVID19D-REC
               REWRITE COVID19D-REC
               MOVE 'R'            TO WS-JRN-ACTION
             WHEN WS-RST-IMAGE-KEPT
               MOVE WS-RST-IMAGE (1:48) TO COVID19D-REC
               WRITE COVID19D-REC
               MOVE 'W'            TO WS-JRN-ACTION
             WHEN WS-RST-ROW-ON-FILE
               DELETE COVID19D-FILE RECORD
               MOVE 'D'            TO WS-JRN-ACTION
             WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE
           IF WS-COVID19D-STATUS > 0
             DISPLAY '*** Error RESTORE COVID19D: '
                     WS-COVID19D-STATUS
             MOVE 'Y'              TO WS-FILE-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-RST-IMAGE-KEPT
             MOVE WS-RST-IMAGE (1:48) TO WS-JRN-AFTER (1:48)
           END-IF
           MOVE 'D'                TO WS-JRN-FILE-ID
           PERFORM WRITE-JOURNAL
           .
      *
       RESTORE-VACCINED-ROW.
           MOVE WS-RST-KEY-IMAGE (1:25) TO VACCINED-REC
           MOVE 'N'                TO WS-RST-ON-FILE
           READ VACCINED-FILE
                INVALID KEY     CONTINUE
                NOT INVALID KEY MOVE 'Y' TO WS-RST-ON-FILE
           END-READ
           MOVE SPACES             TO WS-JRN-BEFORE
                                      WS-JRN-AFTER
           IF WS-RST-ROW-ON-FILE
             MOVE VACCINED-REC   TO WS-JRN-BEFORE (1:25)
           END-IF
           EVALUATE TRUE
             WHEN WS-RST-IMAGE-KEPT AND WS-RST-ROW-ON-FILE
                  AND VACCINED-REC = WS-RST-IMAGE (1:25)
               EXIT PARAGRAPH
             WHEN WS-RST-IMAGE-KEPT AND WS-RST-ROW-ON-FILE
               MOVE WS-RST-IMAGE (1:25) TO VACCINED-REC
               REWRITE VACCINED-REC
               MOVE 'R'            TO WS-JRN-ACTION
             WHEN WS-RST-IMAGE-KEPT
               MOVE WS-RST-IMAGE (1:25) TO VACCINED-REC
               WRITE VACCINED-REC
               MOVE 'W'            TO WS-JRN-ACTION
             WHEN WS-RST-ROW-ON-FILE
               DELETE VACCINED-FILE RECORD
               MOVE 'D'            TO WS-JRN-ACTION
             WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE
           IF WS-VACCINED-STATUS > 0
             DISPLAY '*** Error RESTORE VACCINED: '
                     WS-VACCINED-STATUS
             MOVE 'Y'              TO WS-FILE-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-RST-IMAGE-KEPT
             MOVE WS-RST-IMAGE (1:25) TO WS-JRN-AFTER (1:25)
           END-IF
           MOVE 'V'                TO WS-JRN-FILE-ID
           PERFORM WRITE-JOURNAL
           .
      *
       RESTORE-COVID19M-ROW.
           MOVE WS-RST-KEY-IMAGE (1:46) TO COVID19M-REC
           MOVE 'N'                TO WS-RST-ON-FILE
           READ COVID19M-FILE
                INVALID KEY     CONTINUE
                NOT INVALID KEY MOVE 'Y' TO WS-RST-ON-FILE
           END-READ
           MOVE SPACES             TO WS-JRN-BEFORE
                                      WS-JRN-AFTER
           IF WS-RST-ROW-ON-FILE
             MOVE COVID19M-REC   TO WS-JRN-BEFORE (1:46)
           END-IF
           EVALUATE TRUE
             WHEN WS-RST-IMAGE-KEPT AND WS-RST-ROW-ON-FILE
                  AND COVID19M-REC = WS-RST-IMAGE (1:46)
               EXIT PARAGRAPH
             WHEN WS-RST-IMAGE-KEPT AND WS-RST-ROW-ON-FILE
               MOVE WS-RST-IMAGE (1:46) TO COVID19M-REC
               REWRITE COVID19M-REC
               MOVE 'R'            TO WS-JRN-ACTION
             WHEN WS-RST-IMAGE-KEPT
               MOVE WS-RST-IMAGE (1:46) TO COVID19M-REC
               WRITE COVID19M-REC
               MOVE 'W'            TO WS-JRN-ACTION
             WHEN WS-RST-ROW-ON-FILE
               DELETE COVID19M-FILE RECORD
               MOVE 'D'            TO WS-JRN-ACTION
             WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE
           IF WS-COVID19M-STATUS > 0
             DISPLAY '*** Error RESTORE COVID19M: '
                     WS-COVID19M-STATUS
             MOVE 'Y'              TO WS-FILE-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-RST-IMAGE-KEPT
             MOVE WS-RST-IMAGE (1:46) TO WS-JRN-AFTER (1:46)
           END-IF
           MOVE 'M'                TO WS-JRN-FILE-ID
           PERFORM WRITE-JOURNAL
           .
      *
       RESTORE-TESTINGD-ROW.
           MOVE WS-RST-KEY-IMAGE (1:24) TO TESTINGD-REC
           MOVE 'N'                TO WS-RST-ON-FILE
           READ TESTINGD-FILE
                INVALID KEY     CONTINUE
                NOT INVALID KEY MOVE 'Y' TO WS-RST-ON-FILE
           END-READ
           MOVE SPACES             TO WS-JRN-BEFORE
                                      WS-JRN-AFTER
           IF WS-RST-ROW-ON-FILE
             MOVE TESTINGD-REC   TO WS-JRN-BEFORE (1:24)
           END-IF
           EVALUATE TRUE
             WHEN WS-RST-IMAGE-KEPT AND WS-RST-ROW-ON-FILE
                  AND TESTINGD-REC = WS-RST-IMAGE (1:24)
               EXIT PARAGRAPH
             WHEN WS-RST-IMAGE-KEPT AND WS-RST-ROW-ON-FILE
               MOVE WS-RST-IMAGE (1:24) TO TESTINGD-REC
               REWRITE TESTINGD-REC
               MOVE 'R'            TO WS-JRN-ACTION
             WHEN WS-RST-IMAGE-KEPT
               MOVE WS-RST-IMAGE (1:24) TO TESTINGD-REC
               WRITE TESTINGD-REC
               MOVE 'W'            TO WS-JRN-ACTION
             WHEN WS-RST-ROW-ON-FILE
               DELETE TESTINGD-FILE RECORD
               MOVE 'D'            TO WS-JRN-ACTION
             WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE
           IF WS-TESTINGD-STATUS > 0
             DISPLAY '*** Error RESTORE TESTINGD: '
                     WS-TESTINGD-STATUS
             MOVE 'Y'              TO WS-FILE-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-RST-IMAGE-KEPT
             MOVE WS-RST-IMAGE (1:24) TO WS-JRN-AFTER (1:24)
           END-IF
           MOVE 'T'                TO WS-JRN-FILE-ID
           PERFORM WRITE-JOURNAL
           .
      *
       RESTORE-COUNTRYX-ROW.
           MOVE WS-RST-KEY-IMAGE (1:17) TO COUNTRYX-REC
           MOVE 'N'                TO WS-RST-ON-FILE
           READ COUNTRYX-FILE
                INVALID KEY     CONTINUE
                NOT INVALID KEY MOVE 'Y' TO WS-RST-ON-FILE
           END-READ
           MOVE SPACES             TO WS-JRN-BEFORE
                                      WS-JRN-AFTER
           IF WS-RST-ROW-ON-FILE
             MOVE COUNTRYX-REC   TO WS-JRN-BEFORE (1:17)
           END-IF
           EVALUATE TRUE
             WHEN WS-RST-IMAGE-KEPT AND WS-RST-ROW-ON-FILE
                  AND COUNTRYX-REC = WS-RST-IMAGE (1:17)
               EXIT PARAGRAPH
             WHEN WS-RST-IMAGE-KEPT AND WS-RST-ROW-ON-FILE
               MOVE WS-RST-IMAGE (1:17) TO COUNTRYX-REC
               REWRITE COUNTRYX-REC
               MOVE 'R'            TO WS-JRN-ACTION
             WHEN WS-RST-IMAGE-KEPT
               MOVE WS-RST-IMAGE (1:17) TO COUNTRYX-REC
               WRITE COUNTRYX-REC
               MOVE 'W'            TO WS-JRN-ACTION
             WHEN WS-RST-ROW-ON-FILE
               DELETE COUNTRYX-FILE RECORD
               MOVE 'D'            TO WS-JRN-ACTION
             WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE
           IF WS-COUNTRYX-STATUS > 0
             DISPLAY '*** Error RESTORE COUNTRYX: '
                     WS-COUNTRYX-STATUS
             MOVE 'Y'              TO WS-FILE-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-RST-IMAGE-KEPT
             MOVE WS-RST-IMAGE (1:17) TO WS-JRN-AFTER (1:17)
           END-IF
           MOVE 'X'                TO WS-JRN-FILE-ID
           PERFORM WRITE-JOURNAL
           .
      *
       RESTORE-COUNTRYS-ROW.
           MOVE WS-RST-KEY-IMAGE (1:114) TO COUNTRYS-REC
           MOVE 'N'                TO WS-RST-ON-FILE
           READ COUNTRYS-FILE
                INVALID KEY     CONTINUE
                NOT INVALID KEY MOVE 'Y' TO WS-RST-ON-FILE
           END-READ
           MOVE SPACES             TO WS-JRN-BEFORE
                                      WS-JRN-AFTER
           IF WS-RST-ROW-ON-FILE
             MOVE COUNTRYS-REC   TO WS-JRN-BEFORE (1:114)
           END-IF
           EVALUATE TRUE
             WHEN WS-RST-IMAGE-KEPT AND WS-RST-ROW-ON-FILE
                  AND COUNTRYS-REC = WS-RST-IMAGE (1:114)
               EXIT PARAGRAPH
             WHEN WS-RST-IMAGE-KEPT AND WS-RST-ROW-ON-FILE
               MOVE WS-RST-IMAGE (1:114) TO COUNTRYS-REC
               REWRITE COUNTRYS-REC
               MOVE 'R'            TO WS-JRN-ACTION
             WHEN WS-RST-IMAGE-KEPT
               MOVE WS-RST-IMAGE (1:114) TO COUNTRYS-REC
               WRITE COUNTRYS-REC
               MOVE 'W'            TO WS-JRN-ACTION
             WHEN WS-RST-ROW-ON-FILE
               DELETE COUNTRYS-FILE RECORD
               MOVE 'D'            TO WS-JRN-ACTION
             WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE
           IF WS-COUNTRYS-STATUS > 0
             DISPLAY '*** Error RESTORE COUNTRYS: '
                     WS-COUNTRYS-STATUS
             MOVE 'Y'              TO WS-FILE-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-RST-IMAGE-KEPT
             MOVE WS-RST-IMAGE (1:114) TO WS-JRN-AFTER (1:114)
           END-IF
           MOVE 'C'                TO WS-JRN-FILE-ID
           PERFORM WRITE-JOURNAL
           .
      *
       VERIFY-REKEY.
      *    PROVE THE MOVE: NO ROW MAY BE LEFT UNDER THE OLD CODE IN
      *    ANY FILE, AND THE NEW CODE'S COVID19M MONTH ROWS MUST
      *    STILL AGREE WITH ITS COVID19D DETAIL *******************
           MOVE 'N'                TO WS-VERIFY-FLAG
           MOVE ZEROS              TO WS-VF-MONTHS-CHECKED
                                      WS-VF-MONTHS-OFF
           PERFORM VARYING WS-FC-SUB FROM 1 BY 1
                   UNTIL WS-FC-SUB > 6
             MOVE ZEROS            TO WS-VF-LEFT (WS-FC-SUB)
           END-PERFORM
           PERFORM VERIFY-COUNTRYS
           PERFORM VERIFY-COUNTRYX
           PERFORM VERIFY-COVID19D
           PERFORM VERIFY-VACCINED
           PERFORM VERIFY-COVID19M
           PERFORM VERIFY-TESTINGD
           PERFORM VARYING WS-FC-SUB FROM 1 BY 1
                   UNTIL WS-FC-SUB > 6
             IF WS-VF-LEFT (WS-FC-SUB) > 0
               DISPLAY '*** VERIFY: ' WS-VF-LEFT (WS-FC-SUB)
                       ' ' WS-FC-NAME (WS-FC-SUB)
                       ' ROWS LEFT UNDER ' WS-OLD-CODE
               MOVE 'Y'            TO WS-VERIFY-FLAG
             END-IF
           END-PERFORM
           PERFORM VERIFY-MONTHS
           IF WS-VF-MONTHS-OFF > 0
             MOVE 'Y'              TO WS-VERIFY-FLAG
           END-IF
           .
      *
       VERIFY-COUNTRYS.
           OPEN INPUT COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS > 0
             EXIT PARAGRAPH
           END-IF
           MOVE WS-OLD-CODE        TO C-CODE
           READ COUNTRYS-FILE
                INVALID KEY     CONTINUE
                NOT INVALID KEY ADD 1 TO WS-VF-LEFT (1)
           END-READ
           CLOSE COUNTRYS-FILE
           .
      *
       VERIFY-COUNTRYX.
           OPEN INPUT COUNTRYX-FILE
           IF WS-COUNTRYX-STATUS > 0
             EXIT PARAGRAPH
           END-IF
           MOVE WS-OLD-CODE        TO CX-CODE
           READ COUNTRYX-FILE
                INVALID KEY     CONTINUE
                NOT INVALID KEY ADD 1 TO WS-VF-LEFT (2)
           END-READ
           CLOSE COUNTRYX-FILE
           .
      *
       VERIFY-COVID19D.
           OPEN INPUT COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE              TO LASTREC
           MOVE WS-OLD-CODE        TO CV-CODE
           MOVE ZEROS              TO CV-DATE
           START COVID19D-FILE KEY IS NOT LESS THAN CV-CODE-DATE
             INVALID KEY
               MOVE 'Y'            TO LASTREC
           END-START
           PERFORM UNTIL LASTREC = 'Y'
             READ COVID19D-FILE NEXT RECORD
                  AT END       MOVE 'Y' TO LASTREC
             END-READ
             IF LASTREC NOT = 'Y'
               IF CV-CODE = WS-OLD-CODE
                 ADD 1             TO WS-VF-LEFT (3)
               ELSE
                 MOVE 'Y'          TO LASTREC
               END-IF
             END-IF
           END-PERFORM
           CLOSE COVID19D-FILE
           .
      *
       VERIFY-VACCINED.
           OPEN INPUT VACCINED-FILE
           IF WS-VACCINED-STATUS > 0
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE              TO LASTREC
           MOVE WS-OLD-CODE        TO VX-CODE
           MOVE ZEROS              TO VX-DATE
           START VACCINED-FILE KEY IS NOT LESS THAN VX-CODE-DATE
             INVALID KEY
               MOVE 'Y'            TO LASTREC
           END-START
           PERFORM UNTIL LASTREC = 'Y'
             READ VACCINED-FILE NEXT RECORD
                  AT END       MOVE 'Y' TO LASTREC
             END-READ
             IF LASTREC NOT = 'Y'
               IF VX-CODE = WS-OLD-CODE
                 ADD 1             TO WS-VF-LEFT (4)
               ELSE
                 MOVE 'Y'          TO LASTREC
               END-IF
             END-IF
           END-PERFORM
           CLOSE VACCINED-FILE
           .
      *
       VERIFY-COVID19M.
           OPEN INPUT COVID19M-FILE
           IF WS-COVID19M-STATUS > 0
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE              TO LASTREC
           MOVE WS-OLD-CODE        TO CM-CODE
           MOVE ZEROS              TO CM-MONTH-KEY
           START COVID19M-FILE KEY IS NOT LESS THAN CM-CODE-MONTH
             INVALID KEY
               MOVE 'Y'            TO LASTREC
           END-START
           PERFORM UNTIL LASTREC = 'Y'
             READ COVID19M-FILE NEXT RECORD
                  AT END       MOVE 'Y' TO LASTREC
             END-READ
             IF LASTREC NOT = 'Y'
               IF CM-CODE = WS-OLD-CODE
                 ADD 1             TO WS-VF-LEFT (5)
               ELSE
                 MOVE 'Y'          TO LASTREC
               END-IF
             END-IF
           END-PERFORM
           CLOSE COVID19M-FILE
           .
      *
       VERIFY-TESTINGD.
           OPEN INPUT TESTINGD-FILE
           IF WS-TESTINGD-STATUS > 0
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE              TO LASTREC
           MOVE WS-OLD-CODE        TO TS-CODE
           MOVE ZEROS              TO TS-DATE
           START TESTINGD-FILE KEY IS NOT LESS THAN TS-CODE-DATE
             INVALID KEY
               MOVE 'Y'            TO LASTREC
           END-START
           PERFORM UNTIL LASTREC = 'Y'
             READ TESTINGD-FILE NEXT RECORD
                  AT END       MOVE 'Y' TO LASTREC
             END-READ
             IF LASTREC NOT = 'Y'
               IF TS-CODE = WS-OLD-CODE
                 ADD 1             TO WS-VF-LEFT (6)
               ELSE
                 MOVE 'Y'          TO LASTREC
               END-IF
             END-IF
           END-PERFORM
           CLOSE TESTINGD-FILE
           .
      *
       VERIFY-MONTHS.
      *    RE-DERIVE EACH NEW-CODE MONTH FROM THE DETAIL THE WAY
      *    COV1913 BUILDS IT AND COMPARE WITH THE MONTH ROW ********
           OPEN INPUT COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
             EXIT PARAGRAPH
           END-IF
           OPEN INPUT COVID19M-FILE
           IF WS-COVID19M-STATUS > 0
             DISPLAY '*** VERIFY: COVID19M NOT AVAILABLE, MONTHS '
                     'NOT CHECKED'
             CLOSE COVID19D-FILE
             EXIT PARAGRAPH
           END-IF
           MOVE ZEROS              TO WS-VF-MONTH
           MOVE SPACE              TO LASTREC
           MOVE WS-NEW-CODE        TO CV-CODE
           MOVE ZEROS              TO CV-DATE
           START COVID19D-FILE KEY IS NOT LESS THAN CV-CODE-DATE
             INVALID KEY
               MOVE 'Y'            TO LASTREC
           END-START
           PERFORM READ-NEXT-NEW-DETAIL
           PERFORM UNTIL LASTREC = 'Y'
             IF CV-DATE (1:6) NOT = WS-VF-MONTH
               IF WS-VF-MONTH > ZEROS
                 PERFORM CHECK-ONE-MONTH
               END-IF
               MOVE CV-DATE (1:6)  TO WS-VF-MONTH
               MOVE ZEROS          TO WS-VF-SUM-NEW-CONF
                                      WS-VF-SUM-NEW-DTH
                                      WS-VF-SUM-NEW-REC
             END-IF
             MOVE CV-TOTAL-CONFIRMED TO WS-VF-END-CONFIRMED
             MOVE CV-TOTAL-DEATHS    TO WS-VF-END-DEATHS
             MOVE CV-TOTAL-RECOVERED TO WS-VF-END-RECOVERED
             ADD CV-NEW-CONFIRMED    TO WS-VF-SUM-NEW-CONF
             ADD CV-NEW-DEATHS       TO WS-VF-SUM-NEW-DTH
             ADD CV-NEW-RECOVERED    TO WS-VF-SUM-NEW-REC
             PERFORM READ-NEXT-NEW-DETAIL
           END-PERFORM
           IF WS-VF-MONTH > ZEROS
             PERFORM CHECK-ONE-MONTH
           END-IF
           CLOSE COVID19D-FILE
                 COVID19M-FILE
           .
      *
       READ-NEXT-NEW-DETAIL.
           READ COVID19D-FILE NEXT RECORD
                AT END       MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
              AND CV-CODE NOT = WS-NEW-CODE
             MOVE 'Y'              TO LASTREC
           END-IF
           .
      *
       CHECK-ONE-MONTH.
           ADD 1                   TO WS-VF-MONTHS-CHECKED
           MOVE WS-NEW-CODE        TO CM-CODE
           MOVE WS-VF-MONTH        TO CM-MONTH-KEY
           READ COVID19M-FILE
                INVALID KEY
                  ADD 1            TO WS-VF-MONTHS-OFF
                  DISPLAY '*** VERIFY: NO COVID19M ROW FOR '
                          WS-NEW-CODE ' ' WS-VF-MONTH
                  EXIT PARAGRAPH
           END-READ
           IF CM-END-CONFIRMED     NOT = WS-VF-END-CONFIRMED
              OR CM-END-DEATHS     NOT = WS-VF-END-DEATHS
              OR CM-END-RECOVERED  NOT = WS-VF-END-RECOVERED
              OR CM-SUM-NEW-CONFIRMED NOT = WS-VF-SUM-NEW-CONF
              OR CM-SUM-NEW-DEATHS    NOT = WS-VF-SUM-NEW-DTH
              OR CM-SUM-NEW-RECOVERED NOT = WS-VF-SUM-NEW-REC
             ADD 1                 TO WS-VF-MONTHS-OFF
             DISPLAY '*** VERIFY: COVID19M ' WS-NEW-CODE ' '
                     WS-VF-MONTH ' DOES NOT AGREE WITH COVID19D'
           END-IF
           .
      *
       WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE  TO WS-RUN-DATE-DATA
             DISPLAY '*** Error writing COVID19D-JOURNAL: '
                     WS-JOURNAL-STATUS
           END-IF
           IF WS-JRN-FILE-ID = 'D' OR WS-JRN-FILE-ID = 'M'
             PERFORM POST-ADJUSTMENT
           END-IF
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
           MOVE 'COV1944'          TO WS-PC-PROGRAM
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
       PRINT-RECONCILIATION.
                 AFTER ADVANCING PAGE
           MOVE WS-OLD-CODE             TO H1B-OLD-CODE
           MOVE WS-NEW-CODE             TO H1B-NEW-CODE
           IF WS-RESTART-PHASE > ZEROS
             STRING '  RESTARTED IN PHASE: ' WS-RESTART-PHASE
                    DELIMITED BY SIZE
                    INTO H1B-RESTART
             END-STRING
           END-IF
           WRITE PRINT-REC            FROM WS-HEADER-1B
           WRITE PRINT-REC            FROM WS-HEADER-2
           WRITE PRINT-REC            FROM WS-HEADER-3
             MOVE WS-FC-MOVED (WS-FC-SUB)   TO CL-MOVED-O
             MOVE WS-FC-MERGED (WS-FC-SUB)  TO CL-MERGED-O
             MOVE WS-FC-DELETED (WS-FC-SUB) TO CL-DELETED-O
             MOVE WS-VF-LEFT (WS-FC-SUB)    TO CL-LEFT-O
             WRITE PRINT-REC          FROM WS-COUNT-LINE
           END-PERFORM
           MOVE WS-VF-MONTHS-CHECKED    TO ML-CHECKED-O
           MOVE WS-VF-MONTHS-OFF        TO ML-OFF-O
           WRITE PRINT-REC            FROM WS-MONTHS-LINE
                 AFTER ADVANCING 2 LINES
           IF WS-VERIFY-FAILED
             MOVE 'FAILED'              TO VL-RESULT-O
           ELSE
             MOVE 'PASSED'              TO VL-RESULT-O
           END-IF
           WRITE PRINT-REC            FROM WS-VERIFY-LINE
           CLOSE PRINT-LINE
           .
