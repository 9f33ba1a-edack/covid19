      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1974.
       AUTHOR.        Georges B.
      *Weekly WHO Surveillance Submission By ISO Epi-Week ...
      *Builds the weekly submission to the WHO regional office in
      *the fixed COV19WHO layout (COVWHOS): a header, one row per
      *active COUNTRYS entry per ISO epidemiological week (Monday
      *to Sunday) identified by its COUNTRYX CX-ISO-NUMERIC, and a
      *trailer with the row count and hash totals.  The week's
      *new cases and deaths are the sum of its COVID19D days, the
      *cumulative counts those of the last day on file.  A
      *country inactive from before the week starts is not sent;
      *one with no CX-ISO-NUMERIC cannot be identified to the
      *regional office and is left out (RC 4).
      *Every week sent is registered on COV19WSR (COVWSUB) with
      *the run time, counts and whether it was a resubmission.
      *Before building the file the COV19JRN journal is read: a
      *COVID19D row changed after its week was last registered -
      *a COV1929 restatement, a COV1941 correction or a late load
      *- puts that week back in the submission as a resubmission
      *(R), so only the affected weeks are sent again.  The
      *register is only written when the submission was written
      *cleanly.  A week already sent and not changed since is not
      *sent again unless RESEND=Y.
      *Parameters: WEEK=YYYYWW ISO week (default the last complete
      *            week before today), RESEND=Y/N (default N),
      *            SENDER=8-byte sender id on the header (default
      *            COV19).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT COUNTRYS-FILE ASSIGN TO COUNTRYS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS C-CODE
              FILE STATUS    IS WS-COUNTRYS-STATUS
           .
      *
           SELECT COUNTRYX-FILE ASSIGN TO COUNTRYX
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS CX-CODE
              FILE STATUS    IS WS-COUNTRYX-STATUS
           .
      *
           SELECT COVID19D-FILE ASSIGN TO COVID19D
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS CV-CODE-DATE
              ALTERNATE RECORD KEY IS CV-DATE
                                  WITH DUPLICATES
              FILE STATUS    IS WS-COVID19D-STATUS
           .
      *
           SELECT COVID19D-JOURNAL ASSIGN COV19JRN
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-JOURNAL-STATUS
           .
      *
           SELECT SUBMISSION-FILE ASSIGN COV19WHO
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-SUBMISSION-STATUS
           .
      *
           SELECT SUBMISSION-REGISTER ASSIGN COV19WSR
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-REGISTER-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING ==:TAG1:== BY ==COUNTRYS==
                               ==:TAG2:== BY ==C==.
      *
       FD  COUNTRYX-FILE.
       COPY COUNTRYX REPLACING ==:TAG1:== BY ==COUNTRYX==
                               ==:TAG2:== BY ==CX==.
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING ==:TAG1:== BY ==COVID19D==
                               ==:TAG2:== BY ==CV==.
      *
       FD  COVID19D-JOURNAL
           RECORDING MODE IS F
           .
       COPY COVJRNL  REPLACING ==:TAG1:== BY ==JOURNAL==
                               ==:TAG2:== BY ==JR==.
      *
       FD  SUBMISSION-FILE
           RECORDING MODE IS F
           .
       COPY COVWHOS  REPLACING ==:TAG1:== BY ==SUBMISSION==
                               ==:TAG2:== BY ==WH==.
      *
       FD  SUBMISSION-REGISTER
           RECORDING MODE IS F
           .
       COPY COVWSUB  REPLACING ==:TAG1:== BY ==REGISTER==
                               ==:TAG2:== BY ==WR==.
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-COUNTRYS-STATUS      PIC 99 VALUE ZEROS.
       01  WS-COUNTRYX-STATUS      PIC 99 VALUE ZEROS.
       01  WS-COVID19D-STATUS      PIC 99 VALUE ZEROS.
       01  WS-JOURNAL-STATUS       PIC 99 VALUE ZEROS.
       01  WS-SUBMISSION-STATUS    PIC 99 VALUE ZEROS.
       01  WS-REGISTER-STATUS      PIC 99 VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
       01  WS-FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
           03 WS-ABORT             PIC X VALUE 'N'.
            88 WS-ABORT-RUN        VALUE 'Y'.
           03 WS-WRITE-ERROR       PIC X VALUE 'N'.
            88 WS-WRITE-ERROR-FOUND VALUE 'Y'.
           03 WS-RESEND-OPTION     PIC X VALUE 'N'.
            88 WS-RESEND-KEYED     VALUE 'Y'.
           03 WS-ENTRY-FLAG        PIC X VALUE 'N'.
            88 WS-ENTRY-FOUND      VALUE 'Y'.
           03 WS-COUNTRY-FLAG      PIC X VALUE 'N'.
            88 WS-COUNTRY-IS-SENT  VALUE 'Y'.
           03 WS-CONDITION         PIC 9(02) VALUE ZEROS.
      *
       01  WS-PARMS.
           03 WS-IN-WEEK-X         PIC X(06) VALUE SPACES.
           03 WS-IN-WEEK-R REDEFINES WS-IN-WEEK-X.
              05 WS-IN-WEEK        PIC 9(06).
           03 WS-IN-WEEK-PARTS REDEFINES WS-IN-WEEK-X.
              05 WS-IN-YEAR        PIC 9(04).
              05 WS-IN-WEEK-NO     PIC 9(02).
           03 WS-IN-RESEND         PIC X(01) VALUE SPACES.
           03 WS-IN-SENDER         PIC X(08) VALUE SPACES.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVRNCOM     REPLACING ==:TAG:==      BY ==WS-RC==.
      *
      *    ISO WEEK ARITHMETIC.  DAY 1 OF THE INTEGER-OF-DATE
      *    CALENDAR, 1601-01-01, WAS A MONDAY ********************
       01  WS-ISO-WORK.
           03 WS-ISO-DATE          PIC 9(08).
           03 WS-ISO-INT           PIC S9(09) COMP-3.
           03 WS-ISO-QUOT          PIC S9(09) COMP-3.
           03 WS-ISO-DOW           PIC S9(01) COMP-3.
      *       0=MONDAY ... 6=SUNDAY
           03 WS-ISO-MONDAY-INT    PIC S9(09) COMP-3.
           03 WS-ISO-THURSDAY-INT  PIC S9(09) COMP-3.
           03 WS-ISO-THURSDAY      PIC 9(08).
           03 WS-ISO-JAN-DATE      PIC 9(08).
           03 WS-ISO-JAN-INT       PIC S9(09) COMP-3.
           03 WS-ISO-YEARWEEK      PIC 9(06).
           03 WS-ISO-YEARWEEK-R REDEFINES WS-ISO-YEARWEEK.
              05 WS-ISO-YEAR       PIC 9(04).
              05 WS-ISO-WEEK       PIC 9(02).
      *
      *    THE WEEK THIS RUN WAS ASKED FOR ********************
       01  WS-TARGET.
           03 WS-TARGET-WEEK       PIC 9(06) VALUE ZEROS.
           03 WS-TARGET-START      PIC 9(08) VALUE ZEROS.
           03 WS-TODAY             PIC 9(08) VALUE ZEROS.
           03 WS-TODAY-INT         PIC S9(09) COMP-3.
      *
      *    ONE ROW PER WEEK EVER REGISTERED, ASCENDING; S MARKS
      *    THE WEEKS THIS RUN SENDS ****************************
       01  WS-WEEK-TABLE.
           03 WS-WK-USED           PIC 9(04) COMP VALUE ZEROS.
           03 WS-WK-ENTRY          OCCURS 1000.
              05 WS-WK-WEEK        PIC 9(06).
              05 WS-WK-START       PIC 9(08).
              05 WS-WK-LAST-TS     PIC X(19).
              05 WS-WK-SEND        PIC X(01).
              05 WS-WK-TYPE        PIC X(01).
              05 WS-WK-COUNTRIES   PIC 9(05) COMP-3.
              05 WS-WK-NO-ISO      PIC 9(05) COMP-3.
              05 WS-WK-NEW-CASES   PIC 9(12) COMP-3.
              05 WS-WK-NEW-DEATHS  PIC 9(12) COMP-3.
      *
       01  WS-WORK.
           03 WS-WK-SUB            PIC 9(04) COMP.
           03 WS-WK-INS            PIC 9(04) COMP.
           03 WS-WK-SCAN           PIC 9(04) COMP.
           03 WS-DAY-SUB           PIC 9(01) COMP.
           03 WS-DAY-INT           PIC S9(09) COMP-3.
           03 WS-DAY-DATE          PIC 9(08).
           03 WS-WEEK-END          PIC 9(08).
           03 WS-FIND-WEEK         PIC 9(06).
           03 WS-OLDEST-TS         PIC X(19).
           03 WS-RUN-TIMESTAMP     PIC X(19) VALUE SPACES.
           03 WS-IMAGE             PIC X(48).
           03 WS-IMAGE-R REDEFINES WS-IMAGE.
              05 WS-IMAGE-CODE     PIC X(05).
              05 WS-IMAGE-DATE-X   PIC X(08).
              05 FILLER            PIC X(35).
      *
       01  WS-COUNTRY-WEEK.
           03 WS-CW-NEW-CASES      PIC 9(09) COMP-3.
           03 WS-CW-NEW-DEATHS     PIC 9(09) COMP-3.
           03 WS-CW-CUM-CASES      PIC 9(11) COMP-3.
           03 WS-CW-CUM-DEATHS     PIC 9(11) COMP-3.
           03 WS-CW-DAYS           PIC 9(01) COMP-3.
      *
       01  WS-CONTROL-TOTALS.
           03 WS-HASH-CASES        PIC 9(12) VALUE ZEROS.
           03 WS-HASH-DEATHS       PIC 9(12) VALUE ZEROS.
           03 WS-WEEKS-SENT        PIC 9(03) VALUE ZEROS.
      *
       01  COUNTERS.
           03 WS-REGISTER-READ     PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-JOURNAL-READ      PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-JOURNAL-LATE      PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-RESUBMITTED       PIC 9(03) COMP-3 VALUE ZEROES.
           03 WS-DETAIL-WRITTEN    PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-NO-ISO-TOTAL      PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-INACTIVE-SKIPPED  PIC 9(07) COMP-3 VALUE ZEROES.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE  TO WS-RUN-DATE-DATA
           STRING WS-RUN-YEAR    '-'  WS-RUN-MONTH  '-'  WS-RUN-DAY
                  ' '
                  WS-RUN-HOURS   ':'  WS-RUN-MINUTES ':' WS-RUN-SECONDS
                  DELIMITED BY SIZE
                  INTO WS-RUN-TIMESTAMP
           END-STRING
           STRING WS-RUN-YEAR WS-RUN-MONTH WS-RUN-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY
           END-STRING
           PERFORM GET-PARAMETERS
           IF WS-PARM-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
      *
           PERFORM LOAD-REGISTER
           IF WS-ABORT-RUN
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM SCAN-JOURNAL
           IF WS-ABORT-RUN
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM ADD-TARGET-WEEK
           IF WS-ABORT-RUN
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-WEEKS-SENT = ZEROS
             DISPLAY '*** COV1974 WEEK ' WS-TARGET-WEEK
                     ' ALREADY SUBMITTED AND NO WEEK CHANGED SINCE,'
                     ' NOTHING SENT'
             MOVE 4               TO RETURN-CODE
             GOBACK
           END-IF
      *
           OPEN INPUT  COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS > 0
             DISPLAY '*** ERROR OPENING COUNTRYS-STATUS: '
                     WS-COUNTRYS-STATUS
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT  COUNTRYX-FILE
           IF WS-COUNTRYX-STATUS > 0
             DISPLAY '*** ERROR OPENING COUNTRYX-STATUS: '
                     WS-COUNTRYX-STATUS
             CLOSE COUNTRYS-FILE
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT  COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
             DISPLAY '*** ERROR OPENING COVID19D-STATUS: '
                     WS-COVID19D-STATUS
             CLOSE COUNTRYS-FILE
                   COUNTRYX-FILE
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT SUBMISSION-FILE
           IF WS-SUBMISSION-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19WHO-STATUS: '
                     WS-SUBMISSION-STATUS
             CLOSE COUNTRYS-FILE
                   COUNTRYX-FILE
                   COVID19D-FILE
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
      *
           MOVE 'S'                 TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           .
      *
       WRITE-SUBMISSION.
           PERFORM WRITE-HEADER
           PERFORM VARYING WS-WK-SUB FROM 1 BY 1
                   UNTIL WS-WK-SUB > WS-WK-USED
             IF WS-WK-SEND (WS-WK-SUB) = 'S'
               PERFORM BUILD-WEEK
             END-IF
           END-PERFORM
           PERFORM WRITE-TRAILER
           .
      *
       WRITE-TRAILERS.
           IF WS-WRITE-ERROR-FOUND
             DISPLAY '*** COV1974 Submission Incomplete, COV19WSR '
                     'Not Updated'
             MOVE 8               TO WS-CONDITION
           ELSE
             PERFORM WRITE-REGISTER
             IF WS-NO-ISO-TOTAL > 0 AND WS-CONDITION = 0
               MOVE 4             TO WS-CONDITION
             END-IF
           END-IF
           DISPLAY '*** COV1974 Register Rows Read:          '
                   WS-REGISTER-READ
           DISPLAY '*** COV1974 Journal Rows Read:           '
                   WS-JOURNAL-READ
           DISPLAY '*** COV1974 COVID19D Changes After Sent: '
                   WS-JOURNAL-LATE
           DISPLAY '*** COV1974 Weeks Sent:                  '
                   WS-WEEKS-SENT
           DISPLAY '*** COV1974 Weeks Resubmitted:           '
                   WS-RESUBMITTED
           DISPLAY '*** COV1974 Detail Rows Written:         '
                   WS-DETAIL-WRITTEN
           DISPLAY '*** COV1974 Left Out, No ISO Numeric:    '
                   WS-NO-ISO-TOTAL
           DISPLAY '*** COV1974 Inactive Countries Skipped:  '
                   WS-INACTIVE-SKIPPED
           .
      *
       CLOSE-STOP.
           CLOSE        COUNTRYS-FILE
                        COUNTRYX-FILE
                        COVID19D-FILE
                        SUBMISSION-FILE
           MOVE 'C'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           MOVE WS-CONDITION       TO RETURN-CODE
           GOBACK
           .
      *
       LOAD-REGISTER.
      *    THE LATEST ROW OF EACH WEEK IS WHEN IT WAS LAST SENT **
           OPEN INPUT SUBMISSION-REGISTER
           IF WS-REGISTER-STATUS = 35
             DISPLAY '*** COV1974 No COV19WSR Register, No Week '
                     'Sent Before'
             EXIT PARAGRAPH
           END-IF
           IF WS-REGISTER-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19WSR-STATUS: '
                     WS-REGISTER-STATUS
             MOVE 'Y'               TO WS-ABORT
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE               TO LASTREC
           PERFORM READ-REGISTER
           PERFORM UNTIL LASTREC = 'Y' OR WS-ABORT-RUN
             MOVE WR-WEEK           TO WS-FIND-WEEK
             PERFORM FIND-OR-ADD-WEEK
             IF NOT WS-ABORT-RUN
               MOVE WR-WEEK-START   TO WS-WK-START (WS-WK-SUB)
               IF WR-RUN-TIMESTAMP > WS-WK-LAST-TS (WS-WK-SUB)
                 MOVE WR-RUN-TIMESTAMP
                                    TO WS-WK-LAST-TS (WS-WK-SUB)
               END-IF
             END-IF
             PERFORM READ-REGISTER
           END-PERFORM
           CLOSE SUBMISSION-REGISTER
           .
      *
       READ-REGISTER.
           READ SUBMISSION-REGISTER
             AT END
               MOVE 'Y'             TO LASTREC
             NOT AT END
               ADD 1                TO WS-REGISTER-READ
           END-READ
           IF WS-REGISTER-STATUS > 0 AND WS-REGISTER-STATUS NOT = 10
             DISPLAY '*** ERROR READING COV19WSR-STATUS: '
                     WS-REGISTER-STATUS
             MOVE 'Y'               TO WS-ABORT
           END-IF
           .
      *
       FIND-OR-ADD-WEEK.
      *    KEEPS THE TABLE IN WEEK ORDER; WS-WK-SUB IS THE ROW ***
           MOVE 'N'                 TO WS-ENTRY-FLAG
           PERFORM FIND-WEEK
           IF WS-ENTRY-FOUND
             EXIT PARAGRAPH
           END-IF
           IF WS-WK-USED NOT < 1000
             DISPLAY '*** ERROR MORE THAN 1000 WEEKS ON COV19WSR'
             MOVE 'Y'               TO WS-ABORT
             EXIT PARAGRAPH
           END-IF
           MOVE 1                   TO WS-WK-INS
           PERFORM VARYING WS-WK-SCAN FROM 1 BY 1
                   UNTIL WS-WK-SCAN > WS-WK-USED
             IF WS-WK-WEEK (WS-WK-SCAN) < WS-FIND-WEEK
               COMPUTE WS-WK-INS = WS-WK-SCAN + 1
             END-IF
           END-PERFORM
           PERFORM VARYING WS-WK-SCAN FROM WS-WK-USED BY -1
                   UNTIL WS-WK-SCAN < WS-WK-INS
             MOVE WS-WK-ENTRY (WS-WK-SCAN)
                                    TO WS-WK-ENTRY (WS-WK-SCAN + 1)
           END-PERFORM
           ADD 1                    TO WS-WK-USED
           MOVE WS-WK-INS           TO WS-WK-SUB
           INITIALIZE WS-WK-ENTRY (WS-WK-SUB)
           MOVE WS-FIND-WEEK        TO WS-WK-WEEK (WS-WK-SUB)
           MOVE LOW-VALUES          TO WS-WK-LAST-TS (WS-WK-SUB)
           MOVE 'N'                 TO WS-WK-SEND (WS-WK-SUB)
           .
      *
       FIND-WEEK.
           MOVE 'N'                 TO WS-ENTRY-FLAG
           PERFORM VARYING WS-WK-SUB FROM 1 BY 1
                   UNTIL WS-WK-SUB > WS-WK-USED
                      OR WS-WK-WEEK (WS-WK-SUB) >= WS-FIND-WEEK
             CONTINUE
           END-PERFORM
           IF WS-WK-SUB NOT > WS-WK-USED
             IF WS-WK-WEEK (WS-WK-SUB) = WS-FIND-WEEK
               MOVE 'Y'             TO WS-ENTRY-FLAG
             END-IF
           END-IF
           .
      *
       SCAN-JOURNAL.
      *    A COVID19D CHANGE JOURNALED AFTER ITS WEEK WAS LAST SENT
      *    PUTS THE WEEK BACK IN AS A RESUBMISSION ****************
           IF WS-WK-USED = ZEROS
             EXIT PARAGRAPH
           END-IF
           MOVE HIGH-VALUES         TO WS-OLDEST-TS
           PERFORM VARYING WS-WK-SUB FROM 1 BY 1
                   UNTIL WS-WK-SUB > WS-WK-USED
             IF WS-WK-LAST-TS (WS-WK-SUB) < WS-OLDEST-TS
               MOVE WS-WK-LAST-TS (WS-WK-SUB) TO WS-OLDEST-TS
             END-IF
           END-PERFORM
           OPEN INPUT COVID19D-JOURNAL
           IF WS-JOURNAL-STATUS = 35
             DISPLAY '*** COV1974 No COV19JRN Journal, No Week '
                     'Resubmitted'
             EXIT PARAGRAPH
           END-IF
           IF WS-JOURNAL-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19JRN-STATUS: '
                     WS-JOURNAL-STATUS
             MOVE 'Y'               TO WS-ABORT
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE               TO LASTREC
           PERFORM READ-JOURNAL
           PERFORM UNTIL LASTREC = 'Y'
             IF JR-FILE-ID = 'D'
                AND JR-TIMESTAMP > WS-OLDEST-TS
               PERFORM CHECK-JOURNAL-ROW
             END-IF
             PERFORM READ-JOURNAL
           END-PERFORM
           CLOSE COVID19D-JOURNAL
           .
      *
       READ-JOURNAL.
           READ COVID19D-JOURNAL
             AT END
               MOVE 'Y'             TO LASTREC
             NOT AT END
               ADD 1                TO WS-JOURNAL-READ
           END-READ
           .
      *
       CHECK-JOURNAL-ROW.
           IF JR-ACTION = 'D'
             MOVE JR-BEFORE-IMAGE (1:48) TO WS-IMAGE
           ELSE
             MOVE JR-AFTER-IMAGE (1:48)  TO WS-IMAGE
           END-IF
      *    ROLLUP ROWS ARE NOT PART OF THE SUBMISSION ************
           IF WS-IMAGE-CODE = 'WORLD' OR WS-IMAGE-CODE (1:2) = 'R-'
              OR WS-IMAGE-DATE-X NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           MOVE WS-IMAGE-DATE-X     TO WS-ISO-DATE
           PERFORM COMPUTE-ISO-WEEK
           MOVE WS-ISO-YEARWEEK     TO WS-FIND-WEEK
           PERFORM FIND-WEEK
           IF NOT WS-ENTRY-FOUND
             EXIT PARAGRAPH
           END-IF
           IF JR-TIMESTAMP > WS-WK-LAST-TS (WS-WK-SUB)
             ADD 1                  TO WS-JOURNAL-LATE
             IF WS-WK-SEND (WS-WK-SUB) NOT = 'S'
               MOVE 'S'             TO WS-WK-SEND (WS-WK-SUB)
               MOVE 'R'             TO WS-WK-TYPE (WS-WK-SUB)
               ADD 1                TO WS-WEEKS-SENT
                                       WS-RESUBMITTED
               DISPLAY '*** COV1974 Week ' WS-FIND-WEEK
                       ' Changed Since ' WS-WK-LAST-TS (WS-WK-SUB)
                       ', Resubmitted'
             END-IF
           END-IF
           .
      *
       ADD-TARGET-WEEK.
           MOVE WS-TARGET-WEEK      TO WS-FIND-WEEK
           PERFORM FIND-OR-ADD-WEEK
           IF WS-ABORT-RUN
             EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-START     TO WS-WK-START (WS-WK-SUB)
           IF WS-WK-SEND (WS-WK-SUB) = 'S'
             EXIT PARAGRAPH
           END-IF
           IF WS-WK-LAST-TS (WS-WK-SUB) = LOW-VALUES
             MOVE 'S'               TO WS-WK-SEND (WS-WK-SUB)
             MOVE 'N'               TO WS-WK-TYPE (WS-WK-SUB)
             ADD 1                  TO WS-WEEKS-SENT
           ELSE
             IF WS-RESEND-KEYED
               MOVE 'S'             TO WS-WK-SEND (WS-WK-SUB)
               MOVE 'R'             TO WS-WK-TYPE (WS-WK-SUB)
               ADD 1                TO WS-WEEKS-SENT
                                       WS-RESUBMITTED
             END-IF
           END-IF
           .
      *
       BUILD-WEEK.
      *    ONE DETAIL ROW PER COUNTRY ACTIVE IN THE WEEK ********
           MOVE WS-WK-START (WS-WK-SUB) TO WS-ISO-DATE
           COMPUTE WS-ISO-MONDAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-ISO-DATE)
           COMPUTE WS-DAY-INT = WS-ISO-MONDAY-INT + 6
           MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
                                    TO WS-WEEK-END
           MOVE SPACE               TO LASTREC
           MOVE LOW-VALUES          TO C-CODE
           START COUNTRYS-FILE KEY IS NOT LESS THAN C-CODE
             INVALID KEY
               MOVE 'Y'             TO LASTREC
           END-START
           PERFORM READ-COUNTRYS
           PERFORM UNTIL LASTREC = 'Y'
             PERFORM BUILD-COUNTRY-WEEK
             PERFORM READ-COUNTRYS
           END-PERFORM
           .
      *
       READ-COUNTRYS.
           IF LASTREC NOT = 'Y'
             READ COUNTRYS-FILE NEXT RECORD
               AT END
                 MOVE 'Y'           TO LASTREC
             END-READ
           END-IF
           .
      *
       BUILD-COUNTRY-WEEK.
           IF C-CODE = 'WORLD' OR C-CODE (1:2) = 'R-'
             EXIT PARAGRAPH
           END-IF
           IF C-INACTIVE
              AND (C-INACTIVE-DATE = ZEROS
                   OR C-INACTIVE-DATE NOT > WS-WK-START (WS-WK-SUB))
             ADD 1                  TO WS-INACTIVE-SKIPPED
             EXIT PARAGRAPH
           END-IF
           MOVE C-CODE              TO CX-CODE
           READ COUNTRYX-FILE
             INVALID KEY
               MOVE ZEROS           TO CX-ISO-NUMERIC
           END-READ
           IF CX-ISO-NUMERIC = ZEROS
             DISPLAY '*** COV1974 ' C-CODE ' Has No ISO Numeric, '
                     'Left Out Of Week ' WS-WK-WEEK (WS-WK-SUB)
             ADD 1                  TO WS-WK-NO-ISO (WS-WK-SUB)
                                       WS-NO-ISO-TOTAL
             EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-COUNTRY-WEEK
           PERFORM VARYING WS-DAY-SUB FROM 0 BY 1
                   UNTIL WS-DAY-SUB > 6
             PERFORM READ-COUNTRY-DAY
           END-PERFORM
           PERFORM WRITE-DETAIL
           .
      *
       READ-COUNTRY-DAY.
           COMPUTE WS-DAY-INT = WS-ISO-MONDAY-INT + WS-DAY-SUB
           MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
                                    TO WS-DAY-DATE
           MOVE C-CODE              TO CV-CODE
           MOVE WS-DAY-DATE         TO CV-DATE
           READ COVID19D-FILE
             INVALID KEY
               EXIT PARAGRAPH
           END-READ
           ADD CV-NEW-CONFIRMED     TO WS-CW-NEW-CASES
           ADD CV-NEW-DEATHS        TO WS-CW-NEW-DEATHS
           MOVE CV-TOTAL-CONFIRMED  TO WS-CW-CUM-CASES
           MOVE CV-TOTAL-DEATHS     TO WS-CW-CUM-DEATHS
           ADD 1                    TO WS-CW-DAYS
           .
      *
       WRITE-DETAIL.
           MOVE SPACES              TO SUBMISSION-DTL
           MOVE 'D'                 TO WH-DTL-TYPE
           MOVE WS-WK-WEEK (WS-WK-SUB) (1:4) TO WH-ISO-YEAR
           MOVE WS-WK-WEEK (WS-WK-SUB) (5:2) TO WH-ISO-WEEK
           MOVE WS-WK-START (WS-WK-SUB) TO WH-WEEK-START
           MOVE WS-WEEK-END         TO WH-WEEK-END
           MOVE CX-ISO-NUMERIC      TO WH-ISO-NUMERIC
           MOVE WS-WK-TYPE (WS-WK-SUB) TO WH-SUBMISSION
           MOVE WS-CW-NEW-CASES     TO WH-NEW-CASES
           MOVE WS-CW-NEW-DEATHS    TO WH-NEW-DEATHS
           MOVE WS-CW-CUM-CASES     TO WH-CUM-CASES
           MOVE WS-CW-CUM-DEATHS    TO WH-CUM-DEATHS
           MOVE WS-CW-DAYS          TO WH-DAYS-REPORTED
           WRITE SUBMISSION-DTL
           IF WS-SUBMISSION-STATUS > 0
             DISPLAY '*** Error writing COV19WHO: '
                     WS-SUBMISSION-STATUS
             MOVE 'Y'               TO WS-WRITE-ERROR
             EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-DETAIL-WRITTEN
                                       WS-WK-COUNTRIES (WS-WK-SUB)
           ADD WS-CW-NEW-CASES      TO WS-WK-NEW-CASES (WS-WK-SUB)
           ADD WS-CW-NEW-DEATHS     TO WS-WK-NEW-DEATHS (WS-WK-SUB)
      *    HASH TOTALS WRAP AT TWELVE DIGITS ***********************
           ADD WS-CW-NEW-CASES      TO WS-HASH-CASES
             ON SIZE ERROR
               COMPUTE WS-HASH-CASES = WS-HASH-CASES
                   + WS-CW-NEW-CASES - 1000000000000
           END-ADD
           ADD WS-CW-NEW-DEATHS     TO WS-HASH-DEATHS
             ON SIZE ERROR
               COMPUTE WS-HASH-DEATHS = WS-HASH-DEATHS
                   + WS-CW-NEW-DEATHS - 1000000000000
           END-ADD
           .
      *
       WRITE-HEADER.
           MOVE SPACES              TO SUBMISSION-HDR
           MOVE 'H'                 TO WH-HDR-TYPE
           MOVE WS-IN-SENDER        TO WH-SENDER
           MOVE '01'                TO WH-FORMAT-VERSION
           MOVE WS-TODAY            TO WH-CREATED-DATE
           STRING WS-RUN-HOURS WS-RUN-MINUTES WS-RUN-SECONDS
                  DELIMITED BY SIZE
                  INTO WH-CREATED-TIME
           END-STRING
           MOVE WS-WEEKS-SENT       TO WH-HDR-WEEKS
           WRITE SUBMISSION-HDR
           IF WS-SUBMISSION-STATUS > 0
             DISPLAY '*** Error writing COV19WHO HEADER: '
                     WS-SUBMISSION-STATUS
             MOVE 'Y'               TO WS-WRITE-ERROR
           END-IF
           .
      *
       WRITE-TRAILER.
      *    THE DETAIL AND TRAILER SHARE THE FD RECORD AREA, SO THE
      *    WHOLE AREA IS CLEARED FIRST ***************************
           MOVE SPACES              TO SUBMISSION-TRL
           MOVE 'T'                 TO WH-TRL-TYPE
           MOVE WS-DETAIL-WRITTEN   TO WH-DETAIL-COUNT
           MOVE WS-WEEKS-SENT       TO WH-TRL-WEEKS
           MOVE WS-HASH-CASES       TO WH-HASH-CASES
           MOVE WS-HASH-DEATHS      TO WH-HASH-DEATHS
           WRITE SUBMISSION-TRL
           IF WS-SUBMISSION-STATUS > 0
             DISPLAY '*** Error writing COV19WHO TRAILER: '
                     WS-SUBMISSION-STATUS
             MOVE 'Y'               TO WS-WRITE-ERROR
           END-IF
           .
      *
       WRITE-REGISTER.
           OPEN EXTEND SUBMISSION-REGISTER
           IF WS-REGISTER-STATUS = 35
             OPEN OUTPUT SUBMISSION-REGISTER
           END-IF
           IF WS-REGISTER-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19WSR-STATUS: '
                     WS-REGISTER-STATUS
             MOVE 8                 TO WS-CONDITION
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-WK-SUB FROM 1 BY 1
                   UNTIL WS-WK-SUB > WS-WK-USED
             IF WS-WK-SEND (WS-WK-SUB) = 'S'
               PERFORM WRITE-REGISTER-ROW
             END-IF
           END-PERFORM
           CLOSE SUBMISSION-REGISTER
           .
      *
       WRITE-REGISTER-ROW.
           MOVE WS-WK-START (WS-WK-SUB) TO WS-ISO-DATE
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-ISO-DATE) + 6
           MOVE SPACES              TO REGISTER-REC
           MOVE WS-WK-WEEK (WS-WK-SUB) TO WR-WEEK
           MOVE WS-WK-START (WS-WK-SUB) TO WR-WEEK-START
           MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
                                    TO WR-WEEK-END
           MOVE WS-RUN-TIMESTAMP    TO WR-RUN-TIMESTAMP
           MOVE WS-WK-TYPE (WS-WK-SUB) TO WR-RESUBMISSION
           MOVE WS-WK-COUNTRIES (WS-WK-SUB) TO WR-COUNTRIES
           MOVE WS-WK-NO-ISO (WS-WK-SUB) TO WR-NO-ISO
           MOVE WS-WK-NEW-CASES (WS-WK-SUB) TO WR-NEW-CASES
           MOVE WS-WK-NEW-DEATHS (WS-WK-SUB) TO WR-NEW-DEATHS
           WRITE REGISTER-REC
           IF WS-REGISTER-STATUS > 0
             DISPLAY '*** Error writing COV19WSR: '
                     WS-REGISTER-STATUS
             MOVE 8                 TO WS-CONDITION
           END-IF
           .
      *
       COMPUTE-ISO-WEEK.
      *    WS-ISO-DATE IN, WS-ISO-YEARWEEK AND THE MONDAY OUT.  THE
      *    ISO YEAR IS THE YEAR OF THE WEEK'S THURSDAY ************
           COMPUTE WS-ISO-INT =
               FUNCTION INTEGER-OF-DATE (WS-ISO-DATE)
           DIVIDE 7 INTO WS-ISO-INT
                  GIVING WS-ISO-QUOT REMAINDER WS-ISO-DOW
           IF WS-ISO-DOW = 0
             MOVE 6                 TO WS-ISO-DOW
           ELSE
             SUBTRACT 1           FROM WS-ISO-DOW
           END-IF
           COMPUTE WS-ISO-MONDAY-INT = WS-ISO-INT - WS-ISO-DOW
           COMPUTE WS-ISO-THURSDAY-INT = WS-ISO-MONDAY-INT + 3
           MOVE FUNCTION DATE-OF-INTEGER (WS-ISO-THURSDAY-INT)
                                    TO WS-ISO-THURSDAY
           MOVE WS-ISO-THURSDAY (1:4) TO WS-ISO-YEAR
           COMPUTE WS-ISO-JAN-DATE = WS-ISO-YEAR * 10000 + 0101
           COMPUTE WS-ISO-JAN-INT =
               FUNCTION INTEGER-OF-DATE (WS-ISO-JAN-DATE)
           COMPUTE WS-ISO-INT = WS-ISO-THURSDAY-INT - WS-ISO-JAN-INT
           DIVIDE 7 INTO WS-ISO-INT GIVING WS-ISO-QUOT
           COMPUTE WS-ISO-WEEK = WS-ISO-QUOT + 1
           .
      *
       GET-PARAMETERS.
           MOVE 3                  TO WS-PARM-COUNT
           MOVE 'WEEK'             TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'RESEND'           TO WS-PARM-KEYWORD (2)
           MOVE 'N'                TO WS-PARM-VALUE (2)
           MOVE 'SENDER'           TO WS-PARM-KEYWORD (3)
           MOVE 'COV19'            TO WS-PARM-VALUE (3)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
      *    THE MONDAY OF THE CURRENT WEEK, THEN THE WEEK BEFORE **
           MOVE WS-TODAY           TO WS-ISO-DATE
           PERFORM COMPUTE-ISO-WEEK
           COMPUTE WS-TODAY-INT = WS-ISO-MONDAY-INT
           IF WS-PARM-VALUE (1) = SPACES
             COMPUTE WS-ISO-INT = WS-TODAY-INT - 7
             MOVE FUNCTION DATE-OF-INTEGER (WS-ISO-INT)
                                   TO WS-ISO-DATE
             PERFORM COMPUTE-ISO-WEEK
             MOVE WS-ISO-YEARWEEK  TO WS-TARGET-WEEK
             MOVE WS-ISO-DATE      TO WS-TARGET-START
           ELSE
             MOVE WS-PARM-VALUE (1) (1:6) TO WS-IN-WEEK-X
             IF WS-IN-WEEK-X NUMERIC
                AND WS-IN-WEEK-NO >= 1
                AND WS-IN-WEEK-NO <= 53
               PERFORM WEEK-TO-MONDAY
             ELSE
               DISPLAY '*** ERROR WEEK is not YYYYWW'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           MOVE WS-PARM-VALUE (2) (1:1) TO WS-IN-RESEND
           IF WS-IN-RESEND = 'Y' OR WS-IN-RESEND = 'N'
             MOVE WS-IN-RESEND     TO WS-RESEND-OPTION
           ELSE
             DISPLAY '*** ERROR RESEND must be Y or N'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (3) (1:8) TO WS-IN-SENDER
           IF WS-IN-SENDER = SPACES
             DISPLAY '*** ERROR SENDER is Missing'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           .
      *
       WEEK-TO-MONDAY.
      *    WEEK 1 IS THE WEEK HOLDING 4 JANUARY; A WEEK 53 THAT
      *    WORKS OUT AS WEEK 1 OF THE NEXT YEAR DOES NOT EXIST ****
           COMPUTE WS-ISO-DATE = WS-IN-YEAR * 10000 + 0104
           PERFORM COMPUTE-ISO-WEEK
           COMPUTE WS-ISO-INT = WS-ISO-MONDAY-INT
                              + (WS-IN-WEEK-NO - 1) * 7
           MOVE FUNCTION DATE-OF-INTEGER (WS-ISO-INT)
                                   TO WS-ISO-DATE
           PERFORM COMPUTE-ISO-WEEK
           IF WS-ISO-YEARWEEK NOT = WS-IN-WEEK
             DISPLAY '*** ERROR WEEK ' WS-IN-WEEK-X
                     ' does not exist'
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-ISO-MONDAY-INT NOT < WS-TODAY-INT
             DISPLAY '*** ERROR WEEK ' WS-IN-WEEK-X
                     ' is not complete yet'
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-WEEK         TO WS-TARGET-WEEK
           MOVE WS-ISO-DATE        TO WS-TARGET-START
           .
      *
       REGISTER-RUN-CONTROL.
           MOVE 'COV1974'          TO WS-RC-PROGRAM
           STRING WS-TARGET-START (1:4) '-'
                  WS-TARGET-START (5:2) '-'
                  WS-TARGET-START (7:2)
                  DELIMITED BY SIZE
                  INTO WS-RC-DATE
           END-STRING
           CALL 'COVRNCTL'      USING WS-RC-COMM-AREA
           .
