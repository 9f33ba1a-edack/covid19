      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1957.
       AUTHOR.        Georges B.
      *Report Excess Mortality Against Reported Covid19 Deaths ...
      *Sweeps the EXCMORT reference file in country-month order
      *and, for every month with both the expected baseline and
      *the observed all-cause deaths on file, shows excess deaths
      *(observed less expected), excess as a percent of expected,
      *the month's reported Covid19 deaths (CM-SUM-NEW-DEATHS from
      *COVID19M) and the ratio of excess to reported deaths.  A
      *month whose ratio reaches RATIO, or that shows positive
      *excess with no Covid19 deaths reported at all, is flagged
      *as likely under-reporting.  Months still waiting on one
      *side, or with no COVID19M row, are skipped and counted.
      *Parameters: FROMMONTH=YYYYMM, TOMONTH=YYYYMM (default all
      *months), RATIO=whole number (default 2).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE.
      *
           SELECT EXCMORT-FILE ASSIGN TO EXCMORT
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS XM-CODE-MONTH
              FILE STATUS    IS WS-EXCMORT-STATUS
           .
      *
           SELECT COUNTRYS-FILE ASSIGN TO COUNTRYS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS C-CODE
              FILE STATUS    IS WS-COUNTRYS-STATUS
           .
      *
           SELECT COVID19M-FILE ASSIGN TO COVID19M
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS CM-CODE-MONTH
              FILE STATUS    IS WS-COVID19M-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           03 C-CODE-O               PIC X(05).
           03 FILLER                 PIC X(02).
           03 C-NAME-O               PIC X(25).
           03 FILLER                 PIC X(02).
           03 MONTH-O                PIC X(07).
           03 FILLER                 PIC X(02).
           03 EXPECTED-O             PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 OBSERVED-O             PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 EXCESS-O               PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 EXCESS-PCT-O           PIC -ZZ9.9.
           03 FILLER                 PIC X(02).
           03 COVID-DEATHS-O         PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 RATIO-O                PIC X(08).
           03 FILLER                 PIC X(02).
           03 UNDER-FLAG-O           PIC X(05).
      *
       FD  EXCMORT-FILE.
       COPY EXCMORT  REPLACING ==:TAG1:== BY ==EXCMORT==
                               ==:TAG2:== BY ==XM==.
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING ==:TAG1:== BY ==COUNTRYS==
                               ==:TAG2:== BY ==C==.
      *
       FD  COVID19M-FILE.
       COPY COVID19M REPLACING ==:TAG1:== BY ==COVID19M==
                               ==:TAG2:== BY ==CM==.
      *
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-EXCMORT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-COUNTRYS-STATUS      PIC 99 VALUE ZEROS.
       01  WS-COVID19M-STATUS      PIC 99 VALUE ZEROS.
      *
       01 FLAGS.
           03 LASTREC               PIC X VALUE SPACE.
           03 WS-PAGE-BREAK         PIC 9(02) VALUE 65.
      *
       01  WS-PARMS.
           03 WS-FROM-MONTH         PIC 9(06) VALUE ZEROS.
           03 WS-TO-MONTH           PIC 9(06) VALUE 999999.
           03 WS-RATIO-LIMIT        PIC 9(03) VALUE 2.
           03 WS-PARM-ERROR         PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND  VALUE 'Y'.
      *    COUNT-TYPE PARM VALUES ARRIVE LEFT-JUSTIFIED AND SHORT;
      *    THE CLASS TEST ONLY COVERS THE CHARACTERS KEYED ********
           03 WS-NUM-VALUE          PIC X(50).
           03 WS-NUM-CTL            PIC 9(03).
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVRNCOM     REPLACING ==:TAG:==      BY ==WS-RC==.
      *
       01  WS-EXCESS-WORK.
           03 WS-ROW-MONTH          PIC 9(06).
           03 WS-NAME-CODE          PIC X(05) VALUE LOW-VALUES.
           03 WS-NAME-HOLD          PIC X(25) VALUE SPACES.
           03 WS-EXCESS-DEATHS      PIC S9(09) VALUE ZEROS.
           03 WS-EXCESS-PCT         PIC S9(03)V9 COMP-3.
           03 WS-EXCESS-RATIO       PIC S9(04)V99 COMP-3.
           03 WS-RATIO-EDIT         PIC -ZZZ9.99.
      *
       01  COUNTERS.
           03 WS-EXCMORT-T-RECS     PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-RATED-RECS         PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-PENDING-RECS       PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-NO-CM-RECS         PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-FLAGGED-RECS       PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-PG-WRITTEN-LINES   PIC 9(02) VALUE ZEROS.
           03 WS-PAGE-NUMBER        PIC 9(05) VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-HEADER-1.
           03 FILLER               PIC X(16) VALUE 'COV1957'.
           03 TITLE-1              PIC X(40) VALUE
                '*** EXCESS MORTALITY REPORT *** '.
           03 FILLER               PIC X(08) VALUE 'Date: '.
           03 DATE-1               PIC X(10).
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE 'Time: '.
           03 TIME-1               PIC X(08).
           03 FILLER               PIC X(04).
           03 FILLER               PIC X(07) VALUE 'Page: '.
           03 PAGE-NUMBER          PIC ZZZZ9.
           03 FILLER               PIC X(25).
      *
       01  WS-HEADER-2.
           03 FILLER               PIC X(05) VALUE 'CODE'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(25) VALUE 'COUNTRY'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(07) VALUE 'MONTH'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE '   EXPECTED'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE '   OBSERVED'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(12) VALUE '      EXCESS'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE 'EXC%'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ' COVID DTHS'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE '   RATIO'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE 'FLAG'.
      *
       01  WS-HEADER-3.
           03 FILLER               PIC X(05) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(25) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(07) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(12) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE ALL '='.
      *
       01  WS-TRAILER-1.
           03 FILLER               PIC X(30) VALUE
                        '*** End of Excess Mortality. '.
           03 RATED-RECS-O         PIC ZZZ,ZZ9.
           03 FILLER               PIC X(30) VALUE
                        ' Country-months rated. ***'.
      *
       01  WS-TRAILER-2.
           03 FILLER               PIC X(30) VALUE
                        '*** Skipped, awaiting a side: '.
           03 PENDING-RECS-O       PIC ZZZ,ZZ9.
           03 FILLER               PIC X(30) VALUE
                        ' Country-months. ***'.
      *
       01  WS-TRAILER-3.
           03 FILLER               PIC X(30) VALUE
                        '*** Skipped, no COVID19M row: '.
           03 NO-CM-RECS-O         PIC ZZZ,ZZ9.
           03 FILLER               PIC X(30) VALUE
                        ' Country-months. ***'.
      *
       01  WS-TRAILER-4.
           03 FILLER               PIC X(30) VALUE
                        '*** LIKELY UNDER-REPORTING    '.
           03 FLAGGED-RECS-O       PIC ZZZ,ZZ9.
           03 FILLER               PIC X(30) VALUE
                        ' Country-months. ***'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       OPEN-FILES.
           PERFORM GET-PARAMETERS
           IF WS-PARM-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT  EXCMORT-FILE
           IF WS-EXCMORT-STATUS > 0
             DISPLAY '*** ERROR OPENING EXCMORT-FILE-STATUS: '
                     WS-EXCMORT-STATUS
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT  COUNTRYS-FILE
           OPEN INPUT  COVID19M-FILE
           IF WS-COVID19M-STATUS > 0
             DISPLAY '*** ERROR OPENING COVID19M-FILE-STATUS: '
                     WS-COVID19M-STATUS
             CLOSE EXCMORT-FILE
                   COUNTRYS-FILE
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE 'S'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           .
      *
       WRITE-HEADERS.
      *    GET DATE ....
           MOVE SPACES                  TO PRINT-REC
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-MONTH        TO WS-CURRENT-MONTH-O
           MOVE WS-CURRENT-DAY          TO WS-CURRENT-DAY-O
           MOVE WS-CURRENT-YEAR         TO WS-CURRENT-YEAR-O
      *
           MOVE WS-CURRENT-HOURS        TO WS-CURRENT-HOURS-O
           MOVE WS-CURRENT-MINUTES      TO WS-CURRENT-MINUTES-O
           MOVE WS-CURRENT-SECONDS      TO WS-CURRENT-SECONDS-O
      *
           MOVE WS-CURRENT-DATE-O       TO DATE-1
           MOVE WS-CURRENT-TIME-O       TO TIME-1
      *
           ADD 1                        TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER          TO PAGE-NUMBER
      *
           WRITE PRINT-REC            FROM WS-HEADER-1
                 AFTER ADVANCING PAGE
           WRITE PRINT-REC            FROM WS-HEADER-2
           WRITE PRINT-REC            FROM WS-HEADER-3
           MOVE 3                       TO WS-PG-WRITTEN-LINES
           .
      *
       READ-NEXT-MONTH.
           PERFORM READ-EXCMORT-RECORD
            PERFORM UNTIL LASTREC = 'Y'
                MOVE XM-MONTH-KEY       TO WS-ROW-MONTH
                IF WS-ROW-MONTH NOT < WS-FROM-MONTH
                   AND WS-ROW-MONTH NOT > WS-TO-MONTH
                  PERFORM WRITE-EXCESS-RECORD
                END-IF
                PERFORM READ-EXCMORT-RECORD
            END-PERFORM
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           MOVE WS-RATED-RECS           TO RATED-RECS-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           MOVE SPACES                  TO PRINT-REC
           MOVE WS-PENDING-RECS         TO PENDING-RECS-O
           WRITE PRINT-REC            FROM WS-TRAILER-2
           MOVE SPACES                  TO PRINT-REC
           MOVE WS-NO-CM-RECS           TO NO-CM-RECS-O
           WRITE PRINT-REC            FROM WS-TRAILER-3
           MOVE SPACES                  TO PRINT-REC
           MOVE WS-FLAGGED-RECS         TO FLAGGED-RECS-O
           WRITE PRINT-REC            FROM WS-TRAILER-4
           .
      *
       CLOSE-STOP.
           CLOSE        EXCMORT-FILE
                        COUNTRYS-FILE
                        COVID19M-FILE
                        PRINT-LINE
           MOVE 'C'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           GOBACK
           .
      *
       READ-EXCMORT-RECORD.
           READ EXCMORT-FILE NEXT RECORD
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END   ADD 1 TO WS-EXCMORT-T-RECS
           END-READ
           .
      *
       WRITE-EXCESS-RECORD.
           IF NOT XM-EXPECTED-ON-FILE OR NOT XM-OBSERVED-ON-FILE
             ADD 1                  TO WS-PENDING-RECS
             EXIT PARAGRAPH
           END-IF
           MOVE XM-CODE             TO CM-CODE
           MOVE XM-MONTH-KEY        TO CM-MONTH-KEY
           READ COVID19M-FILE
                INVALID KEY
                  ADD 1             TO WS-NO-CM-RECS
                  EXIT PARAGRAPH
           END-READ
           PERFORM GET-COUNTRY-NAME
      *
           IF WS-PG-WRITTEN-LINES > WS-PAGE-BREAK
             PERFORM WRITE-HEADERS
             MOVE 0                 TO WS-PG-WRITTEN-LINES
           END-IF
      *
           COMPUTE WS-EXCESS-DEATHS =
               XM-OBSERVED-DEATHS - XM-EXPECTED-DEATHS
           IF XM-EXPECTED-DEATHS = ZEROS
             MOVE ZEROS             TO WS-EXCESS-PCT
           ELSE
             COMPUTE WS-EXCESS-PCT ROUNDED =
                 WS-EXCESS-DEATHS * 100 / XM-EXPECTED-DEATHS
                 ON SIZE ERROR
                   MOVE 999.9       TO WS-EXCESS-PCT
             END-COMPUTE
           END-IF
      *
           MOVE SPACES              TO PRINT-REC
           MOVE XM-CODE             TO C-CODE-O
           MOVE WS-NAME-HOLD        TO C-NAME-O
           STRING XM-YEAR '-' XM-MONTH
                  DELIMITED BY SIZE
                  INTO MONTH-O
           END-STRING
           MOVE XM-EXPECTED-DEATHS  TO EXPECTED-O
           MOVE XM-OBSERVED-DEATHS  TO OBSERVED-O
           MOVE WS-EXCESS-DEATHS    TO EXCESS-O
           MOVE WS-EXCESS-PCT       TO EXCESS-PCT-O
           MOVE CM-SUM-NEW-DEATHS   TO COVID-DEATHS-O
           PERFORM COMPUTE-RATIO
      *
           WRITE PRINT-REC
           ADD 1                    TO WS-PG-WRITTEN-LINES
           ADD 1                    TO WS-RATED-RECS
           .
      *
       COMPUTE-RATIO.
      *    EXCESS WITH NOTHING REPORTED IS THE PLAINEST UNDERCOUNT *
           IF CM-SUM-NEW-DEATHS = ZEROS
             MOVE '     N/A'        TO RATIO-O
             IF WS-EXCESS-DEATHS > ZEROS
               MOVE '*UND*'         TO UNDER-FLAG-O
               ADD 1                TO WS-FLAGGED-RECS
             END-IF
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EXCESS-RATIO ROUNDED =
               WS-EXCESS-DEATHS / CM-SUM-NEW-DEATHS
               ON SIZE ERROR
                 MOVE 9999.99       TO WS-EXCESS-RATIO
           END-COMPUTE
           MOVE WS-EXCESS-RATIO     TO WS-RATIO-EDIT
           MOVE WS-RATIO-EDIT       TO RATIO-O
           IF WS-EXCESS-RATIO NOT < WS-RATIO-LIMIT
             MOVE '*UND*'           TO UNDER-FLAG-O
             ADD 1                  TO WS-FLAGGED-RECS
           END-IF
           .
      *
       GET-COUNTRY-NAME.
      *    THE SWEEP IS CODE-MAJOR, SO THE NAME IS READ ONCE *******
           IF XM-CODE = WS-NAME-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE XM-CODE             TO WS-NAME-CODE
           MOVE XM-CODE             TO C-CODE
           READ COUNTRYS-FILE
                INVALID KEY
                  MOVE SPACES       TO WS-NAME-HOLD
                NOT INVALID KEY
                  MOVE C-NAME       TO WS-NAME-HOLD
           END-READ
           .
      *
       GET-PARAMETERS.
           MOVE 3                  TO WS-PARM-COUNT
           MOVE 'FROMMONTH'        TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'TOMONTH'          TO WS-PARM-KEYWORD (2)
           MOVE SPACES             TO WS-PARM-VALUE (2)
           MOVE 'RATIO'            TO WS-PARM-KEYWORD (3)
           MOVE SPACES             TO WS-PARM-VALUE (3)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-PARM-VALUE (1) NOT = SPACES
             IF WS-PARM-VALUE (1) (1:6) NUMERIC
               MOVE WS-PARM-VALUE (1) (1:6) TO WS-FROM-MONTH
             ELSE
               DISPLAY '*** ERROR FROMMONTH is not YYYYMM'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           IF WS-PARM-VALUE (2) NOT = SPACES
             IF WS-PARM-VALUE (2) (1:6) NUMERIC
               MOVE WS-PARM-VALUE (2) (1:6) TO WS-TO-MONTH
             ELSE
               DISPLAY '*** ERROR TOMONTH is not YYYYMM'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           IF WS-FROM-MONTH > WS-TO-MONTH
             DISPLAY '*** ERROR FROMMONTH is after TOMONTH'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           IF WS-PARM-VALUE (3) NOT = SPACES
             MOVE ZEROS            TO WS-NUM-CTL
             MOVE SPACES           TO WS-NUM-VALUE
             UNSTRING WS-PARM-VALUE (3)
                 DELIMITED BY ' '
                 INTO WS-NUM-VALUE COUNT IN WS-NUM-CTL
             END-UNSTRING
             IF WS-NUM-CTL > 0 AND WS-NUM-CTL < 4
                AND WS-NUM-VALUE (1:WS-NUM-CTL) NUMERIC
               MOVE WS-NUM-VALUE (1:WS-NUM-CTL) TO WS-RATIO-LIMIT
             ELSE
               DISPLAY '*** ERROR RATIO is not Numeric'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           .
      *
      *
       REGISTER-RUN-CONTROL.
           MOVE 'COV1957'          TO WS-RC-PROGRAM
           MOVE SPACES             TO WS-RC-DATE
           CALL 'COVRNCTL'      USING WS-RC-COMM-AREA
           .
