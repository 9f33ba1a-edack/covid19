      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1976.
       AUTHOR.        Georges B.
      *Monthly Vendor Data-Quality Scorecard By Country ...
      *Scores every country expected on the feed in one calendar
      *month from the five places quality evidence is kept:
      *  GAPS        days of the month with no COVID19D row, the
      *              COV1907 rule (known non-publishing dates on
      *              COV19CAL and days past a country's inactive
      *              date are not expected), up to the newest
      *              loaded date on COV19CTL;
      *  REJECTS     COV19REJ rows whose raw CSV row carries the
      *              country and a date in the month (COV1901
      *              rewrites COV19REJ every load, so the JCL
      *              concatenates the month's generations);
      *  EXCEPTIONS  COV19EXC reconciliation exceptions dated in
      *              the month;
      *  RESTATED    COVID19D rewrites journaled on COV19JRN in
      *              the month inside a COV1929 run-control window
      *              on COV19RCT;
      *  BULK        the discrepancies the month's latest COV1945
      *              run appended to COV19BDS (the run is known by
      *              its end-of-run marker row, so a clean latest
      *              run counts nothing).
      *Each piece of evidence costs its weight in points off 100
      *(floored at zero); 90+ grades A, 80+ B, 70+ C, 60+ D and
      *anything lower F.  A D or F is flagged CAVEAT for the desks.
      *The scorecard lists every country with its evidence, score,
      *grade and the change from its score the month before, then
      *ranks the worst ten (lowest score, most evidence first) for
      *the vendor service review.  The scores are appended to the
      *COV19SCH history, which also supplies the prior month.
      *Parameters: MONTH=YYYYMM (default the previous calendar
      *            month), GAPPTS=NN points per gap day (default
      *            05), REJPTS=NN per reject (02), EXCPTS=NN per
      *            exception (02), RSTPTS=NN per restated row
      *            (01), BLKPTS=NN per bulk discrepancy (01).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE.
      *
           SELECT COUNTRYS-FILE ASSIGN TO COUNTRYS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS C-CODE
              FILE STATUS    IS WS-COUNTRYS-STATUS
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
           SELECT LOAD-CONTROL ASSIGN TO COV19CTL
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-CONTROL-STATUS
           .
      *
           SELECT CALENDAR-FILE ASSIGN COV19CAL
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-CALENDAR-STATUS
           .
      *
           SELECT COVID19CSV-REJECT       ASSIGN COV19REJ
                    ORGANIZATION             IS LINE SEQUENTIAL
                    FILE STATUS              IS WS-REJECT-STATUS
           .
           SELECT COVID19CSV-EXCEPT       ASSIGN COV19EXC
                    ORGANIZATION             IS LINE SEQUENTIAL
                    FILE STATUS              IS WS-EXCEPT-STATUS
           .
      *
           SELECT COVID19D-JOURNAL ASSIGN COV19JRN
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-JOURNAL-STATUS
           .
      *
           SELECT RUNCTL-FILE ASSIGN COV19RCT
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS RT-KEY
              FILE STATUS    IS WS-RUNCTL-STATUS
           .
      *
           SELECT BULK-DISCREP ASSIGN COV19BDS
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-DISCREP-STATUS
           .
      *
           SELECT SCORE-HISTORY ASSIGN COV19SCH
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-HISTORY-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                 PIC X(132).
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING ==:TAG1:== BY ==COUNTRYS==
                               ==:TAG2:== BY ==C==.
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING ==:TAG1:== BY ==COVID19D==
                               ==:TAG2:== BY ==CV==.
      *
       FD  LOAD-CONTROL
           RECORDING MODE IS F
           .
       01  LOAD-CONTROL-REC.
           03 CTL-MAX-DATE          PIC 9(08).
           03 FILLER                PIC X(01).
           03 CTL-DATE-RECS         PIC 9(05).
      *
       FD  CALENDAR-FILE
           RECORDING MODE IS F
           .
       COPY COVCAL   REPLACING ==:TAG1:== BY ==CALENDAR==
                               ==:TAG2:== BY ==CL==.
      *
       FD  COVID19CSV-REJECT
           RECORDING MODE IS F
           .
       01  COVID19CSV-REJECT-REC.
           03 REJ-REASON-CODE       PIC X(04).
           03 FILLER                PIC X(01).
           03 REJ-RAW-RECORD        PIC X(195).
      *
       FD  COVID19CSV-EXCEPT
           RECORDING MODE IS F
           .
       01  COVID19CSV-EXCEPT-REC.
           03 EXC-CODE              PIC X(05).
           03 FILLER                PIC X(01).
           03 EXC-DATE              PIC X(10).
           03 FILLER                PIC X(01).
           03 EXC-FIELD             PIC X(10).
           03 FILLER                PIC X(01).
           03 EXC-PRIOR-TOTAL       PIC X(09).
           03 FILLER                PIC X(01).
           03 EXC-NEW               PIC X(09).
           03 FILLER                PIC X(01).
           03 EXC-CURR-TOTAL        PIC X(09).
      *
       FD  COVID19D-JOURNAL
           RECORDING MODE IS F
           .
       COPY COVJRNL  REPLACING ==:TAG1:== BY ==JOURNAL==
                               ==:TAG2:== BY ==JR==.
      *
       FD  RUNCTL-FILE.
       COPY COVRUNCT REPLACING ==:TAG1:== BY ==RUNCTL==
                               ==:TAG2:== BY ==RT==.
      *
       FD  BULK-DISCREP
           RECORDING MODE IS F
           .
       COPY COVBDSC  REPLACING ==:TAG1:== BY ==BULK-DISCREP==
                               ==:TAG2:== BY ==BD==.
      *
       FD  SCORE-HISTORY
           RECORDING MODE IS F
           .
       COPY COVSCORE REPLACING ==:TAG1:== BY ==SCORE-HIST==
                               ==:TAG2:== BY ==SH==.
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-FILES-STATUS.
           03 WS-COUNTRYS-STATUS   PIC 99 VALUE ZEROS.
           03 WS-COVID19D-STATUS   PIC 99 VALUE ZEROS.
           03 WS-CONTROL-STATUS    PIC 99 VALUE ZEROS.
           03 WS-CALENDAR-STATUS   PIC 99 VALUE ZEROS.
           03 WS-REJECT-STATUS     PIC 99 VALUE ZEROS.
           03 WS-EXCEPT-STATUS     PIC 99 VALUE ZEROS.
           03 WS-JOURNAL-STATUS    PIC 99 VALUE ZEROS.
           03 WS-RUNCTL-STATUS     PIC 99 VALUE ZEROS.
           03 WS-DISCREP-STATUS    PIC 99 VALUE ZEROS.
           03 WS-HISTORY-STATUS    PIC 99 VALUE ZEROS.
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-PAGE-BREAK        PIC 9(02) VALUE 65.
           03 WS-ABORT             PIC X VALUE 'N'.
            88 WS-ABORT-RUN        VALUE 'Y'.
           03 WS-WINDOW-FLAG       PIC X VALUE 'N'.
            88 WS-IN-COV1929-RUN   VALUE 'Y'.
           03 WS-ENTRY-FLAG        PIC X VALUE 'N'.
            88 WS-ENTRY-FOUND      VALUE 'Y'.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
           03 WS-CONDITION         PIC 9(02) VALUE ZEROS.
      *
       01  WS-PARMS.
           03 WS-IN-MONTH-X        PIC X(06) VALUE SPACES.
           03 WS-IN-MONTH-R REDEFINES WS-IN-MONTH-X.
              05 WS-IN-YEAR        PIC 9(04).
              05 WS-IN-MON         PIC 9(02).
           03 WS-IN-MONTH REDEFINES WS-IN-MONTH-X
                                   PIC 9(06).
           03 WS-PRIOR-MONTH       PIC 9(06).
      *    POINTS OFF PER PIECE OF EVIDENCE *********************
           03 WS-WEIGHTS.
              05 WS-GAP-PTS        PIC 9(02) VALUE 5.
              05 WS-REJ-PTS        PIC 9(02) VALUE 2.
              05 WS-EXC-PTS        PIC 9(02) VALUE 2.
              05 WS-RST-PTS        PIC 9(02) VALUE 1.
              05 WS-BLK-PTS        PIC 9(02) VALUE 1.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVRNCOM     REPLACING ==:TAG:==      BY ==WS-RC==.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
      *    EVERY COUNTRY EXPECTED ON THE FEED IN THE MONTH *****
       01  WS-COUNTRY-TABLE.
           03 WS-CTY-USED          PIC 9(03) COMP VALUE ZEROS.
           03 WS-CTY-ENTRY         OCCURS 400.
              05 WS-CTY-CODE       PIC X(05).
              05 WS-CTY-NAME       PIC X(30).
              05 WS-CTY-INACTIVE   PIC 9(08).
              05 WS-CTY-EXPECTED   PIC 9(03) COMP-3.
              05 WS-CTY-GAPS       PIC 9(05) COMP-3.
              05 WS-CTY-REJECTS    PIC 9(05) COMP-3.
              05 WS-CTY-EXCEPTIONS PIC 9(05) COMP-3.
              05 WS-CTY-RESTATED   PIC 9(05) COMP-3.
              05 WS-CTY-BULK       PIC 9(05) COMP-3.
              05 WS-CTY-EVIDENCE   PIC 9(07) COMP-3.
              05 WS-CTY-SCORE      PIC 9(03).
              05 WS-CTY-GRADE      PIC X(01).
              05 WS-CTY-CAVEAT     PIC X(01).
              05 WS-CTY-PRIOR-SCORE PIC 9(03).
              05 WS-CTY-PRIOR-GRADE PIC X(01).
              05 WS-CTY-RANKED     PIC X(01).
           03 WS-CTY-SUB           PIC 9(03) COMP.
           03 WS-FIND-CODE         PIC X(05).
      *
      *    THE COV1929 RUNS ON COV19RCT, START AND END ***********
       01  WS-WINDOW-TABLE.
           03 WS-WIN-USED          PIC 9(04) COMP VALUE ZEROS.
           03 WS-WIN-ENTRY         OCCURS 2000.
              05 WS-WIN-FROM       PIC X(19).
              05 WS-WIN-TO         PIC X(19).
           03 WS-WIN-SUB           PIC 9(04) COMP.
      *
      *    Y = THE VENDOR DOES NOT PUBLISH THAT DAY OF THE MONTH *
       01  WS-NOPUB-TABLE.
           03 WS-NOPUB-DAY         PIC X(01) OCCURS 31.
      *
      *    THE QUOTED FIELDS OF A RAW CSV ROW: 2=NAME, 4=CODE,
      *    6=SLUG, 8=DATE *****************************************
       01  WS-RAW-FIELDS.
           03 WS-RAW-FIELD         PIC X(60) OCCURS 8.
           03 WS-RAW-TALLY         PIC 9(03).
           03 WS-RAW-DATE          PIC X(10).
           03 WS-RAW-DATE-R REDEFINES WS-RAW-DATE.
              05 WS-RAW-YEAR       PIC X(04).
              05 FILLER            PIC X(01).
              05 WS-RAW-MONTH      PIC X(02).
              05 FILLER            PIC X(03).
      *
       01  WS-DAY-WORK.
           03 WS-MONTH-START       PIC 9(08).
           03 WS-MONTH-START-INT   PIC S9(09) COMP-3.
           03 WS-NEXT-MONTH        PIC 9(08).
           03 WS-LAST-DAY          PIC 9(08).
           03 WS-LAST-DAY-INT      PIC S9(09) COMP-3.
           03 WS-DAY-INT           PIC S9(09) COMP-3.
           03 WS-DAY-DATE          PIC 9(08).
           03 WS-DAY-OF-MONTH      PIC 9(02).
           03 WS-MAX-LOADED        PIC 9(08) VALUE ZEROS.
      *
       01  WS-WORK.
           03 WS-DEDUCTION         PIC 9(07) COMP-3.
           03 WS-EVENT-MONTH-X     PIC X(06).
           03 WS-BULK-RUN-TS       PIC X(19) VALUE LOW-VALUES.
           03 WS-BULK-ANY-TS       PIC X(19) VALUE LOW-VALUES.
           03 WS-RANK              PIC 9(02) COMP.
           03 WS-BEST-SUB          PIC 9(03) COMP.
           03 WS-RUN-TIMESTAMP     PIC X(19) VALUE SPACES.
           03 WS-SECTION           PIC X(01) VALUE 'S'.
            88 WS-SECTION-WORST    VALUE 'W'.
      *
       01  COUNTERS.
           03 WS-REJECT-READ       PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-REJECT-USED       PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-REJECT-UNKNOWN    PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-EXCEPT-READ       PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-EXCEPT-USED       PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-JOURNAL-READ      PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-RESTATED-USED     PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-BULK-USED         PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-GAPS-FOUND        PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-HISTORY-READ      PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-HISTORY-WRITTEN   PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-CAVEATS           PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-GRADE-COUNT       PIC 9(05) COMP-3 VALUE ZEROES
                                   OCCURS 5.
           03 WS-GRADE-SUB         PIC 9(01) COMP.
           03 WS-PG-WRITTEN-LINES  PIC 9(02) VALUE ZEROS.
           03 WS-PAGE-NUMBER       PIC 9(05) VALUE ZEROS.
      *
       01  WS-GRADE-LETTERS        PIC X(05) VALUE 'ABCDF'.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-HEADER-1.
           03 FILLER               PIC X(16) VALUE 'COV1976'.
           03 TITLE-1              PIC X(40) VALUE
                '*** VENDOR DATA-QUALITY SCORECARD ***   '.
           03 FILLER               PIC X(08) VALUE 'Date: '.
           03 DATE-1               PIC X(10).
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE 'Time: '.
           03 TIME-1               PIC X(08).
           03 FILLER               PIC X(04).
           03 FILLER               PIC X(07) VALUE 'Page: '.
           03 PAGE-NUMBER          PIC ZZZZ9.
           03 FILLER               PIC X(24).
      *
       01  WS-HEADER-1B.
           03 FILLER               PIC X(16).
           03 FILLER               PIC X(07) VALUE 'MONTH: '.
           03 MONTH-1B-YEAR        PIC X(04).
           03 FILLER               PIC X(01) VALUE '-'.
           03 MONTH-1B-MONTH       PIC X(02).
           03 FILLER               PIC X(20) VALUE
                '   POINTS OFF: GAP '.
           03 GAP-PTS-1B           PIC Z9.
           03 FILLER               PIC X(08) VALUE '  REJECT'.
           03 REJ-PTS-1B           PIC ZZ9.
           03 FILLER               PIC X(11) VALUE '  EXCEPTION'.
           03 EXC-PTS-1B           PIC ZZ9.
           03 FILLER               PIC X(10) VALUE '  RESTATED'.
           03 RST-PTS-1B           PIC ZZ9.
           03 FILLER               PIC X(06) VALUE '  BULK'.
           03 BLK-PTS-1B           PIC ZZ9.
      *
       01  WS-HEADER-2.
           03 FILLER               PIC X(05) VALUE 'RANK'.
           03 FILLER               PIC X(07) VALUE 'CODE'.
           03 FILLER               PIC X(32) VALUE 'COUNTRY'.
           03 FILLER               PIC X(06) VALUE ' DAYS'.
           03 FILLER               PIC X(08) VALUE '  GAPS'.
           03 FILLER               PIC X(08) VALUE 'REJECTS'.
           03 FILLER               PIC X(08) VALUE 'EXCEPTS'.
           03 FILLER               PIC X(08) VALUE 'RESTATE'.
           03 FILLER               PIC X(08) VALUE '  BULK'.
           03 FILLER               PIC X(07) VALUE 'SCORE'.
           03 FILLER               PIC X(07) VALUE 'GRADE'.
           03 FILLER               PIC X(07) VALUE 'PRIOR'.
           03 FILLER               PIC X(08) VALUE 'CHANGE'.
           03 FILLER               PIC X(06) VALUE 'CAVEAT'.
      *
       01  WS-HEADER-3.
           03 FILLER               PIC X(04) VALUE ALL '='.
           03 FILLER               PIC X(01).
           03 FILLER               PIC X(05) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(30) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(04) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE ALL '='.
      *
       01  WS-SCORE-LINE.
           03 SL-RANK-O            PIC Z9.
           03 FILLER               PIC X(03).
           03 SL-CODE-O            PIC X(05).
           03 FILLER               PIC X(02).
           03 SL-NAME-O            PIC X(30).
           03 FILLER               PIC X(02).
           03 SL-DAYS-O            PIC ZZZ9.
           03 FILLER               PIC X(02).
           03 SL-GAPS-O            PIC ZZ,ZZ9.
           03 FILLER               PIC X(02).
           03 SL-REJECTS-O         PIC ZZ,ZZ9.
           03 FILLER               PIC X(02).
           03 SL-EXCEPTIONS-O      PIC ZZ,ZZ9.
           03 FILLER               PIC X(02).
           03 SL-RESTATED-O        PIC ZZ,ZZ9.
           03 FILLER               PIC X(02).
           03 SL-BULK-O            PIC ZZ,ZZ9.
           03 FILLER               PIC X(02).
           03 SL-SCORE-O           PIC ZZ9.
           03 FILLER               PIC X(06).
           03 SL-GRADE-O           PIC X(01).
           03 FILLER               PIC X(06).
           03 SL-PRIOR-O           PIC X(01).
           03 FILLER               PIC X(03).
           03 SL-CHANGE-O          PIC X(06).
           03 FILLER               PIC X(02).
           03 SL-CAVEAT-O          PIC X(06).
      *
       01  WS-CHANGE-EDIT          PIC +ZZ9.
      *
       01  WS-SECTION-LINE.
           03 FILLER               PIC X(60) VALUE
           '*** WORST TEN: LOWEST SCORE, MOST EVIDENCE FIRST ***'.
      *
       01  WS-TRAILER-1.
           03 FILLER               PIC X(26) VALUE
                        '*** COUNTRIES SCORED:     '.
           03 SCORED-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(06) VALUE '   A: '.
           03 GRADE-A-O            PIC ZZ,ZZ9.
           03 FILLER               PIC X(06) VALUE '   B: '.
           03 GRADE-B-O            PIC ZZ,ZZ9.
           03 FILLER               PIC X(06) VALUE '   C: '.
           03 GRADE-C-O            PIC ZZ,ZZ9.
           03 FILLER               PIC X(06) VALUE '   D: '.
           03 GRADE-D-O            PIC ZZ,ZZ9.
           03 FILLER               PIC X(06) VALUE '   F: '.
           03 GRADE-F-O            PIC ZZ,ZZ9.
           03 FILLER               PIC X(04) VALUE ' ***'.
      *
       01  WS-TRAILER-2.
           03 FILLER               PIC X(26) VALUE
                        '*** COUNTRIES TO CAVEAT:  '.
           03 CAVEATS-O            PIC ZZZ,ZZ9.
           03 FILLER               PIC X(30) VALUE
                        '   REJECTS WITH NO COUNTRY:  '.
           03 REJECT-UNKNOWN-O     PIC ZZZ,ZZ9.
           03 FILLER               PIC X(04) VALUE ' ***'.
      *
       01  WS-INCOMPLETE-LINE.
           03 FILLER               PIC X(60) VALUE
           '*** EVIDENCE INCOMPLETE, SCORES NOT KEPT ON COV19SCH ***'.
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
           PERFORM GET-PARAMETERS
           IF WS-PARM-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
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
           PERFORM LOAD-COUNTRIES
           CLOSE COUNTRYS-FILE
           IF WS-ABORT-RUN
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT  COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
             DISPLAY '*** ERROR OPENING COVID19D-STATUS: '
                     WS-COVID19D-STATUS
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT PRINT-LINE
      *
           MOVE 'S'                 TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           .
      *
       GATHER-EVIDENCE.
           PERFORM LOAD-PRIOR-SCORES
           PERFORM COUNT-REJECTS
           PERFORM COUNT-EXCEPTIONS
           PERFORM LOAD-COV1929-RUNS
           PERFORM COUNT-RESTATEMENTS
           PERFORM COUNT-BULK-DISCREPANCIES
           PERFORM COUNT-GAPS
           .
      *
       SCORE-COUNTRIES.
           PERFORM VARYING WS-CTY-SUB FROM 1 BY 1
                   UNTIL WS-CTY-SUB > WS-CTY-USED
             PERFORM SCORE-ONE-COUNTRY
           END-PERFORM
           .
      *
       WRITE-SCORECARD.
           PERFORM WRITE-HEADERS
           PERFORM VARYING WS-CTY-SUB FROM 1 BY 1
                   UNTIL WS-CTY-SUB > WS-CTY-USED
             MOVE ZEROS             TO WS-RANK
             PERFORM WRITE-SCORE-LINE
           END-PERFORM
           .
      *
       WRITE-WORST-TEN.
           MOVE 'W'                 TO WS-SECTION
           PERFORM WRITE-HEADERS
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > 10
             PERFORM PICK-NEXT-WORST
             IF WS-BEST-SUB > 0
               MOVE WS-BEST-SUB     TO WS-CTY-SUB
               MOVE 'Y'             TO WS-CTY-RANKED (WS-CTY-SUB)
               PERFORM WRITE-SCORE-LINE
             ELSE
               MOVE 10              TO WS-RANK
             END-IF
           END-PERFORM
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           MOVE WS-CTY-USED             TO SCORED-O
           MOVE WS-GRADE-COUNT (1)      TO GRADE-A-O
           MOVE WS-GRADE-COUNT (2)      TO GRADE-B-O
           MOVE WS-GRADE-COUNT (3)      TO GRADE-C-O
           MOVE WS-GRADE-COUNT (4)      TO GRADE-D-O
           MOVE WS-GRADE-COUNT (5)      TO GRADE-F-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           MOVE WS-CAVEATS              TO CAVEATS-O
           MOVE WS-REJECT-UNKNOWN       TO REJECT-UNKNOWN-O
           WRITE PRINT-REC            FROM WS-TRAILER-2
           IF WS-ABORT-RUN
             WRITE PRINT-REC          FROM WS-INCOMPLETE-LINE
             MOVE 16                    TO WS-CONDITION
           ELSE
             PERFORM WRITE-HISTORY
           END-IF
           DISPLAY '*** COV1976 COV19REJ Rows Read / Used:   '
                   WS-REJECT-READ ' / ' WS-REJECT-USED
           DISPLAY '*** COV1976 COV19EXC Rows Read / Used:   '
                   WS-EXCEPT-READ ' / ' WS-EXCEPT-USED
           DISPLAY '*** COV1976 COV19JRN Rows Read:          '
                   WS-JOURNAL-READ
           DISPLAY '*** COV1976 COV1929 Restated Rows:       '
                   WS-RESTATED-USED
           DISPLAY '*** COV1976 COV19BDS Discrepancies:      '
                   WS-BULK-USED
           DISPLAY '*** COV1976 Gap Days:                    '
                   WS-GAPS-FOUND
           DISPLAY '*** COV1976 COV19SCH Rows Read:          '
                   WS-HISTORY-READ
           DISPLAY '*** COV1976 COV19SCH Rows Written:       '
                   WS-HISTORY-WRITTEN
           .
      *
       CLOSE-STOP.
           CLOSE        COVID19D-FILE
                        PRINT-LINE
           IF WS-ABORT-RUN
             MOVE 'F'          TO WS-RC-FUNCTION
           ELSE
             MOVE 'C'          TO WS-RC-FUNCTION
           END-IF
           PERFORM REGISTER-RUN-CONTROL
           MOVE WS-CONDITION       TO RETURN-CODE
           GOBACK
           .
      *
       LOAD-COUNTRIES.
      *    ROLLUPS ARE NOT ON THE FEED; A COUNTRY INACTIVE BEFORE
      *    THE MONTH STARTS IS NOT EXPECTED IN IT *****************
           MOVE SPACE               TO LASTREC
           PERFORM READ-COUNTRY
           PERFORM UNTIL LASTREC = 'Y'
             IF C-CODE = 'WORLD' OR C-CODE (1:2) = 'R-'
               CONTINUE
             ELSE
               IF C-INACTIVE
                  AND (C-INACTIVE-DATE = ZEROS
                       OR C-INACTIVE-DATE < WS-MONTH-START)
                 CONTINUE
               ELSE
                 PERFORM ADD-COUNTRY
               END-IF
             END-IF
             PERFORM READ-COUNTRY
           END-PERFORM
           .
      *
       READ-COUNTRY.
           READ COUNTRYS-FILE NEXT RECORD
                AT END       MOVE 'Y' TO LASTREC
           END-READ
           IF WS-COUNTRYS-STATUS > 0 AND WS-COUNTRYS-STATUS NOT = 10
             DISPLAY '*** ERROR READING COUNTRYS-STATUS: '
                     WS-COUNTRYS-STATUS
             MOVE 'Y'               TO WS-ABORT
                                       LASTREC
           END-IF
           .
      *
       ADD-COUNTRY.
           IF WS-CTY-USED NOT < 400
             DISPLAY '*** ERROR MORE THAN 400 COUNTRIES ON COUNTRYS'
             MOVE 'Y'               TO WS-ABORT
                                       LASTREC
             EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-CTY-USED
           INITIALIZE WS-CTY-ENTRY (WS-CTY-USED)
           MOVE C-CODE              TO WS-CTY-CODE (WS-CTY-USED)
           MOVE C-NAME              TO WS-CTY-NAME (WS-CTY-USED)
           IF C-INACTIVE
             MOVE C-INACTIVE-DATE   TO WS-CTY-INACTIVE (WS-CTY-USED)
           ELSE
             MOVE 99999999          TO WS-CTY-INACTIVE (WS-CTY-USED)
           END-IF
           MOVE SPACE               TO WS-CTY-PRIOR-GRADE (WS-CTY-USED)
           MOVE 'N'                 TO WS-CTY-RANKED (WS-CTY-USED)
           .
      *
       FIND-COUNTRY.
           MOVE 'N'                 TO WS-ENTRY-FLAG
           PERFORM VARYING WS-CTY-SUB FROM 1 BY 1
                   UNTIL WS-CTY-SUB > WS-CTY-USED
                      OR WS-ENTRY-FOUND
             IF WS-CTY-CODE (WS-CTY-SUB) = WS-FIND-CODE
               MOVE 'Y'             TO WS-ENTRY-FLAG
             END-IF
           END-PERFORM
      *    THE VARYING STEPS ONE PAST THE ENTRY FOUND ************
           IF WS-ENTRY-FOUND
             SUBTRACT 1           FROM WS-CTY-SUB
           END-IF
           .
      *
       LOAD-PRIOR-SCORES.
      *    THE LATEST COV19SCH ROW FOR THE PRIOR MONTH COUNTS *****
           OPEN INPUT SCORE-HISTORY
           IF WS-HISTORY-STATUS = 35
             DISPLAY '*** COV1976 No COV19SCH History, No Prior '
                     'Month'
             EXIT PARAGRAPH
           END-IF
           IF WS-HISTORY-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19SCH-STATUS: '
                     WS-HISTORY-STATUS
             MOVE 'Y'               TO WS-ABORT
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE               TO LASTREC
           PERFORM READ-HISTORY
           PERFORM UNTIL LASTREC = 'Y'
             IF SH-MONTH = WS-PRIOR-MONTH
               MOVE SH-CODE         TO WS-FIND-CODE
               PERFORM FIND-COUNTRY
               IF WS-ENTRY-FOUND
                 MOVE SH-SCORE      TO WS-CTY-PRIOR-SCORE (WS-CTY-SUB)
                 MOVE SH-GRADE      TO WS-CTY-PRIOR-GRADE (WS-CTY-SUB)
               END-IF
             END-IF
             PERFORM READ-HISTORY
           END-PERFORM
           CLOSE SCORE-HISTORY
           .
      *
       READ-HISTORY.
           READ SCORE-HISTORY
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END   ADD 1    TO WS-HISTORY-READ
           END-READ
           IF WS-HISTORY-STATUS > 0 AND WS-HISTORY-STATUS NOT = 10
             DISPLAY '*** ERROR READING COV19SCH-STATUS: '
                     WS-HISTORY-STATUS
             MOVE 'Y'               TO WS-ABORT
                                       LASTREC
           END-IF
           .
      *
       COUNT-REJECTS.
           OPEN INPUT COVID19CSV-REJECT
           IF WS-REJECT-STATUS = 35
             DISPLAY '*** COV1976 No COV19REJ, No Rejects Counted'
             EXIT PARAGRAPH
           END-IF
           IF WS-REJECT-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19REJ-STATUS: '
                     WS-REJECT-STATUS
             MOVE 'Y'               TO WS-ABORT
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE               TO LASTREC
           PERFORM READ-REJECT
           PERFORM UNTIL LASTREC = 'Y'
             PERFORM CHECK-REJECT
             PERFORM READ-REJECT
           END-PERFORM
           CLOSE COVID19CSV-REJECT
           .
      *
       READ-REJECT.
           READ COVID19CSV-REJECT
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END   ADD 1    TO WS-REJECT-READ
           END-READ
           .
      *
       CHECK-REJECT.
      *    A ROW TOO BROKEN TO NAME ITS COUNTRY AND DATE CANNOT BE
      *    CHARGED TO ANYONE AND IS ONLY COUNTED ******************
           MOVE SPACES              TO WS-RAW-FIELDS
           MOVE ZEROS               TO WS-RAW-TALLY
           UNSTRING REJ-RAW-RECORD
               DELIMITED BY '"'
               INTO WS-RAW-FIELD (1) WS-RAW-FIELD (2)
                    WS-RAW-FIELD (3) WS-RAW-FIELD (4)
                    WS-RAW-FIELD (5) WS-RAW-FIELD (6)
                    WS-RAW-FIELD (7) WS-RAW-FIELD (8)
               TALLYING WS-RAW-TALLY
           END-UNSTRING
           MOVE WS-RAW-FIELD (8) (1:10) TO WS-RAW-DATE
           IF WS-RAW-TALLY < 8
              OR WS-RAW-YEAR NOT NUMERIC
              OR WS-RAW-MONTH NOT NUMERIC
             ADD 1                  TO WS-REJECT-UNKNOWN
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-EVENT-MONTH-X
           STRING WS-RAW-YEAR WS-RAW-MONTH
                  DELIMITED BY SIZE
                  INTO WS-EVENT-MONTH-X
           END-STRING
           IF WS-EVENT-MONTH-X NOT = WS-IN-MONTH-X
             EXIT PARAGRAPH
           END-IF
           MOVE WS-RAW-FIELD (4) (1:5) TO WS-FIND-CODE
           PERFORM FIND-COUNTRY
           IF WS-ENTRY-FOUND
             ADD 1                  TO WS-CTY-REJECTS (WS-CTY-SUB)
                                       WS-REJECT-USED
           ELSE
             ADD 1                  TO WS-REJECT-UNKNOWN
           END-IF
           .
      *
       COUNT-EXCEPTIONS.
           OPEN INPUT COVID19CSV-EXCEPT
           IF WS-EXCEPT-STATUS = 35
             DISPLAY '*** COV1976 No COV19EXC, No Exceptions Counted'
             EXIT PARAGRAPH
           END-IF
           IF WS-EXCEPT-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19EXC-STATUS: '
                     WS-EXCEPT-STATUS
             MOVE 'Y'               TO WS-ABORT
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE               TO LASTREC
           PERFORM READ-EXCEPTION
           PERFORM UNTIL LASTREC = 'Y'
             MOVE SPACES            TO WS-EVENT-MONTH-X
             STRING EXC-DATE (1:4) EXC-DATE (6:2)
                    DELIMITED BY SIZE
                    INTO WS-EVENT-MONTH-X
             END-STRING
             IF WS-EVENT-MONTH-X = WS-IN-MONTH-X
               MOVE EXC-CODE        TO WS-FIND-CODE
               PERFORM FIND-COUNTRY
               IF WS-ENTRY-FOUND
                 ADD 1              TO WS-CTY-EXCEPTIONS (WS-CTY-SUB)
                                       WS-EXCEPT-USED
               END-IF
             END-IF
             PERFORM READ-EXCEPTION
           END-PERFORM
           CLOSE COVID19CSV-EXCEPT
           .
      *
       READ-EXCEPTION.
           READ COVID19CSV-EXCEPT
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END   ADD 1    TO WS-EXCEPT-READ
           END-READ
           .
      *
       LOAD-COV1929-RUNS.
      *    A REWRITE INSIDE ONE OF THESE WINDOWS IS A RESTATEMENT;
      *    A RUN STILL OPEN (NO END TIME) RUNS TO THE END OF TIME **
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = 35
             DISPLAY '*** COV1976 No COV19RCT, No Restatements '
                     'Counted'
             EXIT PARAGRAPH
           END-IF
           IF WS-RUNCTL-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19RCT-STATUS: '
                     WS-RUNCTL-STATUS
             MOVE 'Y'               TO WS-ABORT
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE               TO LASTREC
           MOVE 'COV1929'           TO RT-PROGRAM
           MOVE LOW-VALUES          TO RT-DATE
           START RUNCTL-FILE KEY IS NOT LESS THAN RT-KEY
             INVALID KEY
               MOVE 'Y'             TO LASTREC
           END-START
           PERFORM READ-RUNCTL
           PERFORM UNTIL LASTREC = 'Y'
             IF WS-WIN-USED < 2000
               ADD 1                TO WS-WIN-USED
               MOVE RT-START-TIME   TO WS-WIN-FROM (WS-WIN-USED)
               IF RT-END-TIME = SPACES
                 MOVE HIGH-VALUES   TO WS-WIN-TO (WS-WIN-USED)
               ELSE
                 MOVE RT-END-TIME   TO WS-WIN-TO (WS-WIN-USED)
               END-IF
             ELSE
               DISPLAY '*** COV1976 More Than 2000 COV1929 Runs, '
                       'Oldest Kept'
               MOVE 'Y'             TO LASTREC
             END-IF
             PERFORM READ-RUNCTL
           END-PERFORM
           CLOSE RUNCTL-FILE
           .
      *
       READ-RUNCTL.
           IF LASTREC NOT = 'Y'
             READ RUNCTL-FILE NEXT RECORD
               AT END
                 MOVE 'Y'           TO LASTREC
             END-READ
             IF LASTREC NOT = 'Y' AND RT-PROGRAM NOT = 'COV1929'
               MOVE 'Y'             TO LASTREC
             END-IF
           END-IF
           .
      *
       COUNT-RESTATEMENTS.
           IF WS-WIN-USED = ZEROS
             EXIT PARAGRAPH
           END-IF
           OPEN INPUT COVID19D-JOURNAL
           IF WS-JOURNAL-STATUS = 35
             DISPLAY '*** COV1976 No COV19JRN, No Restatements '
                     'Counted'
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
             MOVE SPACES            TO WS-EVENT-MONTH-X
             STRING JR-TIMESTAMP (1:4) JR-TIMESTAMP (6:2)
                    DELIMITED BY SIZE
                    INTO WS-EVENT-MONTH-X
             END-STRING
             IF JR-FILE-ID = 'D' AND JR-ACTION = 'R'
                AND WS-EVENT-MONTH-X = WS-IN-MONTH-X
               PERFORM CHECK-RESTATEMENT
             END-IF
             PERFORM READ-JOURNAL
           END-PERFORM
           CLOSE COVID19D-JOURNAL
           .
      *
       READ-JOURNAL.
           READ COVID19D-JOURNAL
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END   ADD 1    TO WS-JOURNAL-READ
           END-READ
           .
      *
       CHECK-RESTATEMENT.
           MOVE 'N'                 TO WS-WINDOW-FLAG
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > WS-WIN-USED
                      OR WS-IN-COV1929-RUN
             IF JR-TIMESTAMP NOT < WS-WIN-FROM (WS-WIN-SUB)
                AND JR-TIMESTAMP NOT > WS-WIN-TO (WS-WIN-SUB)
               MOVE 'Y'             TO WS-WINDOW-FLAG
             END-IF
           END-PERFORM
           IF NOT WS-IN-COV1929-RUN
             EXIT PARAGRAPH
           END-IF
           MOVE JR-AFTER-IMAGE (1:5) TO WS-FIND-CODE
           PERFORM FIND-COUNTRY
           IF WS-ENTRY-FOUND
             ADD 1                  TO WS-CTY-RESTATED (WS-CTY-SUB)
                                       WS-RESTATED-USED
           END-IF
           .
      *
       COUNT-BULK-DISCREPANCIES.
      *    ONLY THE MONTH'S LATEST COV1945 RUN COUNTS.  EVERY RUN
      *    ENDS WITH A MARKER ROW (NO CODE), SO A RUN THAT FOUND
      *    NOTHING STILL SUPERSEDES AN EARLIER ONE; ROWS FROM
      *    BEFORE THE MARKERS FALL BACK TO THE NEWEST TIMESTAMP ***
           OPEN INPUT BULK-DISCREP
           IF WS-DISCREP-STATUS = 35
             DISPLAY '*** COV1976 No COV19BDS, No Bulk '
                     'Discrepancies Counted'
             EXIT PARAGRAPH
           END-IF
           IF WS-DISCREP-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19BDS-STATUS: '
                     WS-DISCREP-STATUS
             MOVE 'Y'               TO WS-ABORT
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE               TO LASTREC
           PERFORM READ-DISCREP
           PERFORM UNTIL LASTREC = 'Y'
             PERFORM SET-DISCREP-MONTH
             IF WS-EVENT-MONTH-X = WS-IN-MONTH-X
               IF BD-RUN-TIMESTAMP > WS-BULK-ANY-TS
                 MOVE BD-RUN-TIMESTAMP TO WS-BULK-ANY-TS
               END-IF
               IF BD-CODE = SPACES
                  AND BD-RUN-TIMESTAMP > WS-BULK-RUN-TS
                 MOVE BD-RUN-TIMESTAMP TO WS-BULK-RUN-TS
               END-IF
             END-IF
             PERFORM READ-DISCREP
           END-PERFORM
           CLOSE BULK-DISCREP
           IF WS-BULK-RUN-TS = LOW-VALUES
             MOVE WS-BULK-ANY-TS    TO WS-BULK-RUN-TS
           END-IF
           IF WS-BULK-RUN-TS = LOW-VALUES
             EXIT PARAGRAPH
           END-IF
      *
           OPEN INPUT BULK-DISCREP
           IF WS-DISCREP-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19BDS-STATUS: '
                     WS-DISCREP-STATUS
             MOVE 'Y'               TO WS-ABORT
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE               TO LASTREC
           PERFORM READ-DISCREP
           PERFORM UNTIL LASTREC = 'Y'
             IF BD-RUN-TIMESTAMP = WS-BULK-RUN-TS
                AND BD-CODE NOT = SPACES
               MOVE BD-CODE         TO WS-FIND-CODE
               PERFORM FIND-COUNTRY
               IF WS-ENTRY-FOUND
                 COMPUTE WS-CTY-BULK (WS-CTY-SUB) =
                         WS-CTY-BULK (WS-CTY-SUB)
                       + BD-OURS-ONLY + BD-THEIRS-ONLY
                       + BD-MISMATCH
                 COMPUTE WS-BULK-USED = WS-BULK-USED
                       + BD-OURS-ONLY + BD-THEIRS-ONLY
                       + BD-MISMATCH
               END-IF
             END-IF
             PERFORM READ-DISCREP
           END-PERFORM
           CLOSE BULK-DISCREP
           .
      *
       SET-DISCREP-MONTH.
           MOVE SPACES              TO WS-EVENT-MONTH-X
           STRING BD-RUN-TIMESTAMP (1:4) BD-RUN-TIMESTAMP (6:2)
                  DELIMITED BY SIZE
                  INTO WS-EVENT-MONTH-X
           END-STRING
           .
      *
       READ-DISCREP.
           READ BULK-DISCREP
                AT END       MOVE 'Y' TO LASTREC
           END-READ
           .
      *
       COUNT-GAPS.
      *    EXPECTED DAYS RUN FROM THE 1ST TO THE MONTH END OR THE
      *    NEWEST LOADED DATE, WHICHEVER COMES FIRST ***************
           PERFORM FIND-LAST-DAY
           PERFORM LOAD-CALENDAR
           IF WS-LAST-DAY < WS-MONTH-START
             DISPLAY '*** COV1976 Nothing Loaded For The Month, No '
                     'Gaps Counted'
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LAST-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-LAST-DAY)
           PERFORM VARYING WS-CTY-SUB FROM 1 BY 1
                   UNTIL WS-CTY-SUB > WS-CTY-USED
             PERFORM VARYING WS-DAY-INT FROM WS-MONTH-START-INT BY 1
                     UNTIL WS-DAY-INT > WS-LAST-DAY-INT
               PERFORM CHECK-DAY
             END-PERFORM
           END-PERFORM
           .
      *
       FIND-LAST-DAY.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH) - 1
           MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
                                    TO WS-LAST-DAY
           OPEN INPUT LOAD-CONTROL
           IF WS-CONTROL-STATUS = 00
             READ LOAD-CONTROL
               AT END CONTINUE
               NOT AT END
                 IF CTL-MAX-DATE NUMERIC AND CTL-MAX-DATE > 0
                   MOVE CTL-MAX-DATE TO WS-MAX-LOADED
                 END-IF
             END-READ
             CLOSE LOAD-CONTROL
           END-IF
           IF WS-MAX-LOADED > 0 AND WS-MAX-LOADED < WS-LAST-DAY
             MOVE WS-MAX-LOADED     TO WS-LAST-DAY
           END-IF
           .
      *
       LOAD-CALENDAR.
           MOVE ALL 'N'             TO WS-NOPUB-TABLE
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS > 0
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE               TO LASTREC
           PERFORM READ-CALENDAR
           PERFORM UNTIL LASTREC = 'Y'
             IF CL-DATE (1:6) = WS-IN-MONTH-X
                AND (CL-FEED-ID = '*ALL'
                     OR CL-FEED-ID = 'COV19CSV')
               MOVE CL-DATE (7:2)   TO WS-DAY-OF-MONTH
               IF WS-DAY-OF-MONTH > 0 AND WS-DAY-OF-MONTH < 32
                 MOVE 'Y'           TO WS-NOPUB-DAY (WS-DAY-OF-MONTH)
               END-IF
             END-IF
             PERFORM READ-CALENDAR
           END-PERFORM
           CLOSE CALENDAR-FILE
           .
      *
       READ-CALENDAR.
           READ CALENDAR-FILE
                AT END       MOVE 'Y' TO LASTREC
           END-READ
           .
      *
       CHECK-DAY.
           MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
                                    TO WS-DAY-DATE
           MOVE WS-DAY-DATE (7:2)   TO WS-DAY-OF-MONTH
           IF WS-NOPUB-DAY (WS-DAY-OF-MONTH) = 'Y'
              OR WS-DAY-DATE > WS-CTY-INACTIVE (WS-CTY-SUB)
             EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-CTY-EXPECTED (WS-CTY-SUB)
           MOVE WS-CTY-CODE (WS-CTY-SUB) TO CV-CODE
           MOVE WS-DAY-DATE         TO CV-DATE
           READ COVID19D-FILE
             INVALID KEY
               ADD 1                TO WS-CTY-GAPS (WS-CTY-SUB)
                                       WS-GAPS-FOUND
           END-READ
           .
      *
       SCORE-ONE-COUNTRY.
           COMPUTE WS-DEDUCTION =
                   WS-CTY-GAPS (WS-CTY-SUB)       * WS-GAP-PTS
                 + WS-CTY-REJECTS (WS-CTY-SUB)    * WS-REJ-PTS
                 + WS-CTY-EXCEPTIONS (WS-CTY-SUB) * WS-EXC-PTS
                 + WS-CTY-RESTATED (WS-CTY-SUB)   * WS-RST-PTS
                 + WS-CTY-BULK (WS-CTY-SUB)       * WS-BLK-PTS
             ON SIZE ERROR MOVE 100 TO WS-DEDUCTION
           END-COMPUTE
           COMPUTE WS-CTY-EVIDENCE (WS-CTY-SUB) =
                   WS-CTY-GAPS (WS-CTY-SUB)
                 + WS-CTY-REJECTS (WS-CTY-SUB)
                 + WS-CTY-EXCEPTIONS (WS-CTY-SUB)
                 + WS-CTY-RESTATED (WS-CTY-SUB)
                 + WS-CTY-BULK (WS-CTY-SUB)
           IF WS-DEDUCTION > 100
             MOVE ZEROS             TO WS-CTY-SCORE (WS-CTY-SUB)
           ELSE
             COMPUTE WS-CTY-SCORE (WS-CTY-SUB) = 100 - WS-DEDUCTION
           END-IF
           EVALUATE TRUE
             WHEN WS-CTY-SCORE (WS-CTY-SUB) >= 90
               MOVE 1               TO WS-GRADE-SUB
             WHEN WS-CTY-SCORE (WS-CTY-SUB) >= 80
               MOVE 2               TO WS-GRADE-SUB
             WHEN WS-CTY-SCORE (WS-CTY-SUB) >= 70
               MOVE 3               TO WS-GRADE-SUB
             WHEN WS-CTY-SCORE (WS-CTY-SUB) >= 60
               MOVE 4               TO WS-GRADE-SUB
             WHEN OTHER
               MOVE 5               TO WS-GRADE-SUB
           END-EVALUATE
           MOVE WS-GRADE-LETTERS (WS-GRADE-SUB:1)
                                    TO WS-CTY-GRADE (WS-CTY-SUB)
           ADD 1                    TO WS-GRADE-COUNT (WS-GRADE-SUB)
           IF WS-GRADE-SUB > 3
             MOVE 'Y'               TO WS-CTY-CAVEAT (WS-CTY-SUB)
             ADD 1                  TO WS-CAVEATS
           ELSE
             MOVE 'N'               TO WS-CTY-CAVEAT (WS-CTY-SUB)
           END-IF
           .
      *
       PICK-NEXT-WORST.
      *    LOWEST SCORE NOT YET RANKED, MOST EVIDENCE ON A TIE; A
      *    COUNTRY WITH NOTHING AGAINST IT IS NEVER RANKED ********
           MOVE ZEROS               TO WS-BEST-SUB
           PERFORM VARYING WS-CTY-SUB FROM 1 BY 1
                   UNTIL WS-CTY-SUB > WS-CTY-USED
             IF WS-CTY-RANKED (WS-CTY-SUB) = 'N'
                AND WS-CTY-EVIDENCE (WS-CTY-SUB) > 0
               IF WS-BEST-SUB = 0
                 MOVE WS-CTY-SUB    TO WS-BEST-SUB
               ELSE
                 IF WS-CTY-SCORE (WS-CTY-SUB)
                      < WS-CTY-SCORE (WS-BEST-SUB)
                    OR (WS-CTY-SCORE (WS-CTY-SUB)
                          = WS-CTY-SCORE (WS-BEST-SUB)
                        AND WS-CTY-EVIDENCE (WS-CTY-SUB)
                          > WS-CTY-EVIDENCE (WS-BEST-SUB))
                   MOVE WS-CTY-SUB  TO WS-BEST-SUB
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .
      *
       WRITE-SCORE-LINE.
           IF WS-PG-WRITTEN-LINES > WS-PAGE-BREAK
             PERFORM WRITE-HEADERS
           END-IF
           MOVE SPACES              TO WS-SCORE-LINE
           IF WS-RANK > 0
             MOVE WS-RANK           TO SL-RANK-O
           END-IF
           MOVE WS-CTY-CODE (WS-CTY-SUB)       TO SL-CODE-O
           MOVE WS-CTY-NAME (WS-CTY-SUB)       TO SL-NAME-O
           MOVE WS-CTY-EXPECTED (WS-CTY-SUB)   TO SL-DAYS-O
           MOVE WS-CTY-GAPS (WS-CTY-SUB)       TO SL-GAPS-O
           MOVE WS-CTY-REJECTS (WS-CTY-SUB)    TO SL-REJECTS-O
           MOVE WS-CTY-EXCEPTIONS (WS-CTY-SUB) TO SL-EXCEPTIONS-O
           MOVE WS-CTY-RESTATED (WS-CTY-SUB)   TO SL-RESTATED-O
           MOVE WS-CTY-BULK (WS-CTY-SUB)       TO SL-BULK-O
           MOVE WS-CTY-SCORE (WS-CTY-SUB)      TO SL-SCORE-O
           MOVE WS-CTY-GRADE (WS-CTY-SUB)      TO SL-GRADE-O
           IF WS-CTY-PRIOR-GRADE (WS-CTY-SUB) = SPACE
             MOVE '-'               TO SL-PRIOR-O
             MOVE 'NEW'             TO SL-CHANGE-O
           ELSE
             MOVE WS-CTY-PRIOR-GRADE (WS-CTY-SUB) TO SL-PRIOR-O
             COMPUTE WS-CHANGE-EDIT = WS-CTY-SCORE (WS-CTY-SUB)
                                    - WS-CTY-PRIOR-SCORE (WS-CTY-SUB)
             MOVE WS-CHANGE-EDIT    TO SL-CHANGE-O
           END-IF
           IF WS-CTY-CAVEAT (WS-CTY-SUB) = 'Y'
             MOVE 'CAVEAT'          TO SL-CAVEAT-O
           END-IF
           WRITE PRINT-REC        FROM WS-SCORE-LINE
           ADD 1                    TO WS-PG-WRITTEN-LINES
           .
      *
       WRITE-HISTORY.
           OPEN EXTEND SCORE-HISTORY
           IF WS-HISTORY-STATUS = 35
             OPEN OUTPUT SCORE-HISTORY
           END-IF
           IF WS-HISTORY-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19SCH-STATUS: '
                     WS-HISTORY-STATUS
             MOVE 8                 TO WS-CONDITION
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CTY-SUB FROM 1 BY 1
                   UNTIL WS-CTY-SUB > WS-CTY-USED
             PERFORM WRITE-HISTORY-ROW
           END-PERFORM
           CLOSE SCORE-HISTORY
           .
      *
       WRITE-HISTORY-ROW.
           MOVE SPACES              TO SCORE-HIST-REC
           MOVE WS-IN-MONTH         TO SH-MONTH
           MOVE WS-CTY-CODE (WS-CTY-SUB)       TO SH-CODE
           MOVE WS-CTY-SCORE (WS-CTY-SUB)      TO SH-SCORE
           MOVE WS-CTY-GRADE (WS-CTY-SUB)      TO SH-GRADE
           MOVE WS-CTY-CAVEAT (WS-CTY-SUB)     TO SH-CAVEAT
           MOVE WS-CTY-EXPECTED (WS-CTY-SUB)   TO SH-DAYS-EXPECTED
           MOVE WS-CTY-GAPS (WS-CTY-SUB)       TO SH-GAPS
           MOVE WS-CTY-REJECTS (WS-CTY-SUB)    TO SH-REJECTS
           MOVE WS-CTY-EXCEPTIONS (WS-CTY-SUB) TO SH-EXCEPTIONS
           MOVE WS-CTY-RESTATED (WS-CTY-SUB)   TO SH-RESTATED
           MOVE WS-CTY-BULK (WS-CTY-SUB)       TO SH-BULK
           MOVE WS-RUN-TIMESTAMP    TO SH-RUN-TIMESTAMP
           WRITE SCORE-HIST-REC
           IF WS-HISTORY-STATUS > 0
             DISPLAY '*** Error writing COV19SCH: '
                     WS-HISTORY-STATUS
             MOVE 8                 TO WS-CONDITION
           ELSE
             ADD 1                  TO WS-HISTORY-WRITTEN
           END-IF
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
           MOVE WS-IN-MONTH-X (1:4)     TO MONTH-1B-YEAR
           MOVE WS-IN-MONTH-X (5:2)     TO MONTH-1B-MONTH
           MOVE WS-GAP-PTS              TO GAP-PTS-1B
           MOVE WS-REJ-PTS              TO REJ-PTS-1B
           MOVE WS-EXC-PTS              TO EXC-PTS-1B
           MOVE WS-RST-PTS              TO RST-PTS-1B
           MOVE WS-BLK-PTS              TO BLK-PTS-1B
      *
           WRITE PRINT-REC            FROM WS-HEADER-1
                 AFTER ADVANCING PAGE
           WRITE PRINT-REC            FROM WS-HEADER-1B
           MOVE 2                       TO WS-PG-WRITTEN-LINES
           IF WS-SECTION-WORST
             WRITE PRINT-REC          FROM WS-SECTION-LINE
             ADD 1                      TO WS-PG-WRITTEN-LINES
           END-IF
           WRITE PRINT-REC            FROM WS-HEADER-2
           WRITE PRINT-REC            FROM WS-HEADER-3
           ADD 2                        TO WS-PG-WRITTEN-LINES
           .
      *
       GET-PARAMETERS.
      *    THE DEFAULT MONTH IS LAST MONTH *********************
           IF WS-RUN-MONTH = 1
             COMPUTE WS-PRIOR-MONTH = (WS-RUN-YEAR - 1) * 100 + 12
           ELSE
             COMPUTE WS-PRIOR-MONTH = WS-RUN-YEAR * 100
                                    + WS-RUN-MONTH - 1
           END-IF
           MOVE 6                  TO WS-PARM-COUNT
           MOVE 'MONTH'            TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'GAPPTS'           TO WS-PARM-KEYWORD (2)
           MOVE '05'               TO WS-PARM-VALUE (2)
           MOVE 'REJPTS'           TO WS-PARM-KEYWORD (3)
           MOVE '02'               TO WS-PARM-VALUE (3)
           MOVE 'EXCPTS'           TO WS-PARM-KEYWORD (4)
           MOVE '02'               TO WS-PARM-VALUE (4)
           MOVE 'RSTPTS'           TO WS-PARM-KEYWORD (5)
           MOVE '01'               TO WS-PARM-VALUE (5)
           MOVE 'BLKPTS'           TO WS-PARM-KEYWORD (6)
           MOVE '01'               TO WS-PARM-VALUE (6)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-PARM-VALUE (1) = SPACES
             MOVE WS-PRIOR-MONTH   TO WS-IN-MONTH
           ELSE
             MOVE WS-PARM-VALUE (1) (1:6) TO WS-IN-MONTH-X
             IF WS-IN-MONTH-X NUMERIC
                AND WS-IN-MON >= 1 AND WS-IN-MON <= 12
               CONTINUE
             ELSE
               DISPLAY '*** ERROR MONTH is not YYYYMM'
               MOVE 'Y'            TO WS-PARM-ERROR
               EXIT PARAGRAPH
             END-IF
           END-IF
           PERFORM CHECK-WEIGHT
      *    THE MONTH, THE ONE AFTER IT AND THE ONE BEFORE IT *****
           COMPUTE WS-MONTH-START = WS-IN-MONTH * 100 + 1
           COMPUTE WS-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-START)
           IF WS-IN-MON = 12
             COMPUTE WS-NEXT-MONTH = (WS-IN-YEAR + 1) * 10000 + 0101
           ELSE
             COMPUTE WS-NEXT-MONTH = WS-IN-MONTH * 100 + 101
           END-IF
           IF WS-IN-MON = 1
             COMPUTE WS-PRIOR-MONTH = (WS-IN-YEAR - 1) * 100 + 12
           ELSE
             COMPUTE WS-PRIOR-MONTH = WS-IN-MONTH - 1
           END-IF
           .
      *
       CHECK-WEIGHT.
           IF WS-PARM-VALUE (2) (1:2) NUMERIC
             MOVE WS-PARM-VALUE (2) (1:2) TO WS-GAP-PTS
           ELSE
             DISPLAY '*** ERROR GAPPTS is not 2 digits'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           IF WS-PARM-VALUE (3) (1:2) NUMERIC
             MOVE WS-PARM-VALUE (3) (1:2) TO WS-REJ-PTS
           ELSE
             DISPLAY '*** ERROR REJPTS is not 2 digits'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           IF WS-PARM-VALUE (4) (1:2) NUMERIC
             MOVE WS-PARM-VALUE (4) (1:2) TO WS-EXC-PTS
           ELSE
             DISPLAY '*** ERROR EXCPTS is not 2 digits'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           IF WS-PARM-VALUE (5) (1:2) NUMERIC
             MOVE WS-PARM-VALUE (5) (1:2) TO WS-RST-PTS
           ELSE
             DISPLAY '*** ERROR RSTPTS is not 2 digits'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           IF WS-PARM-VALUE (6) (1:2) NUMERIC
             MOVE WS-PARM-VALUE (6) (1:2) TO WS-BLK-PTS
           ELSE
             DISPLAY '*** ERROR BLKPTS is not 2 digits'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           .
      *
       REGISTER-RUN-CONTROL.
           MOVE 'COV1976'          TO WS-RC-PROGRAM
           STRING WS-IN-MONTH-X (1:4) '-' WS-IN-MONTH-X (5:2) '-01'
                  DELIMITED BY SIZE
                  INTO WS-RC-DATE
           END-STRING
           CALL 'COVRNCTL'      USING WS-RC-COMM-AREA
           .
