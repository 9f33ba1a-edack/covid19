      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1975.
       AUTHOR.        Georges B.
      *Per-Country Reporting-Latency Analysis ...
      *Measures how late each country's COVID19D rows arrive.  A
      *row's first landing is the first WRITE of its key on the
      *COV19JRN journal (COV1901, the COV1947 merge, COV1923,
      *COV1953); its lag is the days from CV-DATE to the day it
      *landed, and it is late when the lag exceeds LATE= days.
      *Later REWRITES of the key count as restatements when they
      *fall inside a COV1929 run-control window on COV19RCT and as
      *other corrections (COV1941, a rerun load) otherwise.  A key
      *whose first WRITE has already been trimmed from the journal
      *by COV1951 cannot be measured and is only counted.  The
      *report shows per country the rows measured, average,
      *median and longest lag, the late rows and the restated
      *rows; the same figures are written to the COV19LAT profile,
      *with BEHIND = median lag less LATE= (at most 14 days, zero
      *under MINROWS= rows) that COV1907 uses so a country that is
      *always a couple of days behind is not chased as a gap.
      *Parameters: FROM=YYYYMMDD first CV-DATE measured (default
      *            90 days before today), TO=YYYYMMDD last CV-DATE
      *            (default today), LATE=NN days a row may take
      *            and still be on time (default 01), MINROWS=NNN
      *            rows a country needs before it is given a
      *            BEHIND (default 014).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE.
      *
           SELECT COVID19D-JOURNAL ASSIGN COV19JRN
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-JOURNAL-STATUS
           .
      *
           SELECT COUNTRYS-FILE ASSIGN TO COUNTRYS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS C-CODE
              FILE STATUS    IS WS-COUNTRYS-STATUS
           .
      *
           SELECT RUNCTL-FILE ASSIGN COV19RCT
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS RT-KEY
              FILE STATUS    IS WS-RUNCTL-STATUS
           .
      *
           SELECT LATENCY-PROFILE ASSIGN COV19LAT
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-PROFILE-STATUS
           .
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                 PIC X(132).
      *
       FD  COVID19D-JOURNAL
           RECORDING MODE IS F
           .
       COPY COVJRNL  REPLACING ==:TAG1:== BY ==JOURNAL==
                               ==:TAG2:== BY ==JR==.
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING ==:TAG1:== BY ==COUNTRYS==
                               ==:TAG2:== BY ==C==.
      *
       FD  RUNCTL-FILE.
       COPY COVRUNCT REPLACING ==:TAG1:== BY ==RUNCTL==
                               ==:TAG2:== BY ==RT==.
      *
       FD  LATENCY-PROFILE
           RECORDING MODE IS F
           .
       COPY COVLATP  REPLACING ==:TAG1:== BY ==PROFILE==
                               ==:TAG2:== BY ==LP==.
      *
       SD  SORT-WORK-FILE.
       01  SD-REC.
           03 SD-CODE-DATE.
              05 SD-CODE           PIC X(05).
              05 SD-DATE           PIC 9(08).
           03 SD-TIMESTAMP         PIC X(19).
           03 SD-REC-NUMBER        PIC 9(09).
           03 SD-ACTION            PIC X(01).
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-JOURNAL-STATUS       PIC 99 VALUE ZEROS.
       01  WS-COUNTRYS-STATUS      PIC 99 VALUE ZEROS.
       01  WS-RUNCTL-STATUS        PIC 99 VALUE ZEROS.
       01  WS-PROFILE-STATUS       PIC 99 VALUE ZEROS.
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-PAGE-BREAK        PIC 9(02) VALUE 65.
           03 WS-JOURNAL-EOF       PIC X VALUE 'N'.
            88 WS-JOURNAL-AT-END   VALUE 'Y'.
           03 WS-SORT-EOF          PIC X VALUE 'N'.
            88 WS-SORT-AT-END      VALUE 'Y'.
           03 WS-ABORT             PIC X VALUE 'N'.
            88 WS-ABORT-RUN        VALUE 'Y'.
           03 WS-WRITE-ERROR       PIC X VALUE 'N'.
            88 WS-WRITE-ERROR-FOUND VALUE 'Y'.
           03 WS-LANDED-FLAG       PIC X VALUE 'N'.
            88 WS-ROW-LANDED       VALUE 'Y'.
           03 WS-RESTATED-FLAG     PIC X VALUE 'N'.
            88 WS-ROW-RESTATED     VALUE 'Y'.
           03 WS-OTHER-FLAG        PIC X VALUE 'N'.
            88 WS-ROW-CORRECTED    VALUE 'Y'.
           03 WS-WINDOW-FLAG       PIC X VALUE 'N'.
            88 WS-IN-COV1929-RUN   VALUE 'Y'.
           03 WS-CONDITION         PIC 9(02) VALUE ZEROS.
      *
       01  WS-PARMS.
           03 WS-IN-FROM-X         PIC X(08) VALUE SPACES.
           03 WS-IN-FROM-R REDEFINES WS-IN-FROM-X.
              05 WS-IN-FROM        PIC 9(08).
           03 WS-IN-TO-X           PIC X(08) VALUE SPACES.
           03 WS-IN-TO-R REDEFINES WS-IN-TO-X.
              05 WS-IN-TO          PIC 9(08).
           03 WS-IN-LATE           PIC 9(02) VALUE 1.
           03 WS-IN-MINROWS        PIC 9(03) VALUE 14.
           03 WS-MAX-BEHIND        PIC 9(02) VALUE 14.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVRNCOM     REPLACING ==:TAG:==      BY ==WS-RC==.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
      *    THE COV1929 RUNS ON COV19RCT, START AND END ***********
       01  WS-WINDOW-TABLE.
           03 WS-WIN-USED          PIC 9(04) COMP VALUE ZEROS.
           03 WS-WIN-ENTRY         OCCURS 2000.
              05 WS-WIN-FROM       PIC X(19).
              05 WS-WIN-TO         PIC X(19).
           03 WS-WIN-SUB           PIC 9(04) COMP.
      *
      *    ONE COUNTRY-DATE, THEN ONE COUNTRY *********************
       01  WS-ROW.
           03 WS-ROW-KEY           PIC X(13) VALUE SPACES.
           03 WS-ROW-DATE          PIC 9(08).
           03 WS-LANDED-DATE       PIC 9(08).
           03 WS-ROW-LAG           PIC S9(05) COMP-3.
      *
      *    LAG HISTOGRAM: ENTRY N HOLDS LAG N-1 DAYS, THE LAST
      *    ONE EVERYTHING FROM 31 DAYS UP ***********************
       01  WS-COUNTRY.
           03 WS-CTY-CODE          PIC X(05).
           03 WS-CTY-ROWS          PIC 9(05) COMP-3.
           03 WS-CTY-LAG-SUM       PIC 9(09) COMP-3.
           03 WS-CTY-MAX-LAG       PIC 9(05) COMP-3.
           03 WS-CTY-LATE          PIC 9(05) COMP-3.
           03 WS-CTY-RESTATED      PIC 9(05) COMP-3.
           03 WS-CTY-OTHER         PIC 9(05) COMP-3.
           03 WS-CTY-HIST          PIC 9(05) COMP-3 OCCURS 32.
      *
       01  WS-ALL-HIST-TABLE.
           03 WS-ALL-HIST          PIC 9(07) COMP-3 OCCURS 32.
      *
       01  WS-WORK.
           03 WS-HIST-SUB          PIC 9(02) COMP.
           03 WS-HIST-CUM          PIC 9(07) COMP-3.
           03 WS-HIST-HALF         PIC 9(07) COMP-3.
           03 WS-MEDIAN            PIC 9(03).
           03 WS-BEHIND            PIC S9(03) COMP-3.
           03 WS-AVERAGE           PIC 9(03)V9 COMP-3.
           03 WS-PERCENT           PIC 9(03)V9 COMP-3.
           03 WS-INT-1             PIC S9(09) COMP-3.
           03 WS-INT-2             PIC S9(09) COMP-3.
           03 WS-RUN-TIMESTAMP     PIC X(19) VALUE SPACES.
           03 WS-TODAY             PIC 9(08).
      *
       01  COUNTERS.
           03 WS-REC-NUMBER        PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-JOURNAL-T-RECS    PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-CHANGE-T-RECS     PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-MEASURED-T-RECS   PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-NO-LANDING-T-RECS PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-LATE-T-RECS       PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-RESTATED-T-RECS   PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-OTHER-T-RECS      PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-COUNTRIES         PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-COUNTRIES-BEHIND  PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-PROFILE-T-RECS    PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-PG-WRITTEN-LINES  PIC 9(02) VALUE ZEROS.
           03 WS-PAGE-NUMBER       PIC 9(05) VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-HEADER-1.
           03 FILLER               PIC X(16) VALUE 'COV1975'.
           03 TITLE-1              PIC X(40) VALUE
                '*** REPORTING-LATENCY ANALYSIS ***      '.
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
           03 FILLER               PIC X(12) VALUE 'ROW DATES: '.
           03 FROM-1B              PIC X(10).
           03 FILLER               PIC X(04) VALUE ' TO '.
           03 TO-1B                PIC X(10).
           03 FILLER               PIC X(16) VALUE '   ON TIME IF <='.
           03 LATE-1B              PIC Z9.
           03 FILLER               PIC X(06) VALUE ' DAYS'.
      *
       01  WS-HEADER-2.
           03 FILLER               PIC X(07) VALUE 'CODE'.
           03 FILLER               PIC X(32) VALUE 'COUNTRY'.
           03 FILLER               PIC X(08) VALUE '  ROWS'.
           03 FILLER               PIC X(07) VALUE '  AVG'.
           03 FILLER               PIC X(06) VALUE 'MED'.
           03 FILLER               PIC X(06) VALUE 'MAX'.
           03 FILLER               PIC X(08) VALUE '  LATE'.
           03 FILLER               PIC X(08) VALUE ' LATE %'.
           03 FILLER               PIC X(08) VALUE 'RESTATE'.
           03 FILLER               PIC X(08) VALUE ' REST %'.
           03 FILLER               PIC X(08) VALUE ' OTHER'.
           03 FILLER               PIC X(06) VALUE 'BEHIND'.
      *
       01  WS-HEADER-3.
           03 FILLER               PIC X(05) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(30) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(03) VALUE ALL '='.
           03 FILLER               PIC X(03).
           03 FILLER               PIC X(03) VALUE ALL '='.
           03 FILLER               PIC X(03).
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
           03 FILLER               PIC X(06) VALUE ALL '='.
      *
      *    BUILT HERE SO THE % SIGNS STAY SET *******************
       01  WS-COUNTRY-LINE.
           03 CL-CODE-O            PIC X(05).
           03 FILLER               PIC X(02).
           03 CL-NAME-O            PIC X(30).
           03 FILLER               PIC X(02).
           03 CL-ROWS-O            PIC ZZ,ZZ9.
           03 FILLER               PIC X(02).
           03 CL-AVG-O             PIC ZZ9.9.
           03 FILLER               PIC X(02).
           03 CL-MEDIAN-O          PIC ZZ9.
           03 FILLER               PIC X(03).
           03 CL-MAX-O             PIC ZZ9.
           03 FILLER               PIC X(03).
           03 CL-LATE-O            PIC ZZ,ZZ9.
           03 FILLER               PIC X(02).
           03 CL-LATE-PCT-O        PIC ZZ9.9.
           03 FILLER               PIC X(03) VALUE '%'.
           03 CL-RESTATED-O        PIC ZZ,ZZ9.
           03 FILLER               PIC X(02).
           03 CL-REST-PCT-O        PIC ZZ9.9.
           03 FILLER               PIC X(03) VALUE '%'.
           03 CL-OTHER-O           PIC ZZ,ZZ9.
           03 FILLER               PIC X(06).
           03 CL-BEHIND-O          PIC Z9.
      *
       01  WS-TRAILER-1.
           03 FILLER               PIC X(26) VALUE
                        '*** ROWS MEASURED:        '.
           03 MEASURED-O           PIC ZZZ,ZZ9.
           03 FILLER               PIC X(16) VALUE '  MEDIAN LAG:  '.
           03 ALL-MEDIAN-O         PIC ZZ9.
           03 FILLER               PIC X(10) VALUE '  LATE:  '.
           03 ALL-LATE-O           PIC ZZZ,ZZ9.
           03 FILLER               PIC X(14) VALUE '  RESTATED:  '.
           03 ALL-RESTATED-O       PIC ZZZ,ZZ9.
           03 FILLER               PIC X(04) VALUE ' ***'.
      *
       01  WS-TRAILER-2.
           03 FILLER               PIC X(26) VALUE
                        '*** COUNTRIES:            '.
           03 COUNTRIES-O          PIC ZZZ,ZZ9.
           03 FILLER               PIC X(16) VALUE '  BEHIND:      '.
           03 BEHIND-O             PIC ZZ9.
           03 FILLER               PIC X(26) VALUE
                        '  FIRST LOAD NOT ON JRN:  '.
           03 NO-LANDING-O         PIC ZZZ,ZZ9.
           03 FILLER               PIC X(04) VALUE ' ***'.
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
           PERFORM LOAD-COV1929-RUNS
           IF WS-ABORT-RUN
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT  COVID19D-JOURNAL
           IF WS-JOURNAL-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19JRN-STATUS: '
                     WS-JOURNAL-STATUS
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT LATENCY-PROFILE
           IF WS-PROFILE-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19LAT-STATUS: '
                     WS-PROFILE-STATUS
             CLOSE COVID19D-JOURNAL
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT  COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS > 0
             DISPLAY '*** ERROR OPENING COUNTRYS-STATUS: '
                     WS-COUNTRYS-STATUS
             CLOSE COVID19D-JOURNAL
                   LATENCY-PROFILE
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT PRINT-LINE
      *
           MOVE 'S'                 TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           PERFORM WRITE-HEADERS
           .
      *
       SORT-CHANGES.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SD-CODE-DATE
                                 SD-TIMESTAMP
                                 SD-REC-NUMBER
                INPUT PROCEDURE  IS SELECT-JOURNAL
                OUTPUT PROCEDURE IS MEASURE-LATENCY
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           MOVE WS-MEASURED-T-RECS      TO MEASURED-O
           MOVE ZEROS                   TO WS-HIST-CUM
           COMPUTE WS-HIST-HALF = (WS-MEASURED-T-RECS + 1) / 2
           MOVE ZEROS                   TO WS-MEDIAN
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > 32
                      OR WS-HIST-CUM >= WS-HIST-HALF
             ADD WS-ALL-HIST (WS-HIST-SUB) TO WS-HIST-CUM
             COMPUTE WS-MEDIAN = WS-HIST-SUB - 1
           END-PERFORM
           MOVE WS-MEDIAN               TO ALL-MEDIAN-O
           MOVE WS-LATE-T-RECS          TO ALL-LATE-O
           MOVE WS-RESTATED-T-RECS      TO ALL-RESTATED-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           MOVE WS-COUNTRIES            TO COUNTRIES-O
           MOVE WS-COUNTRIES-BEHIND     TO BEHIND-O
           MOVE WS-NO-LANDING-T-RECS    TO NO-LANDING-O
           WRITE PRINT-REC            FROM WS-TRAILER-2
           DISPLAY '*** COV1975 Journal Records Read:        '
                   WS-JOURNAL-T-RECS
           DISPLAY '*** COV1975 COVID19D Changes In Range:   '
                   WS-CHANGE-T-RECS
           DISPLAY '*** COV1975 COV1929 Runs On COV19RCT:    '
                   WS-WIN-USED
           DISPLAY '*** COV1975 Rows Measured:               '
                   WS-MEASURED-T-RECS
           DISPLAY '*** COV1975 First Load Not On Journal:   '
                   WS-NO-LANDING-T-RECS
           DISPLAY '*** COV1975 COV19LAT Profiles Written:   '
                   WS-PROFILE-T-RECS
           IF WS-WRITE-ERROR-FOUND
             DISPLAY '*** COV1975 COV19LAT Profile Incomplete'
             MOVE 8                     TO WS-CONDITION
           END-IF
           .
      *
       CLOSE-STOP.
           CLOSE        COVID19D-JOURNAL
                        COUNTRYS-FILE
                        LATENCY-PROFILE
                        PRINT-LINE
           MOVE 'C'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           MOVE WS-CONDITION       TO RETURN-CODE
           GOBACK
           .
      *
       LOAD-COV1929-RUNS.
      *    A REWRITE INSIDE ONE OF THESE WINDOWS IS A RESTATEMENT;
      *    A RUN STILL OPEN (NO END TIME) RUNS TO THE END OF TIME **
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = 35
             DISPLAY '*** COV1975 No COV19RCT, No Rewrite Is '
                     'Counted As A Restatement'
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
               DISPLAY '*** COV1975 More Than 2000 COV1929 Runs, '
                       'Oldest Kept'
               MOVE 'Y'             TO LASTREC
             END-IF
             PERFORM READ-RUNCTL
           END-PERFORM
           CLOSE RUNCTL-FILE
           MOVE SPACE               TO LASTREC
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
       SELECT-JOURNAL.
           PERFORM READ-JOURNAL
           PERFORM UNTIL WS-JOURNAL-AT-END
             PERFORM CHECK-JOURNAL-RECORD
             PERFORM READ-JOURNAL
           END-PERFORM
           .
      *
       READ-JOURNAL.
           READ COVID19D-JOURNAL
             AT END
               MOVE 'Y'             TO WS-JOURNAL-EOF
             NOT AT END
               ADD 1                TO WS-REC-NUMBER
                                       WS-JOURNAL-T-RECS
           END-READ
           .
      *
       CHECK-JOURNAL-RECORD.
           IF JR-FILE-ID NOT = 'D'
             EXIT PARAGRAPH
           END-IF
           IF JR-ACTION = 'D'
             MOVE JR-BEFORE-IMAGE (1:13) TO SD-CODE-DATE
           ELSE
             MOVE JR-AFTER-IMAGE (1:13)  TO SD-CODE-DATE
           END-IF
      *    ROLLUP ROWS ARE BUILT BY THE LOAD, NOT SENT BY A COUNTRY
           IF SD-CODE = 'WORLD' OR SD-CODE (1:2) = 'R-'
              OR SD-DATE NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           IF SD-DATE < WS-IN-FROM OR SD-DATE > WS-IN-TO
             EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-CHANGE-T-RECS
           MOVE JR-TIMESTAMP        TO SD-TIMESTAMP
           MOVE WS-REC-NUMBER       TO SD-REC-NUMBER
           MOVE JR-ACTION           TO SD-ACTION
           RELEASE SD-REC
           .
      *
       MEASURE-LATENCY.
           MOVE SPACES              TO WS-CTY-CODE
           PERFORM RETURN-SORTED
           PERFORM UNTIL WS-SORT-AT-END
             IF SD-CODE NOT = WS-CTY-CODE
               IF WS-CTY-CODE NOT = SPACES
                 PERFORM WRITE-COUNTRY
               END-IF
               INITIALIZE WS-COUNTRY
               MOVE SD-CODE         TO WS-CTY-CODE
             END-IF
      *      ONE KEY: ITS FIRST ROW MUST BE THE WRITE THAT LANDED IT
             MOVE SD-CODE-DATE      TO WS-ROW-KEY
             MOVE SD-DATE           TO WS-ROW-DATE
             MOVE 'N'               TO WS-RESTATED-FLAG
                                       WS-OTHER-FLAG
             IF SD-ACTION = 'W'
               MOVE 'Y'             TO WS-LANDED-FLAG
               MOVE SD-TIMESTAMP (1:4) TO WS-LANDED-DATE (1:4)
               MOVE SD-TIMESTAMP (6:2) TO WS-LANDED-DATE (5:2)
               MOVE SD-TIMESTAMP (9:2) TO WS-LANDED-DATE (7:2)
             ELSE
               MOVE 'N'             TO WS-LANDED-FLAG
             END-IF
             PERFORM RETURN-SORTED
             PERFORM UNTIL WS-SORT-AT-END
                        OR SD-CODE-DATE NOT = WS-ROW-KEY
               IF SD-ACTION = 'R'
                 PERFORM CHECK-COV1929-WINDOW
                 IF WS-IN-COV1929-RUN
                   MOVE 'Y'         TO WS-RESTATED-FLAG
                 ELSE
                   MOVE 'Y'         TO WS-OTHER-FLAG
                 END-IF
               END-IF
               PERFORM RETURN-SORTED
             END-PERFORM
             PERFORM MEASURE-ROW
           END-PERFORM
           IF WS-CTY-CODE NOT = SPACES
             PERFORM WRITE-COUNTRY
           END-IF
           .
      *
       RETURN-SORTED.
           RETURN SORT-WORK-FILE
             AT END
               MOVE 'Y'             TO WS-SORT-EOF
           END-RETURN
           .
      *
       CHECK-COV1929-WINDOW.
           MOVE 'N'                 TO WS-WINDOW-FLAG
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > WS-WIN-USED
                      OR WS-IN-COV1929-RUN
             IF SD-TIMESTAMP NOT < WS-WIN-FROM (WS-WIN-SUB)
                AND SD-TIMESTAMP NOT > WS-WIN-TO (WS-WIN-SUB)
               MOVE 'Y'             TO WS-WINDOW-FLAG
             END-IF
           END-PERFORM
           .
      *
       MEASURE-ROW.
           IF NOT WS-ROW-LANDED
             ADD 1                  TO WS-NO-LANDING-T-RECS
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INT-1 = FUNCTION INTEGER-OF-DATE (WS-ROW-DATE)
           COMPUTE WS-INT-2 =
               FUNCTION INTEGER-OF-DATE (WS-LANDED-DATE)
           COMPUTE WS-ROW-LAG = WS-INT-2 - WS-INT-1
           IF WS-ROW-LAG < 0
             MOVE 0                 TO WS-ROW-LAG
           END-IF
           ADD 1                    TO WS-CTY-ROWS
                                       WS-MEASURED-T-RECS
           ADD WS-ROW-LAG           TO WS-CTY-LAG-SUM
           IF WS-ROW-LAG > WS-CTY-MAX-LAG
             MOVE WS-ROW-LAG        TO WS-CTY-MAX-LAG
           END-IF
           IF WS-ROW-LAG > 31
             MOVE 32                TO WS-HIST-SUB
           ELSE
             COMPUTE WS-HIST-SUB = WS-ROW-LAG + 1
           END-IF
           ADD 1                    TO WS-CTY-HIST (WS-HIST-SUB)
                                       WS-ALL-HIST (WS-HIST-SUB)
           IF WS-ROW-LAG > WS-IN-LATE
             ADD 1                  TO WS-CTY-LATE
                                       WS-LATE-T-RECS
           END-IF
           IF WS-ROW-RESTATED
             ADD 1                  TO WS-CTY-RESTATED
                                       WS-RESTATED-T-RECS
           END-IF
           IF WS-ROW-CORRECTED
             ADD 1                  TO WS-CTY-OTHER
                                       WS-OTHER-T-RECS
           END-IF
           .
      *
       WRITE-COUNTRY.
      *    A COUNTRY WHOSE EVERY ROW PREDATES THE JOURNAL HAS
      *    NOTHING MEASURED AND NO PROFILE ***********************
           IF WS-CTY-ROWS = ZEROS
             EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-COUNTRIES
           MOVE ZEROS               TO WS-HIST-CUM
           COMPUTE WS-HIST-HALF = (WS-CTY-ROWS + 1) / 2
           MOVE ZEROS               TO WS-MEDIAN
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > 32
                      OR WS-HIST-CUM >= WS-HIST-HALF
             ADD WS-CTY-HIST (WS-HIST-SUB) TO WS-HIST-CUM
             COMPUTE WS-MEDIAN = WS-HIST-SUB - 1
           END-PERFORM
           COMPUTE WS-BEHIND = WS-MEDIAN - WS-IN-LATE
           IF WS-BEHIND < 0 OR WS-CTY-ROWS < WS-IN-MINROWS
             MOVE 0                 TO WS-BEHIND
           END-IF
           IF WS-BEHIND > WS-MAX-BEHIND
             MOVE WS-MAX-BEHIND     TO WS-BEHIND
           END-IF
           IF WS-BEHIND > 0
             ADD 1                  TO WS-COUNTRIES-BEHIND
           END-IF
      *
           IF WS-PG-WRITTEN-LINES > WS-PAGE-BREAK
             PERFORM WRITE-HEADERS
           END-IF
           MOVE WS-CTY-CODE         TO C-CODE
           READ COUNTRYS-FILE
               INVALID KEY MOVE SPACES TO C-NAME
           END-READ
           MOVE WS-CTY-CODE         TO CL-CODE-O
           MOVE C-NAME              TO CL-NAME-O
           MOVE WS-CTY-ROWS         TO CL-ROWS-O
           COMPUTE WS-AVERAGE ROUNDED = WS-CTY-LAG-SUM / WS-CTY-ROWS
             ON SIZE ERROR MOVE 999.9 TO WS-AVERAGE
           END-COMPUTE
           MOVE WS-AVERAGE          TO CL-AVG-O
           MOVE WS-MEDIAN           TO CL-MEDIAN-O
           MOVE WS-CTY-MAX-LAG      TO CL-MAX-O
           MOVE WS-CTY-LATE         TO CL-LATE-O
           COMPUTE WS-PERCENT ROUNDED =
                   WS-CTY-LATE * 100 / WS-CTY-ROWS
           MOVE WS-PERCENT          TO CL-LATE-PCT-O
           MOVE WS-CTY-RESTATED     TO CL-RESTATED-O
           COMPUTE WS-PERCENT ROUNDED =
                   WS-CTY-RESTATED * 100 / WS-CTY-ROWS
           MOVE WS-PERCENT          TO CL-REST-PCT-O
           MOVE WS-CTY-OTHER        TO CL-OTHER-O
           MOVE WS-BEHIND           TO CL-BEHIND-O
           WRITE PRINT-REC          FROM WS-COUNTRY-LINE
           ADD 1                    TO WS-PG-WRITTEN-LINES
      *
           MOVE SPACES              TO PROFILE-REC
           MOVE WS-CTY-CODE         TO LP-CODE
           MOVE WS-CTY-ROWS         TO LP-ROWS
           MOVE WS-MEDIAN           TO LP-MEDIAN-LAG
           IF WS-CTY-MAX-LAG > 999
             MOVE 999               TO LP-MAX-LAG
           ELSE
             MOVE WS-CTY-MAX-LAG    TO LP-MAX-LAG
           END-IF
           MOVE WS-CTY-LATE         TO LP-LATE-ROWS
           MOVE WS-CTY-RESTATED     TO LP-RESTATED
           MOVE WS-CTY-OTHER        TO LP-OTHER
           MOVE WS-IN-LATE          TO LP-EXPECTED-LAG
           MOVE WS-BEHIND           TO LP-BEHIND-DAYS
           MOVE WS-IN-FROM          TO LP-DATE-FROM
           MOVE WS-IN-TO            TO LP-DATE-TO
           MOVE WS-RUN-TIMESTAMP    TO LP-RUN-TIMESTAMP
           WRITE PROFILE-REC
           IF WS-PROFILE-STATUS > 0
             DISPLAY '*** Error writing COV19LAT: '
                     WS-PROFILE-STATUS
             MOVE 'Y'               TO WS-WRITE-ERROR
           ELSE
             ADD 1                  TO WS-PROFILE-T-RECS
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
           STRING WS-IN-FROM-X (1:4) '-' WS-IN-FROM-X (5:2) '-'
                  WS-IN-FROM-X (7:2)
                  DELIMITED BY SIZE
                  INTO FROM-1B
           END-STRING
           STRING WS-IN-TO-X (1:4) '-' WS-IN-TO-X (5:2) '-'
                  WS-IN-TO-X (7:2)
                  DELIMITED BY SIZE
                  INTO TO-1B
           END-STRING
           MOVE WS-IN-LATE              TO LATE-1B
      *
           WRITE PRINT-REC            FROM WS-HEADER-1
                 AFTER ADVANCING PAGE
           WRITE PRINT-REC            FROM WS-HEADER-1B
           WRITE PRINT-REC            FROM WS-HEADER-2
           WRITE PRINT-REC            FROM WS-HEADER-3
           MOVE 4                       TO WS-PG-WRITTEN-LINES
           .
      *
       GET-PARAMETERS.
           MOVE 4                  TO WS-PARM-COUNT
           MOVE 'FROM'             TO WS-PARM-KEYWORD (1)
           MOVE 'TO'               TO WS-PARM-KEYWORD (2)
           MOVE 'LATE'             TO WS-PARM-KEYWORD (3)
           MOVE 'MINROWS'          TO WS-PARM-KEYWORD (4)
           MOVE SPACES             TO WS-PARM-VALUE (1)
                                      WS-PARM-VALUE (2)
           MOVE '01'               TO WS-PARM-VALUE (3)
           MOVE '014'              TO WS-PARM-VALUE (4)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-PARM-VALUE (2) = SPACES
             MOVE WS-TODAY         TO WS-IN-TO
           ELSE
             MOVE WS-PARM-VALUE (2) (1:8) TO WS-IN-TO-X
             IF WS-IN-TO-X NOT NUMERIC
               DISPLAY '*** ERROR TO is not YYYYMMDD'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           IF WS-PARM-VALUE (1) = SPACES
             COMPUTE WS-INT-1 = FUNCTION INTEGER-OF-DATE (WS-TODAY)
                              - 90
             MOVE FUNCTION DATE-OF-INTEGER (WS-INT-1)
                                   TO WS-IN-FROM
           ELSE
             MOVE WS-PARM-VALUE (1) (1:8) TO WS-IN-FROM-X
             IF WS-IN-FROM-X NOT NUMERIC
               DISPLAY '*** ERROR FROM is not YYYYMMDD'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           IF NOT WS-PARM-ERROR-FOUND AND WS-IN-FROM > WS-IN-TO
             DISPLAY '*** ERROR FROM is after TO'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           IF WS-PARM-VALUE (3) (1:2) NUMERIC
             MOVE WS-PARM-VALUE (3) (1:2) TO WS-IN-LATE
           ELSE
             DISPLAY '*** ERROR LATE is not a 2-digit day count'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           IF WS-PARM-VALUE (4) (1:3) NUMERIC
             MOVE WS-PARM-VALUE (4) (1:3) TO WS-IN-MINROWS
           ELSE
             DISPLAY '*** ERROR MINROWS is not a 3-digit row count'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           .
      *
       REGISTER-RUN-CONTROL.
           MOVE 'COV1975'          TO WS-RC-PROGRAM
           MOVE WS-RUN-TIMESTAMP (1:10) TO WS-RC-DATE
           CALL 'COVRNCTL'      USING WS-RC-COMM-AREA
           .
