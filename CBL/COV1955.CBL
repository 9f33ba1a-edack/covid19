      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1955.
       AUTHOR.        Georges B.
      *Report Hospital And ICU Capacity Strain ...
      *Per country at the requested as-of date, from the HOSPITLD
      *master: hospital and ICU occupancy, ICU beds, ICU
      *utilization (occupied as a percent of beds), the 7-day
      *direction of ICU occupancy against the row seven days
      *earlier (UP/DOWN/FLAT, N/A when that row is missing) and,
      *while it is rising, the days left until the ICU beds are
      *full at the current 7-day trend.  Countries at or above
      *the STRAIN utilization percent, or reaching capacity
      *within 14 days at the trend, are flagged.  Countries with
      *no HOSPITLD row for the as-of date are skipped and counted.
      *Parameters: ASOFDATE=YYYYMMDD, STRAIN=whole percent
      *(default 85).
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
           SELECT HOSPITLD-FILE ASSIGN TO HOSPITLD
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS HS-CODE-DATE
              FILE STATUS    IS WS-HOSPITLD-STATUS
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
           03 C-NAME-O               PIC X(30).
           03 FILLER                 PIC X(02).
           03 HOSP-OCC-O             PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 ICU-OCC-O              PIC Z,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 ICU-BEDS-O             PIC Z,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 ICU-PCT-O              PIC ZZ9.99.
           03 FILLER                 PIC X(02).
           03 ICU-CHG-O              PIC -Z,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 DIRECTION-O            PIC X(04).
           03 FILLER                 PIC X(02).
           03 DAYS-CAP-O             PIC X(06).
           03 FILLER                 PIC X(02).
           03 STRAIN-FLAG-O          PIC X(05).
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING ==:TAG1:== BY ==COUNTRYS==
                               ==:TAG2:== BY ==C==.
      *
       FD  HOSPITLD-FILE.
       COPY HOSPITLD REPLACING ==:TAG1:== BY ==HOSPITLD==
                               ==:TAG2:== BY ==HS==.
      *
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-COUNTRYS-STATUS      PIC 99 VALUE ZEROS.
       01  WS-HOSPITLD-STATUS      PIC 99 VALUE ZEROS.
      *
       01 FLAGS.
           03 LASTREC               PIC X VALUE SPACE.
           03 WS-PAGE-BREAK         PIC 9(02) VALUE 65.
           03 WS-PRIOR-SEEN         PIC X VALUE 'N'.
             88 WS-PRIOR-REC-SEEN   VALUE 'Y'.
           03 WS-STRAINED           PIC X VALUE 'N'.
             88 WS-STRAIN-FOUND     VALUE 'Y'.
      *
       01  WS-PARMS.
           03 WS-AS-OF-DATE-NUM     PIC 9(08) VALUE ZEROS.
           03 WS-STRAIN-LIMIT       PIC 9(03) VALUE 85.
           03 WS-CAPACITY-DAYS      PIC 9(03) VALUE 14.
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
       01  WS-WINDOW-WORK.
           03 WS-AS-OF-INTEGER      PIC S9(09) COMP-3.
           03 WS-PRIOR-INTEGER      PIC S9(09) COMP-3.
           03 WS-PRIOR-DATE-NUM     PIC 9(08).
           03 WS-HOSP-OCCUPIED      PIC 9(09) VALUE ZEROS.
           03 WS-ICU-OCCUPIED       PIC 9(07) VALUE ZEROS.
           03 WS-ICU-BEDS           PIC 9(07) VALUE ZEROS.
           03 WS-PRIOR-ICU          PIC 9(07) VALUE ZEROS.
           03 WS-ICU-CHANGE         PIC S9(07) VALUE ZEROS.
           03 WS-ICU-PCT            PIC S9(03)V99 COMP-3.
           03 WS-DAILY-RISE         PIC S9(07)V99 COMP-3.
           03 WS-DAYS-TO-CAP        PIC 9(05) VALUE ZEROS.
           03 WS-DAYS-EDIT          PIC ZZZZ9.
      *
       01  COUNTERS.
           03 WS-COUNTRYS-T-RECS    PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-NO-HOSP-RECS       PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-FLAGGED-RECS       PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-PG-WRITTEN-LINES   PIC 9(02) VALUE ZEROS.
           03 WS-PAGE-NUMBER        PIC 9(05) VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-HEADER-1.
           03 FILLER               PIC X(16) VALUE 'COV1955'.
           03 TITLE-1              PIC X(40) VALUE
                '*** ICU CAPACITY STRAIN REPORT *** '.
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
           03 FILLER               PIC X(30) VALUE 'COUNTRY'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE '   HOSP OCC'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(09) VALUE '  ICU OCC'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(09) VALUE ' ICU BEDS'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE '  ICU%'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(10) VALUE '  7D CHG'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(04) VALUE 'DIR'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE 'TO CAP'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE 'FLAG'.
      *
       01  WS-HEADER-3.
           03 FILLER               PIC X(05) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(30) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(09) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(09) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(10) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(04) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE ALL '='.
      *
       01  WS-TRAILER-1.
           03 FILLER               PIC X(30) VALUE
                        '*** End of ICU Capacity Rpt. '.
           03 COUNTRYS-T-RECS      PIC ZZZ,ZZ9.
           03 FILLER               PIC X(30) VALUE
                        ' Countries were rated. ***'.
      *
       01  WS-TRAILER-2.
           03 FILLER               PIC X(30) VALUE
                        '*** Skipped, no hospital data:'.
           03 NO-HOSP-RECS-O       PIC ZZZ,ZZ9.
           03 FILLER               PIC X(30) VALUE
                        ' Countries. ***'.
      *
       01  WS-TRAILER-3.
           03 FILLER               PIC X(30) VALUE
                        '*** ICU CAPACITY STRAINED     '.
           03 FLAGGED-RECS-O       PIC ZZZ,ZZ9.
           03 FILLER               PIC X(30) VALUE
                        ' Countries. ***'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       OPEN-FILES.
           PERFORM GET-PARAMETERS
           IF WS-PARM-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT  COUNTRYS-FILE
           OPEN INPUT  HOSPITLD-FILE
           IF WS-HOSPITLD-STATUS > 0
             DISPLAY '*** ERROR OPENING HOSPITLD-FILE-STATUS: '
                     WS-HOSPITLD-STATUS
             CLOSE COUNTRYS-FILE
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE 'S'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE-NUM)
           COMPUTE WS-PRIOR-INTEGER = WS-AS-OF-INTEGER - 7
           COMPUTE WS-PRIOR-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-PRIOR-INTEGER)
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
       READ-NEXT-COUNTRY.
           PERFORM READ-COUNTRY-RECORD
            PERFORM UNTIL LASTREC = 'Y'
                IF C-CODE NOT = 'WORLD'
                   AND C-CODE (1:2) NOT = 'R-'
                  PERFORM WRITE-CAPACITY-RECORD
                END-IF
                PERFORM READ-COUNTRY-RECORD
            END-PERFORM
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           MOVE WS-COUNTRYS-T-RECS      TO COUNTRYS-T-RECS
           WRITE PRINT-REC            FROM WS-TRAILER-1
           MOVE SPACES                  TO PRINT-REC
           MOVE WS-NO-HOSP-RECS         TO NO-HOSP-RECS-O
           WRITE PRINT-REC            FROM WS-TRAILER-2
           MOVE SPACES                  TO PRINT-REC
           MOVE WS-FLAGGED-RECS         TO FLAGGED-RECS-O
           WRITE PRINT-REC            FROM WS-TRAILER-3
           .
      *
       CLOSE-STOP.
           CLOSE        COUNTRYS-FILE
                        HOSPITLD-FILE
                        PRINT-LINE
           MOVE 'C'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           GOBACK
           .
      *
       READ-COUNTRY-RECORD.
           READ COUNTRYS-FILE
                AT END       MOVE 'Y' TO LASTREC
           END-READ
           .
      *
       WRITE-CAPACITY-RECORD.
           MOVE C-CODE              TO HS-CODE
           MOVE WS-AS-OF-DATE-NUM   TO HS-DATE
           READ HOSPITLD-FILE
                INVALID KEY
                  ADD 1             TO WS-NO-HOSP-RECS
                  EXIT PARAGRAPH
           END-READ
           MOVE HS-HOSP-OCCUPIED    TO WS-HOSP-OCCUPIED
           MOVE HS-ICU-OCCUPIED     TO WS-ICU-OCCUPIED
           MOVE HS-ICU-BEDS         TO WS-ICU-BEDS
      *
           MOVE 'N'                 TO WS-PRIOR-SEEN
           MOVE C-CODE              TO HS-CODE
           MOVE WS-PRIOR-DATE-NUM   TO HS-DATE
           READ HOSPITLD-FILE
                INVALID KEY     CONTINUE
                NOT INVALID KEY
                   MOVE 'Y'             TO WS-PRIOR-SEEN
                   MOVE HS-ICU-OCCUPIED TO WS-PRIOR-ICU
           END-READ
      *
           IF WS-PG-WRITTEN-LINES > WS-PAGE-BREAK
             PERFORM WRITE-HEADERS
             MOVE 0                 TO WS-PG-WRITTEN-LINES
           END-IF
      *
           IF WS-ICU-BEDS = ZEROS
             MOVE ZEROS             TO WS-ICU-PCT
           ELSE
             COMPUTE WS-ICU-PCT ROUNDED =
                 WS-ICU-OCCUPIED * 100 / WS-ICU-BEDS
           END-IF
      *
           MOVE SPACES              TO PRINT-REC
           MOVE C-CODE              TO C-CODE-O
           MOVE C-NAME              TO C-NAME-O
           MOVE WS-HOSP-OCCUPIED    TO HOSP-OCC-O
           MOVE WS-ICU-OCCUPIED     TO ICU-OCC-O
           MOVE WS-ICU-BEDS         TO ICU-BEDS-O
           MOVE WS-ICU-PCT          TO ICU-PCT-O
           MOVE 'N'                 TO WS-STRAINED
           IF WS-ICU-PCT NOT < WS-STRAIN-LIMIT
             MOVE 'Y'               TO WS-STRAINED
           END-IF
           PERFORM COMPUTE-TREND
      *
           IF WS-STRAIN-FOUND
             MOVE '*ICU*'           TO STRAIN-FLAG-O
             ADD 1                  TO WS-FLAGGED-RECS
           END-IF
           WRITE PRINT-REC
           ADD 1                    TO WS-PG-WRITTEN-LINES
           ADD 1                    TO WS-COUNTRYS-T-RECS
           .
      *
       COMPUTE-TREND.
           IF NOT WS-PRIOR-REC-SEEN
             MOVE 'N/A'             TO DIRECTION-O
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ICU-CHANGE = WS-ICU-OCCUPIED - WS-PRIOR-ICU
           MOVE WS-ICU-CHANGE       TO ICU-CHG-O
           EVALUATE TRUE
             WHEN WS-ICU-CHANGE > 0
               MOVE 'UP'            TO DIRECTION-O
             WHEN WS-ICU-CHANGE < 0
               MOVE 'DOWN'          TO DIRECTION-O
             WHEN OTHER
               MOVE 'FLAT'          TO DIRECTION-O
           END-EVALUATE
           IF WS-ICU-CHANGE NOT > 0
             EXIT PARAGRAPH
           END-IF
      *    DAYS LEFT = FREE BEDS / AVERAGE DAILY RISE OVER 7 DAYS **
           IF WS-ICU-OCCUPIED NOT < WS-ICU-BEDS
             MOVE 'AT CAP'          TO DAYS-CAP-O
             MOVE 'Y'               TO WS-STRAINED
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAILY-RISE ROUNDED = WS-ICU-CHANGE / 7
           IF WS-DAILY-RISE = ZEROS
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-TO-CAP ROUNDED =
               (WS-ICU-BEDS - WS-ICU-OCCUPIED) / WS-DAILY-RISE
               ON SIZE ERROR
                 MOVE 99999         TO WS-DAYS-TO-CAP
           END-COMPUTE
           MOVE WS-DAYS-TO-CAP      TO WS-DAYS-EDIT
           MOVE WS-DAYS-EDIT        TO DAYS-CAP-O
           IF WS-DAYS-TO-CAP NOT > WS-CAPACITY-DAYS
             MOVE 'Y'               TO WS-STRAINED
           END-IF
           .
      *
       GET-PARAMETERS.
           MOVE 2                  TO WS-PARM-COUNT
           MOVE 'ASOFDATE'         TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'STRAIN'           TO WS-PARM-KEYWORD (2)
           MOVE SPACES             TO WS-PARM-VALUE (2)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-PARM-VALUE (1) (1:8) NUMERIC
             MOVE WS-PARM-VALUE (1) (1:8) TO WS-AS-OF-DATE-NUM
           ELSE
             DISPLAY '*** ERROR ASOFDATE is Missing or not Numeric'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           IF WS-PARM-VALUE (2) NOT = SPACES
             MOVE ZEROS            TO WS-NUM-CTL
             MOVE SPACES           TO WS-NUM-VALUE
             UNSTRING WS-PARM-VALUE (2)
                 DELIMITED BY ' '
                 INTO WS-NUM-VALUE COUNT IN WS-NUM-CTL
             END-UNSTRING
             IF WS-NUM-CTL > 0 AND WS-NUM-CTL < 4
                AND WS-NUM-VALUE (1:WS-NUM-CTL) NUMERIC
               MOVE WS-NUM-VALUE (1:WS-NUM-CTL) TO WS-STRAIN-LIMIT
             ELSE
               DISPLAY '*** ERROR STRAIN is not Numeric'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           .
      *
      *
       REGISTER-RUN-CONTROL.
           MOVE 'COV1955'          TO WS-RC-PROGRAM
           STRING WS-AS-OF-DATE-NUM (1:4) '-'
                  WS-AS-OF-DATE-NUM (5:2) '-'
                  WS-AS-OF-DATE-NUM (7:2)
                  DELIMITED BY SIZE
                  INTO WS-RC-DATE
           END-STRING
           CALL 'COVRNCTL'      USING WS-RC-COMM-AREA
           .
