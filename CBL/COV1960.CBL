      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1960.
       AUTHOR.        Georges B.
      *Report Covid19 Daily Details by Subdivision ...
      *The COV1903 daily detail one level down: sweeps the SUBDIVD
      *province/state file, which arrives in code+subdivision+date
      *order, so the report is grouped by country, then by
      *subdivision, with dates ascending inside each subdivision.
      *The subdivision name comes from the SUBDIVS reference
      *master.  CODE= limits the report to one country.
      *BURST=Y splits the detail into per-region desk bundles
      *through the COVBURST subroutine, the region taken from
      *COUNTRYX.
      *Parameters: DATEFROM=YYYYMMDD, DATETO=YYYYMMDD, CODE=country
      *(default all), BURST=Y or N (default N).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE.
      *
           SELECT SUBDIVD-FILE ASSIGN TO SUBDIVD
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS SB-KEY
              FILE STATUS    IS WS-SUBDIVD-STATUS
           .
      *
           SELECT SUBDIVS-FILE ASSIGN TO SUBDIVS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS SM-KEY
              FILE STATUS    IS WS-SUBDIVS-STATUS
           .
      *
           SELECT COUNTRYX-FILE ASSIGN TO COUNTRYX
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS CX-CODE
              FILE STATUS    IS WS-COUNTRYX-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           03 SB-DATE-O           PIC X(10).
           03 FILLER              PIC X(02).
           03 SB-CODE-O           PIC X(05).
           03 FILLER              PIC X(02).
           03 SB-SUBDIV-O         PIC X(06).
           03 FILLER              PIC X(02).
           03 SM-NAME-O           PIC X(25).
           03 FILLER              PIC X(02).
           03 NEW-CONFIRMED-O     PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(02).
           03 TOTAL-CONFIRMED-O   PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(02).
           03 NEW-DEATHS-O        PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(02).
           03 TOTAL-DEATHS-O      PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(02).
           03 NEW-RECOVERED-O     PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(02).
           03 TOTAL-RECOVERED-O   PIC ZZZ,ZZZ,ZZ9.
      *
       FD  SUBDIVD-FILE.
       COPY SUBDIVD  REPLACING ==:TAG1:== BY ==SUBDIVD==
                               ==:TAG2:== BY ==SB==.
      *
       FD  SUBDIVS-FILE.
       COPY SUBDIVS  REPLACING ==:TAG1:== BY ==SUBDIVS==
                               ==:TAG2:== BY ==SM==.
      *
       FD  COUNTRYX-FILE.
       COPY COUNTRYX REPLACING ==:TAG1:== BY ==COUNTRYX==
                               ==:TAG2:== BY ==CX==.
      *
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-SUBDIVD-STATUS       PIC 99 VALUE ZEROS.
       01  WS-SUBDIVS-STATUS       PIC 99 VALUE ZEROS.
       01  WS-COUNTRYX-STATUS      PIC 99 VALUE ZEROS.
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-PAGE-BREAK        PIC 9(02) VALUE 65.
           03 WS-COUNTRYX-AVAIL    PIC X VALUE 'N'.
            88 WS-COUNTRYX-ON-FILE VALUE 'Y'.
      *
       01  WS-DATE-RANGE.
           03 WS-DATE-FROM-NUM     PIC 9(08) VALUE ZEROS.
           03 WS-DATE-TO-NUM       PIC 9(08) VALUE ZEROS.
      *
       01  WS-PARMS.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
           03 WS-BURST-OPTION      PIC X VALUE 'N'.
      *    Y=BURST DETAIL INTO PER-REGION DESK BUNDLES ***
            88 WS-BURST-YES        VALUE 'Y'.
           03 WS-ONE-CODE          PIC X(05) VALUE SPACES.
      *
      *    THE SWEEP IS CODE-MAJOR, SO THE REGION IS READ ONCE PER
      *    COUNTRY AND THE NAME ONCE PER SUBDIVISION **************
       01  WS-LOOKUP-CACHE.
           03 WS-CACHE-CODE        PIC X(05) VALUE LOW-VALUES.
           03 WS-CACHE-REGION      PIC X(03) VALUE SPACES.
           03 WS-CACHE-SUBDIV-KEY  PIC X(11) VALUE LOW-VALUES.
           03 WS-CACHE-NAME        PIC X(40) VALUE SPACES.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVBRCOM     REPLACING ==:TAG:==      BY ==WS-BR==.
      *
       COPY COVRNCOM     REPLACING ==:TAG:==      BY ==WS-RC==.
      *
       01  COUNTERS.
           03 WS-SUBDIVD-T-RECS    PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-UNBUNDLED-RECS    PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-PG-WRITTEN-LINES  PIC 9(02) VALUE ZEROS.
           03 WS-PAGE-NUMBER       PIC 9(05) VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-HEADER-1.
           03 FILLER               PIC X(16) VALUE 'COV1960'.
           03 TITLE-1              PIC X(40) VALUE
                '*** SUBDIVISION DAILY DETAIL REPORT *** '.
           03 FILLER               PIC X(08) VALUE 'Date: '.
           03 DATE-1               PIC X(10).
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE 'Time: '.
           03 TIME-1               PIC X(08).
           03 FILLER               PIC X(04).
           03 FILLER               PIC X(07) VALUE 'Page: '.
           03 PAGE-NUMBER          PIC ZZZZ9.
           03 FILLER               PIC X(28).
      *
       01  WS-HEADER-2.
           03 FILLER               PIC X(10) VALUE 'DATE'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE 'CODE'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE 'SUBDIV'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(25) VALUE 'PROVINCE / STATE'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE 'NEW CONF'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE 'TOT CONF'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE 'NEW DEATH'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE 'TOT DEATH'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE 'NEW RECOV'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE 'TOT RECOV'.
      *
       01  WS-HEADER-3.
           03 FILLER               PIC X(10) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(25) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
      *
       01  WS-TRAILER-1.
           03 FILLER               PIC X(30) VALUE
                        '*** End of SUBDIVD Report. '.
           03 SUBDIVD-T-RECS       PIC ZZZ,ZZ9.
           03 FILLER               PIC X(30) VALUE
                        ' Records were found. ***'.
      *
       01  WS-TRAILER-2.
           03 FILLER               PIC X(30) VALUE
                        '*** LINES IN NO REGION BUNDLE'.
           03 UNBUNDLED-RECS-O     PIC ZZZ,ZZ9.
           03 FILLER               PIC X(30) VALUE
                        ' (NO REGION ON ROW) ***'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       OPEN-FILES.
           PERFORM GET-PARAMETERS
           IF WS-PARM-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT  SUBDIVD-FILE
           IF WS-SUBDIVD-STATUS > 0
             DISPLAY '*** ERROR OPENING SUBDIVD-FILE-STATUS: '
                     WS-SUBDIVD-STATUS
             MOVE 16                    TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT  SUBDIVS-FILE
           IF WS-BURST-YES
             OPEN INPUT COUNTRYX-FILE
             IF WS-COUNTRYX-STATUS = 00
               MOVE 'Y'                 TO WS-COUNTRYX-AVAIL
             ELSE
               DISPLAY '*** WARNING COUNTRYX NOT AVAILABLE, STATUS: '
                       WS-COUNTRYX-STATUS
             END-IF
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE 'S'                     TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           IF WS-BURST-YES
             MOVE 'O'                   TO WS-BR-FUNCTION
             MOVE 'COV1960'             TO WS-BR-REPORT-ID
             CALL 'COVBURST'         USING WS-BR-COMM-AREA
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
      *
           WRITE PRINT-REC            FROM WS-HEADER-1
                 AFTER ADVANCING PAGE
           WRITE PRINT-REC            FROM WS-HEADER-2
           WRITE PRINT-REC            FROM WS-HEADER-3
           MOVE 3                       TO WS-PG-WRITTEN-LINES
           .
      *
       READ-NEXT-RECORD.
      *    THE FILE IS CODE-MAJOR, SO OUT-OF-RANGE DATES ARE
      *    SKIPPED RATHER THAN ENDING THE SWEEP; ONE COUNTRY IS
      *    POSITIONED TO WITH START AND ENDS AT ITS LAST ROW ******
           IF WS-ONE-CODE NOT = SPACES
             MOVE LOW-VALUES            TO SB-KEY
             MOVE WS-ONE-CODE           TO SB-CODE
             START SUBDIVD-FILE KEY NOT < SB-KEY
                 INVALID KEY MOVE 'Y'   TO LASTREC
             END-START
           END-IF
           IF LASTREC NOT = 'Y'
             PERFORM READ-RECORD
           END-IF
            PERFORM UNTIL LASTREC = 'Y'
                IF SB-DATE NOT < WS-DATE-FROM-NUM
                   AND SB-DATE NOT > WS-DATE-TO-NUM
                  PERFORM WRITE-RECORD
                END-IF
                PERFORM READ-RECORD
            END-PERFORM
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           MOVE WS-SUBDIVD-T-RECS       TO SUBDIVD-T-RECS
           WRITE PRINT-REC            FROM WS-TRAILER-1
           IF WS-UNBUNDLED-RECS > 0
             MOVE SPACES                TO PRINT-REC
             MOVE WS-UNBUNDLED-RECS     TO UNBUNDLED-RECS-O
             WRITE PRINT-REC          FROM WS-TRAILER-2
             DISPLAY 'LINES IN NO REGION BUNDLE: '
                     WS-UNBUNDLED-RECS
           END-IF
           .
      *
       CLOSE-STOP.
           IF WS-BURST-YES
             MOVE 'C'        TO WS-BR-FUNCTION
             CALL 'COVBURST' USING WS-BR-COMM-AREA
           END-IF
           CLOSE        SUBDIVD-FILE
                        SUBDIVS-FILE
                        PRINT-LINE
           IF WS-COUNTRYX-ON-FILE
             CLOSE COUNTRYX-FILE
           END-IF
           MOVE 'C'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           GOBACK
           .
      *
       READ-RECORD.
           READ SUBDIVD-FILE NEXT RECORD
                AT END       MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
              AND WS-ONE-CODE NOT = SPACES
              AND SB-CODE NOT = WS-ONE-CODE
             MOVE 'Y'        TO LASTREC
           END-IF
           .
      *
       WRITE-RECORD.
           IF WS-PG-WRITTEN-LINES > WS-PAGE-BREAK
             PERFORM WRITE-HEADERS
             MOVE 0           TO WS-PG-WRITTEN-LINES
           END-IF
      *
           PERFORM GET-SUBDIV-NAME
      *
           MOVE SPACES       TO PRINT-REC
           STRING SB-DATE-YEAR  '-' SB-DATE-MONTH '-' SB-DATE-DAY
                  DELIMITED BY SIZE
                  INTO SB-DATE-O
           END-STRING
           MOVE SB-CODE             TO SB-CODE-O
           MOVE SB-SUBDIV           TO SB-SUBDIV-O
           MOVE WS-CACHE-NAME       TO SM-NAME-O
           MOVE SB-NEW-CONFIRMED    TO NEW-CONFIRMED-O
           MOVE SB-TOTAL-CONFIRMED  TO TOTAL-CONFIRMED-O
           MOVE SB-NEW-DEATHS       TO NEW-DEATHS-O
           MOVE SB-TOTAL-DEATHS     TO TOTAL-DEATHS-O
           MOVE SB-NEW-RECOVERED    TO NEW-RECOVERED-O
           MOVE SB-TOTAL-RECOVERED  TO TOTAL-RECOVERED-O
      *
           WRITE PRINT-REC
           IF WS-BURST-YES
             PERFORM GET-REGION
             MOVE 'W'        TO WS-BR-FUNCTION
             MOVE WS-CACHE-REGION TO WS-BR-REGION-CODE
             MOVE PRINT-REC  TO WS-BR-PRINT-LINE
             CALL 'COVBURST' USING WS-BR-COMM-AREA
             IF WS-BR-RETURN-STATUS = '01'
      *        NO REGION ON THE ROW, SO NO DESK GOT THE LINE *****
               ADD 1         TO WS-UNBUNDLED-RECS
             END-IF
           END-IF
           ADD 1             TO WS-PG-WRITTEN-LINES
           ADD 1             TO WS-SUBDIVD-T-RECS
           .
      *
       GET-SUBDIV-NAME.
           IF SB-CODE = WS-CACHE-SUBDIV-KEY (1:5)
              AND SB-SUBDIV = WS-CACHE-SUBDIV-KEY (6:6)
             EXIT PARAGRAPH
           END-IF
           MOVE SB-CODE             TO SM-CODE
                                       WS-CACHE-SUBDIV-KEY (1:5)
           MOVE SB-SUBDIV           TO SM-SUBDIV
                                       WS-CACHE-SUBDIV-KEY (6:6)
           READ SUBDIVS-FILE
               INVALID KEY     MOVE SPACES TO WS-CACHE-NAME
               NOT INVALID KEY MOVE SM-NAME TO WS-CACHE-NAME
           END-READ
           .
      *
       GET-REGION.
           IF SB-CODE = WS-CACHE-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE SB-CODE             TO WS-CACHE-CODE
           MOVE SPACES              TO WS-CACHE-REGION
           IF NOT WS-COUNTRYX-ON-FILE
             EXIT PARAGRAPH
           END-IF
           MOVE SB-CODE             TO CX-CODE
           READ COUNTRYX-FILE
               INVALID KEY     CONTINUE
               NOT INVALID KEY MOVE CX-REGION-CODE TO WS-CACHE-REGION
           END-READ
           .
      *
       GET-PARAMETERS.
           MOVE 4                  TO WS-PARM-COUNT
           MOVE 'DATEFROM'         TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'DATETO'           TO WS-PARM-KEYWORD (2)
           MOVE SPACES             TO WS-PARM-VALUE (2)
           MOVE 'BURST'            TO WS-PARM-KEYWORD (3)
           MOVE 'N'                TO WS-PARM-VALUE (3)
           MOVE 'CODE'             TO WS-PARM-KEYWORD (4)
           MOVE SPACES             TO WS-PARM-VALUE (4)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-PARM-VALUE (1) = SPACES
             MOVE ZEROS            TO WS-DATE-FROM-NUM
           ELSE
             IF WS-PARM-VALUE (1) (1:8) NUMERIC
               MOVE WS-PARM-VALUE (1) (1:8) TO WS-DATE-FROM-NUM
             ELSE
               DISPLAY '*** ERROR DATEFROM is not Numeric'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           IF WS-PARM-VALUE (2) = SPACES
             MOVE 99999999         TO WS-DATE-TO-NUM
           ELSE
             IF WS-PARM-VALUE (2) (1:8) NUMERIC
               MOVE WS-PARM-VALUE (2) (1:8) TO WS-DATE-TO-NUM
             ELSE
               DISPLAY '*** ERROR DATETO is not Numeric'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           MOVE WS-PARM-VALUE (3) (1:1) TO WS-BURST-OPTION
           IF WS-BURST-OPTION = 'Y' OR WS-BURST-OPTION = 'N'
             CONTINUE
           ELSE
             DISPLAY '*** ERROR BURST is not Y or N'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (4) (1:5) TO WS-ONE-CODE
           .
      *
      *
       REGISTER-RUN-CONTROL.
           MOVE 'COV1960'          TO WS-RC-PROGRAM
           STRING WS-DATE-FROM-NUM (1:4) '-'
                  WS-DATE-FROM-NUM (5:2) '-'
                  WS-DATE-FROM-NUM (7:2)
                  DELIMITED BY SIZE
                  INTO WS-RC-DATE
           END-STRING
           CALL 'COVRNCTL'      USING WS-RC-COMM-AREA
           .
