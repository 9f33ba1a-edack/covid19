      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1977.
       AUTHOR.        Georges B.
      *Backup Manifest Of The COV19 Masters ...
      *Run just ahead of the nightly backups.  Measures COUNTRYS,
      *COUNTRYX, COVID19D, VACCINED, TESTINGD, COVID19M, COV19CTL
      *and COV19STA through COVMEASR (record count, high key,
      *newest date, hash totals of the counters) and appends one
      *row per file to the COV19MAN manifest, all rows of the run
      *under one run timestamp, which the report prints so the
      *backup log records which manifest goes with which backup.
      *After a restore COV1978 verifies the masters against it.
      *Return code 4 when a master is missing, 16 when a master
      *or the manifest could not be read or written.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE.
      *
           SELECT MANIFEST-FILE ASSIGN COV19MAN
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-MANIFEST-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                 PIC X(132).
      *
       FD  MANIFEST-FILE
           RECORDING MODE IS F
           .
       COPY COVMANF  REPLACING ==:TAG1:== BY ==MANIFEST==
                               ==:TAG2:== BY ==MF==.
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-FILES-STATUS.
           03 WS-MANIFEST-STATUS   PIC 99 VALUE ZEROS.
      *
       01 FLAGS.
           03 WS-PAGE-BREAK        PIC 9(02) VALUE 65.
           03 WS-ABORT             PIC X VALUE 'N'.
            88 WS-ABORT-RUN        VALUE 'Y'.
           03 WS-CONDITION         PIC 9(02) VALUE ZEROS.
      *
      *    THE MASTERS IN THE ORDER THE MANIFEST LISTS THEM ******
       01  WS-MASTER-LIST.
           03 FILLER               PIC X(32) VALUE
                'COUNTRYSCOUNTRYXCOVID19DVACCINED'.
           03 FILLER               PIC X(32) VALUE
                'TESTINGDCOVID19MCOV19CTLCOV19STA'.
       01  WS-MASTER-TABLE REDEFINES WS-MASTER-LIST.
           03 WS-MASTER-ID         PIC X(08) OCCURS 8.
       01  WS-MASTER-SUB           PIC 9(02) COMP.
      *
       COPY COVMSCOM     REPLACING ==:TAG:==      BY ==WS-MS==.
      *
       COPY COVRNCOM     REPLACING ==:TAG:==      BY ==WS-RC==.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
       01  WS-RUN-TIMESTAMP        PIC X(19) VALUE SPACES.
      *
       01  COUNTERS.
           03 WS-MEASURED          PIC 9(03) COMP-3 VALUE ZEROES.
           03 WS-MISSING           PIC 9(03) COMP-3 VALUE ZEROES.
           03 WS-IN-ERROR          PIC 9(03) COMP-3 VALUE ZEROES.
           03 WS-MANIFEST-WRITTEN  PIC 9(03) COMP-3 VALUE ZEROES.
           03 WS-PG-WRITTEN-LINES  PIC 9(02) VALUE ZEROS.
           03 WS-PAGE-NUMBER       PIC 9(05) VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-HEADER-1.
           03 FILLER               PIC X(16) VALUE 'COV1977'.
           03 TITLE-1              PIC X(40) VALUE
                '*** BACKUP MANIFEST OF THE MASTERS ***  '.
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
           03 FILLER               PIC X(20) VALUE
                'MANIFEST TIMESTAMP: '.
           03 TIMESTAMP-1B         PIC X(19).
      *
       01  WS-HEADER-2.
           03 FILLER               PIC X(10) VALUE 'FILE'.
           03 FILLER               PIC X(07) VALUE 'STATE'.
           03 FILLER               PIC X(13) VALUE '    RECORDS'.
           03 FILLER               PIC X(15) VALUE 'HIGH KEY'.
           03 FILLER               PIC X(12) VALUE 'LATEST'.
           03 FILLER               PIC X(20) VALUE
                '            HASH 1'.
           03 FILLER               PIC X(20) VALUE
                '            HASH 2'.
           03 FILLER               PIC X(20) VALUE
                '            HASH 3'.
      *
       01  WS-HEADER-3.
           03 FILLER               PIC X(08) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(13) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(10) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(18) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(18) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(18) VALUE ALL '='.
      *
       01  WS-MANIFEST-LINE.
           03 ML-FILE-O            PIC X(08).
           03 FILLER               PIC X(02).
           03 ML-STATE-O           PIC X(05).
           03 FILLER               PIC X(02).
           03 ML-RECORDS-O         PIC ZZZ,ZZZ,ZZ9.
           03 FILLER               PIC X(02).
           03 ML-HIGH-KEY-O        PIC X(13).
           03 FILLER               PIC X(02).
           03 ML-LATEST-O          PIC X(10).
           03 FILLER               PIC X(02).
           03 ML-HASH-1-O          PIC Z(17)9.
           03 FILLER               PIC X(02).
           03 ML-HASH-2-O          PIC Z(17)9.
           03 FILLER               PIC X(02).
           03 ML-HASH-3-O          PIC Z(17)9.
      *
       01  WS-TRAILER-1.
           03 FILLER               PIC X(26) VALUE
                        '*** MASTERS MEASURED:     '.
           03 MEASURED-O           PIC ZZ9.
           03 FILLER               PIC X(14) VALUE '   MISSING:   '.
           03 MISSING-O            PIC ZZ9.
           03 FILLER               PIC X(14) VALUE '   IN ERROR:  '.
           03 IN-ERROR-O           PIC ZZ9.
           03 FILLER               PIC X(04) VALUE ' ***'.
      *
       01  WS-TRAILER-2.
           03 FILLER               PIC X(26) VALUE
                        '*** MANIFEST ROWS WRITTEN:'.
           03 WRITTEN-O            PIC ZZ9.
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
      *
           OPEN EXTEND MANIFEST-FILE
           IF WS-MANIFEST-STATUS = 35
             OPEN OUTPUT MANIFEST-FILE
           END-IF
           IF WS-MANIFEST-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19MAN-STATUS: '
                     WS-MANIFEST-STATUS
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT PRINT-LINE
      *
           MOVE 'S'                 TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           .
      *
       MEASURE-MASTERS.
           PERFORM WRITE-HEADERS
           PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
                   UNTIL WS-MASTER-SUB > 8
             PERFORM MEASURE-ONE-MASTER
           END-PERFORM
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           MOVE WS-MEASURED             TO MEASURED-O
           MOVE WS-MISSING              TO MISSING-O
           MOVE WS-IN-ERROR             TO IN-ERROR-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           MOVE WS-MANIFEST-WRITTEN     TO WRITTEN-O
           WRITE PRINT-REC            FROM WS-TRAILER-2
           DISPLAY '*** COV1977 Manifest Timestamp:    '
                   WS-RUN-TIMESTAMP
           DISPLAY '*** COV1977 Masters Measured:      ' WS-MEASURED
           DISPLAY '*** COV1977 Masters Missing:       ' WS-MISSING
           DISPLAY '*** COV1977 Masters In Error:      ' WS-IN-ERROR
           DISPLAY '*** COV1977 COV19MAN Rows Written: '
                   WS-MANIFEST-WRITTEN
           IF WS-ABORT-RUN
             MOVE 16                    TO WS-CONDITION
           ELSE
             IF WS-MISSING > 0
               MOVE 4                   TO WS-CONDITION
             END-IF
           END-IF
           .
      *
       CLOSE-STOP.
           CLOSE        MANIFEST-FILE
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
       MEASURE-ONE-MASTER.
           MOVE WS-MASTER-ID (WS-MASTER-SUB) TO WS-MS-FILE-ID
           CALL 'COVMEASR'      USING WS-MS-COMM-AREA
           EVALUATE TRUE
             WHEN WS-MS-MEASURED
               ADD 1                TO WS-MEASURED
             WHEN WS-MS-MISSING
               ADD 1                TO WS-MISSING
             WHEN OTHER
               ADD 1                TO WS-IN-ERROR
               MOVE 'Y'             TO WS-ABORT
           END-EVALUATE
      *    A MISSING OR UNREADABLE MASTER STILL GETS ITS ROW SO THE
      *    MANIFEST SHOWS WHAT THE BACKUP DID NOT HOLD ************
           MOVE SPACES              TO MANIFEST-REC
           MOVE WS-RUN-TIMESTAMP    TO MF-RUN-TIMESTAMP
           MOVE WS-MS-FILE-ID       TO MF-FILE-ID
           MOVE WS-MS-STATE         TO MF-STATE
           MOVE WS-MS-RECORDS       TO MF-RECORDS
           MOVE WS-MS-HIGH-KEY      TO MF-HIGH-KEY
           MOVE WS-MS-LATEST-DATE   TO MF-LATEST-DATE
           MOVE WS-MS-HASH-1        TO MF-HASH-1
           MOVE WS-MS-HASH-2        TO MF-HASH-2
           MOVE WS-MS-HASH-3        TO MF-HASH-3
           WRITE MANIFEST-REC
           IF WS-MANIFEST-STATUS > 0
             DISPLAY '*** Error writing COV19MAN: '
                     WS-MANIFEST-STATUS
             MOVE 'Y'               TO WS-ABORT
           ELSE
             ADD 1                  TO WS-MANIFEST-WRITTEN
           END-IF
           PERFORM WRITE-MANIFEST-LINE
           .
      *
       WRITE-MANIFEST-LINE.
           IF WS-PG-WRITTEN-LINES > WS-PAGE-BREAK
             PERFORM WRITE-HEADERS
           END-IF
           MOVE SPACES              TO WS-MANIFEST-LINE
           MOVE WS-MS-FILE-ID       TO ML-FILE-O
           EVALUATE TRUE
             WHEN WS-MS-MEASURED
               MOVE 'OK'            TO ML-STATE-O
             WHEN WS-MS-MISSING
               MOVE 'MISS'          TO ML-STATE-O
             WHEN OTHER
               MOVE 'ERROR'         TO ML-STATE-O
           END-EVALUATE
           MOVE WS-MS-RECORDS       TO ML-RECORDS-O
           MOVE WS-MS-HIGH-KEY      TO ML-HIGH-KEY-O
           IF WS-MS-LATEST-DATE > 0
             STRING WS-MS-LATEST-DATE (1:4) '-'
                    WS-MS-LATEST-DATE (5:2) '-'
                    WS-MS-LATEST-DATE (7:2)
                    DELIMITED BY SIZE
                    INTO ML-LATEST-O
             END-STRING
           END-IF
           MOVE WS-MS-HASH-1        TO ML-HASH-1-O
           MOVE WS-MS-HASH-2        TO ML-HASH-2-O
           MOVE WS-MS-HASH-3        TO ML-HASH-3-O
           WRITE PRINT-REC        FROM WS-MANIFEST-LINE
           ADD 1                    TO WS-PG-WRITTEN-LINES
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
           MOVE WS-RUN-TIMESTAMP        TO TIMESTAMP-1B
      *
           WRITE PRINT-REC            FROM WS-HEADER-1
                 AFTER ADVANCING PAGE
           WRITE PRINT-REC            FROM WS-HEADER-1B
           WRITE PRINT-REC            FROM WS-HEADER-2
           WRITE PRINT-REC            FROM WS-HEADER-3
           MOVE 4                       TO WS-PG-WRITTEN-LINES
           .
      *
       REGISTER-RUN-CONTROL.
           MOVE 'COV1977'          TO WS-RC-PROGRAM
           MOVE WS-RUN-TIMESTAMP (1:10) TO WS-RC-DATE
           CALL 'COVRNCTL'      USING WS-RC-COMM-AREA
           .
