      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1963.
       AUTHOR.        Georges B.
      *Figures As Known On A Past Date And Time ...
      *Answers "what did we have for country X on date D as of
      *last Tuesday" after COV1929 or COV1941 has changed the row.
      *The COVID19D rows in scope (one country or rollup code, or
      *every country of a COUNTRYX region plus its R-xxx rollup,
      *over a date range) are taken as they stand today and every
      *COV19JRN change journaled after the ASOF time is undone on
      *them, newest first: a REWRITE or DELETE puts its
      *before-image back, a WRITE means the row was not yet on
      *file.  When ASOF is older than the oldest row still on the
      *live journal, the COV1951 archive generations are read too
      *(COV19JRA - the JCL concatenates as many generations as
      *are needed to reach back to ASOF).  Each country-date is
      *printed with its as-known and today's figures and the
      *differences, in the COV1925 two-line style with a third
      *line for recovered.  Return code 4 when the archive was
      *needed but could not be opened, since the figures may then
      *not reach all the way back.
      *Parameters: ASOF=YYYY-MM-DD HH:MM:SS (or YYYY-MM-DD for the
      *            end of that day), CODE=country or rollup code or
      *            REGION=AFR/ASI/EUR/NAM/OCE/SAM (one required),
      *            DATEFROM=/DATETO=YYYYMMDD (default all dates),
      *            CHANGED=Y to list only changed country-dates.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE.
      *
           SELECT COVID19D-FILE ASSIGN COVID19D
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS CV-CODE-DATE
              ALTERNATE RECORD KEY IS CV-DATE
                                  WITH DUPLICATES
              FILE STATUS    IS WS-COVID19D-STATUS
           .
      *
           SELECT COUNTRYX-FILE ASSIGN COUNTRYX
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS CX-CODE
              FILE STATUS    IS WS-COUNTRYX-STATUS
           .
      *
           SELECT COVID19D-JOURNAL ASSIGN COV19JRN
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-JOURNAL-STATUS
           .
      *
           SELECT JOURNAL-ARCHIVE ASSIGN COV19JRA
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-ARCHIVE-STATUS
           .
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           03 DATE-O                 PIC X(10).
           03 FILLER                 PIC X(02).
           03 C-CODE-O               PIC X(05).
           03 FILLER                 PIC X(02).
           03 SERIES-O               PIC X(05).
           03 FILLER                 PIC X(02).
           03 ASOF-NEW-O             PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 TODAY-NEW-O            PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 NEW-DIFF-O             PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 ASOF-TOTAL-O           PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 TODAY-TOTAL-O          PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 TOTAL-DIFF-O           PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 FINDING-O              PIC X(13).
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING ==:TAG1:== BY ==COVID19D==
                               ==:TAG2:== BY ==CV==.
      *
       FD  COUNTRYX-FILE.
       COPY COUNTRYX REPLACING ==:TAG1:== BY ==COUNTRYX==
                               ==:TAG2:== BY ==CX==.
      *
       FD  COVID19D-JOURNAL
           RECORDING MODE IS F
           .
       COPY COVJRNL  REPLACING ==:TAG1:== BY ==JOURNAL==
                               ==:TAG2:== BY ==JR==.
      *
       FD  JOURNAL-ARCHIVE
           RECORDING MODE IS F
           .
       COPY COVJRNL  REPLACING ==:TAG1:== BY ==ARCHIVE==
                               ==:TAG2:== BY ==JA==.
      *
      *    TODAY'S ROW SORTS AHEAD OF ITS JOURNAL ROWS (TIMESTAMP
      *    HIGH-VALUES), THE JOURNAL ROWS FOLLOW NEWEST FIRST ****
       SD  SORT-WORK-FILE.
       01  SW-REC.
           03 SW-CODE-DATE          PIC X(13).
           03 SW-TIMESTAMP          PIC X(19).
           03 SW-REC-NUMBER         PIC 9(09).
           03 SW-SOURCE             PIC X(01).
              88 SW-FROM-MASTER        VALUE 'M'.
              88 SW-FROM-JOURNAL       VALUE 'J'.
           03 SW-ACTION             PIC X(01).
           03 SW-IMAGE              PIC X(48).
      *
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-COVID19D-STATUS      PIC 99 VALUE ZEROS.
       01  WS-COUNTRYX-STATUS      PIC 99 VALUE ZEROS.
       01  WS-JOURNAL-STATUS       PIC 99 VALUE ZEROS.
       01  WS-ARCHIVE-STATUS       PIC 99 VALUE ZEROS.
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-PAGE-BREAK        PIC 9(02) VALUE 65.
           03 WS-SORT-EOF          PIC X VALUE 'N'.
            88 WS-SORT-DONE        VALUE 'Y'.
           03 WS-ARCHIVE-NEED      PIC X VALUE 'N'.
            88 WS-ARCHIVE-NEEDED   VALUE 'Y'.
           03 WS-ARCHIVE-AVAIL     PIC X VALUE 'N'.
            88 WS-ARCHIVE-ON-FILE  VALUE 'Y'.
           03 WS-IN-SCOPE          PIC X VALUE 'N'.
            88 WS-KEY-IN-SCOPE     VALUE 'Y'.
           03 WS-TODAY-ON          PIC X VALUE 'N'.
            88 WS-TODAY-ON-FILE    VALUE 'Y'.
           03 WS-ASOF-ON           PIC X VALUE 'N'.
            88 WS-ASOF-ON-FILE     VALUE 'Y'.
           03 WS-CONDITION         PIC 9(02) VALUE ZEROS.
      *
       01  WS-PARMS.
           03 WS-ASOF-TS           PIC X(19) VALUE SPACES.
           03 WS-FILTER-CODE       PIC X(05) VALUE SPACES.
           03 WS-FILTER-REGION     PIC X(03) VALUE SPACES.
           03 WS-DATE-FROM-NUM     PIC 9(08) VALUE ZEROS.
           03 WS-DATE-TO-NUM       PIC 9(08) VALUE 99999999.
           03 WS-CHANGED-ONLY      PIC X VALUE 'N'.
            88 WS-LIST-CHANGED-ONLY VALUE 'Y'.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVRNCOM     REPLACING ==:TAG:==      BY ==WS-RC==.
      *
       01  WS-SCOPE-WORK.
           03 WS-CHK-CODE          PIC X(05).
           03 WS-CHK-DATE          PIC 9(08).
           03 WS-CX-CACHE-CODE     PIC X(05) VALUE SPACES.
           03 WS-CX-CACHE-REGION   PIC X(03) VALUE SPACES.
           03 WS-FIRST-LIVE-TS     PIC X(19) VALUE SPACES.
           03 WS-REC-NUMBER        PIC 9(09) VALUE ZEROS.
      *
       01  WS-GROUP-DATA.
           03 WS-GRP-CODE-DATE.
              05 WS-GRP-CODE       PIC X(05).
              05 WS-GRP-DATE       PIC 9(08).
       COPY COVID19D     REPLACING ==:TAG1:==     BY ==WS-TODAY==
                                   ==:TAG2:==     BY ==TD==.
       COPY COVID19D     REPLACING ==:TAG1:==     BY ==WS-ASOF==
                                   ==:TAG2:==     BY ==AO==.
      *    JOURNAL ROW BEING RELEASED, FROM COV19JRN OR COV19JRA ***
       COPY COVJRNL      REPLACING ==:TAG1:==     BY ==WS-JOURNAL==
                                   ==:TAG2:==     BY ==WJ==.
      *
       01  WS-DIFF-WORK.
           03 WS-DIFF              PIC S9(10).
           03 WS-FINDING           PIC X(13).
      *
       01  COUNTERS.
           03 WS-LIVE-READ         PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-ARCHIVE-READ      PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-MASTER-IN-SCOPE   PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-CHANGES-UNDONE    PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-KEYS-REPORTED     PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-KEYS-CHANGED      PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-KEYS-ADDED        PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-KEYS-DELETED      PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-PG-WRITTEN-LINES  PIC 9(02) VALUE ZEROS.
           03 WS-PAGE-NUMBER       PIC 9(05) VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-HEADER-1.
           03 FILLER               PIC X(16) VALUE 'COV1963'.
           03 TITLE-1              PIC X(40) VALUE
                '*** FIGURES AS KNOWN ON *** '.
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
       01  WS-HEADER-1B.
           03 FILLER               PIC X(08) VALUE 'AS OF: '.
           03 H1B-ASOF             PIC X(19).
           03 FILLER               PIC X(09) VALUE '  SCOPE: '.
           03 H1B-SCOPE            PIC X(12).
           03 FILLER               PIC X(09) VALUE '  DATES: '.
           03 H1B-DATE-FROM        PIC X(10).
           03 FILLER               PIC X(04) VALUE ' TO '.
           03 H1B-DATE-TO          PIC X(10).
           03 FILLER               PIC X(11) VALUE '  JOURNAL: '.
           03 H1B-JOURNAL          PIC X(14).
      *
       01  WS-HEADER-2.
           03 FILLER               PIC X(10) VALUE 'DATE'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE 'CODE'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE 'SER'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE '   ASOF NEW'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE '  TODAY NEW'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(12) VALUE '    NEW DIFF'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ' ASOF TOTAL'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE 'TODAY TOTAL'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(12) VALUE '  TOTAL DIFF'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(13) VALUE 'FINDING'.
      *
       01  WS-HEADER-3.
           03 FILLER               PIC X(10) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(12) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(12) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(13) VALUE ALL '='.
      *
       01  WS-TRAILER-1.
           03 FILLER               PIC X(26) VALUE
                        '*** COUNTRY-DATES LISTED: '.
           03 REPORTED-O           PIC ZZZ,ZZ9.
           03 FILLER               PIC X(12) VALUE '  CHANGED: '.
           03 CHANGED-O            PIC ZZZ,ZZ9.
           03 FILLER               PIC X(10) VALUE '  ADDED: '.
           03 ADDED-O              PIC ZZZ,ZZ9.
           03 FILLER               PIC X(12) VALUE '  DELETED: '.
           03 DELETED-O            PIC ZZZ,ZZ9.
           03 FILLER               PIC X(04) VALUE ' ***'.
      *
       01  WS-TRAILER-2.
           03 FILLER               PIC X(26) VALUE
                        '*** JOURNAL ROWS UNDONE:  '.
           03 UNDONE-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(04) VALUE ' ***'.
      *
       01  WS-TRAILER-3.
           03 FILLER               PIC X(45) VALUE
                '*** COV19JRA ARCHIVE NOT AVAILABLE - CHANGES '.
           03 FILLER               PIC X(16) VALUE
                'JOURNALED BEFORE'.
           03 FILLER               PIC X(01).
           03 FIRST-LIVE-O         PIC X(19).
           03 FILLER               PIC X(26) VALUE
                ' ARE NOT UNDONE ***'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       OPEN-FILES.
           PERFORM GET-PARAMETERS
           IF WS-PARM-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
      *
           OPEN INPUT  COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
             DISPLAY '*** ERROR OPENING COVID19D-STATUS: '
                     WS-COVID19D-STATUS
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-FILTER-REGION NOT = SPACES
             OPEN INPUT COUNTRYX-FILE
             IF WS-COUNTRYX-STATUS > 0
               DISPLAY '*** ERROR OPENING COUNTRYX-STATUS: '
                       WS-COUNTRYX-STATUS
               CLOSE COVID19D-FILE
               MOVE 16            TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE 'S'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           .
      *
       DO-SORT.
           SORT SORT-WORK-FILE
                ON ASCENDING  KEY SW-CODE-DATE
                   DESCENDING KEY SW-TIMESTAMP
                                  SW-REC-NUMBER
                INPUT PROCEDURE RELEASE-ROWS
                OUTPUT PROCEDURE REBUILD-ROWS
           .
      *
       WRITE-TRAILERS.
           IF WS-PAGE-NUMBER = 0
             PERFORM WRITE-HEADERS
           END-IF
           MOVE SPACES                  TO PRINT-REC
           MOVE WS-KEYS-REPORTED        TO REPORTED-O
           MOVE WS-KEYS-CHANGED         TO CHANGED-O
           MOVE WS-KEYS-ADDED           TO ADDED-O
           MOVE WS-KEYS-DELETED         TO DELETED-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           MOVE SPACES                  TO PRINT-REC
           MOVE WS-CHANGES-UNDONE       TO UNDONE-O
           WRITE PRINT-REC            FROM WS-TRAILER-2
           IF WS-ARCHIVE-NEEDED AND NOT WS-ARCHIVE-ON-FILE
             MOVE SPACES                TO PRINT-REC
             MOVE WS-FIRST-LIVE-TS      TO FIRST-LIVE-O
             WRITE PRINT-REC          FROM WS-TRAILER-3
             MOVE 4                     TO WS-CONDITION
           END-IF
           DISPLAY 'COV19JRN records READ: '       WS-LIVE-READ
           DISPLAY 'COV19JRA records READ: '       WS-ARCHIVE-READ
           DISPLAY 'COVID19D rows in scope: '      WS-MASTER-IN-SCOPE
           DISPLAY 'JOURNAL CHANGES UNDONE: '      WS-CHANGES-UNDONE
           DISPLAY 'COUNTRY-DATES LISTED: '        WS-KEYS-REPORTED
           DISPLAY 'COUNTRY-DATES CHANGED: '       WS-KEYS-CHANGED
           .
      *
       CLOSE-STOP.
           CLOSE        COVID19D-FILE
                        PRINT-LINE
           IF WS-FILTER-REGION NOT = SPACES
             CLOSE COUNTRYX-FILE
           END-IF
           MOVE 'C'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           MOVE WS-CONDITION       TO RETURN-CODE
           GOBACK
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
           MOVE WS-ASOF-TS              TO H1B-ASOF
           IF WS-FILTER-CODE NOT = SPACES
             MOVE WS-FILTER-CODE        TO H1B-SCOPE
           ELSE
             STRING 'REGION ' WS-FILTER-REGION
                    DELIMITED BY SIZE
                    INTO H1B-SCOPE
             END-STRING
           END-IF
           STRING WS-DATE-FROM-NUM (1:4) '-' WS-DATE-FROM-NUM (5:2)
                  '-' WS-DATE-FROM-NUM (7:2)
                  DELIMITED BY SIZE
                  INTO H1B-DATE-FROM
           END-STRING
           STRING WS-DATE-TO-NUM (1:4) '-' WS-DATE-TO-NUM (5:2)
                  '-' WS-DATE-TO-NUM (7:2)
                  DELIMITED BY SIZE
                  INTO H1B-DATE-TO
           END-STRING
           IF WS-ARCHIVE-ON-FILE
             MOVE 'LIVE + ARCHIVE'      TO H1B-JOURNAL
           ELSE
             MOVE 'LIVE'                TO H1B-JOURNAL
           END-IF
      *
           WRITE PRINT-REC            FROM WS-HEADER-1
                 AFTER ADVANCING PAGE
           WRITE PRINT-REC            FROM WS-HEADER-1B
           WRITE PRINT-REC            FROM WS-HEADER-2
           WRITE PRINT-REC            FROM WS-HEADER-3
           MOVE 4                       TO WS-PG-WRITTEN-LINES
           .
      *
       RELEASE-ROWS.
           PERFORM RELEASE-MASTER-ROWS
           PERFORM RELEASE-LIVE-JOURNAL
      *    THE LIVE JOURNAL STARTS AFTER ASOF (OR HOLDS NOTHING):
      *    THE CHANGES IN BETWEEN WERE TRIMMED TO THE ARCHIVE *****
           IF WS-FIRST-LIVE-TS = SPACES
              OR WS-FIRST-LIVE-TS > WS-ASOF-TS
             MOVE 'Y'                   TO WS-ARCHIVE-NEED
             PERFORM RELEASE-ARCHIVE-JOURNAL
           END-IF
           .
      *
       RELEASE-MASTER-ROWS.
      *    ONE COUNTRY READS ITS OWN KEY RANGE; A REGION SWEEPS THE
      *    DATE RANGE ON THE ALTERNATE KEY ************************
           MOVE SPACE                   TO LASTREC
           IF WS-FILTER-CODE NOT = SPACES
             MOVE WS-FILTER-CODE        TO CV-CODE
             MOVE WS-DATE-FROM-NUM      TO CV-DATE
             START COVID19D-FILE KEY IS NOT LESS THAN CV-CODE-DATE
               INVALID KEY
                 MOVE 'Y'               TO LASTREC
             END-START
           ELSE
             MOVE WS-DATE-FROM-NUM      TO CV-DATE
             START COVID19D-FILE KEY IS NOT LESS THAN CV-DATE
               INVALID KEY
                 MOVE 'Y'               TO LASTREC
             END-START
           END-IF
           PERFORM READ-MASTER
           PERFORM UNTIL LASTREC = 'Y'
             MOVE CV-CODE               TO WS-CHK-CODE
             MOVE CV-DATE               TO WS-CHK-DATE
             IF WS-CHK-DATE > WS-DATE-TO-NUM
                OR (WS-FILTER-CODE NOT = SPACES
                    AND WS-CHK-CODE NOT = WS-FILTER-CODE)
               MOVE 'Y'                 TO LASTREC
             ELSE
               PERFORM CHECK-SCOPE
               IF WS-KEY-IN-SCOPE
                 ADD 1                  TO WS-MASTER-IN-SCOPE
                 MOVE CV-CODE-DATE      TO SW-CODE-DATE
                 MOVE HIGH-VALUES       TO SW-TIMESTAMP
                 MOVE ZEROS             TO SW-REC-NUMBER
                 MOVE 'M'               TO SW-SOURCE
                 MOVE SPACE             TO SW-ACTION
                 MOVE COVID19D-REC      TO SW-IMAGE
                 RELEASE SW-REC
               END-IF
               PERFORM READ-MASTER
             END-IF
           END-PERFORM
           .
      *
       READ-MASTER.
           READ COVID19D-FILE NEXT RECORD
                AT END       MOVE 'Y' TO LASTREC
           END-READ
           .
      *
       RELEASE-LIVE-JOURNAL.
           OPEN INPUT COVID19D-JOURNAL
           IF WS-JOURNAL-STATUS > 0
             DISPLAY '*** WARNING COV19JRN NOT AVAILABLE, STATUS: '
                     WS-JOURNAL-STATUS
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE                   TO LASTREC
           PERFORM READ-LIVE-JOURNAL
           IF LASTREC NOT = 'Y'
             MOVE JR-TIMESTAMP          TO WS-FIRST-LIVE-TS
           END-IF
           PERFORM UNTIL LASTREC = 'Y'
             IF JR-TIMESTAMP > WS-ASOF-TS AND JR-FILE-ID = 'D'
               MOVE JOURNAL-REC         TO WS-JOURNAL-REC
               PERFORM RELEASE-JOURNAL-ROW
             END-IF
             PERFORM READ-LIVE-JOURNAL
           END-PERFORM
           CLOSE COVID19D-JOURNAL
           .
      *
       READ-LIVE-JOURNAL.
           READ COVID19D-JOURNAL
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END
                  ADD 1               TO WS-LIVE-READ
                                         WS-REC-NUMBER
           END-READ
           .
      *
       RELEASE-ARCHIVE-JOURNAL.
           OPEN INPUT JOURNAL-ARCHIVE
           IF WS-ARCHIVE-STATUS > 0
             DISPLAY '*** WARNING COV19JRA NOT AVAILABLE, STATUS: '
                     WS-ARCHIVE-STATUS
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y'                     TO WS-ARCHIVE-AVAIL
      *    A ROW ALSO STILL ON THE LIVE JOURNAL IS TAKEN FROM THERE
           MOVE SPACE                   TO LASTREC
           PERFORM READ-ARCHIVE-JOURNAL
           PERFORM UNTIL LASTREC = 'Y'
             IF JA-TIMESTAMP > WS-ASOF-TS AND JA-FILE-ID = 'D'
                AND (WS-FIRST-LIVE-TS = SPACES
                     OR JA-TIMESTAMP < WS-FIRST-LIVE-TS)
               MOVE ARCHIVE-REC         TO WS-JOURNAL-REC
               PERFORM RELEASE-JOURNAL-ROW
             END-IF
             PERFORM READ-ARCHIVE-JOURNAL
           END-PERFORM
           CLOSE JOURNAL-ARCHIVE
           .
      *
       READ-ARCHIVE-JOURNAL.
           READ JOURNAL-ARCHIVE
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END
                  ADD 1               TO WS-ARCHIVE-READ
                                         WS-REC-NUMBER
           END-READ
           .
      *
       RELEASE-JOURNAL-ROW.
      *    A DELETE CARRIES ONLY ITS BEFORE-IMAGE, SO THE KEY IS
      *    TAKEN FROM WHICHEVER IMAGE THE ACTION FILLS ************
           IF WJ-ACTION = 'D'
             MOVE WJ-BEFORE-IMAGE (1:13) TO SW-CODE-DATE
           ELSE
             MOVE WJ-AFTER-IMAGE (1:13)  TO SW-CODE-DATE
           END-IF
           MOVE SW-CODE-DATE (1:5)      TO WS-CHK-CODE
           MOVE SW-CODE-DATE (6:8)      TO WS-CHK-DATE
           PERFORM CHECK-SCOPE
           IF NOT WS-KEY-IN-SCOPE
             EXIT PARAGRAPH
           END-IF
           MOVE WJ-TIMESTAMP            TO SW-TIMESTAMP
           MOVE WS-REC-NUMBER           TO SW-REC-NUMBER
           MOVE 'J'                     TO SW-SOURCE
           MOVE WJ-ACTION               TO SW-ACTION
           MOVE WJ-BEFORE-IMAGE (1:48)  TO SW-IMAGE
           RELEASE SW-REC
           .
      *
       CHECK-SCOPE.
           MOVE 'N'                     TO WS-IN-SCOPE
           IF WS-CHK-DATE < WS-DATE-FROM-NUM
              OR WS-CHK-DATE > WS-DATE-TO-NUM
             EXIT PARAGRAPH
           END-IF
           IF WS-FILTER-CODE NOT = SPACES
             IF WS-CHK-CODE = WS-FILTER-CODE
               MOVE 'Y'                 TO WS-IN-SCOPE
             END-IF
             EXIT PARAGRAPH
           END-IF
      *    REGION: THE R-XXX ROLLUP ROW AND EVERY MEMBER COUNTRY ***
           IF WS-CHK-CODE (1:2) = 'R-'
             IF WS-CHK-CODE (3:3) = WS-FILTER-REGION
               MOVE 'Y'                 TO WS-IN-SCOPE
             END-IF
             EXIT PARAGRAPH
           END-IF
           IF WS-CHK-CODE NOT = WS-CX-CACHE-CODE
             MOVE WS-CHK-CODE           TO CX-CODE
                                           WS-CX-CACHE-CODE
             READ COUNTRYX-FILE
               INVALID KEY
                 MOVE SPACES            TO WS-CX-CACHE-REGION
               NOT INVALID KEY
                 MOVE CX-REGION-CODE    TO WS-CX-CACHE-REGION
             END-READ
           END-IF
           IF WS-CX-CACHE-REGION = WS-FILTER-REGION
             MOVE 'Y'                   TO WS-IN-SCOPE
           END-IF
           .
      *
       REBUILD-ROWS.
           PERFORM RETURN-SORTED-ROW
           PERFORM UNTIL WS-SORT-DONE
             MOVE SW-CODE-DATE          TO WS-GRP-CODE-DATE
             MOVE 'N'                   TO WS-TODAY-ON
                                           WS-ASOF-ON
             INITIALIZE WS-TODAY-REC
                        WS-ASOF-REC
             IF SW-FROM-MASTER
               MOVE 'Y'                 TO WS-TODAY-ON
                                           WS-ASOF-ON
               MOVE SW-IMAGE            TO WS-TODAY-REC
                                           WS-ASOF-REC
               PERFORM RETURN-SORTED-ROW
             END-IF
      *      UNDO THE LATER CHANGES NEWEST FIRST ******************
             PERFORM UNTIL WS-SORT-DONE
                        OR SW-CODE-DATE NOT = WS-GRP-CODE-DATE
               ADD 1                    TO WS-CHANGES-UNDONE
               IF SW-ACTION = 'W'
                 MOVE 'N'               TO WS-ASOF-ON
                 INITIALIZE WS-ASOF-REC
               ELSE
                 MOVE 'Y'               TO WS-ASOF-ON
                 MOVE SW-IMAGE          TO WS-ASOF-REC
               END-IF
               PERFORM RETURN-SORTED-ROW
             END-PERFORM
             PERFORM REPORT-COUNTRY-DATE
           END-PERFORM
           .
      *
       RETURN-SORTED-ROW.
           RETURN SORT-WORK-FILE
                AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN
           .
      *
       REPORT-COUNTRY-DATE.
      *    ADDED AND DELETED AGAIN SINCE ASOF: NOTHING TO SHOW ****
           IF NOT WS-TODAY-ON-FILE AND NOT WS-ASOF-ON-FILE
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES                  TO WS-FINDING
           EVALUATE TRUE
             WHEN NOT WS-ASOF-ON-FILE
               ADD 1                    TO WS-KEYS-ADDED
               MOVE 'ADDED SINCE'       TO WS-FINDING
             WHEN NOT WS-TODAY-ON-FILE
               ADD 1                    TO WS-KEYS-DELETED
               MOVE 'DELETED SINCE'     TO WS-FINDING
             WHEN WS-ASOF-REC NOT = WS-TODAY-REC
               ADD 1                    TO WS-KEYS-CHANGED
               MOVE '*CHANGED*'         TO WS-FINDING
             WHEN WS-LIST-CHANGED-ONLY
               EXIT PARAGRAPH
           END-EVALUATE
           ADD 1                        TO WS-KEYS-REPORTED
           PERFORM WRITE-DETAIL-LINES
           .
      *
       WRITE-DETAIL-LINES.
           IF WS-PAGE-NUMBER = 0
              OR WS-PG-WRITTEN-LINES > WS-PAGE-BREAK
             PERFORM WRITE-HEADERS
           END-IF
      *
           MOVE SPACES                  TO PRINT-REC
           MOVE WS-FINDING              TO FINDING-O
           STRING WS-GRP-DATE (1:4) '-' WS-GRP-DATE (5:2) '-'
                  WS-GRP-DATE (7:2)
                  DELIMITED BY SIZE
                  INTO DATE-O
           END-STRING
           MOVE WS-GRP-CODE             TO C-CODE-O
           MOVE 'CONF'                  TO SERIES-O
           MOVE AO-NEW-CONFIRMED        TO ASOF-NEW-O
           MOVE TD-NEW-CONFIRMED        TO TODAY-NEW-O
           COMPUTE WS-DIFF = TD-NEW-CONFIRMED - AO-NEW-CONFIRMED
           MOVE WS-DIFF                 TO NEW-DIFF-O
           MOVE AO-TOTAL-CONFIRMED      TO ASOF-TOTAL-O
           MOVE TD-TOTAL-CONFIRMED      TO TODAY-TOTAL-O
           COMPUTE WS-DIFF = TD-TOTAL-CONFIRMED - AO-TOTAL-CONFIRMED
           MOVE WS-DIFF                 TO TOTAL-DIFF-O
           WRITE PRINT-REC
      *
           MOVE SPACES                  TO PRINT-REC
           MOVE 'DEATH'                 TO SERIES-O
           MOVE AO-NEW-DEATHS           TO ASOF-NEW-O
           MOVE TD-NEW-DEATHS           TO TODAY-NEW-O
           COMPUTE WS-DIFF = TD-NEW-DEATHS - AO-NEW-DEATHS
           MOVE WS-DIFF                 TO NEW-DIFF-O
           MOVE AO-TOTAL-DEATHS         TO ASOF-TOTAL-O
           MOVE TD-TOTAL-DEATHS         TO TODAY-TOTAL-O
           COMPUTE WS-DIFF = TD-TOTAL-DEATHS - AO-TOTAL-DEATHS
           MOVE WS-DIFF                 TO TOTAL-DIFF-O
           WRITE PRINT-REC
      *
           MOVE SPACES                  TO PRINT-REC
           MOVE 'RECOV'                 TO SERIES-O
           MOVE AO-NEW-RECOVERED        TO ASOF-NEW-O
           MOVE TD-NEW-RECOVERED        TO TODAY-NEW-O
           COMPUTE WS-DIFF = TD-NEW-RECOVERED - AO-NEW-RECOVERED
           MOVE WS-DIFF                 TO NEW-DIFF-O
           MOVE AO-TOTAL-RECOVERED      TO ASOF-TOTAL-O
           MOVE TD-TOTAL-RECOVERED      TO TODAY-TOTAL-O
           COMPUTE WS-DIFF = TD-TOTAL-RECOVERED - AO-TOTAL-RECOVERED
           MOVE WS-DIFF                 TO TOTAL-DIFF-O
           WRITE PRINT-REC
           ADD 3                        TO WS-PG-WRITTEN-LINES
           .
      *
       GET-PARAMETERS.
           MOVE 6                  TO WS-PARM-COUNT
           MOVE 'ASOF'             TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'CODE'             TO WS-PARM-KEYWORD (2)
           MOVE SPACES             TO WS-PARM-VALUE (2)
           MOVE 'REGION'           TO WS-PARM-KEYWORD (3)
           MOVE SPACES             TO WS-PARM-VALUE (3)
           MOVE 'DATEFROM'         TO WS-PARM-KEYWORD (4)
           MOVE SPACES             TO WS-PARM-VALUE (4)
           MOVE 'DATETO'           TO WS-PARM-KEYWORD (5)
           MOVE SPACES             TO WS-PARM-VALUE (5)
           MOVE 'CHANGED'          TO WS-PARM-KEYWORD (6)
           MOVE 'N'                TO WS-PARM-VALUE (6)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
      *    A BARE DATE MEANS AS OF THE END OF THAT DAY ************
           MOVE WS-PARM-VALUE (1) (1:19) TO WS-ASOF-TS
           IF WS-ASOF-TS (11:9) = SPACES
             MOVE ' 23:59:59'      TO WS-ASOF-TS (11:9)
           END-IF
           IF WS-ASOF-TS (1:4)  NOT NUMERIC
           OR WS-ASOF-TS (5:1)  NOT = '-'
           OR WS-ASOF-TS (6:2)  NOT NUMERIC
           OR WS-ASOF-TS (8:1)  NOT = '-'
           OR WS-ASOF-TS (9:2)  NOT NUMERIC
             DISPLAY '*** ERROR ASOF must be YYYY-MM-DD HH:MM:SS'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
      *
           MOVE WS-PARM-VALUE (2) (1:5) TO WS-FILTER-CODE
           MOVE WS-PARM-VALUE (3) (1:3) TO WS-FILTER-REGION
           INSPECT WS-FILTER-CODE
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-FILTER-REGION
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF (WS-FILTER-CODE = SPACES AND WS-FILTER-REGION = SPACES)
              OR (WS-FILTER-CODE NOT = SPACES
                  AND WS-FILTER-REGION NOT = SPACES)
             DISPLAY '*** ERROR one of CODE= or REGION= is required'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
      *
           IF WS-PARM-VALUE (4) NOT = SPACES
             IF WS-PARM-VALUE (4) (1:8) NUMERIC
               MOVE WS-PARM-VALUE (4) (1:8) TO WS-DATE-FROM-NUM
             ELSE
               DISPLAY '*** ERROR DATEFROM is not Numeric'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           IF WS-PARM-VALUE (5) NOT = SPACES
             IF WS-PARM-VALUE (5) (1:8) NUMERIC
               MOVE WS-PARM-VALUE (5) (1:8) TO WS-DATE-TO-NUM
             ELSE
               DISPLAY '*** ERROR DATETO is not Numeric'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           MOVE WS-PARM-VALUE (6) (1:1) TO WS-CHANGED-ONLY
           .
      *
      *
       REGISTER-RUN-CONTROL.
           MOVE 'COV1963'          TO WS-RC-PROGRAM
           MOVE SPACES             TO WS-RC-DATE
           CALL 'COVRNCTL'      USING WS-RC-COMM-AREA
           .
