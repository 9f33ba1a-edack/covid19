      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1980.
       AUTHOR.        Georges B.
      *Report Archive Listing And Reprint ...
      *Answers "the COV1918 report from the 3rd" from the report
      *archive COV1979 captures (COV19RPX directory, COV19RPA
      *lines), long after the spool has been purged.
      *  MODE=LIST     lists the directory rows that match the
      *                REPORT, RUNDATE, LOADDATE and BUNDLE given
      *                (any left blank matches everything).
      *  MODE=REPRINT  reprints one archived report to PRTLINE
      *                exactly as originally produced, line for
      *                line with its original carriage control and
      *                nothing added.  REPORT and a RUNDATE or a
      *                LOADDATE are required; BUNDLE defaults to
      *                ALL (the PRTLINE output) and VERSION to the
      *                latest captured, so a LOADDATE that several
      *                runs shared gives the last of them.
      *Return code 4 when nothing matched a LIST or a reprint came
      *back short of its directory line count, 8 when no archived
      *report matched a REPRINT, 16 on a parameter or file error.
      *Parameters: MODE=LIST (default) or REPRINT,
      *            REPORT=the report id, RUNDATE=YYYYMMDD,
      *            LOADDATE=YYYYMMDD, BUNDLE=ALL, AFR, ASI, EUR,
      *            NAM, OCE or SAM, VERSION=NN.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE.
      *
           SELECT RPT-DIR-FILE ASSIGN COV19RPX
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS RX-KEY
              ALTERNATE RECORD KEY IS RX-LOAD-DATE
                                  WITH DUPLICATES
              FILE STATUS    IS WS-DIR-STATUS
           .
      *
           SELECT RPT-ARC-FILE ASSIGN COV19RPA
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS RA-KEY
              FILE STATUS    IS WS-ARC-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                 PIC X(133).
      *
       FD  RPT-DIR-FILE.
       COPY COVRPDIR REPLACING ==:TAG1:== BY ==RPT-DIR==
                               ==:TAG2:== BY ==RX==.
      *
       FD  RPT-ARC-FILE.
       COPY COVRPARC REPLACING ==:TAG1:== BY ==RPT-ARC==
                               ==:TAG2:== BY ==RA==.
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-FILES-STATUS.
           03 WS-DIR-STATUS        PIC 99 VALUE ZEROS.
           03 WS-ARC-STATUS        PIC 99 VALUE ZEROS.
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-PAGE-BREAK        PIC 9(02) VALUE 65.
           03 WS-ABORT             PIC X VALUE 'N'.
            88 WS-ABORT-RUN        VALUE 'Y'.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
           03 WS-MODE              PIC X VALUE 'L'.
            88 WS-MODE-LIST        VALUE 'L'.
            88 WS-MODE-REPRINT     VALUE 'R'.
           03 WS-CHOSEN-FLAG       PIC X VALUE 'N'.
            88 WS-REPORT-CHOSEN    VALUE 'Y'.
           03 WS-CONDITION         PIC 9(02) VALUE ZEROS.
      *
       01  WS-PARMS.
           03 WS-IN-REPORT         PIC X(08) VALUE SPACES.
           03 WS-IN-RUN-DATE       PIC 9(08) VALUE ZEROS.
           03 WS-IN-LOAD-DATE      PIC 9(08) VALUE ZEROS.
           03 WS-IN-BUNDLE         PIC X(03) VALUE SPACES.
           03 WS-IN-VERSION        PIC 9(02) VALUE ZEROS.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVRNCOM     REPLACING ==:TAG:==      BY ==WS-RC==.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
       01  WS-BUNDLE-LIST          PIC X(21) VALUE
                'ALLAFRASIEURNAMOCESAM'.
       01  WS-BUNDLE-TABLE REDEFINES WS-BUNDLE-LIST.
           03 WS-BUNDLE-CODE       PIC X(03) OCCURS 7.
       01  WS-BUNDLE-SUB           PIC 9(02) COMP.
      *
      *    THE DIRECTORY ROW CHOSEN FOR A REPRINT ****************
       01  WS-CHOSEN.
           03 WS-CHOSEN-KEY.
              05 WS-CHOSEN-REPORT  PIC X(08).
              05 WS-CHOSEN-RUN-DATE PIC 9(08).
              05 WS-CHOSEN-BUNDLE  PIC X(03).
              05 WS-CHOSEN-VERSION PIC 9(02).
           03 WS-CHOSEN-LOAD-DATE  PIC 9(08).
           03 WS-CHOSEN-LINES      PIC 9(07).
           03 WS-CHOSEN-ARCHIVED   PIC X(19).
      *
       01  WS-WORK.
           03 WS-DATE-IN           PIC 9(08).
           03 WS-DATE-TEXT         PIC X(10).
      *
       01  COUNTERS.
           03 WS-DIR-READ          PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-DIR-LISTED        PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-LINES-LISTED      PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-LINES-REPRINTED   PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-PG-WRITTEN-LINES  PIC 9(02) VALUE ZEROS.
           03 WS-PAGE-NUMBER       PIC 9(05) VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-HEADER-1.
           03 FILLER               PIC X(16) VALUE 'COV1980'.
           03 TITLE-1              PIC X(40) VALUE
                '*** REPORT ARCHIVE DIRECTORY ***        '.
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
       01  WS-HEADER-2.
           03 FILLER               PIC X(10) VALUE 'REPORT'.
           03 FILLER               PIC X(12) VALUE 'RUN DATE'.
           03 FILLER               PIC X(08) VALUE 'BUNDLE'.
           03 FILLER               PIC X(05) VALUE 'VER'.
           03 FILLER               PIC X(12) VALUE 'LOAD DATE'.
           03 FILLER               PIC X(11) VALUE '    LINES'.
           03 FILLER               PIC X(08) VALUE ' PAGES'.
           03 FILLER               PIC X(19) VALUE 'ARCHIVED AT'.
      *
       01  WS-HEADER-3.
           03 FILLER               PIC X(08) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(10) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(03) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(10) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(09) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(19) VALUE ALL '='.
      *
       01  WS-DIR-LINE.
           03 DL-REPORT-O          PIC X(08).
           03 FILLER               PIC X(02).
           03 DL-RUN-DATE-O        PIC X(10).
           03 FILLER               PIC X(02).
           03 DL-BUNDLE-O          PIC X(06).
           03 FILLER               PIC X(02).
           03 DL-VERSION-O         PIC Z9.
           03 FILLER               PIC X(03).
           03 DL-LOAD-DATE-O       PIC X(10).
           03 FILLER               PIC X(02).
           03 DL-LINES-O           PIC Z,ZZZ,ZZ9.
           03 FILLER               PIC X(02).
           03 DL-PAGES-O           PIC ZZ,ZZ9.
           03 FILLER               PIC X(02).
           03 DL-ARCHIVED-O        PIC X(19).
      *
       01  WS-TRAILER-1.
           03 FILLER               PIC X(26) VALUE
                        '*** REPORTS LISTED:       '.
           03 LISTED-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(16) VALUE '   TOTAL LINES: '.
           03 LINES-LISTED-O       PIC ZZZ,ZZZ,ZZ9.
           03 FILLER               PIC X(04) VALUE ' ***'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE  TO WS-RUN-DATE-DATA
           PERFORM GET-PARAMETERS
           IF WS-PARM-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
      *
           OPEN INPUT  RPT-DIR-FILE
           IF WS-DIR-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19RPX-STATUS: '
                     WS-DIR-STATUS
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT  RPT-ARC-FILE
           IF WS-ARC-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19RPA-STATUS: '
                     WS-ARC-STATUS
             CLOSE RPT-DIR-FILE
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT PRINT-LINE
      *
           MOVE 'S'                 TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           .
      *
       PROCESS-REQUEST.
           IF WS-MODE-LIST
             PERFORM WRITE-HEADERS
           END-IF
           PERFORM POSITION-DIRECTORY
           PERFORM READ-DIRECTORY
           PERFORM UNTIL LASTREC = 'Y'
             PERFORM CHECK-DIRECTORY-ROW
             PERFORM READ-DIRECTORY
           END-PERFORM
           IF WS-MODE-REPRINT
             PERFORM REPRINT-CHOSEN
           END-IF
           .
      *
       WRITE-TRAILERS.
           IF WS-MODE-LIST
             MOVE SPACES                TO PRINT-REC
             WRITE PRINT-REC
             MOVE WS-DIR-LISTED         TO LISTED-O
             MOVE WS-LINES-LISTED       TO LINES-LISTED-O
             WRITE PRINT-REC          FROM WS-TRAILER-1
             DISPLAY '*** COV1980 COV19RPX Rows Read:    '
                     WS-DIR-READ
             DISPLAY '*** COV1980 Reports Listed:        '
                     WS-DIR-LISTED
             IF WS-DIR-LISTED = ZEROS AND WS-CONDITION < 4
               MOVE 4                   TO WS-CONDITION
             END-IF
           ELSE
             DISPLAY '*** COV1980 Lines Reprinted:       '
                     WS-LINES-REPRINTED
           END-IF
           IF WS-ABORT-RUN
             MOVE 16                    TO WS-CONDITION
           END-IF
           .
      *
       CLOSE-STOP.
           CLOSE        RPT-DIR-FILE
                        RPT-ARC-FILE
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
       POSITION-DIRECTORY.
      *    A LOAD DATE READS ITS DUPLICATES ON THE ALTERNATE KEY,
      *    IN THE ORDER THEY WERE CAPTURED; OTHERWISE THE PRIME
      *    KEY FROM THE REPORT (AND RUN DATE) GIVEN ***************
           MOVE SPACE               TO LASTREC
           IF WS-IN-LOAD-DATE > 0
             MOVE WS-IN-LOAD-DATE   TO RX-LOAD-DATE
             START RPT-DIR-FILE KEY IS EQUAL TO RX-LOAD-DATE
               INVALID KEY
                 MOVE 'Y'           TO LASTREC
             END-START
           ELSE
             MOVE LOW-VALUES        TO RX-KEY
             IF WS-IN-REPORT NOT = SPACES
               MOVE WS-IN-REPORT    TO RX-REPORT-ID
               MOVE WS-IN-RUN-DATE  TO RX-RUN-DATE
             END-IF
             START RPT-DIR-FILE KEY IS NOT LESS THAN RX-KEY
               INVALID KEY
                 MOVE 'Y'           TO LASTREC
             END-START
           END-IF
           .
      *
       READ-DIRECTORY.
           IF LASTREC = 'Y'
             EXIT PARAGRAPH
           END-IF
           READ RPT-DIR-FILE NEXT RECORD
             AT END
               MOVE 'Y'             TO LASTREC
             NOT AT END
               ADD 1                TO WS-DIR-READ
           END-READ
           IF WS-DIR-STATUS > 0 AND WS-DIR-STATUS NOT = 10
              AND WS-DIR-STATUS NOT = 02
             DISPLAY '*** ERROR READING COV19RPX-STATUS: '
                     WS-DIR-STATUS
             MOVE 'Y'               TO WS-ABORT
                                       LASTREC
             EXIT PARAGRAPH
           END-IF
      *    PAST THE LOAD DATE OR THE REPORT ASKED FOR: DONE *****
           IF LASTREC NOT = 'Y'
             IF WS-IN-LOAD-DATE > 0
               IF RX-LOAD-DATE NOT = WS-IN-LOAD-DATE
                 MOVE 'Y'           TO LASTREC
               END-IF
             ELSE
               IF WS-IN-REPORT NOT = SPACES
                  AND RX-REPORT-ID NOT = WS-IN-REPORT
                 MOVE 'Y'           TO LASTREC
               END-IF
             END-IF
           END-IF
           .
      *
       CHECK-DIRECTORY-ROW.
           IF WS-IN-REPORT NOT = SPACES
              AND RX-REPORT-ID NOT = WS-IN-REPORT
             EXIT PARAGRAPH
           END-IF
           IF WS-IN-RUN-DATE > 0
              AND RX-RUN-DATE NOT = WS-IN-RUN-DATE
             EXIT PARAGRAPH
           END-IF
           IF WS-IN-BUNDLE NOT = SPACES
              AND RX-BUNDLE NOT = WS-IN-BUNDLE
             EXIT PARAGRAPH
           END-IF
           IF WS-IN-VERSION > 0
              AND RX-VERSION NOT = WS-IN-VERSION
             EXIT PARAGRAPH
           END-IF
           IF WS-MODE-LIST
             PERFORM WRITE-DIRECTORY-LINE
           ELSE
      *      THE LAST MATCH READ IS THE LATEST CAPTURED ***********
             MOVE 'Y'               TO WS-CHOSEN-FLAG
             MOVE RX-KEY            TO WS-CHOSEN-KEY
             MOVE RX-LOAD-DATE      TO WS-CHOSEN-LOAD-DATE
             MOVE RX-LINES          TO WS-CHOSEN-LINES
             MOVE RX-ARCHIVED-TS    TO WS-CHOSEN-ARCHIVED
           END-IF
           .
      *
       WRITE-DIRECTORY-LINE.
           IF WS-PG-WRITTEN-LINES > WS-PAGE-BREAK
             PERFORM WRITE-HEADERS
           END-IF
           MOVE SPACES              TO WS-DIR-LINE
           MOVE RX-REPORT-ID        TO DL-REPORT-O
           MOVE RX-RUN-DATE         TO WS-DATE-IN
           PERFORM FORMAT-DATE
           MOVE WS-DATE-TEXT        TO DL-RUN-DATE-O
           MOVE RX-BUNDLE           TO DL-BUNDLE-O
           MOVE RX-VERSION          TO DL-VERSION-O
           MOVE RX-LOAD-DATE        TO WS-DATE-IN
           PERFORM FORMAT-DATE
           MOVE WS-DATE-TEXT        TO DL-LOAD-DATE-O
           MOVE RX-LINES            TO DL-LINES-O
           MOVE RX-PAGES            TO DL-PAGES-O
           MOVE RX-ARCHIVED-TS      TO DL-ARCHIVED-O
           WRITE PRINT-REC        FROM WS-DIR-LINE
           ADD 1                    TO WS-PG-WRITTEN-LINES
                                       WS-DIR-LISTED
           ADD RX-LINES             TO WS-LINES-LISTED
           .
      *
       REPRINT-CHOSEN.
           IF NOT WS-REPORT-CHOSEN
             DISPLAY '*** COV1980 NO ARCHIVED ' WS-IN-REPORT
                     ' BUNDLE ' WS-IN-BUNDLE
                     ' FOR RUN DATE ' WS-IN-RUN-DATE
                     ' LOAD DATE ' WS-IN-LOAD-DATE
             MOVE 8                 TO WS-CONDITION
             EXIT PARAGRAPH
           END-IF
           DISPLAY '*** COV1980 Reprinting ' WS-CHOSEN-REPORT
                   ' Run Date ' WS-CHOSEN-RUN-DATE
                   ' Bundle '   WS-CHOSEN-BUNDLE
                   ' Version '  WS-CHOSEN-VERSION
           DISPLAY '*** COV1980 Load Date ' WS-CHOSEN-LOAD-DATE
                   ' Archived ' WS-CHOSEN-ARCHIVED
           MOVE SPACE               TO LASTREC
           MOVE WS-CHOSEN-REPORT    TO RA-REPORT-ID
           MOVE WS-CHOSEN-RUN-DATE  TO RA-RUN-DATE
           MOVE WS-CHOSEN-BUNDLE    TO RA-BUNDLE
           MOVE WS-CHOSEN-VERSION   TO RA-VERSION
           MOVE ZEROS               TO RA-LINE-NO
           START RPT-ARC-FILE KEY IS GREATER THAN RA-KEY
             INVALID KEY
               MOVE 'Y'             TO LASTREC
           END-START
           PERFORM READ-ARCHIVE-LINE
           PERFORM UNTIL LASTREC = 'Y'
             PERFORM REPRINT-LINE
             PERFORM READ-ARCHIVE-LINE
           END-PERFORM
           IF WS-LINES-REPRINTED NOT = WS-CHOSEN-LINES
             DISPLAY '*** COV1980 ARCHIVE HOLDS ' WS-LINES-REPRINTED
                     ' OF ' WS-CHOSEN-LINES ' LINES'
             MOVE 4                 TO WS-CONDITION
           END-IF
           .
      *
       READ-ARCHIVE-LINE.
           IF LASTREC = 'Y'
             EXIT PARAGRAPH
           END-IF
           READ RPT-ARC-FILE NEXT RECORD
             AT END
               MOVE 'Y'             TO LASTREC
           END-READ
           IF WS-ARC-STATUS > 0 AND WS-ARC-STATUS NOT = 10
             DISPLAY '*** ERROR READING COV19RPA-STATUS: '
                     WS-ARC-STATUS
             MOVE 'Y'               TO WS-ABORT
                                       LASTREC
             EXIT PARAGRAPH
           END-IF
           IF LASTREC NOT = 'Y'
             IF RA-REPORT-ID NOT = WS-CHOSEN-REPORT
                OR RA-RUN-DATE NOT = WS-CHOSEN-RUN-DATE
                OR RA-BUNDLE NOT = WS-CHOSEN-BUNDLE
                OR RA-VERSION NOT = WS-CHOSEN-VERSION
               MOVE 'Y'             TO LASTREC
             END-IF
           END-IF
           .
      *
       REPRINT-LINE.
      *    THE ARCHIVED ASA BYTE DRIVES THE SAME SPACING **********
           MOVE RA-TEXT             TO PRINT-REC
           EVALUATE RA-CONTROL
             WHEN '1'
               WRITE PRINT-REC AFTER ADVANCING PAGE
             WHEN '0'
               WRITE PRINT-REC AFTER ADVANCING 2 LINES
             WHEN '-'
               WRITE PRINT-REC AFTER ADVANCING 3 LINES
             WHEN '+'
               WRITE PRINT-REC AFTER ADVANCING 0 LINES
             WHEN OTHER
               WRITE PRINT-REC AFTER ADVANCING 1 LINE
           END-EVALUATE
           ADD 1                    TO WS-LINES-REPRINTED
           .
      *
       FORMAT-DATE.
           MOVE SPACES              TO WS-DATE-TEXT
           IF WS-DATE-IN > 0
             STRING WS-DATE-IN (1:4) '-' WS-DATE-IN (5:2) '-'
                    WS-DATE-IN (7:2)
                    DELIMITED BY SIZE
                    INTO WS-DATE-TEXT
             END-STRING
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
       GET-PARAMETERS.
           MOVE 6                  TO WS-PARM-COUNT
           MOVE 'MODE'             TO WS-PARM-KEYWORD (1)
           MOVE 'LIST'             TO WS-PARM-VALUE (1)
           MOVE 'REPORT'           TO WS-PARM-KEYWORD (2)
           MOVE SPACES             TO WS-PARM-VALUE (2)
           MOVE 'RUNDATE'          TO WS-PARM-KEYWORD (3)
           MOVE SPACES             TO WS-PARM-VALUE (3)
           MOVE 'LOADDATE'         TO WS-PARM-KEYWORD (4)
           MOVE SPACES             TO WS-PARM-VALUE (4)
           MOVE 'BUNDLE'           TO WS-PARM-KEYWORD (5)
           MOVE SPACES             TO WS-PARM-VALUE (5)
           MOVE 'VERSION'          TO WS-PARM-KEYWORD (6)
           MOVE SPACES             TO WS-PARM-VALUE (6)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
      *
           EVALUATE WS-PARM-VALUE (1)
             WHEN 'LIST'
               MOVE 'L'            TO WS-MODE
             WHEN 'REPRINT'
               MOVE 'R'            TO WS-MODE
             WHEN OTHER
               DISPLAY '*** ERROR MODE is not LIST or REPRINT'
               MOVE 'Y'            TO WS-PARM-ERROR
           END-EVALUATE
      *
           IF WS-PARM-VALUE (2) (9:) NOT = SPACES
             DISPLAY '*** ERROR REPORT is longer than 8 characters'
             MOVE 'Y'              TO WS-PARM-ERROR
           ELSE
             MOVE WS-PARM-VALUE (2) (1:8) TO WS-IN-REPORT
           END-IF
      *
           IF WS-PARM-VALUE (3) NOT = SPACES
             IF WS-PARM-VALUE (3) (1:8) NUMERIC
               MOVE WS-PARM-VALUE (3) (1:8) TO WS-IN-RUN-DATE
             ELSE
               DISPLAY '*** ERROR RUNDATE is not YYYYMMDD'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
      *
           IF WS-PARM-VALUE (4) NOT = SPACES
             IF WS-PARM-VALUE (4) (1:8) NUMERIC
               MOVE WS-PARM-VALUE (4) (1:8) TO WS-IN-LOAD-DATE
             ELSE
               DISPLAY '*** ERROR LOADDATE is not YYYYMMDD'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
      *
           IF WS-PARM-VALUE (5) = SPACES AND WS-MODE-REPRINT
             MOVE 'ALL'            TO WS-PARM-VALUE (5)
           END-IF
           IF WS-PARM-VALUE (5) NOT = SPACES
             MOVE WS-PARM-VALUE (5) (1:3) TO WS-IN-BUNDLE
             PERFORM VARYING WS-BUNDLE-SUB FROM 1 BY 1
                     UNTIL WS-BUNDLE-SUB > 7
                        OR WS-BUNDLE-CODE (WS-BUNDLE-SUB)
                         = WS-IN-BUNDLE
               CONTINUE
             END-PERFORM
             IF WS-BUNDLE-SUB > 7
                OR WS-PARM-VALUE (5) (4:) NOT = SPACES
               DISPLAY '*** ERROR BUNDLE is not ALL, AFR, ASI, '
                       'EUR, NAM, OCE or SAM'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
      *
           IF WS-PARM-VALUE (6) NOT = SPACES
             IF WS-PARM-VALUE (6) (1:2) NUMERIC
                AND WS-PARM-VALUE (6) (3:) = SPACES
               MOVE WS-PARM-VALUE (6) (1:2) TO WS-IN-VERSION
             ELSE
               DISPLAY '*** ERROR VERSION is not 2 digits'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
      *
           IF WS-MODE-REPRINT
             IF WS-IN-REPORT = SPACES
                OR (WS-IN-RUN-DATE = 0 AND WS-IN-LOAD-DATE = 0)
               DISPLAY '*** ERROR REPRINT needs REPORT and a '
                       'RUNDATE or LOADDATE'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           .
      *
       REGISTER-RUN-CONTROL.
           MOVE 'COV1980'          TO WS-RC-PROGRAM
           STRING WS-RUN-YEAR '-' WS-RUN-MONTH '-' WS-RUN-DAY
                  DELIMITED BY SIZE
                  INTO WS-RC-DATE
           END-STRING
           CALL 'COVRNCTL'      USING WS-RC-COMM-AREA
           .
