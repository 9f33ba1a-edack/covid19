      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1979.
       AUTHOR.        Georges B.
      *Capture A Report's Print Output Into The Report Archive ...
      *Runs as the step after a report program (or after a
      *COVBURST caller, once per regional bundle) and copies the
      *print dataset it produced, ARCHIN, into the report archive
      *before the spool is purged: every line with its ASA
      *carriage-control byte onto COV19RPA, then one directory row
      *onto COV19RPX keyed by report id, run date, bundle and
      *version, carrying the load date, line and page counts.
      *A report captured again the same day gets the next version;
      *COV1980 lists the archive and reprints from it, COV1951
      *trims it to its retention window.
      *ARCHIN is the print dataset as spooled: the ASA byte ahead
      *of each line (132 print positions for a PRTLINE report,
      *133 for a COVBURST bundle).
      *Parameters: REPORT=the report id (required, e.g. COV1918),
      *            BUNDLE=ALL for the PRTLINE output (default) or
      *            the region code of a COVBURST bundle (AFR, ASI,
      *            EUR, NAM, OCE, SAM),
      *            LOADDATE=YYYYMMDD the report ran against
      *            (default the COV19CTL max date),
      *            RUNDATE=YYYYMMDD the report ran (default today).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT ARCHIVE-INPUT ASSIGN TO ARCHIN
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-INPUT-STATUS
           .
      *
           SELECT LOAD-CONTROL ASSIGN TO COV19CTL
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-CONTROL-STATUS
           .
      *
           SELECT RPT-DIR-FILE ASSIGN COV19RPX
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
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
       FD  ARCHIVE-INPUT
           RECORD IS VARYING IN SIZE FROM 1 TO 134 CHARACTERS
              DEPENDING ON WS-INPUT-LENGTH
           .
       01  ARCHIVE-INPUT-REC        PIC X(134).
      *
       FD  LOAD-CONTROL
           RECORDING MODE IS F
           .
       01  LOAD-CONTROL-REC.
           03 CTL-MAX-DATE          PIC 9(08).
           03 FILLER                PIC X(01).
           03 CTL-DATE-RECS         PIC 9(05).
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
           03 WS-INPUT-STATUS      PIC 99 VALUE ZEROS.
           03 WS-CONTROL-STATUS    PIC 99 VALUE ZEROS.
           03 WS-DIR-STATUS        PIC 99 VALUE ZEROS.
           03 WS-ARC-STATUS        PIC 99 VALUE ZEROS.
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-ABORT             PIC X VALUE 'N'.
            88 WS-ABORT-RUN        VALUE 'Y'.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
           03 WS-VERSION-FLAG      PIC X VALUE 'N'.
            88 WS-VERSION-FREE     VALUE 'Y'.
           03 WS-CONDITION         PIC 9(02) VALUE ZEROS.
      *
       01  WS-PARMS.
           03 WS-IN-REPORT         PIC X(08) VALUE SPACES.
           03 WS-IN-BUNDLE         PIC X(03) VALUE 'ALL'.
           03 WS-IN-LOAD-DATE      PIC 9(08) VALUE ZEROS.
           03 WS-IN-RUN-DATE       PIC 9(08) VALUE ZEROS.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVRNCOM     REPLACING ==:TAG:==      BY ==WS-RC==.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
      *    THE BUNDLES COVBURST WRITES, IN ITS REGION ORDER ******
       01  WS-BUNDLE-LIST          PIC X(21) VALUE
                'ALLAFRASIEURNAMOCESAM'.
       01  WS-BUNDLE-TABLE REDEFINES WS-BUNDLE-LIST.
           03 WS-BUNDLE-CODE       PIC X(03) OCCURS 7.
       01  WS-BUNDLE-SUB           PIC 9(02) COMP.
      *
       01  WS-WORK.
           03 WS-INPUT-LENGTH      PIC 9(04) COMP.
           03 WS-INPUT-LINE        PIC X(134).
           03 WS-RUN-TIMESTAMP     PIC X(19) VALUE SPACES.
           03 WS-VERSION           PIC 9(02) VALUE ZEROS.
      *
       01  COUNTERS.
           03 WS-LINES-ARCHIVED    PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-PAGES-ARCHIVED    PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-ORPHANS-REMOVED   PIC 9(07) COMP-3 VALUE ZEROES.
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
           OPEN INPUT  ARCHIVE-INPUT
           IF WS-INPUT-STATUS > 0
             DISPLAY '*** ERROR OPENING ARCHIN-STATUS: '
                     WS-INPUT-STATUS
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN I-O    RPT-DIR-FILE
           IF WS-DIR-STATUS = 35
             OPEN OUTPUT RPT-DIR-FILE
             IF WS-DIR-STATUS = 00
               CLOSE RPT-DIR-FILE
               OPEN I-O RPT-DIR-FILE
             END-IF
           END-IF
           IF WS-DIR-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19RPX-STATUS: '
                     WS-DIR-STATUS
             CLOSE ARCHIVE-INPUT
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN I-O    RPT-ARC-FILE
           IF WS-ARC-STATUS = 35
             OPEN OUTPUT RPT-ARC-FILE
             IF WS-ARC-STATUS = 00
               CLOSE RPT-ARC-FILE
               OPEN I-O RPT-ARC-FILE
             END-IF
           END-IF
           IF WS-ARC-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19RPA-STATUS: '
                     WS-ARC-STATUS
             CLOSE ARCHIVE-INPUT
                   RPT-DIR-FILE
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
      *
           MOVE 'S'                 TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           .
      *
       CAPTURE-REPORT.
           PERFORM FIND-NEXT-VERSION
           IF NOT WS-ABORT-RUN
             PERFORM PURGE-ORPHAN-LINES
           END-IF
           IF NOT WS-ABORT-RUN
             PERFORM CAPTURE-LINES
           END-IF
           IF NOT WS-ABORT-RUN
             PERFORM WRITE-DIRECTORY
           END-IF
           .
      *
       WRITE-TRAILERS.
           DISPLAY '*** COV1979 Report / Bundle:      '
                   WS-IN-REPORT ' / ' WS-IN-BUNDLE
           DISPLAY '*** COV1979 Run Date / Version:   '
                   WS-IN-RUN-DATE ' / ' WS-VERSION
           DISPLAY '*** COV1979 Load Date:            '
                   WS-IN-LOAD-DATE
           DISPLAY '*** COV1979 Lines Archived:       '
                   WS-LINES-ARCHIVED
           DISPLAY '*** COV1979 Pages Archived:       '
                   WS-PAGES-ARCHIVED
           IF WS-ORPHANS-REMOVED > 0
             DISPLAY '*** COV1979 Unfinished Capture Lines Removed: '
                     WS-ORPHANS-REMOVED
           END-IF
           IF WS-ABORT-RUN
             MOVE 16                    TO WS-CONDITION
           ELSE
             IF WS-LINES-ARCHIVED = ZEROS
               DISPLAY '*** COV1979 ARCHIN Was Empty'
               MOVE 4                   TO WS-CONDITION
             END-IF
           END-IF
           .
      *
       CLOSE-STOP.
           CLOSE        ARCHIVE-INPUT
                        RPT-DIR-FILE
                        RPT-ARC-FILE
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
       FIND-NEXT-VERSION.
      *    THE FIRST VERSION WITH NO DIRECTORY ROW IS THIS ONE ***
           MOVE 'N'                 TO WS-VERSION-FLAG
           PERFORM VARYING WS-VERSION FROM 1 BY 1
                   UNTIL WS-VERSION > 98
                      OR WS-VERSION-FREE
             MOVE WS-IN-REPORT      TO RX-REPORT-ID
             MOVE WS-IN-RUN-DATE    TO RX-RUN-DATE
             MOVE WS-IN-BUNDLE      TO RX-BUNDLE
             MOVE WS-VERSION        TO RX-VERSION
             READ RPT-DIR-FILE
               INVALID KEY
                 MOVE 'Y'           TO WS-VERSION-FLAG
             END-READ
           END-PERFORM
      *    THE VARYING STEPS ONE PAST THE VERSION FOUND **********
           IF WS-VERSION-FREE
             SUBTRACT 1           FROM WS-VERSION
           ELSE
             DISPLAY '*** ERROR 98 VERSIONS OF ' WS-IN-REPORT
                     ' ALREADY ARCHIVED FOR ' WS-IN-RUN-DATE
             MOVE 'Y'               TO WS-ABORT
           END-IF
           .
      *
       PURGE-ORPHAN-LINES.
      *    LINES LEFT BY A CAPTURE THAT DIED BEFORE ITS DIRECTORY
      *    ROW WAS WRITTEN WOULD CLASH WITH THIS ONE *************
           MOVE SPACE               TO LASTREC
           MOVE WS-IN-REPORT        TO RA-REPORT-ID
           MOVE WS-IN-RUN-DATE      TO RA-RUN-DATE
           MOVE WS-IN-BUNDLE        TO RA-BUNDLE
           MOVE WS-VERSION          TO RA-VERSION
           MOVE ZEROS               TO RA-LINE-NO
           START RPT-ARC-FILE KEY IS GREATER THAN RA-KEY
             INVALID KEY
               MOVE 'Y'             TO LASTREC
           END-START
           PERFORM UNTIL LASTREC = 'Y'
             READ RPT-ARC-FILE NEXT RECORD
               AT END
                 MOVE 'Y'           TO LASTREC
             END-READ
             IF LASTREC NOT = 'Y'
               IF RA-REPORT-ID = WS-IN-REPORT
                  AND RA-RUN-DATE = WS-IN-RUN-DATE
                  AND RA-BUNDLE = WS-IN-BUNDLE
                  AND RA-VERSION = WS-VERSION
                 DELETE RPT-ARC-FILE RECORD
                 ADD 1              TO WS-ORPHANS-REMOVED
               ELSE
                 MOVE 'Y'           TO LASTREC
               END-IF
             END-IF
           END-PERFORM
           .
      *
       CAPTURE-LINES.
           MOVE SPACE               TO LASTREC
           PERFORM READ-INPUT
           PERFORM UNTIL LASTREC = 'Y'
             PERFORM ARCHIVE-LINE
             PERFORM READ-INPUT
           END-PERFORM
           .
      *
       READ-INPUT.
           READ ARCHIVE-INPUT
                AT END       MOVE 'Y' TO LASTREC
           END-READ
           IF WS-INPUT-STATUS > 0 AND WS-INPUT-STATUS NOT = 10
             DISPLAY '*** ERROR READING ARCHIN-STATUS: '
                     WS-INPUT-STATUS
             MOVE 'Y'               TO WS-ABORT
                                       LASTREC
           END-IF
           .
      *
       ARCHIVE-LINE.
      *    A SHORT LINE IS BLANK-FILLED; ANYTHING THAT IS NOT AN
      *    ASA BYTE PRINTS AS A SINGLE-SPACED LINE ***************
           MOVE SPACES              TO WS-INPUT-LINE
           IF WS-INPUT-LENGTH > 0
             MOVE ARCHIVE-INPUT-REC (1:WS-INPUT-LENGTH)
                                    TO WS-INPUT-LINE
           END-IF
           ADD 1                    TO WS-LINES-ARCHIVED
           MOVE WS-IN-REPORT        TO RA-REPORT-ID
           MOVE WS-IN-RUN-DATE      TO RA-RUN-DATE
           MOVE WS-IN-BUNDLE        TO RA-BUNDLE
           MOVE WS-VERSION          TO RA-VERSION
           MOVE WS-LINES-ARCHIVED   TO RA-LINE-NO
           MOVE WS-INPUT-LINE (1:1) TO RA-CONTROL
           MOVE WS-INPUT-LINE (2:)  TO RA-TEXT
           IF RA-CONTROL NOT = '1' AND NOT = '0'
              AND NOT = '-' AND NOT = '+'
             MOVE SPACE             TO RA-CONTROL
           END-IF
           IF RA-CONTROL = '1'
             ADD 1                  TO WS-PAGES-ARCHIVED
           END-IF
           WRITE RPT-ARC-REC
             INVALID KEY
               DISPLAY '*** ERROR WRITING COV19RPA-STATUS: '
                       WS-ARC-STATUS
               MOVE 'Y'             TO WS-ABORT
                                       LASTREC
           END-WRITE
           .
      *
       WRITE-DIRECTORY.
           MOVE SPACES              TO RPT-DIR-REC
           MOVE WS-IN-REPORT        TO RX-REPORT-ID
           MOVE WS-IN-RUN-DATE      TO RX-RUN-DATE
           MOVE WS-IN-BUNDLE        TO RX-BUNDLE
           MOVE WS-VERSION          TO RX-VERSION
           MOVE WS-IN-LOAD-DATE     TO RX-LOAD-DATE
           MOVE WS-LINES-ARCHIVED   TO RX-LINES
           MOVE WS-PAGES-ARCHIVED   TO RX-PAGES
           MOVE WS-RUN-TIMESTAMP    TO RX-ARCHIVED-TS
           WRITE RPT-DIR-REC
             INVALID KEY
               DISPLAY '*** ERROR WRITING COV19RPX-STATUS: '
                       WS-DIR-STATUS
               MOVE 'Y'             TO WS-ABORT
           END-WRITE
           .
      *
       GET-PARAMETERS.
           MOVE 4                  TO WS-PARM-COUNT
           MOVE 'REPORT'           TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'BUNDLE'           TO WS-PARM-KEYWORD (2)
           MOVE 'ALL'              TO WS-PARM-VALUE (2)
           MOVE 'LOADDATE'         TO WS-PARM-KEYWORD (3)
           MOVE SPACES             TO WS-PARM-VALUE (3)
           MOVE 'RUNDATE'          TO WS-PARM-KEYWORD (4)
           MOVE WS-RUN-DATE        TO WS-PARM-VALUE (4)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
      *
           IF WS-PARM-VALUE (1) = SPACES
              OR WS-PARM-VALUE (1) (9:) NOT = SPACES
             DISPLAY '*** ERROR REPORT is required, up to 8 '
                     'characters'
             MOVE 'Y'              TO WS-PARM-ERROR
           ELSE
             MOVE WS-PARM-VALUE (1) (1:8) TO WS-IN-REPORT
           END-IF
      *
           MOVE WS-PARM-VALUE (2) (1:3) TO WS-IN-BUNDLE
           MOVE ZEROS              TO WS-BUNDLE-SUB
           PERFORM VARYING WS-BUNDLE-SUB FROM 1 BY 1
                   UNTIL WS-BUNDLE-SUB > 7
                      OR WS-BUNDLE-CODE (WS-BUNDLE-SUB) = WS-IN-BUNDLE
             CONTINUE
           END-PERFORM
           IF WS-BUNDLE-SUB > 7
              OR WS-PARM-VALUE (2) (4:) NOT = SPACES
             DISPLAY '*** ERROR BUNDLE is not ALL, AFR, ASI, EUR, '
                     'NAM, OCE or SAM'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
      *
           IF WS-PARM-VALUE (3) = SPACES
             PERFORM READ-LOAD-CONTROL
           ELSE
             IF WS-PARM-VALUE (3) (1:8) NUMERIC
               MOVE WS-PARM-VALUE (3) (1:8) TO WS-IN-LOAD-DATE
             ELSE
               DISPLAY '*** ERROR LOADDATE is not YYYYMMDD'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
      *
           IF WS-PARM-VALUE (4) (1:8) NUMERIC
             MOVE WS-PARM-VALUE (4) (1:8) TO WS-IN-RUN-DATE
           ELSE
             DISPLAY '*** ERROR RUNDATE is not YYYYMMDD'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           .
      *
       READ-LOAD-CONTROL.
      *    NO CONTROL RECORD LEAVES THE LOAD DATE AT ZERO ********
           OPEN INPUT LOAD-CONTROL
           IF WS-CONTROL-STATUS = 00
             READ LOAD-CONTROL
               AT END CONTINUE
               NOT AT END
                 IF CTL-MAX-DATE NUMERIC
                   MOVE CTL-MAX-DATE TO WS-IN-LOAD-DATE
                 END-IF
             END-READ
             CLOSE LOAD-CONTROL
           END-IF
           .
      *
       REGISTER-RUN-CONTROL.
           MOVE 'COV1979'          TO WS-RC-PROGRAM
           STRING WS-RUN-YEAR '-' WS-RUN-MONTH '-' WS-RUN-DAY
                  DELIMITED BY SIZE
                  INTO WS-RC-DATE
           END-STRING
           CALL 'COVRNCTL'      USING WS-RC-COMM-AREA
           .
