      *numbers after the detail is gone.  COV19AUD and COV19JRN
      *carry timestamps and trim by age; COV19REJ and COV19EXC
      *carry none and keep the newest N records instead.
      *The report archive (COV19RPX directory, COV19RPA lines,
      *captured by COV1979) trims by report run date the same way:
      *trimmed rows go to COV19RXA/COV19RAA, the retained rows to
      *COV19RXK/COV19RAK for the JCL to reload into the clusters.
      *Parameters: AUDDAYS=days of audit log kept (default 90),
      *            JRNDAYS=days of journal kept (default 60),
      *            REJKEEP=reject rows kept (default 1000),
      *            EXCKEEP=exception rows kept (default 1000),
      *            RPTDAYS=days of report archive kept
      *                    (default 365).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-EXCEPT-ARC-STATUS
           .
      *
           SELECT RPT-DIR-FILE ASSIGN COV19RPX
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS RX-KEY
              ALTERNATE RECORD KEY IS RX-LOAD-DATE
                                  WITH DUPLICATES
              FILE STATUS    IS WS-RPT-DIR-STATUS
           .
           SELECT RPT-DIR-KEEP ASSIGN COV19RXK
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-RPT-DIR-KEEP-STATUS
           .
           SELECT RPT-DIR-ARCHIVE ASSIGN COV19RXA
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-RPT-DIR-ARC-STATUS
           .
      *
           SELECT RPT-ARC-FILE ASSIGN COV19RPA
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS RA-KEY
              FILE STATUS    IS WS-RPT-ARC-STATUS
           .
           SELECT RPT-ARC-KEEP ASSIGN COV19RAK
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-RPT-ARC-KEEP-STATUS
           .
           SELECT RPT-ARC-ARCHIVE ASSIGN COV19RAA
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-RPT-ARC-ARC-STATUS
           .
      *
           SELECT HISTORY-FILE ASSIGN COV19HST
              ORGANIZATION   IS LINE SEQUENTIAL
           RECORDING MODE IS F
           .
       01  EXCEPT-ARCHIVE-REC      PIC X(60).
      *
       FD  RPT-DIR-FILE.
       COPY COVRPDIR REPLACING ==:TAG1:== BY ==RPT-DIR==
                               ==:TAG2:== BY ==RX==.
      *
       FD  RPT-DIR-KEEP
           RECORDING MODE IS F
           .
       01  RPT-DIR-KEEP-REC        PIC X(60).
      *
       FD  RPT-DIR-ARCHIVE
           RECORDING MODE IS F
           .
       01  RPT-DIR-ARCHIVE-REC     PIC X(60).
      *
       FD  RPT-ARC-FILE.
       COPY COVRPARC REPLACING ==:TAG1:== BY ==RPT-ARC==
                               ==:TAG2:== BY ==RA==.
      *
       FD  RPT-ARC-KEEP
           RECORDING MODE IS F
           .
       01  RPT-ARC-KEEP-REC        PIC X(162).
      *
       FD  RPT-ARC-ARCHIVE
           RECORDING MODE IS F
           .
       01  RPT-ARC-ARCHIVE-REC     PIC X(162).
      *
       FD  HISTORY-FILE
           RECORDING MODE IS F
           03 WS-EXCEPT-STATUS        PIC 99 VALUE ZEROS.
           03 WS-EXCEPT-KEEP-STATUS   PIC 99 VALUE ZEROS.
           03 WS-EXCEPT-ARC-STATUS    PIC 99 VALUE ZEROS.
           03 WS-RPT-DIR-STATUS       PIC 99 VALUE ZEROS.
           03 WS-RPT-DIR-KEEP-STATUS  PIC 99 VALUE ZEROS.
           03 WS-RPT-DIR-ARC-STATUS   PIC 99 VALUE ZEROS.
           03 WS-RPT-ARC-STATUS       PIC 99 VALUE ZEROS.
           03 WS-RPT-ARC-KEEP-STATUS  PIC 99 VALUE ZEROS.
           03 WS-RPT-ARC-ARC-STATUS   PIC 99 VALUE ZEROS.
           03 WS-HISTORY-STATUS       PIC 99 VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
           03 WS-JRN-DAYS          PIC 9(05) VALUE 60.
           03 WS-REJ-KEEP          PIC 9(07) VALUE 1000.
           03 WS-EXC-KEEP          PIC 9(07) VALUE 1000.
           03 WS-RPT-DAYS          PIC 9(05) VALUE 365.
      *    COUNT-TYPE PARM VALUES ARRIVE LEFT-JUSTIFIED AND SHORT;
      *    THE CLASS TEST ONLY COVERS THE CHARACTERS KEYED ********
           03 WS-NUM-VALUE         PIC X(50).
              05 WS-CUT-DAY        PIC 9(02).
           03 WS-AUD-CUTOFF        PIC X(10) VALUE SPACES.
           03 WS-JRN-CUTOFF        PIC X(10) VALUE SPACES.
           03 WS-RPT-CUTOFF        PIC 9(08) VALUE ZEROS.
      *
      *    ROLLED-UP MONTHS FOR THE DATED FILES ********************
       01  WS-MONTH-ROLLUP.
           03 WS-REJ-ARCHIVED      PIC 9(07) COMP-3 VALUE ZEROS.
           03 WS-EXC-KEPT          PIC 9(07) COMP-3 VALUE ZEROS.
           03 WS-EXC-ARCHIVED      PIC 9(07) COMP-3 VALUE ZEROS.
           03 WS-RPX-KEPT          PIC 9(07) COMP-3 VALUE ZEROS.
           03 WS-RPX-ARCHIVED      PIC 9(07) COMP-3 VALUE ZEROS.
           03 WS-RPA-KEPT          PIC 9(09) COMP-3 VALUE ZEROS.
           03 WS-RPA-ARCHIVED      PIC 9(09) COMP-3 VALUE ZEROS.
      *==============================
       PROCEDURE DIVISION.
      *==============================
           PERFORM TRIM-JOURNAL
           PERFORM TRIM-REJECT-FILE
           PERFORM TRIM-EXCEPT-FILE
           PERFORM TRIM-REPORT-DIRECTORY
           PERFORM TRIM-REPORT-LINES
           PERFORM WRITE-TRAILERS
           .
      *
           .
      *
       GET-PARAMETERS.
           MOVE 5                  TO WS-PARM-COUNT
           MOVE 'AUDDAYS'          TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'JRNDAYS'          TO WS-PARM-KEYWORD (2)
           MOVE SPACES             TO WS-PARM-VALUE (3)
           MOVE 'EXCKEEP'          TO WS-PARM-KEYWORD (4)
           MOVE SPACES             TO WS-PARM-VALUE (4)
           MOVE 'RPTDAYS'          TO WS-PARM-KEYWORD (5)
           MOVE SPACES             TO WS-PARM-VALUE (5)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 5
             IF WS-PARM-VALUE (WS-PARM-SUB) NOT = SPACES
               PERFORM EDIT-NUMERIC-PARM
             END-IF
                 MOVE WS-NUM-VALUE (1:WS-NUM-CTL) TO WS-REJ-KEEP
               WHEN 4
                 MOVE WS-NUM-VALUE (1:WS-NUM-CTL) TO WS-EXC-KEEP
               WHEN 5
                 MOVE WS-NUM-VALUE (1:WS-NUM-CTL) TO WS-RPT-DAYS
             END-EVALUATE
           ELSE
             DISPLAY '*** ERROR '
                  DELIMITED BY SIZE
                  INTO WS-JRN-CUTOFF
           END-STRING
           COMPUTE WS-CUT-INTEGER = WS-TODAY-INTEGER - WS-RPT-DAYS
           COMPUTE WS-CUT-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-CUT-INTEGER)
           MOVE WS-CUT-DATE-NUM        TO WS-RPT-CUTOFF
           DISPLAY '*** AUDIT CUTOFF: '   WS-AUD-CUTOFF
           DISPLAY '*** JOURNAL CUTOFF: ' WS-JRN-CUTOFF
           DISPLAY '*** REPORT ARCHIVE CUTOFF: ' WS-RPT-CUTOFF
           .
      *
       TRIM-AUDIT-LOG.
           WRITE HISTORY-REC
           CLOSE HISTORY-FILE
           .
      *
       TRIM-REPORT-DIRECTORY.
      *    TRIMMED BY REPORT RUN DATE, ROLLED UP AS REPORTS,
      *    LINES AND PAGES PER RUN MONTH ***************************
           PERFORM ZERO-MONTH-ROLLUP
           MOVE 'COV19RPX'         TO WS-MR-FILE-ID
           OPEN INPUT RPT-DIR-FILE
           IF WS-RPT-DIR-STATUS > 0
             DISPLAY '*** NO COV19RPX TO TRIM, STATUS: '
                     WS-RPT-DIR-STATUS
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RPT-DIR-KEEP
                       RPT-DIR-ARCHIVE
           MOVE SPACE              TO LASTREC
           PERFORM READ-REPORT-DIRECTORY
           PERFORM UNTIL LASTREC = 'Y'
             IF RX-RUN-DATE < WS-RPT-CUTOFF
               WRITE RPT-DIR-ARCHIVE-REC FROM RPT-DIR-REC
               ADD 1               TO WS-RPX-ARCHIVED
               STRING RX-RUN-DATE (1:4) '-' RX-RUN-DATE (5:2)
                      DELIMITED BY SIZE
                      INTO WS-MR-TS-MONTH
               END-STRING
               MOVE RX-LINES                TO WS-MR-IN-SUM-1
               MOVE RX-PAGES                TO WS-MR-IN-SUM-2
               PERFORM ROLL-UP-MONTH
             ELSE
               WRITE RPT-DIR-KEEP-REC FROM RPT-DIR-REC
               ADD 1               TO WS-RPX-KEPT
             END-IF
             PERFORM READ-REPORT-DIRECTORY
           END-PERFORM
           CLOSE RPT-DIR-FILE
                 RPT-DIR-KEEP
                 RPT-DIR-ARCHIVE
           PERFORM WRITE-MONTH-HISTORY
           .
      *
       READ-REPORT-DIRECTORY.
           READ RPT-DIR-FILE NEXT RECORD
                AT END       MOVE 'Y' TO LASTREC
           END-READ
           .
      *
       TRIM-REPORT-LINES.
      *    LINES GO WITH THEIR DIRECTORY ROW: SAME RUN DATE ********
           PERFORM ZERO-MONTH-ROLLUP
           MOVE 'COV19RPA'         TO WS-MR-FILE-ID
           OPEN INPUT RPT-ARC-FILE
           IF WS-RPT-ARC-STATUS > 0
             DISPLAY '*** NO COV19RPA TO TRIM, STATUS: '
                     WS-RPT-ARC-STATUS
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RPT-ARC-KEEP
                       RPT-ARC-ARCHIVE
           MOVE SPACE              TO LASTREC
           PERFORM READ-REPORT-LINE
           PERFORM UNTIL LASTREC = 'Y'
             IF RA-RUN-DATE < WS-RPT-CUTOFF
               WRITE RPT-ARC-ARCHIVE-REC FROM RPT-ARC-REC
               ADD 1               TO WS-RPA-ARCHIVED
               STRING RA-RUN-DATE (1:4) '-' RA-RUN-DATE (5:2)
                      DELIMITED BY SIZE
                      INTO WS-MR-TS-MONTH
               END-STRING
               MOVE ZEROS                   TO WS-MR-IN-SUM-1
                                               WS-MR-IN-SUM-2
               PERFORM ROLL-UP-MONTH
             ELSE
               WRITE RPT-ARC-KEEP-REC FROM RPT-ARC-REC
               ADD 1               TO WS-RPA-KEPT
             END-IF
             PERFORM READ-REPORT-LINE
           END-PERFORM
           CLOSE RPT-ARC-FILE
                 RPT-ARC-KEEP
                 RPT-ARC-ARCHIVE
           PERFORM WRITE-MONTH-HISTORY
           .
      *
       READ-REPORT-LINE.
           READ RPT-ARC-FILE NEXT RECORD
                AT END       MOVE 'Y' TO LASTREC
           END-READ
           .
      *
       WRITE-TRAILERS.
           DISPLAY 'COV19AUD KEPT: '     WS-AUD-KEPT
                   '  ARCHIVED: '        WS-REJ-ARCHIVED
           DISPLAY 'COV19EXC KEPT: '     WS-EXC-KEPT
                   '  ARCHIVED: '        WS-EXC-ARCHIVED
           DISPLAY 'COV19RPX KEPT: '     WS-RPX-KEPT
                   '  ARCHIVED: '        WS-RPX-ARCHIVED
           DISPLAY 'COV19RPA KEPT: '     WS-RPA-KEPT
                   '  ARCHIVED: '        WS-RPA-ARCHIVED
           .
