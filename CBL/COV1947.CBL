      *and R-xxx rollup rows for each loaded date - no single
      *partition saw all countries, so the rollups are re-derived
      *here from the merged COVID19D master the way COV1901 builds
      *them on a serial load.  The rollup writes are journaled to
      *COV19JRN as COV1901 journals them, so a partitioned load
      *can be backed out by COV1952 over the same window.
      *Registers its own completion on the
      *run-control file; the scheduler gates the reports on
      *PROGRAM=COV1947 for a partitioned load.
      *==============================
              RECORD KEY     IS ST-KEY
              FILE STATUS    IS WS-STATUS-STATUS
           .
      *
           SELECT COVID19D-JOURNAL ASSIGN COV19JRN
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-JOURNAL-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FD  STATUS-FILE.
       COPY COVSTAT  REPLACING ==:TAG1:== BY ==STATUS==
                               ==:TAG2:== BY ==ST==.
      *
       FD  COVID19D-JOURNAL
           RECORDING MODE IS F
           .
       COPY COVJRNL  REPLACING ==:TAG1:== BY ==JOURNAL==
                               ==:TAG2:== BY ==JR==.
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
           03 WS-COUNTRYS-STATUS   PIC 99 VALUE ZEROS.
           03 WS-COUNTRYX-STATUS   PIC 99 VALUE ZEROS.
           03 WS-STATUS-STATUS     PIC 99 VALUE ZEROS.
           03 WS-JOURNAL-STATUS    PIC 99 VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
           03 WS-CTL-MAX-RECS      PIC 9(05) VALUE ZEROS.
           03 WS-CTL-OLD-MAX       PIC 9(08) VALUE ZEROS.
           03 WS-CTL-RECS-WORK     PIC 9(07) VALUE ZEROS.
      *
       01  WS-JOURNAL-DATA.
           03 WS-JRN-SEQ           PIC 9(07) VALUE ZEROS.
           03 WS-JRN-FILE-ID       PIC X(01).
           03 WS-JRN-ACTION        PIC X(01).
           03 WS-JRN-BEFORE        PIC X(114).
           03 WS-JRN-AFTER         PIC X(114).
      *
       01  COUNTERS.
           03 WS-PCT-RECS-READ     PIC 9(05) COMP-3 VALUE ZEROES.
                     WS-COUNTRYX-STATUS
             DISPLAY '*** REGION ROLLUP ROWS WILL NOT BE BUILT'
           END-IF
           OPEN EXTEND COVID19D-JOURNAL
           IF WS-JOURNAL-STATUS = 35
             OPEN OUTPUT COVID19D-JOURNAL
           END-IF
           IF WS-JOURNAL-STATUS > 0
             DISPLAY '*** ERROR OPENING COVID19D-JOURNAL-STATUS: '
                     WS-JOURNAL-STATUS
             MOVE 'Y'             TO WS-FILE-ERROR
           END-IF
           .
      *
       CLOSE-MASTERS.
           CLOSE COVID19D-FILE
                 COUNTRYS-FILE
                 COVID19D-JOURNAL
           IF WS-COUNTRYX-ON-FILE
             CLOSE COUNTRYX-FILE
           END-IF
       WRITE-WORLD-ROW.
           MOVE WS-WORLD-CODE       TO CV-CODE
           MOVE WS-REBUILD-DATE     TO CV-DATE
           MOVE SPACES              TO WS-JRN-BEFORE
           READ COVID19D-FILE
                INVALID KEY
                  MOVE 'W'          TO WS-JRN-ACTION
                  PERFORM BUILD-WORLD-RECORD
                  WRITE COVID19D-REC
                NOT INVALID KEY
                  MOVE 'R'          TO WS-JRN-ACTION
                  MOVE COVID19D-REC TO WS-JRN-BEFORE (1:48)
                  PERFORM BUILD-WORLD-RECORD
                  REWRITE COVID19D-REC
           END-READ
           IF WS-COVID19D-STATUS > 0
             DISPLAY '*** Error WRITE/REWRITE WORLD COVID19D: '
                     WS-COVID19D-STATUS
           ELSE
             PERFORM JOURNAL-ROLLUP-COVID19D
           END-IF
           .
      *
             MOVE 'A'               TO C-STATUS
             MOVE ZEROS             TO C-INACTIVE-DATE
             WRITE COUNTRYS-REC
             PERFORM JOURNAL-ROLLUP-COUNTRYS
           END-IF
           .
      *
             MOVE 'A'               TO C-STATUS
             MOVE ZEROS             TO C-INACTIVE-DATE
             WRITE COUNTRYS-REC
             PERFORM JOURNAL-ROLLUP-COUNTRYS
           END-IF
           .
      *
                                    TO WS-REGION-PSEUDO-REG
           MOVE WS-REGION-PSEUDO-CODE TO CV-CODE
           MOVE WS-REBUILD-DATE     TO CV-DATE
           MOVE SPACES              TO WS-JRN-BEFORE
           READ COVID19D-FILE
                INVALID KEY
                  MOVE 'W'          TO WS-JRN-ACTION
                  PERFORM BUILD-REGION-RECORD
                  WRITE COVID19D-REC
                NOT INVALID KEY
                  MOVE 'R'          TO WS-JRN-ACTION
                  MOVE COVID19D-REC TO WS-JRN-BEFORE (1:48)
                  PERFORM BUILD-REGION-RECORD
                  REWRITE COVID19D-REC
           END-READ
           IF WS-COVID19D-STATUS > 0
             DISPLAY '*** Error WRITE/REWRITE REGION COVID19D: '
                     WS-COVID19D-STATUS
           ELSE
             PERFORM JOURNAL-ROLLUP-COVID19D
           END-IF
           .
      *
           DISPLAY 'ROLLUP DATES REBUILT: '       WS-DATES-REBUILT
           DISPLAY 'CTL-MAX-DATE SET TO: '        WS-CTL-MAX-DATE
           .
      *
       JOURNAL-ROLLUP-COVID19D.
      *    WS-JRN-ACTION AND WS-JRN-BEFORE ARE SET BY THE CALLER ****
           MOVE 'D'                TO WS-JRN-FILE-ID
           MOVE SPACES             TO WS-JRN-AFTER
           MOVE COVID19D-REC       TO WS-JRN-AFTER (1:48)
           PERFORM WRITE-JOURNAL
           .
      *
       JOURNAL-ROLLUP-COUNTRYS.
           IF WS-COUNTRYS-STATUS > 0
             EXIT PARAGRAPH
           END-IF
           MOVE 'C'                TO WS-JRN-FILE-ID
           MOVE 'W'                TO WS-JRN-ACTION
           MOVE SPACES             TO WS-JRN-BEFORE
                                      WS-JRN-AFTER
           MOVE COUNTRYS-REC       TO WS-JRN-AFTER (1:114)
           PERFORM WRITE-JOURNAL
           .
      *
       WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE  TO WS-RUN-DATE-DATA
           MOVE SPACES                 TO JOURNAL-REC
           STRING WS-RUN-YEAR    '-'  WS-RUN-MONTH  '-'  WS-RUN-DAY
                  ' '
                  WS-RUN-HOURS   ':'  WS-RUN-MINUTES ':' WS-RUN-SECONDS
                  DELIMITED BY SIZE
                  INTO JR-TIMESTAMP
           END-STRING
           ADD 1                        TO WS-JRN-SEQ
           MOVE WS-JRN-SEQ              TO JR-SEQ
           MOVE WS-JRN-FILE-ID          TO JR-FILE-ID
           MOVE WS-JRN-ACTION           TO JR-ACTION
           MOVE WS-JRN-BEFORE           TO JR-BEFORE-IMAGE
           MOVE WS-JRN-AFTER            TO JR-AFTER-IMAGE
           WRITE JOURNAL-REC
           IF WS-JOURNAL-STATUS > 0
             DISPLAY '*** Error writing COVID19D-JOURNAL: '
                     WS-JOURNAL-STATUS
           END-IF
           .
      *
       REGISTER-RUN-CONTROL.
           MOVE 'COV1947'           TO WS-RC-PROGRAM
