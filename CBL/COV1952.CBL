      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1952.
       AUTHOR.        Georges B.
      *Back Out One Load Date From The COV19JRN Journal ...
      *Undoes a bad vendor load without a full restore.  The load
      *is found by its COV19RCT run-control entry (DATE= and
      *PROGRAM=, the start and end times bound the journal window)
      *or by an explicit FROM=/TO= journal timestamp window.  A
      *first pass reads the journal forward, collects every
      *COUNTRYS and COVID19D key the window touched (detail rows
      *and the WORLD / R-xxx rollup rows) and checks everything
      *journaled AFTER the window: if a later run - a COV1929
      *restatement, a COV1941 approval, a COV1944 rekey, a rerun
      *of the load - changed one of those keys the backout is
      *REFUSED and the conflicts are listed, since putting the
      *before-images back would silently undo that later work.
      *A COUNTRYS rewrite that left the row unchanged (every load
      *rewrites the names) is not a conflict.  Otherwise the
      *window's journal rows are sorted newest first and undone:
      *a WRITE is deleted, a REWRITE gets its before-image back,
      *a DELETE is re-written.  Every compensating change is
      *itself journaled.  Then COV19CTL is stepped back to the
      *newest date still on COVID19D, the COV19STA row is
      *refreshed to match, and the COV19RCT entries of the loader
      *(COV1901 and the COV1947 merge) for each backed-out date
      *are removed so the gate stays shut until the date is
      *reloaded.  The load's side files follow it: the COV19SRC
      *source row of every COVID19D key the backout deletes or
      *restores is removed (the vendor of the restored figures
      *is not kept anywhere), and every COV19QUA row the load
      *held that is still open is marked D (reviewer COV1952)
      *so the quarantine queue no longer offers it.  A window
      *holding COUNTRYX, VACCINED, COVID19M or TESTINGD journal
      *rows is not a load and is refused, as is one touching more
      *load dates than the date table holds.  A partitioned load
      *(a COV1947 merge entry for the date) is refused by DATE=:
      *its COV1901 instances share one run-control entry that
      *keeps only the last start, so no entry bounds the whole
      *load and the window must be given with FROM= / TO=.
      *The operator must hold REPLAY on the COV19OPA authority
      *master (COVAUTH), checked before any file is opened.
      *Parameters: DATE=YYYY-MM-DD load date, PROGRAM=loader whose
      *            run-control entry bounds the window (default
      *            COV1901), FROM= / TO=YYYY-MM-DD HH:MM:SS
      *            explicit window (override the run-control
      *            times), TRIAL=Y to check and report only,
      *            USER=operator id (required).
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
           SELECT COUNTRYS-FILE ASSIGN COUNTRYS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS C-CODE
              FILE STATUS    IS WS-COUNTRYS-STATUS
           .
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
           SELECT RUNCTL-FILE ASSIGN COV19RCT
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS RT-KEY
              FILE STATUS    IS WS-RUNCTL-STATUS
           .
      *
           SELECT LOAD-CONTROL ASSIGN COV19CTL
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-CONTROL-STATUS
           .
      *
           SELECT STATUS-FILE ASSIGN COV19STA
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS ST-KEY
              FILE STATUS    IS WS-STATUS-STATUS
           .
      *
           SELECT SOURCE-FILE ASSIGN COV19SRC
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS VS-CODE-DATE
              FILE STATUS    IS WS-SOURCE-STATUS
           .
      *
           SELECT QUARANTINE-FILE ASSIGN COV19QUA
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS QU-KEY
              FILE STATUS    IS WS-QUARANTINE-STATUS
           .
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC               PIC X(133).
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
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING ==:TAG1:== BY ==COVID19D==
                               ==:TAG2:== BY ==CV==.
      *
       FD  RUNCTL-FILE.
       COPY COVRUNCT REPLACING ==:TAG1:== BY ==RUNCTL==
                               ==:TAG2:== BY ==RT==.
      *
       FD  LOAD-CONTROL
           RECORDING MODE IS F
           .
       01  LOAD-CONTROL-REC.
           03 CTL-MAX-DATE          PIC 9(08).
           03 FILLER                PIC X(01).
           03 CTL-DATE-RECS         PIC 9(05).
      *
       FD  STATUS-FILE.
       COPY COVSTAT  REPLACING ==:TAG1:== BY ==STATUS==
                               ==:TAG2:== BY ==ST==.
      *
       FD  SOURCE-FILE.
       COPY COVSRC   REPLACING ==:TAG1:== BY ==SOURCE==
                               ==:TAG2:== BY ==VS==.
      *
       FD  QUARANTINE-FILE.
       COPY COVQUAR  REPLACING ==:TAG1:== BY ==QUARANTINE==
                               ==:TAG2:== BY ==QU==.
      *
       SD  SORT-WORK-FILE.
       01  SD-REC.
           03 SD-REC-NUMBER        PIC 9(09).
           03 SD-JOURNAL-REC       PIC X(256).
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-FILES-STATUS.
           03 WS-JOURNAL-STATUS    PIC 99 VALUE ZEROS.
           03 WS-COUNTRYS-STATUS   PIC 99 VALUE ZEROS.
           03 WS-COVID19D-STATUS   PIC 99 VALUE ZEROS.
           03 WS-RUNCTL-STATUS     PIC 99 VALUE ZEROS.
           03 WS-CONTROL-STATUS    PIC 99 VALUE ZEROS.
           03 WS-STATUS-STATUS     PIC 99 VALUE ZEROS.
           03 WS-SOURCE-STATUS     PIC 99 VALUE ZEROS.
           03 WS-QUARANTINE-STATUS PIC 99 VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
       01  WS-FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
           03 WS-FILE-ERROR        PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND VALUE 'Y'.
           03 WS-TRIAL-OPTION      PIC X VALUE 'N'.
      *    Y=CHECK AND REPORT ONLY, NOTHING IS CHANGED ***
            88 WS-TRIAL-YES        VALUE 'Y'.
           03 WS-REFUSE-FLAG       PIC X VALUE 'N'.
      *    Y=CONFLICTS, FOREIGN ROWS OR A FULL KEY TABLE ***
            88 WS-BACKOUT-REFUSED  VALUE 'Y'.
           03 WS-KEY-FOUND         PIC X VALUE 'N'.
            88 WS-KEY-WAS-FOUND    VALUE 'Y'.
           03 WS-DATE-ROWS-FLAG    PIC X VALUE 'N'.
            88 WS-DATE-HAS-ROWS    VALUE 'Y'.
           03 WS-SOURCE-AVAIL      PIC X VALUE 'N'.
            88 WS-SOURCE-ON-FILE   VALUE 'Y'.
           03 WS-PARTITION-FLAG    PIC X VALUE 'N'.
            88 WS-PARTITIONED-LOAD VALUE 'Y'.
      *
       01  WS-PARMS.
           03 WS-IN-DATE           PIC X(10) VALUE SPACES.
           03 WS-IN-PROGRAM        PIC X(08) VALUE SPACES.
           03 WS-WINDOW-FROM       PIC X(19) VALUE SPACES.
           03 WS-WINDOW-TO         PIC X(19) VALUE SPACES.
           03 WS-IN-USER           PIC X(08) VALUE SPACES.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVAUCOM     REPLACING ==:TAG:==      BY ==WS-AU==.
      *
      *    EVERY KEY THE WINDOW TOUCHED: FILE-ID C (CODE ONLY) OR
      *    D (CODE + YYYYMMDD) ************************************
       01  WS-KEY-TABLE.
           03 WS-KT-MAX            PIC 9(04) COMP VALUE 3000.
           03 WS-KT-USED           PIC 9(04) COMP VALUE ZEROS.
           03 WS-KT-SUB            PIC 9(04) COMP VALUE ZEROS.
           03 WS-KT-ENTRY          OCCURS 3000.
              05 WS-KT-FILE-ID     PIC X(01).
              05 WS-KT-KEY         PIC X(13).
      *
      *    THE DISTINCT COVID19D DATES THE WINDOW TOUCHED *********
       01  WS-DATE-TABLE.
           03 WS-DT-MAX            PIC 9(02) COMP VALUE 60.
           03 WS-DT-USED           PIC 9(02) COMP VALUE ZEROS.
           03 WS-DT-SUB            PIC 9(02) COMP VALUE ZEROS.
           03 WS-DT-ENTRY          OCCURS 60.
              05 WS-DT-DATE        PIC 9(08).
      *
       01  WS-KEY-WORK.
           03 WS-WORK-FILE-ID      PIC X(01).
           03 WS-WORK-KEY          PIC X(13).
           03 WS-WORK-KEY-R REDEFINES WS-WORK-KEY.
              05 WS-WORK-CODE      PIC X(05).
              05 WS-WORK-DATE      PIC X(08).
      *
       01  WS-JOURNAL-DATA.
           03 WS-JRN-SEQ           PIC 9(07) VALUE ZEROS.
           03 WS-JRN-FILE-ID       PIC X(01).
           03 WS-JRN-ACTION        PIC X(01).
           03 WS-JRN-BEFORE        PIC X(114).
           03 WS-JRN-AFTER         PIC X(114).
      *
       01  WS-CONTROL-DATA.
           03 WS-CTL-OLD-MAX       PIC 9(08) VALUE ZEROS.
           03 WS-CTL-OLD-RECS      PIC 9(05) VALUE ZEROS.
           03 WS-CTL-NEW-MAX       PIC 9(08) VALUE ZEROS.
           03 WS-CTL-NEW-RECS      PIC 9(05) VALUE ZEROS.
           03 WS-CTL-DATE-INT      PIC S9(09) COMP-3 VALUE ZEROS.
           03 WS-CTL-STEPS         PIC 9(03) COMP-3 VALUE ZEROS.
           03 WS-CTL-PROBE-DATE    PIC 9(08) VALUE ZEROS.
           03 WS-CTL-PROBE-RECS    PIC 9(05) VALUE ZEROS.
           03 WS-CTL-NEEDS-RESET   PIC X(01) VALUE 'N'.
            88 WS-CTL-RESET-NEEDED VALUE 'Y'.
      *
       01  WS-RUNCTL-WORK.
           03 WS-RCT-DATE-X        PIC X(10) VALUE SPACES.
           03 WS-RCT-PROGRAM-T     OCCURS 2 PIC X(08).
           03 WS-RCT-SUB           PIC 9(01) COMP VALUE ZEROS.
      *
       01  WS-TIMESTAMP            PIC X(19) VALUE SPACES.
      *
       01  COUNTERS.
           03 WS-JOURNAL-T-RECS    PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-REC-NUMBER        PIC 9(09) VALUE ZEROES.
           03 WS-WINDOW-RECS       PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-LATER-RECS        PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-FOREIGN-RECS      PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-CONFLICT-RECS     PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-ROWS-DELETED      PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-ROWS-RESTORED     PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-ROWS-REINSERTED   PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-ROWS-MISSING      PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-APPLY-ERRORS      PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-RCT-REMOVED       PIC 9(03) COMP-3 VALUE ZEROES.
           03 WS-SRC-REMOVED       PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-HOLDS-VOIDED      PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-PG-WRITTEN-LINES  PIC 9(02) VALUE ZEROS.
           03 WS-PAGE-NUMBER       PIC 9(05) VALUE ZEROS.
           03 WS-PAGE-BREAK        PIC 9(02) VALUE 65.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-HEADER-1.
           03 FILLER               PIC X(16) VALUE 'COV1952'.
           03 TITLE-1              PIC X(40) VALUE
                '*** LOAD BACKOUT FROM COV19JRN *** '.
           03 FILLER               PIC X(08) VALUE 'Date: '.
           03 DATE-1               PIC X(10).
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE 'Time: '.
           03 TIME-1               PIC X(08).
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE 'Page: '.
           03 PAGE-NUMBER          PIC Z(04)9.
      *
       01  WS-HEADER-1B.
           03 FILLER               PIC X(08) VALUE 'WINDOW: '.
           03 H1B-FROM             PIC X(19).
           03 FILLER               PIC X(04) VALUE ' TO '.
           03 H1B-TO               PIC X(19).
           03 FILLER               PIC X(08) VALUE '  DATE: '.
           03 H1B-DATE             PIC X(10).
           03 FILLER               PIC X(08) VALUE '  MODE: '.
           03 H1B-MODE             PIC X(06).
      *
       01  WS-HEADER-2.
           03 FILLER               PIC X(19) VALUE 'LATER JOURNAL ROW'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(07) VALUE '    SEQ'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE 'FILE'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(07) VALUE 'ACTION'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE 'CODE'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE 'DATE'.
      *
       01  WS-HEADER-3.
           03 FILLER               PIC X(19) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(07) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(07) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE ALL '='.
      *
       01  WS-CONFLICT-LINE.
           03 CF-TIMESTAMP-O       PIC X(19).
           03 FILLER               PIC X(02).
           03 CF-SEQ-O             PIC 9(07).
           03 FILLER               PIC X(02).
           03 CF-FILE-O            PIC X(08).
           03 FILLER               PIC X(02).
           03 CF-ACTION-O          PIC X(07).
           03 FILLER               PIC X(02).
           03 CF-CODE-O            PIC X(05).
           03 FILLER               PIC X(02).
           03 CF-DATE-O            PIC X(08).
      *
       01  WS-SUMMARY-LINE.
           03 SL-LABEL-O           PIC X(40).
           03 SL-COUNT-O           PIC ZZZ,ZZZ,ZZ9.
      *
       01  WS-MESSAGE-LINE.
           03 ML-TEXT-O            PIC X(80).
      *==============================
       PROCEDURE DIVISION.
      *==============================
       MAIN.
           PERFORM GET-PARAMETERS
           IF WS-PARM-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-AUTHORITY
           IF NOT WS-AU-GRANTED
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-WINDOW
           IF WS-PARM-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF WS-PARTITIONED-LOAD
             DISPLAY '*** BACKOUT REFUSED: ' WS-IN-DATE
                     ' WAS A PARTITIONED LOAD (COV1947 MERGE)'
             DISPLAY '*** SUPPLY FROM= (THE FIRST PARTITION START)'
                     ' AND TO= (THE COV1947 END) INSTEAD'
             MOVE 12              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-TIMESTAMP
           OPEN OUTPUT PRINT-LINE
           PERFORM WRITE-HEADERS
           PERFORM SCAN-JOURNAL
           IF WS-FILE-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             CLOSE PRINT-LINE
             EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
             WHEN WS-BACKOUT-REFUSED
               MOVE 'BACKOUT REFUSED - NOTHING WAS CHANGED'
                                  TO ML-TEXT-O
               PERFORM WRITE-MESSAGE-LINE
               MOVE 12            TO RETURN-CODE
             WHEN WS-WINDOW-RECS = ZEROS
               MOVE 'NO JOURNAL ROWS IN THE WINDOW, NOTHING TO BACK OUT'
                                  TO ML-TEXT-O
               PERFORM WRITE-MESSAGE-LINE
               MOVE 4             TO RETURN-CODE
             WHEN WS-TRIAL-YES
               MOVE 'TRIAL RUN - NO CONFLICTS, NOTHING WAS CHANGED'
                                  TO ML-TEXT-O
               PERFORM WRITE-MESSAGE-LINE
             WHEN OTHER
               PERFORM APPLY-BACKOUT
           END-EVALUATE
           PERFORM WRITE-TRAILERS
           CLOSE PRINT-LINE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       CHECK-AUTHORITY.
           MOVE WS-IN-USER         TO WS-AU-OPERATOR
           MOVE 'REPLAY'           TO WS-AU-FUNCTION
           MOVE 'COV1952'          TO WS-AU-PROGRAM
           MOVE SPACES             TO WS-AU-DETAIL
           IF WS-IN-DATE NOT = SPACES
             STRING 'DATE=' WS-IN-DATE ' PROGRAM=' WS-IN-PROGRAM
                    ' TRIAL=' WS-TRIAL-OPTION
                    DELIMITED BY SIZE
                    INTO WS-AU-DETAIL
             END-STRING
           ELSE
             STRING 'FROM=' WS-WINDOW-FROM
                    ' TRIAL=' WS-TRIAL-OPTION
                    DELIMITED BY SIZE
                    INTO WS-AU-DETAIL
             END-STRING
           END-IF
           CALL 'COVAUTH'       USING WS-AU-COMM-AREA
           .
      *
       GET-PARAMETERS.
           MOVE 6                  TO WS-PARM-COUNT
           MOVE 'DATE'             TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'PROGRAM'          TO WS-PARM-KEYWORD (2)
           MOVE 'COV1901'          TO WS-PARM-VALUE (2)
           MOVE 'FROM'             TO WS-PARM-KEYWORD (3)
           MOVE SPACES             TO WS-PARM-VALUE (3)
           MOVE 'TO'               TO WS-PARM-KEYWORD (4)
           MOVE SPACES             TO WS-PARM-VALUE (4)
           MOVE 'TRIAL'            TO WS-PARM-KEYWORD (5)
           MOVE 'N'                TO WS-PARM-VALUE (5)
           MOVE 'USER'             TO WS-PARM-KEYWORD (6)
           MOVE SPACES             TO WS-PARM-VALUE (6)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           MOVE WS-PARM-VALUE (1) (1:10) TO WS-IN-DATE
           MOVE WS-PARM-VALUE (2) (1:8)  TO WS-IN-PROGRAM
           MOVE WS-PARM-VALUE (3) (1:19) TO WS-WINDOW-FROM
           MOVE WS-PARM-VALUE (4) (1:19) TO WS-WINDOW-TO
           MOVE WS-PARM-VALUE (5) (1:1)  TO WS-TRIAL-OPTION
           MOVE WS-PARM-VALUE (6) (1:8)  TO WS-IN-USER
           IF WS-IN-USER = SPACES
             DISPLAY '*** ERROR USER is Missing'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           IF WS-IN-DATE = SPACES AND WS-WINDOW-FROM = SPACES
             DISPLAY '*** ERROR DATE= or FROM= is required'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           IF WS-IN-DATE NOT = SPACES
             IF WS-IN-DATE (1:4) NOT NUMERIC
                OR WS-IN-DATE (5:1) NOT = '-'
                OR WS-IN-DATE (6:2) NOT NUMERIC
                OR WS-IN-DATE (8:1) NOT = '-'
                OR WS-IN-DATE (9:2) NOT NUMERIC
               DISPLAY '*** ERROR DATE is not YYYY-MM-DD: ' WS-IN-DATE
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           IF WS-IN-PROGRAM = SPACES
             MOVE 'COV1901'        TO WS-IN-PROGRAM
           END-IF
           IF WS-TRIAL-OPTION NOT = 'Y'
             MOVE 'N'              TO WS-TRIAL-OPTION
           END-IF
           .
      *
       RESOLVE-WINDOW.
      *    AN EXPLICIT FROM/TO WINS; OTHERWISE THE LOADER'S OWN
      *    RUN-CONTROL ENTRY FOR THE DATE BOUNDS THE WINDOW *******
           IF WS-WINDOW-FROM NOT = SPACES
             IF WS-WINDOW-TO = SPACES
               MOVE HIGH-VALUES    TO WS-WINDOW-TO
             END-IF
             EXIT PARAGRAPH
           END-IF
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19RCT-STATUS: '
                     WS-RUNCTL-STATUS
             DISPLAY '*** SUPPLY FROM= AND TO= INSTEAD'
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-PROGRAM      TO RT-PROGRAM
           MOVE WS-IN-DATE         TO RT-DATE
           READ RUNCTL-FILE
             INVALID KEY
               DISPLAY '*** ERROR NO RUN REGISTERED FOR '
                       WS-IN-PROGRAM ' ' WS-IN-DATE
               MOVE 'Y'            TO WS-PARM-ERROR
           END-READ
           IF WS-PARM-ERROR-FOUND
             CLOSE RUNCTL-FILE
             EXIT PARAGRAPH
           END-IF
           IF RT-START-TIME = SPACES
             DISPLAY '*** ERROR NO START TIME REGISTERED FOR '
                     WS-IN-PROGRAM ' ' WS-IN-DATE
             DISPLAY '*** SUPPLY FROM= AND TO= INSTEAD'
             MOVE 'Y'              TO WS-PARM-ERROR
             CLOSE RUNCTL-FILE
             EXIT PARAGRAPH
           END-IF
           MOVE RT-START-TIME      TO WS-WINDOW-FROM
           IF RT-END-TIME = SPACES
      *      STILL 'STARTED': THE RUN DIED, EVERYTHING AFTER ITS
      *      START IS TREATED AS PART OF IT **********************
             DISPLAY '*** WARNING RUN NEVER ENDED, WINDOW IS OPEN'
             MOVE HIGH-VALUES      TO WS-WINDOW-TO
           ELSE
             MOVE RT-END-TIME      TO WS-WINDOW-TO
           END-IF
      *    THE PARTITIONS OF A PARTITIONED LOAD SHARE THE COV1901
      *    ENTRY, WHICH KEEPS ONLY THE LAST START; A COV1947 MERGE
      *    ENTRY FOR THE DATE GIVES THE LOAD AWAY *****************
           IF WS-IN-PROGRAM = 'COV1947'
             MOVE 'Y'              TO WS-PARTITION-FLAG
           ELSE
             MOVE 'COV1947'        TO RT-PROGRAM
             MOVE WS-IN-DATE       TO RT-DATE
             READ RUNCTL-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'Y'          TO WS-PARTITION-FLAG
             END-READ
           END-IF
           CLOSE RUNCTL-FILE
           .
      *
       BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE  TO WS-RUN-DATE-DATA
           MOVE SPACES                 TO WS-TIMESTAMP
           STRING WS-RUN-YEAR    '-'  WS-RUN-MONTH  '-'  WS-RUN-DAY
                  ' '
                  WS-RUN-HOURS   ':'  WS-RUN-MINUTES ':' WS-RUN-SECONDS
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING
           .
      *
       SCAN-JOURNAL.
      *    PASS 1: COLLECT THE WINDOW'S KEYS, THEN CHECK EVERY LATER
      *    JOURNAL ROW AGAINST THEM.  THE JOURNAL IS IN TIME ORDER
      *    SO THE WINDOW'S KEYS ARE ALL KNOWN BEFORE THE FIRST
      *    LATER ROW ARRIVES ***************************************
           OPEN INPUT COVID19D-JOURNAL
           IF WS-JOURNAL-STATUS > 0
             DISPLAY '*** ERROR OPENING COVID19D-JOURNAL-STATUS: '
                     WS-JOURNAL-STATUS
             MOVE 'Y'              TO WS-FILE-ERROR
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE              TO LASTREC
           PERFORM READ-JOURNAL-RECORD
           PERFORM UNTIL LASTREC = 'Y'
             EVALUATE TRUE
               WHEN JR-TIMESTAMP < WS-WINDOW-FROM
                 CONTINUE
               WHEN JR-TIMESTAMP NOT > WS-WINDOW-TO
                 PERFORM COLLECT-WINDOW-ROW
               WHEN OTHER
                 PERFORM CHECK-LATER-ROW
             END-EVALUATE
             PERFORM READ-JOURNAL-RECORD
           END-PERFORM
           CLOSE COVID19D-JOURNAL
           IF WS-FOREIGN-RECS > 0
             DISPLAY '*** WINDOW HOLDS NON-LOAD JOURNAL ROWS: '
                     WS-FOREIGN-RECS
             MOVE 'WINDOW HOLDS NON-LOAD ROWS (COUNTRYX/VACCINED/...)'
                                  TO ML-TEXT-O
             PERFORM WRITE-MESSAGE-LINE
             MOVE 'Y'              TO WS-REFUSE-FLAG
           END-IF
           IF WS-CONFLICT-RECS > 0
             DISPLAY '*** LATER CHANGES TO BACKED-OUT KEYS: '
                     WS-CONFLICT-RECS
             MOVE 'Y'              TO WS-REFUSE-FLAG
           END-IF
           .
      *
       READ-JOURNAL-RECORD.
           READ COVID19D-JOURNAL
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END   ADD 1 TO WS-JOURNAL-T-RECS
                             ADD 1 TO WS-REC-NUMBER
           END-READ
           .
      *
       COLLECT-WINDOW-ROW.
           ADD 1                   TO WS-WINDOW-RECS
           IF JR-FILE-ID NOT = 'C' AND JR-FILE-ID NOT = 'D'
             ADD 1                 TO WS-FOREIGN-RECS
             EXIT PARAGRAPH
           END-IF
           PERFORM SET-WORK-KEY
           PERFORM FIND-KEY
           IF NOT WS-KEY-WAS-FOUND
             IF WS-KT-USED NOT < WS-KT-MAX
               IF WS-BACKOUT-REFUSED
                 CONTINUE
               ELSE
                 DISPLAY '*** KEY TABLE FULL AT ' WS-KT-MAX
                 DISPLAY '*** BACK OUT ONE LOAD DATE AT A TIME'
                 MOVE 'KEY TABLE FULL - BACK OUT ONE DATE AT A TIME'
                                  TO ML-TEXT-O
                 PERFORM WRITE-MESSAGE-LINE
                 MOVE 'Y'          TO WS-REFUSE-FLAG
               END-IF
             ELSE
               ADD 1               TO WS-KT-USED
               MOVE WS-WORK-FILE-ID TO WS-KT-FILE-ID (WS-KT-USED)
               MOVE WS-WORK-KEY    TO WS-KT-KEY (WS-KT-USED)
             END-IF
           END-IF
           IF JR-FILE-ID = 'D'
             PERFORM NOTE-WINDOW-DATE
           END-IF
           .
      *
       SET-WORK-KEY.
      *    A DELETE ROW CARRIES ONLY THE BEFORE IMAGE *************
           MOVE JR-FILE-ID         TO WS-WORK-FILE-ID
           MOVE SPACES             TO WS-WORK-KEY
           IF JR-ACTION = 'D'
             MOVE JR-BEFORE-IMAGE (1:5) TO WS-WORK-CODE
             IF JR-FILE-ID = 'D'
               MOVE JR-BEFORE-IMAGE (6:8) TO WS-WORK-DATE
             END-IF
           ELSE
             MOVE JR-AFTER-IMAGE (1:5)  TO WS-WORK-CODE
             IF JR-FILE-ID = 'D'
               MOVE JR-AFTER-IMAGE (6:8)  TO WS-WORK-DATE
             END-IF
           END-IF
           .
      *
       FIND-KEY.
           MOVE 'N'                TO WS-KEY-FOUND
           PERFORM VARYING WS-KT-SUB FROM 1 BY 1
                   UNTIL WS-KT-SUB > WS-KT-USED
                      OR WS-KEY-WAS-FOUND
             IF WS-KT-FILE-ID (WS-KT-SUB) = WS-WORK-FILE-ID
                AND WS-KT-KEY (WS-KT-SUB) = WS-WORK-KEY
               MOVE 'Y'            TO WS-KEY-FOUND
             END-IF
           END-PERFORM
           .
      *
       NOTE-WINDOW-DATE.
           IF WS-WORK-DATE NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
                   UNTIL WS-DT-SUB > WS-DT-USED
             IF WS-DT-DATE (WS-DT-SUB) = WS-WORK-DATE
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
      *    A DATE LEFT OUT WOULD NEVER HAVE ITS ROLLUPS, CONTROL
      *    OR RUN-CONTROL PUT RIGHT: REFUSE, AS FOR THE KEY TABLE **
           IF WS-DT-USED NOT < WS-DT-MAX
             IF WS-BACKOUT-REFUSED
               CONTINUE
             ELSE
               DISPLAY '*** DATE TABLE FULL AT ' WS-DT-MAX
               DISPLAY '*** BACK OUT ONE LOAD DATE AT A TIME'
               MOVE 'DATE TABLE FULL - BACK OUT ONE DATE AT A TIME'
                                  TO ML-TEXT-O
               PERFORM WRITE-MESSAGE-LINE
               MOVE 'Y'            TO WS-REFUSE-FLAG
             END-IF
           ELSE
             ADD 1                 TO WS-DT-USED
             MOVE WS-WORK-DATE     TO WS-DT-DATE (WS-DT-USED)
           END-IF
           .
      *
       CHECK-LATER-ROW.
           ADD 1                   TO WS-LATER-RECS
           IF JR-FILE-ID NOT = 'C' AND JR-FILE-ID NOT = 'D'
             EXIT PARAGRAPH
           END-IF
      *    EVERY LOAD REWRITES THE COUNTRYS ROWS IT SEES; ONLY A
      *    REAL CHANGE TO ONE OF THEM COUNTS ***********************
           IF JR-FILE-ID = 'C' AND JR-ACTION = 'R'
              AND JR-BEFORE-IMAGE (1:114) = JR-AFTER-IMAGE (1:114)
             EXIT PARAGRAPH
           END-IF
           PERFORM SET-WORK-KEY
           PERFORM FIND-KEY
           IF WS-KEY-WAS-FOUND
             ADD 1                 TO WS-CONFLICT-RECS
             PERFORM WRITE-CONFLICT-LINE
           END-IF
           .
      *
       WRITE-CONFLICT-LINE.
           IF WS-CONFLICT-RECS = 1
             WRITE PRINT-REC     FROM WS-HEADER-2
             WRITE PRINT-REC     FROM WS-HEADER-3
             ADD 2                 TO WS-PG-WRITTEN-LINES
           END-IF
           IF WS-PG-WRITTEN-LINES > WS-PAGE-BREAK
             PERFORM WRITE-HEADERS
             WRITE PRINT-REC     FROM WS-HEADER-2
             WRITE PRINT-REC     FROM WS-HEADER-3
             ADD 2                 TO WS-PG-WRITTEN-LINES
           END-IF
           MOVE SPACES             TO WS-CONFLICT-LINE
           MOVE JR-TIMESTAMP       TO CF-TIMESTAMP-O
           MOVE JR-SEQ             TO CF-SEQ-O
           IF JR-FILE-ID = 'C'
             MOVE 'COUNTRYS'       TO CF-FILE-O
           ELSE
             MOVE 'COVID19D'       TO CF-FILE-O
           END-IF
           EVALUATE JR-ACTION
             WHEN 'W'
               MOVE 'WRITE'        TO CF-ACTION-O
             WHEN 'R'
               MOVE 'REWRITE'      TO CF-ACTION-O
             WHEN OTHER
               MOVE 'DELETE'       TO CF-ACTION-O
           END-EVALUATE
           MOVE WS-WORK-CODE       TO CF-CODE-O
           MOVE WS-WORK-DATE       TO CF-DATE-O
           WRITE PRINT-REC       FROM WS-CONFLICT-LINE
           ADD 1                   TO WS-PG-WRITTEN-LINES
           .
      *
       APPLY-BACKOUT.
           PERFORM OPEN-MASTERS
           IF WS-FILE-ERROR-FOUND
             MOVE 16               TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           SORT SORT-WORK-FILE
                ON DESCENDING KEY SD-REC-NUMBER
                INPUT PROCEDURE SELECT-WINDOW-ROWS
                OUTPUT PROCEDURE UNDO-WINDOW-ROWS
      *    NO ROW WAS UNDONE, SO THE LOAD'S CONTROL STATE STAYS ****
           IF WS-FILE-ERROR-FOUND
             MOVE 'BACKOUT NOT APPLIED - COV19JRN COULD NOT BE OPENED'
                                  TO ML-TEXT-O
             PERFORM WRITE-MESSAGE-LINE
             CLOSE COUNTRYS-FILE
                   COVID19D-FILE
             IF WS-SOURCE-ON-FILE
               CLOSE SOURCE-FILE
             END-IF
             MOVE 16               TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM RESET-LOAD-CONTROL
           PERFORM RESET-STATUS-RECORD
           PERFORM REMOVE-RUN-CONTROL
           PERFORM VOID-LOAD-HOLDS
           CLOSE COUNTRYS-FILE
                 COVID19D-FILE
           IF WS-SOURCE-ON-FILE
             CLOSE SOURCE-FILE
           END-IF
           IF WS-APPLY-ERRORS > 0
             MOVE 8                TO RETURN-CODE
           END-IF
           .
      *
       OPEN-MASTERS.
           OPEN I-O COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS > 0
             DISPLAY '*** ERROR OPENING COUNTRYS-FILE-STATUS: '
                     WS-COUNTRYS-STATUS
             MOVE 'Y'             TO WS-FILE-ERROR
             EXIT PARAGRAPH
           END-IF
           OPEN I-O COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
             DISPLAY '*** ERROR OPENING COVID19D-FILE-STATUS: '
                     WS-COVID19D-STATUS
             MOVE 'Y'             TO WS-FILE-ERROR
             CLOSE COUNTRYS-FILE
             EXIT PARAGRAPH
           END-IF
      *    NO COV19SRC YET MEANS NO SOURCE ROWS TO TAKE BACK ******
           OPEN I-O SOURCE-FILE
           IF WS-SOURCE-STATUS = 00
             MOVE 'Y'             TO WS-SOURCE-AVAIL
           ELSE
             DISPLAY '*** WARNING COV19SRC NOT AVAILABLE, STATUS: '
                     WS-SOURCE-STATUS
           END-IF
           .
      *
       SELECT-WINDOW-ROWS.
      *    PASS 2 INPUT: THE WINDOW'S ROWS, TAGGED WITH THEIR
      *    PHYSICAL POSITION SO THEY COME BACK NEWEST FIRST ********
           OPEN INPUT COVID19D-JOURNAL
           MOVE SPACE              TO LASTREC
           MOVE ZEROS              TO WS-REC-NUMBER
           PERFORM READ-FOR-SORT
           PERFORM UNTIL LASTREC = 'Y'
             IF JR-TIMESTAMP NOT < WS-WINDOW-FROM
                AND JR-TIMESTAMP NOT > WS-WINDOW-TO
               MOVE WS-REC-NUMBER  TO SD-REC-NUMBER
               MOVE JOURNAL-REC    TO SD-JOURNAL-REC
               RELEASE SD-REC
             END-IF
             PERFORM READ-FOR-SORT
           END-PERFORM
           CLOSE COVID19D-JOURNAL
           MOVE SPACE              TO LASTREC
           .
      *
       READ-FOR-SORT.
           READ COVID19D-JOURNAL
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END   ADD 1 TO WS-REC-NUMBER
           END-READ
           .
      *
       UNDO-WINDOW-ROWS.
      *    THE COMPENSATING CHANGES GO ON THE END OF THE SAME
      *    JOURNAL SO A LATER REPLAY (COV1922) SEES THEM TOO *******
           OPEN EXTEND COVID19D-JOURNAL
           IF WS-JOURNAL-STATUS > 0
             DISPLAY '*** ERROR OPENING COVID19D-JOURNAL-STATUS: '
                     WS-JOURNAL-STATUS
             MOVE 'Y'              TO WS-FILE-ERROR
             ADD 1                 TO WS-APPLY-ERRORS
             EXIT PARAGRAPH
           END-IF
           PERFORM RETURN-SORTED-RECORD
           PERFORM UNTIL LASTREC = 'Y'
             MOVE SD-JOURNAL-REC   TO JOURNAL-REC
             IF JR-FILE-ID = 'C'
               PERFORM UNDO-COUNTRYS-ROW
             ELSE
               PERFORM UNDO-COVID19D-ROW
             END-IF
             PERFORM RETURN-SORTED-RECORD
           END-PERFORM
           CLOSE COVID19D-JOURNAL
           .
      *
       RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
                AT END MOVE 'Y' TO LASTREC
           END-RETURN
           .
      *
       UNDO-COUNTRYS-ROW.
           MOVE 'C'                TO WS-JRN-FILE-ID
           MOVE SPACES             TO WS-JRN-BEFORE
                                      WS-JRN-AFTER
           EVALUATE JR-ACTION
             WHEN 'W'
      *        THE LOAD ADDED THE ROW: TAKE IT AWAY AGAIN ********
               MOVE JR-AFTER-IMAGE (1:114) TO COUNTRYS-REC
               READ COUNTRYS-FILE
               IF WS-COUNTRYS-STATUS = 23
                 ADD 1             TO WS-ROWS-MISSING
                 EXIT PARAGRAPH
               END-IF
               MOVE COUNTRYS-REC   TO WS-JRN-BEFORE (1:114)
               DELETE COUNTRYS-FILE RECORD
               MOVE 'D'            TO WS-JRN-ACTION
             WHEN 'R'
      *        THE LOAD CHANGED THE ROW: PUT THE OLD ONE BACK ****
               MOVE JR-BEFORE-IMAGE (1:114) TO COUNTRYS-REC
               READ COUNTRYS-FILE
               IF WS-COUNTRYS-STATUS = 23
                 MOVE JR-BEFORE-IMAGE (1:114) TO COUNTRYS-REC
                 WRITE COUNTRYS-REC
                 MOVE 'W'          TO WS-JRN-ACTION
               ELSE
                 MOVE COUNTRYS-REC TO WS-JRN-BEFORE (1:114)
                 MOVE JR-BEFORE-IMAGE (1:114) TO COUNTRYS-REC
                 REWRITE COUNTRYS-REC
                 MOVE 'R'          TO WS-JRN-ACTION
               END-IF
               MOVE COUNTRYS-REC   TO WS-JRN-AFTER (1:114)
             WHEN OTHER
      *        THE LOAD REMOVED THE ROW: WRITE IT BACK ***********
               MOVE JR-BEFORE-IMAGE (1:114) TO COUNTRYS-REC
               WRITE COUNTRYS-REC
               IF WS-COUNTRYS-STATUS = 22
                 REWRITE COUNTRYS-REC
               END-IF
               MOVE 'W'            TO WS-JRN-ACTION
               MOVE COUNTRYS-REC   TO WS-JRN-AFTER (1:114)
           END-EVALUATE
           IF WS-COUNTRYS-STATUS > 0
             DISPLAY '*** Error undoing COUNTRYS row, SEQ: '
                     JR-SEQ ' STATUS: ' WS-COUNTRYS-STATUS
             ADD 1                 TO WS-APPLY-ERRORS
           ELSE
             PERFORM COUNT-UNDO
             PERFORM WRITE-JOURNAL
           END-IF
           .
      *
       UNDO-COVID19D-ROW.
           MOVE 'D'                TO WS-JRN-FILE-ID
           MOVE SPACES             TO WS-JRN-BEFORE
                                      WS-JRN-AFTER
           EVALUATE JR-ACTION
             WHEN 'W'
               MOVE JR-AFTER-IMAGE (1:48) TO COVID19D-REC
               READ COVID19D-FILE
               IF WS-COVID19D-STATUS = 23
                 ADD 1             TO WS-ROWS-MISSING
                 EXIT PARAGRAPH
               END-IF
               MOVE COVID19D-REC   TO WS-JRN-BEFORE (1:48)
               DELETE COVID19D-FILE RECORD
               MOVE 'D'            TO WS-JRN-ACTION
             WHEN 'R'
               MOVE JR-BEFORE-IMAGE (1:48) TO COVID19D-REC
               READ COVID19D-FILE
               IF WS-COVID19D-STATUS = 23
                 MOVE JR-BEFORE-IMAGE (1:48) TO COVID19D-REC
                 WRITE COVID19D-REC
                 MOVE 'W'          TO WS-JRN-ACTION
               ELSE
                 MOVE COVID19D-REC TO WS-JRN-BEFORE (1:48)
                 MOVE JR-BEFORE-IMAGE (1:48) TO COVID19D-REC
                 REWRITE COVID19D-REC
                 MOVE 'R'          TO WS-JRN-ACTION
               END-IF
               MOVE COVID19D-REC   TO WS-JRN-AFTER (1:48)
             WHEN OTHER
               MOVE JR-BEFORE-IMAGE (1:48) TO COVID19D-REC
               WRITE COVID19D-REC
               IF WS-COVID19D-STATUS = 22
                 REWRITE COVID19D-REC
               END-IF
               MOVE 'W'            TO WS-JRN-ACTION
               MOVE COVID19D-REC   TO WS-JRN-AFTER (1:48)
           END-EVALUATE
           IF WS-COVID19D-STATUS > 0
             DISPLAY '*** Error undoing COVID19D row, SEQ: '
                     JR-SEQ ' STATUS: ' WS-COVID19D-STATUS
             ADD 1                 TO WS-APPLY-ERRORS
           ELSE
             PERFORM COUNT-UNDO
             IF JR-ACTION = 'W' OR JR-ACTION = 'R'
               PERFORM REMOVE-SOURCE-ROW
             END-IF
             PERFORM WRITE-JOURNAL
           END-IF
           .
      *
       REMOVE-SOURCE-ROW.
      *    THE SOURCE ROW NAMED THE VENDOR OF THE FIGURES JUST
      *    TAKEN AWAY.  A DELETED ROW NEEDS NONE; A RESTORED ONE
      *    HAS NO RECORD OF ITS OWN VENDOR, SO IT IS LEFT WITHOUT
      *    ONE RATHER THAN WRONGLY ATTRIBUTED.  ROLLUP ROWS NEVER
      *    HAVE ONE ***********************************************
           IF NOT WS-SOURCE-ON-FILE
             EXIT PARAGRAPH
           END-IF
           MOVE CV-CODE-DATE       TO VS-CODE-DATE
           DELETE SOURCE-FILE RECORD
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               ADD 1               TO WS-SRC-REMOVED
           END-DELETE
           IF WS-SOURCE-STATUS > 0 AND WS-SOURCE-STATUS NOT = 23
             DISPLAY '*** Error deleting COV19SRC row, STATUS: '
                     WS-SOURCE-STATUS
             ADD 1                 TO WS-APPLY-ERRORS
           END-IF
           .
      *
       COUNT-UNDO.
           EVALUATE JR-ACTION
             WHEN 'W'
               ADD 1               TO WS-ROWS-DELETED
             WHEN 'R'
               ADD 1               TO WS-ROWS-RESTORED
             WHEN OTHER
               ADD 1               TO WS-ROWS-REINSERTED
           END-EVALUATE
           .
      *
       WRITE-JOURNAL.
      *    JOURNAL-REC STILL HOLDS THE ROW BEING UNDONE: SAVE NOTHING
      *    FROM IT PAST THIS POINT ********************************
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
       RESET-LOAD-CONTROL.
      *    ONLY WHEN THE BACKED-OUT LOAD WAS THE NEWEST ONE DOES
      *    COV19CTL MOVE: STEP BACK A DAY AT A TIME TO THE NEWEST
      *    DATE THAT STILL HAS ROWS ON COVID19D ********************
           MOVE 'N'                TO WS-CTL-NEEDS-RESET
           OPEN INPUT LOAD-CONTROL
           IF WS-CONTROL-STATUS = 00
             READ LOAD-CONTROL
               AT END CONTINUE
               NOT AT END
                 IF CTL-MAX-DATE NUMERIC
                   MOVE CTL-MAX-DATE  TO WS-CTL-OLD-MAX
                 END-IF
                 IF CTL-DATE-RECS NUMERIC
                   MOVE CTL-DATE-RECS TO WS-CTL-OLD-RECS
                 END-IF
             END-READ
             CLOSE LOAD-CONTROL
           END-IF
           MOVE WS-CTL-OLD-MAX     TO WS-CTL-NEW-MAX
           MOVE WS-CTL-OLD-RECS    TO WS-CTL-NEW-RECS
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
                   UNTIL WS-DT-SUB > WS-DT-USED
             IF WS-DT-DATE (WS-DT-SUB) = WS-CTL-OLD-MAX
               MOVE 'Y'            TO WS-CTL-NEEDS-RESET
             END-IF
           END-PERFORM
           IF NOT WS-CTL-RESET-NEEDED
             EXIT PARAGRAPH
           END-IF
           MOVE WS-CTL-OLD-MAX     TO WS-CTL-PROBE-DATE
           MOVE ZEROS              TO WS-CTL-STEPS
                                      WS-CTL-NEW-MAX
                                      WS-CTL-NEW-RECS
           PERFORM PROBE-CONTROL-DATE
           PERFORM UNTIL WS-DATE-HAS-ROWS
                      OR WS-CTL-STEPS > 366
             COMPUTE WS-CTL-DATE-INT =
                 FUNCTION INTEGER-OF-DATE (WS-CTL-PROBE-DATE) - 1
             MOVE FUNCTION DATE-OF-INTEGER (WS-CTL-DATE-INT)
                                   TO WS-CTL-PROBE-DATE
             ADD 1                 TO WS-CTL-STEPS
             PERFORM PROBE-CONTROL-DATE
           END-PERFORM
           IF WS-DATE-HAS-ROWS
             MOVE WS-CTL-PROBE-DATE TO WS-CTL-NEW-MAX
             MOVE WS-CTL-PROBE-RECS TO WS-CTL-NEW-RECS
           ELSE
             DISPLAY '*** WARNING NO COVID19D ROWS IN THE YEAR BEFORE '
                     WS-CTL-OLD-MAX
           END-IF
           OPEN OUTPUT LOAD-CONTROL
           MOVE SPACES             TO LOAD-CONTROL-REC
           MOVE WS-CTL-NEW-MAX     TO CTL-MAX-DATE
           MOVE WS-CTL-NEW-RECS    TO CTL-DATE-RECS
           WRITE LOAD-CONTROL-REC
           IF WS-CONTROL-STATUS > 0
             DISPLAY '*** Error writing LOAD-CONTROL: '
                     WS-CONTROL-STATUS
             ADD 1                 TO WS-APPLY-ERRORS
           END-IF
           CLOSE LOAD-CONTROL
           .
      *
       PROBE-CONTROL-DATE.
      *    COUNTS THE COUNTRY ROWS (ROLLUPS EXCLUDED, AS COV1901
      *    COUNTS THEM) ON FILE FOR WS-CTL-PROBE-DATE **************
           MOVE 'N'                TO WS-DATE-ROWS-FLAG
           MOVE ZEROS              TO WS-CTL-PROBE-RECS
           MOVE SPACE              TO LASTREC
           MOVE WS-CTL-PROBE-DATE  TO CV-DATE
           START COVID19D-FILE KEY IS NOT LESS THAN CV-DATE
             INVALID KEY
               MOVE 'Y'            TO LASTREC
           END-START
           PERFORM READ-DATE-RECORD
           PERFORM UNTIL LASTREC = 'Y'
             IF CV-DATE NOT = WS-CTL-PROBE-DATE
               MOVE 'Y'            TO LASTREC
             ELSE
               MOVE 'Y'            TO WS-DATE-ROWS-FLAG
               IF CV-CODE NOT = 'WORLD'
                  AND CV-CODE (1:2) NOT = 'R-'
                 ADD 1             TO WS-CTL-PROBE-RECS
               END-IF
               PERFORM READ-DATE-RECORD
             END-IF
           END-PERFORM
           MOVE SPACE              TO LASTREC
           .
      *
       READ-DATE-RECORD.
           READ COVID19D-FILE NEXT RECORD
                AT END       MOVE 'Y' TO LASTREC
           END-READ
           .
      *
       RESET-STATUS-RECORD.
      *    THE CV48 SUMMARY MUST NOT KEEP SHOWING A LOAD THAT IS
      *    NO LONGER ON FILE: CARRY THE NEW CONTROL VALUES AND MARK
      *    THE AUDIT SIDE AS THE BACKOUT (ZERO COUNTS) *************
           IF NOT WS-CTL-RESET-NEEDED
             EXIT PARAGRAPH
           END-IF
           OPEN I-O STATUS-FILE
           IF WS-STATUS-STATUS > 0
             DISPLAY '*** WARNING COV19STA NOT AVAILABLE, STATUS: '
                     WS-STATUS-STATUS
             EXIT PARAGRAPH
           END-IF
           MOVE 'COV19'            TO ST-KEY
           READ STATUS-FILE
             INVALID KEY
               CLOSE STATUS-FILE
               EXIT PARAGRAPH
           END-READ
           MOVE WS-CTL-NEW-MAX     TO ST-MAX-DATE
           MOVE WS-CTL-NEW-RECS    TO ST-DATE-RECS
           MOVE WS-TIMESTAMP       TO ST-AUD-TIMESTAMP
           STRING WS-CTL-OLD-MAX (1:4) '-' WS-CTL-OLD-MAX (5:2) '-'
                  WS-CTL-OLD-MAX (7:2)
                  DELIMITED BY SIZE
                  INTO ST-AUD-LOAD-DATE
           END-STRING
           MOVE ZEROS              TO ST-AUD-READ
                                      ST-AUD-D-INS
                                      ST-AUD-D-UPD
                                      ST-AUD-REJ
           REWRITE STATUS-REC
           IF WS-STATUS-STATUS > 0
             DISPLAY '*** Error writing COV19STA: '
                     WS-STATUS-STATUS
             ADD 1                 TO WS-APPLY-ERRORS
           END-IF
           CLOSE STATUS-FILE
           .
      *
       REMOVE-RUN-CONTROL.
      *    WITH ITS RUN-CONTROL ENTRY GONE THE GATE (COV1920) HOLDS
      *    THE REPORTS FOR THE DATE UNTIL IT IS LOADED AGAIN *******
           MOVE 'COV1901'          TO WS-RCT-PROGRAM-T (1)
           MOVE 'COV1947'          TO WS-RCT-PROGRAM-T (2)
           OPEN I-O RUNCTL-FILE
           IF WS-RUNCTL-STATUS > 0
             DISPLAY '*** WARNING COV19RCT NOT AVAILABLE, STATUS: '
                     WS-RUNCTL-STATUS
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
                   UNTIL WS-DT-SUB > WS-DT-USED
             MOVE SPACES           TO WS-RCT-DATE-X
             STRING WS-DT-DATE (WS-DT-SUB) (1:4) '-'
                    WS-DT-DATE (WS-DT-SUB) (5:2) '-'
                    WS-DT-DATE (WS-DT-SUB) (7:2)
                    DELIMITED BY SIZE
                    INTO WS-RCT-DATE-X
             END-STRING
             PERFORM VARYING WS-RCT-SUB FROM 1 BY 1
                     UNTIL WS-RCT-SUB > 2
               MOVE WS-RCT-PROGRAM-T (WS-RCT-SUB) TO RT-PROGRAM
               MOVE WS-RCT-DATE-X  TO RT-DATE
               DELETE RUNCTL-FILE RECORD
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD 1           TO WS-RCT-REMOVED
                   DISPLAY '*** RUN-CONTROL ENTRY REMOVED: '
                           RT-PROGRAM ' ' RT-DATE
               END-DELETE
             END-PERFORM
           END-PERFORM
           CLOSE RUNCTL-FILE
           .
      *
       VOID-LOAD-HOLDS.
      *    A ROW THE LOAD HELD IN QUARANTINE BELONGS TO THE BACKED-
      *    OUT LOAD TOO: ANY STILL OPEN (HELD INSIDE THE WINDOW) IS
      *    MARKED D SO COV1953 CAN NO LONGER RELEASE IT ************
           OPEN I-O QUARANTINE-FILE
           IF WS-QUARANTINE-STATUS > 0
             DISPLAY '*** WARNING COV19QUA NOT AVAILABLE, STATUS: '
                     WS-QUARANTINE-STATUS
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE              TO LASTREC
           PERFORM READ-QUARANTINE-RECORD
           PERFORM UNTIL LASTREC = 'Y'
             IF QU-HELD
                AND QU-HELD-TS NOT < WS-WINDOW-FROM
                AND QU-HELD-TS NOT > WS-WINDOW-TO
               MOVE 'D'            TO QU-STATUS
               MOVE WS-TIMESTAMP   TO QU-REVIEWED-TS
               MOVE 'COV1952'      TO QU-REVIEWED-BY
               MOVE 'LOAD BACKED OUT'
                                   TO QU-DISPOSITION
               REWRITE QUARANTINE-REC
               IF WS-QUARANTINE-STATUS > 0
                 DISPLAY '*** Error rewriting COV19QUA, STATUS: '
                         WS-QUARANTINE-STATUS
                 ADD 1             TO WS-APPLY-ERRORS
               ELSE
                 ADD 1             TO WS-HOLDS-VOIDED
                 DISPLAY '*** QUARANTINE HOLD VOIDED: '
                         QU-CODE ' ' QU-DATE
               END-IF
             END-IF
             PERFORM READ-QUARANTINE-RECORD
           END-PERFORM
           CLOSE QUARANTINE-FILE
           MOVE SPACE              TO LASTREC
           .
      *
       READ-QUARANTINE-RECORD.
           READ QUARANTINE-FILE NEXT RECORD
                AT END       MOVE 'Y' TO LASTREC
           END-READ
           .
      *
       WRITE-HEADERS.
           MOVE SPACES                  TO PRINT-REC
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-MONTH        TO WS-CURRENT-MONTH-O
           MOVE WS-CURRENT-DAY          TO WS-CURRENT-DAY-O
           MOVE WS-CURRENT-YEAR         TO WS-CURRENT-YEAR-O
           MOVE WS-CURRENT-HOURS        TO WS-CURRENT-HOURS-O
           MOVE WS-CURRENT-MINUTES      TO WS-CURRENT-MINUTES-O
           MOVE WS-CURRENT-SECONDS      TO WS-CURRENT-SECONDS-O
           MOVE WS-CURRENT-DATE-O       TO DATE-1
           MOVE WS-CURRENT-TIME-O       TO TIME-1
           ADD 1                        TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER          TO PAGE-NUMBER
           WRITE PRINT-REC            FROM WS-HEADER-1
                 AFTER ADVANCING PAGE
           MOVE WS-WINDOW-FROM          TO H1B-FROM
           IF WS-WINDOW-TO = HIGH-VALUES
             MOVE '(END OF JOURNAL)'    TO H1B-TO
           ELSE
             MOVE WS-WINDOW-TO          TO H1B-TO
           END-IF
           MOVE WS-IN-DATE              TO H1B-DATE
           IF WS-TRIAL-YES
             MOVE 'TRIAL'               TO H1B-MODE
           ELSE
             MOVE 'APPLY'               TO H1B-MODE
           END-IF
           WRITE PRINT-REC            FROM WS-HEADER-1B
           MOVE 2                       TO WS-PG-WRITTEN-LINES
           .
      *
       WRITE-MESSAGE-LINE.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC            FROM WS-MESSAGE-LINE
           MOVE SPACES                  TO WS-MESSAGE-LINE
           ADD 2                        TO WS-PG-WRITTEN-LINES
           .
      *
       WRITE-SUMMARY-LINE.
           WRITE PRINT-REC            FROM WS-SUMMARY-LINE
           MOVE SPACES                  TO WS-SUMMARY-LINE
           ADD 1                        TO WS-PG-WRITTEN-LINES
           .
      *
       WRITE-TRAILERS.
           IF WS-PG-WRITTEN-LINES > WS-PAGE-BREAK - 16
             PERFORM WRITE-HEADERS
           END-IF
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           MOVE 'JOURNAL ROWS READ'     TO SL-LABEL-O
           MOVE WS-JOURNAL-T-RECS       TO SL-COUNT-O
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'ROWS IN THE WINDOW'    TO SL-LABEL-O
           MOVE WS-WINDOW-RECS          TO SL-COUNT-O
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'DISTINCT KEYS IN THE WINDOW' TO SL-LABEL-O
           MOVE WS-KT-USED              TO SL-COUNT-O
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'LOAD DATES IN THE WINDOW' TO SL-LABEL-O
           MOVE WS-DT-USED              TO SL-COUNT-O
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'ROWS AFTER THE WINDOW' TO SL-LABEL-O
           MOVE WS-LATER-RECS           TO SL-COUNT-O
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'CONFLICTING LATER ROWS' TO SL-LABEL-O
           MOVE WS-CONFLICT-RECS        TO SL-COUNT-O
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'ADDED ROWS DELETED'    TO SL-LABEL-O
           MOVE WS-ROWS-DELETED         TO SL-COUNT-O
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'CHANGED ROWS RESTORED' TO SL-LABEL-O
           MOVE WS-ROWS-RESTORED        TO SL-COUNT-O
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'DELETED ROWS WRITTEN BACK' TO SL-LABEL-O
           MOVE WS-ROWS-REINSERTED      TO SL-COUNT-O
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'ADDED ROWS ALREADY GONE' TO SL-LABEL-O
           MOVE WS-ROWS-MISSING         TO SL-COUNT-O
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'APPLY ERRORS'          TO SL-LABEL-O
           MOVE WS-APPLY-ERRORS         TO SL-COUNT-O
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'RUN-CONTROL ENTRIES REMOVED' TO SL-LABEL-O
           MOVE WS-RCT-REMOVED          TO SL-COUNT-O
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'COV19SRC SOURCE ROWS REMOVED' TO SL-LABEL-O
           MOVE WS-SRC-REMOVED          TO SL-COUNT-O
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'COV19QUA OPEN HOLDS VOIDED' TO SL-LABEL-O
           MOVE WS-HOLDS-VOIDED         TO SL-COUNT-O
           PERFORM WRITE-SUMMARY-LINE
           IF WS-CTL-RESET-NEEDED
             MOVE 'COV19CTL MAX DATE WAS' TO SL-LABEL-O
             MOVE WS-CTL-OLD-MAX        TO SL-COUNT-O
             PERFORM WRITE-SUMMARY-LINE
             MOVE 'COV19CTL MAX DATE NOW' TO SL-LABEL-O
             MOVE WS-CTL-NEW-MAX        TO SL-COUNT-O
             PERFORM WRITE-SUMMARY-LINE
           END-IF
           DISPLAY 'JOURNAL records READ: '       WS-JOURNAL-T-RECS
           DISPLAY 'ROWS IN WINDOW: '             WS-WINDOW-RECS
           DISPLAY 'CONFLICTING LATER ROWS: '     WS-CONFLICT-RECS
           DISPLAY 'ADDED ROWS DELETED: '         WS-ROWS-DELETED
           DISPLAY 'CHANGED ROWS RESTORED: '      WS-ROWS-RESTORED
           DISPLAY 'DELETED ROWS WRITTEN BACK: '  WS-ROWS-REINSERTED
           DISPLAY 'COV19SRC ROWS REMOVED: '      WS-SRC-REMOVED
           DISPLAY 'COV19QUA HOLDS VOIDED: '      WS-HOLDS-VOIDED
           DISPLAY 'APPLY ERRORS: '               WS-APPLY-ERRORS
           .
