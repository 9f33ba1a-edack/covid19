      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1978.
       AUTHOR.        Georges B.
      *Post-Restore Consistency Verification Of The COV19 Masters ...
      *Run after a restore, ahead of the batch.  Measures COUNTRYS,
      *COUNTRYX, COVID19D, VACCINED, TESTINGD, COVID19M, COV19CTL
      *and COV19STA through COVMEASR and
      *  - compares every measurement (state, record count, high
      *    key, newest date, hash totals) against the chosen COV1977
      *    run on the COV19MAN manifest, and
      *  - checks the restored masters against each other: the
      *    COV19CTL max date against the newest COVID19D date,
      *    COV19STA against COV19CTL, the newest COVID19M month and
      *    its confirmed total against COVID19D, VACCINED and
      *    TESTINGD not running ahead of COVID19D and COUNTRYX not
      *    holding more countries than COUNTRYS.
      *Condition code for the scheduler: 0 consistent, 4 warnings
      *only (the batch may run), 8 a master differs from the
      *manifest, is missing or disagrees with another master (hold
      *the batch), 16 the verification itself could not be done.
      *Parameters: MANIFEST=LATEST (default, the newest COV1977
      *            run), YYYYMMDDHHMMSS (the run with that
      *            timestamp, as printed by COV1977) or NONE (the
      *            cross-file checks only).
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
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-PAGE-BREAK        PIC 9(02) VALUE 65.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
           03 WS-MANIFEST-MODE     PIC X VALUE 'L'.
            88 WS-MANIFEST-LATEST  VALUE 'L'.
            88 WS-MANIFEST-CHOSEN  VALUE 'T'.
            88 WS-MANIFEST-NONE    VALUE 'N'.
      *
       01  WS-PARMS.
           03 WS-IN-STAMP          PIC X(14).
           03 WS-IN-STAMP-R REDEFINES WS-IN-STAMP.
              05 WS-IN-YEAR        PIC X(04).
              05 WS-IN-MONTH       PIC X(02).
              05 WS-IN-DAY         PIC X(02).
              05 WS-IN-HOURS       PIC X(02).
              05 WS-IN-MINUTES     PIC X(02).
              05 WS-IN-SECONDS     PIC X(02).
           03 WS-WANT-TIMESTAMP    PIC X(19) VALUE SPACES.
           03 WS-USED-TIMESTAMP    PIC X(19) VALUE LOW-VALUES.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
      *    THE MASTERS IN THE ORDER THE MANIFEST LISTS THEM ******
       01  WS-MASTER-LIST.
           03 FILLER               PIC X(32) VALUE
                'COUNTRYSCOUNTRYXCOVID19DVACCINED'.
           03 FILLER               PIC X(32) VALUE
                'TESTINGDCOVID19MCOV19CTLCOV19STA'.
       01  WS-MASTER-TABLE REDEFINES WS-MASTER-LIST.
           03 WS-MASTER-ID         PIC X(08) OCCURS 8.
      *
      *    SUBSCRIPTS OF THE MASTERS THE CROSS-CHECKS USE *******
       01  WS-MASTER-SUBS.
           03 WS-MASTER-SUB        PIC 9(02) COMP.
           03 WS-COUNTRYS-SUB      PIC 9(02) COMP VALUE 1.
           03 WS-COUNTRYX-SUB      PIC 9(02) COMP VALUE 2.
           03 WS-COVID19D-SUB      PIC 9(02) COMP VALUE 3.
           03 WS-VACCINED-SUB      PIC 9(02) COMP VALUE 4.
           03 WS-TESTINGD-SUB      PIC 9(02) COMP VALUE 5.
           03 WS-COVID19M-SUB      PIC 9(02) COMP VALUE 6.
           03 WS-COV19CTL-SUB      PIC 9(02) COMP VALUE 7.
           03 WS-COV19STA-SUB      PIC 9(02) COMP VALUE 8.
      *
      *    WHAT THE MANIFEST SAID AND WHAT WAS MEASURED NOW ******
       01  WS-MEASURE-TABLE.
           03 WS-MEASURE-ENTRY     OCCURS 8.
              05 WS-MAN-FOUND      PIC X(01).
              05 WS-MAN-STATE      PIC X(01).
              05 WS-MAN-RECORDS    PIC 9(09).
              05 WS-MAN-HIGH-KEY   PIC X(13).
              05 WS-MAN-LATEST     PIC 9(08).
              05 WS-MAN-HASH-1     PIC 9(18).
              05 WS-MAN-HASH-2     PIC 9(18).
              05 WS-MAN-HASH-3     PIC 9(18).
              05 WS-NOW-STATE      PIC X(01).
              05 WS-NOW-RECORDS    PIC 9(09).
              05 WS-NOW-HIGH-KEY   PIC X(13).
              05 WS-NOW-LATEST     PIC 9(08).
              05 WS-NOW-HASH-1     PIC 9(18).
              05 WS-NOW-HASH-2     PIC 9(18).
              05 WS-NOW-HASH-3     PIC 9(18).
      *
       COPY COVMSCOM     REPLACING ==:TAG:==      BY ==WS-MS==.
      *
       COPY COVRNCOM     REPLACING ==:TAG:==      BY ==WS-RC==.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
       01  WS-WORK.
           03 WS-CONDITION         PIC 9(02) VALUE ZEROS.
           03 WS-SEVERITY          PIC 9(02).
           03 WS-NUMBER            PIC 9(18).
           03 WS-NUMBER-EDIT       PIC Z(17)9.
           03 WS-DATE-IN           PIC 9(08).
           03 WS-DATE-TEXT         PIC X(10).
           03 WS-ITEM-NAME         PIC X(12).
           03 WS-ITEM-MANIFEST     PIC X(20).
           03 WS-ITEM-RESTORED     PIC X(20).
           03 WS-LEFT-SUB          PIC 9(02) COMP.
           03 WS-RIGHT-SUB         PIC 9(02) COMP.
           03 WS-CHECK-RESULT      PIC X(12).
      *
       01  COUNTERS.
           03 WS-MANIFEST-READ     PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-ITEMS-MATCHED     PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-ITEMS-DIFFERENT   PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-CHECKS-OK         PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-CHECKS-WARNING    PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-CHECKS-HOLD       PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-CHECKS-SKIPPED    PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-PG-WRITTEN-LINES  PIC 9(02) VALUE ZEROS.
           03 WS-PAGE-NUMBER       PIC 9(05) VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-HEADER-1.
           03 FILLER               PIC X(16) VALUE 'COV1978'.
           03 TITLE-1              PIC X(40) VALUE
                '*** POST-RESTORE VERIFICATION ***       '.
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
           03 FILLER               PIC X(14) VALUE 'ITEM'.
           03 FILLER               PIC X(22) VALUE
                '            MANIFEST'.
           03 FILLER               PIC X(22) VALUE
                '            RESTORED'.
           03 FILLER               PIC X(12) VALUE 'RESULT'.
      *
       01  WS-HEADER-3.
           03 FILLER               PIC X(08) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(12) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(20) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(20) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(12) VALUE ALL '='.
      *
       01  WS-ITEM-LINE.
           03 IL-FILE-O            PIC X(08).
           03 FILLER               PIC X(02).
           03 IL-ITEM-O            PIC X(12).
           03 FILLER               PIC X(02).
           03 IL-MANIFEST-O        PIC X(20).
           03 FILLER               PIC X(02).
           03 IL-RESTORED-O        PIC X(20).
           03 FILLER               PIC X(02).
           03 IL-RESULT-O          PIC X(12).
      *
       01  WS-CHECK-HEADER-2.
           03 FILLER               PIC X(52) VALUE 'CROSS-FILE CHECK'.
           03 FILLER               PIC X(22) VALUE
                '               FIRST'.
           03 FILLER               PIC X(22) VALUE
                '              SECOND'.
           03 FILLER               PIC X(12) VALUE 'RESULT'.
      *
       01  WS-CHECK-HEADER-3.
           03 FILLER               PIC X(50) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(20) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(20) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(12) VALUE ALL '='.
      *
       01  WS-CHECK-LINE.
           03 CL-CHECK-O           PIC X(50).
           03 FILLER               PIC X(02).
           03 CL-FIRST-O           PIC X(20).
           03 FILLER               PIC X(02).
           03 CL-SECOND-O          PIC X(20).
           03 FILLER               PIC X(02).
           03 CL-RESULT-O          PIC X(12).
      *
       01  WS-TRAILER-1.
           03 FILLER               PIC X(26) VALUE
                        '*** MANIFEST ITEMS MATCH: '.
           03 MATCHED-O            PIC ZZ,ZZ9.
           03 FILLER               PIC X(14) VALUE '   DIFFER:    '.
           03 DIFFERENT-O          PIC ZZ,ZZ9.
           03 FILLER               PIC X(04) VALUE ' ***'.
      *
       01  WS-TRAILER-2.
           03 FILLER               PIC X(26) VALUE
                        '*** CROSS-CHECKS OK:      '.
           03 CHECKS-OK-O          PIC ZZ,ZZ9.
           03 FILLER               PIC X(14) VALUE '   WARNING:   '.
           03 CHECKS-WARNING-O     PIC ZZ,ZZ9.
           03 FILLER               PIC X(14) VALUE '   HOLD:      '.
           03 CHECKS-HOLD-O        PIC ZZ,ZZ9.
           03 FILLER               PIC X(14) VALUE '   NOT DONE:  '.
           03 CHECKS-SKIPPED-O     PIC ZZ,ZZ9.
           03 FILLER               PIC X(04) VALUE ' ***'.
      *
       01  WS-TRAILER-3.
           03 FILLER               PIC X(26) VALUE
                        '*** CONDITION CODE:       '.
           03 CONDITION-O          PIC Z9.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 CONDITION-TEXT-O     PIC X(40).
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
           OPEN OUTPUT PRINT-LINE
      *
           MOVE 'S'                 TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           .
      *
       VERIFY-MASTERS.
           INITIALIZE WS-MEASURE-TABLE
           PERFORM LOAD-MANIFEST
           PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
                   UNTIL WS-MASTER-SUB > 8
             PERFORM MEASURE-RESTORED
           END-PERFORM
           PERFORM WRITE-HEADERS
           IF NOT WS-MANIFEST-NONE AND WS-CONDITION < 16
             PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
                     UNTIL WS-MASTER-SUB > 8
               PERFORM COMPARE-TO-MANIFEST
             END-PERFORM
           END-IF
           PERFORM CROSS-CHECK-HEADERS
           PERFORM CROSS-CHECK-MASTERS
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           MOVE WS-ITEMS-MATCHED        TO MATCHED-O
           MOVE WS-ITEMS-DIFFERENT      TO DIFFERENT-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           MOVE WS-CHECKS-OK            TO CHECKS-OK-O
           MOVE WS-CHECKS-WARNING       TO CHECKS-WARNING-O
           MOVE WS-CHECKS-HOLD          TO CHECKS-HOLD-O
           MOVE WS-CHECKS-SKIPPED       TO CHECKS-SKIPPED-O
           WRITE PRINT-REC            FROM WS-TRAILER-2
           MOVE WS-CONDITION            TO CONDITION-O
           EVALUATE WS-CONDITION
             WHEN 0
               MOVE 'MASTERS CONSISTENT'  TO CONDITION-TEXT-O
             WHEN 4
               MOVE 'WARNINGS ONLY, BATCH MAY RUN'
                                          TO CONDITION-TEXT-O
             WHEN 8
               MOVE 'INCONSISTENT, HOLD THE BATCH'
                                          TO CONDITION-TEXT-O
             WHEN OTHER
               MOVE 'NOT VERIFIED, HOLD THE BATCH'
                                          TO CONDITION-TEXT-O
           END-EVALUATE
           WRITE PRINT-REC            FROM WS-TRAILER-3
           DISPLAY '*** COV1978 Manifest Timestamp:   '
                   TIMESTAMP-1B
           DISPLAY '*** COV1978 COV19MAN Rows Read:   '
                   WS-MANIFEST-READ
           DISPLAY '*** COV1978 Items Match / Differ: '
                   WS-ITEMS-MATCHED ' / ' WS-ITEMS-DIFFERENT
           DISPLAY '*** COV1978 Checks OK / Warn / Hold: '
                   WS-CHECKS-OK ' / ' WS-CHECKS-WARNING ' / '
                   WS-CHECKS-HOLD
           DISPLAY '*** COV1978 Condition Code:       '
                   WS-CONDITION ' ' CONDITION-TEXT-O
           MOVE WS-CONDITION            TO RETURN-CODE
           .
      *
       CLOSE-STOP.
           CLOSE        PRINT-LINE
           IF WS-CONDITION > 8
             MOVE 'F'          TO WS-RC-FUNCTION
           ELSE
             MOVE 'C'          TO WS-RC-FUNCTION
           END-IF
           PERFORM REGISTER-RUN-CONTROL
           MOVE WS-CONDITION       TO RETURN-CODE
           GOBACK
           .
      *
       RAISE-CONDITION.
           IF WS-SEVERITY > WS-CONDITION
             MOVE WS-SEVERITY      TO WS-CONDITION
           END-IF
           .
      *
       LOAD-MANIFEST.
      *    LATEST: A NEWER RUN TIMESTAMP STARTS THE TABLE AGAIN;
      *    CHOSEN: ONLY THE ROWS OF THAT RUN ARE KEPT *************
           IF WS-MANIFEST-NONE
             MOVE 'NOT USED'       TO TIMESTAMP-1B
             EXIT PARAGRAPH
           END-IF
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19MAN-STATUS: '
                     WS-MANIFEST-STATUS
             MOVE 'UNREADABLE'     TO TIMESTAMP-1B
             MOVE 16               TO WS-SEVERITY
             PERFORM RAISE-CONDITION
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE              TO LASTREC
           PERFORM READ-MANIFEST
           PERFORM UNTIL LASTREC = 'Y'
             IF WS-MANIFEST-LATEST
               IF MF-RUN-TIMESTAMP > WS-USED-TIMESTAMP
                 INITIALIZE WS-MEASURE-TABLE
                 MOVE MF-RUN-TIMESTAMP TO WS-USED-TIMESTAMP
               END-IF
               IF MF-RUN-TIMESTAMP = WS-USED-TIMESTAMP
                 PERFORM STORE-MANIFEST-ROW
               END-IF
             ELSE
               IF MF-RUN-TIMESTAMP = WS-WANT-TIMESTAMP
                 MOVE MF-RUN-TIMESTAMP TO WS-USED-TIMESTAMP
                 PERFORM STORE-MANIFEST-ROW
               END-IF
             END-IF
             PERFORM READ-MANIFEST
           END-PERFORM
           CLOSE MANIFEST-FILE
           IF WS-USED-TIMESTAMP = LOW-VALUES
             DISPLAY '*** ERROR NO COV19MAN RUN '
                     WS-WANT-TIMESTAMP
             MOVE 'NOT FOUND'      TO TIMESTAMP-1B
             MOVE 16               TO WS-SEVERITY
             PERFORM RAISE-CONDITION
           ELSE
             MOVE WS-USED-TIMESTAMP TO TIMESTAMP-1B
           END-IF
           .
      *
       READ-MANIFEST.
           READ MANIFEST-FILE
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END   ADD 1    TO WS-MANIFEST-READ
           END-READ
           IF WS-MANIFEST-STATUS > 0 AND WS-MANIFEST-STATUS NOT = 10
             DISPLAY '*** ERROR READING COV19MAN-STATUS: '
                     WS-MANIFEST-STATUS
             MOVE 16               TO WS-SEVERITY
             PERFORM RAISE-CONDITION
             MOVE 'Y'              TO LASTREC
           END-IF
           .
      *
       STORE-MANIFEST-ROW.
           PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
                   UNTIL WS-MASTER-SUB > 8
             IF WS-MASTER-ID (WS-MASTER-SUB) = MF-FILE-ID
               MOVE 'Y'            TO WS-MAN-FOUND (WS-MASTER-SUB)
               MOVE MF-STATE       TO WS-MAN-STATE (WS-MASTER-SUB)
               MOVE MF-RECORDS     TO WS-MAN-RECORDS (WS-MASTER-SUB)
               MOVE MF-HIGH-KEY    TO WS-MAN-HIGH-KEY (WS-MASTER-SUB)
               MOVE MF-LATEST-DATE TO WS-MAN-LATEST (WS-MASTER-SUB)
               MOVE MF-HASH-1      TO WS-MAN-HASH-1 (WS-MASTER-SUB)
               MOVE MF-HASH-2      TO WS-MAN-HASH-2 (WS-MASTER-SUB)
               MOVE MF-HASH-3      TO WS-MAN-HASH-3 (WS-MASTER-SUB)
             END-IF
           END-PERFORM
           .
      *
       MEASURE-RESTORED.
      *    A MASTER MISSING AFTER A RESTORE HOLDS THE BATCH; ONE
      *    THAT CANNOT BE READ MEANS NOTHING WAS VERIFIED *********
           MOVE WS-MASTER-ID (WS-MASTER-SUB) TO WS-MS-FILE-ID
           CALL 'COVMEASR'      USING WS-MS-COMM-AREA
           MOVE WS-MS-STATE         TO WS-NOW-STATE (WS-MASTER-SUB)
           MOVE WS-MS-RECORDS       TO WS-NOW-RECORDS (WS-MASTER-SUB)
           MOVE WS-MS-HIGH-KEY      TO WS-NOW-HIGH-KEY (WS-MASTER-SUB)
           MOVE WS-MS-LATEST-DATE   TO WS-NOW-LATEST (WS-MASTER-SUB)
           MOVE WS-MS-HASH-1        TO WS-NOW-HASH-1 (WS-MASTER-SUB)
           MOVE WS-MS-HASH-2        TO WS-NOW-HASH-2 (WS-MASTER-SUB)
           MOVE WS-MS-HASH-3        TO WS-NOW-HASH-3 (WS-MASTER-SUB)
           EVALUATE TRUE
             WHEN WS-MS-MEASURED
               CONTINUE
             WHEN WS-MS-MISSING
               DISPLAY '*** COV1978 Master Missing: ' WS-MS-FILE-ID
               MOVE 8               TO WS-SEVERITY
               PERFORM RAISE-CONDITION
             WHEN OTHER
               MOVE 16              TO WS-SEVERITY
               PERFORM RAISE-CONDITION
           END-EVALUATE
           .
      *
       COMPARE-TO-MANIFEST.
           IF WS-MAN-FOUND (WS-MASTER-SUB) NOT = 'Y'
             MOVE 'STATE'           TO WS-ITEM-NAME
             MOVE 'NOT IN MANIFEST' TO WS-ITEM-MANIFEST
             MOVE WS-NOW-STATE (WS-MASTER-SUB) TO WS-ITEM-RESTORED
             PERFORM COMPARE-ITEM
             EXIT PARAGRAPH
           END-IF
           MOVE 'STATE'             TO WS-ITEM-NAME
           MOVE WS-MAN-STATE (WS-MASTER-SUB) TO WS-ITEM-MANIFEST
           MOVE WS-NOW-STATE (WS-MASTER-SUB) TO WS-ITEM-RESTORED
           PERFORM COMPARE-ITEM
      *
           MOVE 'RECORDS'           TO WS-ITEM-NAME
           MOVE WS-MAN-RECORDS (WS-MASTER-SUB) TO WS-NUMBER
           PERFORM FORMAT-NUMBER
           MOVE WS-NUMBER-EDIT      TO WS-ITEM-MANIFEST
           MOVE WS-NOW-RECORDS (WS-MASTER-SUB) TO WS-NUMBER
           PERFORM FORMAT-NUMBER
           MOVE WS-NUMBER-EDIT      TO WS-ITEM-RESTORED
           PERFORM COMPARE-ITEM
      *
           MOVE 'HIGH KEY'          TO WS-ITEM-NAME
           MOVE WS-MAN-HIGH-KEY (WS-MASTER-SUB) TO WS-ITEM-MANIFEST
           MOVE WS-NOW-HIGH-KEY (WS-MASTER-SUB) TO WS-ITEM-RESTORED
           PERFORM COMPARE-ITEM
      *
           MOVE 'LATEST DATE'       TO WS-ITEM-NAME
           MOVE WS-MAN-LATEST (WS-MASTER-SUB) TO WS-DATE-IN
           PERFORM FORMAT-DATE
           MOVE WS-DATE-TEXT        TO WS-ITEM-MANIFEST
           MOVE WS-NOW-LATEST (WS-MASTER-SUB) TO WS-DATE-IN
           PERFORM FORMAT-DATE
           MOVE WS-DATE-TEXT        TO WS-ITEM-RESTORED
           PERFORM COMPARE-ITEM
      *
           MOVE 'HASH 1'            TO WS-ITEM-NAME
           MOVE WS-MAN-HASH-1 (WS-MASTER-SUB) TO WS-NUMBER
           PERFORM FORMAT-NUMBER
           MOVE WS-NUMBER-EDIT      TO WS-ITEM-MANIFEST
           MOVE WS-NOW-HASH-1 (WS-MASTER-SUB) TO WS-NUMBER
           PERFORM FORMAT-NUMBER
           MOVE WS-NUMBER-EDIT      TO WS-ITEM-RESTORED
           PERFORM COMPARE-ITEM
      *
           MOVE 'HASH 2'            TO WS-ITEM-NAME
           MOVE WS-MAN-HASH-2 (WS-MASTER-SUB) TO WS-NUMBER
           PERFORM FORMAT-NUMBER
           MOVE WS-NUMBER-EDIT      TO WS-ITEM-MANIFEST
           MOVE WS-NOW-HASH-2 (WS-MASTER-SUB) TO WS-NUMBER
           PERFORM FORMAT-NUMBER
           MOVE WS-NUMBER-EDIT      TO WS-ITEM-RESTORED
           PERFORM COMPARE-ITEM
      *
           MOVE 'HASH 3'            TO WS-ITEM-NAME
           MOVE WS-MAN-HASH-3 (WS-MASTER-SUB) TO WS-NUMBER
           PERFORM FORMAT-NUMBER
           MOVE WS-NUMBER-EDIT      TO WS-ITEM-MANIFEST
           MOVE WS-NOW-HASH-3 (WS-MASTER-SUB) TO WS-NUMBER
           PERFORM FORMAT-NUMBER
           MOVE WS-NUMBER-EDIT      TO WS-ITEM-RESTORED
           PERFORM COMPARE-ITEM
           .
      *
       COMPARE-ITEM.
           IF WS-PG-WRITTEN-LINES > WS-PAGE-BREAK
             PERFORM WRITE-HEADERS
           END-IF
           MOVE SPACES              TO WS-ITEM-LINE
           MOVE WS-MASTER-ID (WS-MASTER-SUB) TO IL-FILE-O
           MOVE WS-ITEM-NAME        TO IL-ITEM-O
           MOVE WS-ITEM-MANIFEST    TO IL-MANIFEST-O
           MOVE WS-ITEM-RESTORED    TO IL-RESTORED-O
           IF WS-ITEM-MANIFEST = WS-ITEM-RESTORED
             MOVE 'MATCH'           TO IL-RESULT-O
             ADD 1                  TO WS-ITEMS-MATCHED
           ELSE
             MOVE '*** DIFFERS'     TO IL-RESULT-O
             ADD 1                  TO WS-ITEMS-DIFFERENT
             MOVE 8                 TO WS-SEVERITY
             PERFORM RAISE-CONDITION
           END-IF
           WRITE PRINT-REC        FROM WS-ITEM-LINE
           ADD 1                    TO WS-PG-WRITTEN-LINES
           .
      *
       CROSS-CHECK-MASTERS.
      *    COV1901 KEEPS COV19CTL AT THE NEWEST COVID19D DATE AND
      *    COPIES IT TO COV19STA: ANY DISAGREEMENT IS A MIXED
      *    RESTORE **********************************************
           MOVE 'COV19CTL MAX DATE = NEWEST COVID19D DATE'
                                    TO CL-CHECK-O
           MOVE WS-COV19CTL-SUB     TO WS-LEFT-SUB
           MOVE WS-COVID19D-SUB     TO WS-RIGHT-SUB
           PERFORM FORMAT-CHECK-DATES
           IF WS-CHECK-RESULT = SPACES
             IF WS-NOW-LATEST (WS-LEFT-SUB)
                  = WS-NOW-LATEST (WS-RIGHT-SUB)
               MOVE 'OK'            TO WS-CHECK-RESULT
             ELSE
               MOVE '*** HOLD'      TO WS-CHECK-RESULT
             END-IF
           END-IF
           PERFORM WRITE-CHECK-LINE
      *
           MOVE 'COV19STA MAX DATE = COV19CTL MAX DATE'
                                    TO CL-CHECK-O
           MOVE WS-COV19STA-SUB     TO WS-LEFT-SUB
           MOVE WS-COV19CTL-SUB     TO WS-RIGHT-SUB
           PERFORM FORMAT-CHECK-DATES
           IF WS-CHECK-RESULT = SPACES
             IF WS-NOW-LATEST (WS-LEFT-SUB)
                  = WS-NOW-LATEST (WS-RIGHT-SUB)
               MOVE 'OK'            TO WS-CHECK-RESULT
             ELSE
               MOVE '*** HOLD'      TO WS-CHECK-RESULT
             END-IF
           END-IF
           PERFORM WRITE-CHECK-LINE
      *
           MOVE 'COV19STA DATE RECORDS = COV19CTL DATE RECORDS'
                                    TO CL-CHECK-O
           MOVE WS-COV19STA-SUB     TO WS-LEFT-SUB
           MOVE WS-COV19CTL-SUB     TO WS-RIGHT-SUB
           PERFORM FORMAT-CHECK-HASHES
           IF WS-CHECK-RESULT = SPACES
             IF WS-NOW-HASH-1 (WS-LEFT-SUB)
                  = WS-NOW-HASH-1 (WS-RIGHT-SUB)
               MOVE 'OK'            TO WS-CHECK-RESULT
             ELSE
               MOVE '*** HOLD'      TO WS-CHECK-RESULT
             END-IF
           END-IF
           PERFORM WRITE-CHECK-LINE
      *
      *    COV1913 REBUILDS COVID19M FROM THE WHOLE OF COVID19D: A
      *    NEWER MONTH THAN COVID19D HAS IS A MIXED RESTORE, AN
      *    OLDER ONE OR A DIFFERENT TOTAL ONLY A SUMMARY NOT YET
      *    REBUILT SINCE THE LAST LOAD ****************************
           MOVE 'COVID19M NEWEST MONTH = COVID19D NEWEST MONTH'
                                    TO CL-CHECK-O
           MOVE WS-COVID19M-SUB     TO WS-LEFT-SUB
           MOVE WS-COVID19D-SUB     TO WS-RIGHT-SUB
           PERFORM FORMAT-CHECK-DATES
           IF WS-CHECK-RESULT = SPACES
             EVALUATE TRUE
               WHEN WS-NOW-LATEST (WS-LEFT-SUB) (1:6)
                  = WS-NOW-LATEST (WS-RIGHT-SUB) (1:6)
                 MOVE 'OK'          TO WS-CHECK-RESULT
               WHEN WS-NOW-LATEST (WS-LEFT-SUB) (1:6)
                  > WS-NOW-LATEST (WS-RIGHT-SUB) (1:6)
                 MOVE '*** HOLD'    TO WS-CHECK-RESULT
               WHEN OTHER
                 MOVE 'WARNING'     TO WS-CHECK-RESULT
             END-EVALUATE
           END-IF
           PERFORM WRITE-CHECK-LINE
      *
           MOVE 'COVID19M NEW CONFIRMED = COVID19D NEW CONFIRMED'
                                    TO CL-CHECK-O
           MOVE WS-COVID19M-SUB     TO WS-LEFT-SUB
           MOVE WS-COVID19D-SUB     TO WS-RIGHT-SUB
           PERFORM FORMAT-CHECK-HASHES
           IF WS-CHECK-RESULT = SPACES
             IF WS-NOW-HASH-1 (WS-LEFT-SUB)
                  = WS-NOW-HASH-1 (WS-RIGHT-SUB)
               MOVE 'OK'            TO WS-CHECK-RESULT
             ELSE
               MOVE 'WARNING'       TO WS-CHECK-RESULT
             END-IF
           END-IF
           PERFORM WRITE-CHECK-LINE
      *
      *    THE VACCINATION AND TESTING FEEDS LOAD ON THEIR OWN, SO
      *    RUNNING AHEAD OF COVID19D IS ONLY WORTH A WARNING ******
           MOVE 'VACCINED NEWEST DATE NOT AFTER COVID19D'
                                    TO CL-CHECK-O
           MOVE WS-VACCINED-SUB     TO WS-LEFT-SUB
           MOVE WS-COVID19D-SUB     TO WS-RIGHT-SUB
           PERFORM CHECK-NOT-AHEAD
      *
           MOVE 'TESTINGD NEWEST DATE NOT AFTER COVID19D'
                                    TO CL-CHECK-O
           MOVE WS-TESTINGD-SUB     TO WS-LEFT-SUB
           MOVE WS-COVID19D-SUB     TO WS-RIGHT-SUB
           PERFORM CHECK-NOT-AHEAD
      *
           MOVE 'COUNTRYX RECORDS NOT MORE THAN COUNTRYS'
                                    TO CL-CHECK-O
           MOVE WS-COUNTRYX-SUB     TO WS-LEFT-SUB
           MOVE WS-COUNTRYS-SUB     TO WS-RIGHT-SUB
           PERFORM FORMAT-CHECK-MEASURED
           IF WS-CHECK-RESULT = SPACES
             MOVE WS-NOW-RECORDS (WS-LEFT-SUB)  TO WS-NUMBER
             PERFORM FORMAT-NUMBER
             MOVE WS-NUMBER-EDIT    TO CL-FIRST-O
             MOVE WS-NOW-RECORDS (WS-RIGHT-SUB) TO WS-NUMBER
             PERFORM FORMAT-NUMBER
             MOVE WS-NUMBER-EDIT    TO CL-SECOND-O
             IF WS-NOW-RECORDS (WS-LEFT-SUB)
                  > WS-NOW-RECORDS (WS-RIGHT-SUB)
               MOVE 'WARNING'       TO WS-CHECK-RESULT
             ELSE
               MOVE 'OK'            TO WS-CHECK-RESULT
             END-IF
           END-IF
           PERFORM WRITE-CHECK-LINE
           .
      *
       CHECK-NOT-AHEAD.
           PERFORM FORMAT-CHECK-DATES
           IF WS-CHECK-RESULT = SPACES
             IF WS-NOW-LATEST (WS-LEFT-SUB)
                  > WS-NOW-LATEST (WS-RIGHT-SUB)
               MOVE 'WARNING'       TO WS-CHECK-RESULT
             ELSE
               MOVE 'OK'            TO WS-CHECK-RESULT
             END-IF
           END-IF
           PERFORM WRITE-CHECK-LINE
           .
      *
       FORMAT-CHECK-MEASURED.
      *    A CHECK NEEDS BOTH ITS MASTERS MEASURED ***************
           MOVE SPACES              TO WS-CHECK-RESULT
                                       CL-FIRST-O
                                       CL-SECOND-O
           IF WS-NOW-STATE (WS-LEFT-SUB) NOT = 'O'
              OR WS-NOW-STATE (WS-RIGHT-SUB) NOT = 'O'
             MOVE 'NOT DONE'        TO WS-CHECK-RESULT
           END-IF
           .
      *
       FORMAT-CHECK-DATES.
           PERFORM FORMAT-CHECK-MEASURED
           IF WS-CHECK-RESULT = SPACES
             MOVE WS-NOW-LATEST (WS-LEFT-SUB)  TO WS-DATE-IN
             PERFORM FORMAT-DATE
             MOVE WS-DATE-TEXT      TO CL-FIRST-O
             MOVE WS-NOW-LATEST (WS-RIGHT-SUB) TO WS-DATE-IN
             PERFORM FORMAT-DATE
             MOVE WS-DATE-TEXT      TO CL-SECOND-O
           END-IF
           .
      *
       FORMAT-CHECK-HASHES.
           PERFORM FORMAT-CHECK-MEASURED
           IF WS-CHECK-RESULT = SPACES
             MOVE WS-NOW-HASH-1 (WS-LEFT-SUB)  TO WS-NUMBER
             PERFORM FORMAT-NUMBER
             MOVE WS-NUMBER-EDIT    TO CL-FIRST-O
             MOVE WS-NOW-HASH-1 (WS-RIGHT-SUB) TO WS-NUMBER
             PERFORM FORMAT-NUMBER
             MOVE WS-NUMBER-EDIT    TO CL-SECOND-O
           END-IF
           .
      *
       WRITE-CHECK-LINE.
           IF WS-PG-WRITTEN-LINES > WS-PAGE-BREAK
             PERFORM WRITE-HEADERS
             PERFORM CROSS-CHECK-HEADERS
           END-IF
           MOVE WS-CHECK-RESULT     TO CL-RESULT-O
           EVALUATE WS-CHECK-RESULT
             WHEN 'OK'
               ADD 1                TO WS-CHECKS-OK
             WHEN 'WARNING'
               ADD 1                TO WS-CHECKS-WARNING
               MOVE 4               TO WS-SEVERITY
               PERFORM RAISE-CONDITION
             WHEN 'NOT DONE'
               ADD 1                TO WS-CHECKS-SKIPPED
             WHEN OTHER
               ADD 1                TO WS-CHECKS-HOLD
               MOVE 8               TO WS-SEVERITY
               PERFORM RAISE-CONDITION
           END-EVALUATE
           WRITE PRINT-REC        FROM WS-CHECK-LINE
           ADD 1                    TO WS-PG-WRITTEN-LINES
           .
      *
       FORMAT-NUMBER.
           MOVE WS-NUMBER           TO WS-NUMBER-EDIT
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
       CROSS-CHECK-HEADERS.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC            FROM WS-CHECK-HEADER-2
           WRITE PRINT-REC            FROM WS-CHECK-HEADER-3
           ADD 3                        TO WS-PG-WRITTEN-LINES
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
           WRITE PRINT-REC            FROM WS-HEADER-1B
           WRITE PRINT-REC            FROM WS-HEADER-2
           WRITE PRINT-REC            FROM WS-HEADER-3
           MOVE 4                       TO WS-PG-WRITTEN-LINES
           .
      *
       GET-PARAMETERS.
           MOVE 1                  TO WS-PARM-COUNT
           MOVE 'MANIFEST'         TO WS-PARM-KEYWORD (1)
           MOVE 'LATEST'           TO WS-PARM-VALUE (1)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
             WHEN WS-PARM-VALUE (1) = 'LATEST'
               MOVE 'L'            TO WS-MANIFEST-MODE
               MOVE 'LATEST'       TO WS-WANT-TIMESTAMP
             WHEN WS-PARM-VALUE (1) = 'NONE'
               MOVE 'N'            TO WS-MANIFEST-MODE
             WHEN WS-PARM-VALUE (1) (1:14) NUMERIC
                  AND WS-PARM-VALUE (1) (15:) = SPACES
               MOVE 'T'            TO WS-MANIFEST-MODE
               MOVE WS-PARM-VALUE (1) (1:14) TO WS-IN-STAMP
               STRING WS-IN-YEAR    '-' WS-IN-MONTH   '-' WS-IN-DAY
                      ' '
                      WS-IN-HOURS   ':' WS-IN-MINUTES ':' WS-IN-SECONDS
                      DELIMITED BY SIZE
                      INTO WS-WANT-TIMESTAMP
               END-STRING
             WHEN OTHER
               DISPLAY '*** ERROR MANIFEST is not LATEST, NONE or '
                       'YYYYMMDDHHMMSS'
               MOVE 'Y'            TO WS-PARM-ERROR
           END-EVALUATE
           .
      *
       REGISTER-RUN-CONTROL.
           MOVE 'COV1978'          TO WS-RC-PROGRAM
           STRING WS-RUN-YEAR '-' WS-RUN-MONTH '-' WS-RUN-DAY
                  DELIMITED BY SIZE
                  INTO WS-RC-DATE
           END-STRING
           CALL 'COVRNCTL'      USING WS-RC-COMM-AREA
           .
