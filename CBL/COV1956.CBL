      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV1956.
       AUTHOR.         GEORGES B.
      *Load Excess-Mortality Baseline And Observed Deaths ...
      *Vendor row: TYPE,COUNTRY-CODE,MONTH(YYYY-MM),DEATHS where
      *TYPE E sets the expected all-cause deaths for the month and
      *TYPE O the observed all-cause deaths as the national
      *statistics office publishes them; either side may arrive
      *first and a later row for the same side replaces it.  The
      *country must be on COUNTRYS.  Built in the COV1926/COV1930
      *mold: reject file with reason codes (0001=field count,
      *0002=non-numeric deaths, 0003=bad month, 0004=country not
      *on COUNTRYS, 0005=type not E or O), an audit line per run,
      *and checkpoint/restart every 1000 rows.
      *Parameters: OPTION=N or U (default U),
      *            RESTART=Y or N (default N).
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   EXCESS-CSV              ASSIGN EXMCSV
                    ORGANIZATION             IS LINE SEQUENTIAL
                    FILE STATUS              IS WS-CSV-STATUS
           .
           SELECT   EXCESS-CKPT             ASSIGN EXMCKPT
                    ORGANIZATION             IS LINE SEQUENTIAL
                    FILE STATUS              IS WS-CKPT-STATUS
           .
           SELECT   EXCESS-REJECT           ASSIGN EXMREJ
                    ORGANIZATION             IS LINE SEQUENTIAL
                    FILE STATUS              IS WS-REJECT-STATUS
           .
           SELECT   EXCESS-AUDIT            ASSIGN EXMAUD
                    ORGANIZATION             IS LINE SEQUENTIAL
                    FILE STATUS              IS WS-AUDIT-STATUS
           .
           SELECT   COUNTRYS-FILE            ASSIGN COUNTRYS
                    ORGANIZATION             IS INDEXED
                    ACCESS MODE              IS RANDOM
                    RECORD KEY               IS C-CODE
                    FILE STATUS              IS WS-COUNTRYS-STATUS
           .
           SELECT   EXCMORT-FILE             ASSIGN EXCMORT
                    ORGANIZATION             IS INDEXED
                    ACCESS MODE              IS RANDOM
                    RECORD KEY               IS XM-CODE-MONTH
                    FILE STATUS              IS WS-EXCMORT-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  EXCESS-CSV
           RECORDING MODE IS V
           RECORD IS VARYING FROM 4 TO 80 CHARACTERS
           .
       01  EXCESS-CSV-REC          PIC X(80).
      *
       FD  EXCESS-CKPT
           RECORDING MODE IS F
           .
       01  EXCESS-CKPT-REC.
           03 CKPT-REC-COUNT       PIC 9(05).
      *
       FD  EXCESS-REJECT
           RECORDING MODE IS F
           .
       01  EXCESS-REJECT-REC.
           03 REJ-REASON-CODE       PIC X(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 REJ-RAW-RECORD        PIC X(80).
      *
       FD  EXCESS-AUDIT
           RECORDING MODE IS F
           .
       01  EXCESS-AUDIT-REC.
           03 AUD-RUN-TIMESTAMP     PIC X(19).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 AUD-OPTION            PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 AUD-RECORDS-READ      PIC 9(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 AUD-EXCMORT-INS       PIC 9(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 AUD-EXCMORT-UPD       PIC 9(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 AUD-RECORDS-REJ       PIC 9(05).
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING     ==:TAG1:== BY ==COUNTRYS==
                                   ==:TAG2:== BY ==C==.
      *
       FD  EXCMORT-FILE.
       COPY EXCMORT REPLACING      ==:TAG1:== BY ==EXCMORT==
                                   ==:TAG2:== BY ==XM==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
       01  WS-FILES-STATUS.
           03 WS-CSV-STATUS        PIC 99 VALUE ZEROS.
           03 WS-EXCMORT-STATUS    PIC 99 VALUE ZEROS.
           03 WS-COUNTRYS-STATUS   PIC 99 VALUE ZEROS.
           03 WS-CKPT-STATUS       PIC 99 VALUE ZEROS.
           03 WS-REJECT-STATUS     PIC 99 VALUE ZEROS.
           03 WS-AUDIT-STATUS      PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 WS-OPTION            PIC X VALUE 'U'.
      *    N=INITIALIZE FILE, U=UPDATE FILE ***
            88 WS-OPTION-NEW       VALUE 'N'.
            88 WS-OPTION-UPDATE    VALUE 'U'.
           03 WS-END-OF-FILE       PIC X VALUE 'N'.
            88 WS-END-OF-FILE-OK   VALUE 'Y'.
           03 WS-FILE-ERROR        PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND VALUE 'Y'.
           03 WS-RESTART-OPTION    PIC X VALUE 'N'.
      *    Y=REPOSITION USING LAST CHECKPOINT, N=START AT ROW 1 ***
            88 WS-RESTART-OPTION-YES VALUE 'Y'.
            88 WS-RESTART-OPTION-NO  VALUE 'N'.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       01  WS-CHECKPOINT-DATA.
           03 WS-CKPT-INTERVAL     PIC 9(05) VALUE 1000.
           03 WS-RESTART-COUNT     PIC 9(05) VALUE ZEROS.
           03 WS-CKPT-QUOTIENT     PIC 9(05) VALUE ZEROS.
           03 WS-CKPT-REMAINDER    PIC 9(05) VALUE ZEROS.
      *
       01  WS-REJECT-DATA.
           03 WS-REJECT-FLAG        PIC X VALUE 'N'.
            88 WS-REJECT-FOUND      VALUE 'Y'.
           03 WS-REJECT-REASON      PIC X(04) VALUE SPACES.
      *
       01  WS-COUNTERS.
           03 WS-CSV-READ          PIC 9(05) VALUE ZEROS.
           03 WS-EXCMORT-INSERTED  PIC 9(05) VALUE ZEROS.
           03 WS-EXCMORT-UPDATED   PIC 9(05) VALUE ZEROS.
           03 WS-CSV-REJECTED      PIC 9(05) VALUE ZEROS.
      *
       01  WS-UNSTRING-DATA.
           03 WS-TALLYING-FIELDS   PIC 9(3) VALUE ZEROES.
           03 WS-DEATHS-CTL        PIC 9(3) VALUE ZEROES.
      *
       01  WS-REC-OUT.
           03 WS-ROW-TYPE          PIC X(01)   VALUE SPACES.
            88 WS-ROW-EXPECTED     VALUE 'E'.
            88 WS-ROW-OBSERVED     VALUE 'O'.
           03 WS-COUNTRY-CODE      PIC X(05)   VALUE SPACES.
           03 WS-IN-MONTH          PIC X(07)   VALUE SPACES.
           03 WS-IN-MONTH-R REDEFINES WS-IN-MONTH.
              05 WS-MONTH-YEAR     PIC X(04).
              05 FILLER            PIC X.
              05 WS-MONTH-MONTH    PIC X(02).
              05 WS-MONTH-MONTH-N REDEFINES WS-MONTH-MONTH
                                   PIC 9(02).
           03 WS-DEATHS-X          PIC X(09)   VALUE SPACES.
      *=============================
       PROCEDURE DIVISION.
      *=============================
       MAIN.
           PERFORM GET-PARAMETERS
           IF WS-PARM-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM READ-FILE
           PERFORM WRITE-TRAILERS
           PERFORM CLOSE-FILES
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       GET-PARAMETERS.
           MOVE 2                  TO WS-PARM-COUNT
           MOVE 'OPTION'           TO WS-PARM-KEYWORD (1)
           MOVE 'U'                TO WS-PARM-VALUE (1)
           MOVE 'RESTART'          TO WS-PARM-KEYWORD (2)
           MOVE 'N'                TO WS-PARM-VALUE (2)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           MOVE WS-PARM-VALUE (1) (1:1) TO WS-OPTION
           IF WS-OPTION-NEW OR WS-OPTION-UPDATE
             CONTINUE
           ELSE
             DISPLAY '*** ERROR OPTION is Missing or not Valid'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (2) (1:1) TO WS-RESTART-OPTION
           IF WS-RESTART-OPTION-YES OR WS-RESTART-OPTION-NO
             CONTINUE
           ELSE
             DISPLAY '*** ERROR RESTART is not Y or N'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           .
      *
       OPEN-FILES.
           OPEN INPUT    EXCESS-CSV
           OPEN OUTPUT   EXCESS-REJECT
           OPEN INPUT    COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS > 0
              DISPLAY '*** ERROR OPENING COUNTRYS-FILE-STATUS: '
                          WS-COUNTRYS-STATUS
              MOVE  'Y'            TO WS-FILE-ERROR
              EXIT PARAGRAPH
           END-IF
      *    THE E AND O ROWS FOR A MONTH MERGE INTO ONE RECORD, SO A
      *    NEW FILE IS CREATED EMPTY AND THEN UPDATED IN PLACE ****
           IF WS-OPTION-NEW
             OPEN OUTPUT EXCMORT-FILE
             CLOSE EXCMORT-FILE
           END-IF
           OPEN I-O      EXCMORT-FILE
      *
           IF WS-EXCMORT-STATUS > 0
              DISPLAY '*** ERROR OPENING EXCMORT-FILE-STATUS: '
                          WS-EXCMORT-STATUS
              MOVE  'Y'            TO WS-FILE-ERROR
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE  TO WS-RUN-DATE-DATA
           .
      *
       READ-FILE.
           PERFORM CHECK-RESTART
           PERFORM READ-NEXT
           PERFORM UNTIL WS-END-OF-FILE-OK
             IF WS-RESTART-COUNT > 0
               AND WS-CSV-READ NOT > WS-RESTART-COUNT
               CONTINUE
             ELSE
               PERFORM GET-INPUT-DATA
               IF WS-REJECT-FOUND
                 PERFORM WRITE-REJECT
               ELSE
                 PERFORM UPDATE-EXCMORT
               END-IF
               PERFORM CHECKPOINT-IF-NEEDED
             END-IF
             PERFORM READ-NEXT
           END-PERFORM
           .
      *
       CLOSE-FILES.
           CLOSE EXCESS-CSV
                 EXCESS-REJECT
                 COUNTRYS-FILE
                 EXCMORT-FILE
           .
      *
       READ-NEXT.
           READ EXCESS-CSV
              AT END MOVE 'Y'      TO WS-END-OF-FILE
              NOT AT END ADD 1     TO WS-CSV-READ
           END-READ
           .
      *
       CHECK-RESTART.
           MOVE ZEROS                TO WS-RESTART-COUNT
           IF WS-RESTART-OPTION-YES
             OPEN INPUT EXCESS-CKPT
             IF WS-CKPT-STATUS = 00
               READ EXCESS-CKPT
                 AT END CONTINUE
                 NOT AT END MOVE CKPT-REC-COUNT TO WS-RESTART-COUNT
               END-READ
               CLOSE EXCESS-CKPT
               DISPLAY '*** RESTARTING AFTER RECORD: ' WS-RESTART-COUNT
             ELSE
               DISPLAY '*** NO CHECKPOINT FILE FOUND, STARTING AT 1'
             END-IF
           END-IF
           .
      *
       CHECKPOINT-IF-NEEDED.
           DIVIDE WS-CSV-READ         BY WS-CKPT-INTERVAL
                GIVING WS-CKPT-QUOTIENT
                REMAINDER WS-CKPT-REMAINDER
           IF WS-CKPT-REMAINDER = 0
             PERFORM WRITE-CHECKPOINT
           END-IF
           .
      *
       WRITE-CHECKPOINT.
           OPEN OUTPUT EXCESS-CKPT
           MOVE WS-CSV-READ           TO CKPT-REC-COUNT
           WRITE EXCESS-CKPT-REC
           CLOSE EXCESS-CKPT
           .
      *
       GET-INPUT-DATA.
      *    VENDOR ROW: TYPE,CODE,YYYY-MM,DEATHS ********************
           MOVE SPACES             TO WS-ROW-TYPE
                                      WS-COUNTRY-CODE
                                      WS-IN-MONTH
                                      WS-DEATHS-X
           MOVE ZEROS              TO WS-TALLYING-FIELDS
                                      WS-DEATHS-CTL
           UNSTRING EXCESS-CSV-REC
               DELIMITED BY ','
               INTO WS-ROW-TYPE
                    WS-COUNTRY-CODE
                    WS-IN-MONTH
                    WS-DEATHS-X COUNT IN WS-DEATHS-CTL
                    TALLYING WS-TALLYING-FIELDS
           END-UNSTRING
      *
           MOVE 'N'                     TO  WS-REJECT-FLAG
           MOVE SPACES                  TO  WS-REJECT-REASON
           EVALUATE TRUE
             WHEN WS-TALLYING-FIELDS NOT = 4
               MOVE 'Y'                 TO  WS-REJECT-FLAG
               MOVE '0001'              TO  WS-REJECT-REASON
             WHEN NOT WS-ROW-EXPECTED AND NOT WS-ROW-OBSERVED
               MOVE 'Y'                 TO  WS-REJECT-FLAG
               MOVE '0005'              TO  WS-REJECT-REASON
      *      THE CLASS TEST ONLY COVERS THE CHARACTERS THE VENDOR
      *      ACTUALLY SENT - THE X-FIELDS ARE SPACE-PADDED *********
             WHEN WS-DEATHS-CTL = 0
               MOVE 'Y'                 TO  WS-REJECT-FLAG
               MOVE '0002'              TO  WS-REJECT-REASON
             WHEN WS-DEATHS-X (1:WS-DEATHS-CTL) NOT NUMERIC
               MOVE 'Y'                 TO  WS-REJECT-FLAG
               MOVE '0002'              TO  WS-REJECT-REASON
             WHEN WS-MONTH-YEAR NOT NUMERIC
                  OR WS-MONTH-MONTH NOT NUMERIC
               MOVE 'Y'                 TO  WS-REJECT-FLAG
               MOVE '0003'              TO  WS-REJECT-REASON
             WHEN WS-MONTH-MONTH-N < 1 OR WS-MONTH-MONTH-N > 12
               MOVE 'Y'                 TO  WS-REJECT-FLAG
               MOVE '0003'              TO  WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-FOUND
             EXIT PARAGRAPH
           END-IF
      *    ONLY COUNTRIES ALREADY ON THE MASTER, NEVER A ROLLUP ****
           MOVE WS-COUNTRY-CODE         TO C-CODE
           READ COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS NOT = 00
              OR C-CODE = 'WORLD'
              OR C-CODE (1:2) = 'R-'
             MOVE 'Y'                   TO  WS-REJECT-FLAG
             MOVE '0004'                TO  WS-REJECT-REASON
           END-IF
           .
      *
       WRITE-REJECT.
           MOVE SPACES                  TO EXCESS-REJECT-REC
           MOVE WS-REJECT-REASON        TO REJ-REASON-CODE
           MOVE EXCESS-CSV-REC          TO REJ-RAW-RECORD
           WRITE EXCESS-REJECT-REC
           IF WS-REJECT-STATUS > 0
             DISPLAY '*** Error writing EXCESS-REJECT: '
                     WS-REJECT-STATUS
           END-IF
           ADD 1                        TO WS-CSV-REJECTED
           .
      *
       UPDATE-EXCMORT.
           MOVE WS-COUNTRY-CODE    TO XM-CODE
           MOVE WS-MONTH-YEAR      TO XM-YEAR
           MOVE WS-MONTH-MONTH     TO XM-MONTH
           READ EXCMORT-FILE
           EVALUATE TRUE
             WHEN WS-EXCMORT-STATUS = 00
               PERFORM REWRITE-EXCMORT
             WHEN OTHER
               PERFORM WRITE-EXCMORT
           END-EVALUATE
           .
      *
       WRITE-EXCMORT.
           MOVE WS-COUNTRY-CODE         TO XM-CODE
           MOVE WS-MONTH-YEAR           TO XM-YEAR
           MOVE WS-MONTH-MONTH          TO XM-MONTH
           MOVE 'N'                     TO XM-EXPECTED-FLAG
                                           XM-OBSERVED-FLAG
           MOVE ZEROS                   TO XM-EXPECTED-DEATHS
                                           XM-OBSERVED-DEATHS
                                           XM-OBSERVED-LOADED
           PERFORM BUILD-OUTPUT-EXCMORT
           WRITE EXCMORT-REC
           IF WS-EXCMORT-STATUS > 0
                DISPLAY '*** Error writing EXCMORT-FILE: '
                WS-EXCMORT-STATUS
                ADD 1               TO WS-CSV-REJECTED
           ELSE
               ADD 1               TO WS-EXCMORT-INSERTED
           END-IF
           .
      *
       REWRITE-EXCMORT.
           PERFORM BUILD-OUTPUT-EXCMORT
           REWRITE EXCMORT-REC
           IF WS-EXCMORT-STATUS > 0
             DISPLAY '*** Error REWRITE file EXCMORT: '
             WS-EXCMORT-STATUS
             ADD 1             TO WS-CSV-REJECTED
           ELSE
             ADD 1             TO WS-EXCMORT-UPDATED
           END-IF
           .
      *
       BUILD-OUTPUT-EXCMORT.
      *    ONLY THE SIDE THE ROW CARRIES IS TOUCHED ****************
           IF WS-ROW-EXPECTED
             MOVE 'Y'                   TO XM-EXPECTED-FLAG
             COMPUTE XM-EXPECTED-DEATHS =
                 FUNCTION NUMVAL (WS-DEATHS-X)
           ELSE
             MOVE 'Y'                   TO XM-OBSERVED-FLAG
             COMPUTE XM-OBSERVED-DEATHS =
                 FUNCTION NUMVAL (WS-DEATHS-X)
             MOVE WS-RUN-DATE-DATA (1:8) TO XM-OBSERVED-LOADED
           END-IF
           .
      *
       WRITE-TRAILERS.
           DISPLAY 'EXCESS CSV records READ: '    WS-CSV-READ
           DISPLAY 'EXCMORT records INSERTED: '   WS-EXCMORT-INSERTED
           DISPLAY 'EXCMORT records UPDATED: '    WS-EXCMORT-UPDATED
           DISPLAY 'EXCESS CSV records REJECTED: '
                    WS-CSV-REJECTED
           PERFORM WRITE-AUDIT-LOG
           .
      *
       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE  TO WS-RUN-DATE-DATA
           MOVE SPACES                 TO EXCESS-AUDIT-REC
           STRING WS-RUN-YEAR    '-'  WS-RUN-MONTH  '-'  WS-RUN-DAY
                  ' '
                  WS-RUN-HOURS   ':'  WS-RUN-MINUTES ':' WS-RUN-SECONDS
                  DELIMITED BY SIZE
                  INTO AUD-RUN-TIMESTAMP
           END-STRING
           MOVE WS-OPTION               TO AUD-OPTION
           MOVE WS-CSV-READ             TO AUD-RECORDS-READ
           MOVE WS-EXCMORT-INSERTED     TO AUD-EXCMORT-INS
           MOVE WS-EXCMORT-UPDATED      TO AUD-EXCMORT-UPD
           MOVE WS-CSV-REJECTED         TO AUD-RECORDS-REJ
           OPEN EXTEND EXCESS-AUDIT
           IF WS-AUDIT-STATUS = 35
             OPEN OUTPUT EXCESS-AUDIT
           END-IF
           WRITE EXCESS-AUDIT-REC
           IF WS-AUDIT-STATUS > 0
             DISPLAY '*** Error writing EXCESS-AUDIT: '
                     WS-AUDIT-STATUS
           END-IF
           CLOSE EXCESS-AUDIT
           .
