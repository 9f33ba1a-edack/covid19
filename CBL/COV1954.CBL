      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV1954.
       AUTHOR.         GEORGES B.
      *Load Daily Hospital/ICU Occupancy CSV Into HOSPITLD ...
      *Vendor row: COUNTRY-CODE,DATE(YYYY-MM-DD),HOSP-OCCUPIED,
      *ICU-OCCUPIED,ICU-BEDS.  Built in the COV1926/COV1930 mold:
      *reject file with reason codes (0001=field count,
      *0002=non-numeric counter, 0003=bad date, 0004=ICU occupied
      *above ICU beds), an audit line per run, and checkpoint/
      *restart every 1000 rows.
      *Parameters: OPTION=N or U (default U),
      *            RESTART=Y or N (default N).
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   HOSPITAL-CSV             ASSIGN HOSCSV
                    ORGANIZATION             IS LINE SEQUENTIAL
                    FILE STATUS              IS WS-CSV-STATUS
           .
           SELECT   HOSPITAL-CKPT            ASSIGN HOSCKPT
                    ORGANIZATION             IS LINE SEQUENTIAL
                    FILE STATUS              IS WS-CKPT-STATUS
           .
           SELECT   HOSPITAL-REJECT          ASSIGN HOSREJ
                    ORGANIZATION             IS LINE SEQUENTIAL
                    FILE STATUS              IS WS-REJECT-STATUS
           .
           SELECT   HOSPITAL-AUDIT           ASSIGN HOSAUD
                    ORGANIZATION             IS LINE SEQUENTIAL
                    FILE STATUS              IS WS-AUDIT-STATUS
           .
           SELECT   HOSPITLD-FILE            ASSIGN HOSPITLD
                    ORGANIZATION             IS INDEXED
                    ACCESS MODE              IS RANDOM
                    RECORD KEY               IS HS-CODE-DATE
                    FILE STATUS              IS WS-HOSPITLD-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  HOSPITAL-CSV
           RECORDING MODE IS V
           RECORD IS VARYING FROM 4 TO 80 CHARACTERS
           .
       01  HOSPITAL-CSV-REC         PIC X(80).
      *
       FD  HOSPITAL-CKPT
           RECORDING MODE IS F
           .
       01  HOSPITAL-CKPT-REC.
           03 CKPT-REC-COUNT       PIC 9(05).
      *
       FD  HOSPITAL-REJECT
           RECORDING MODE IS F
           .
       01  HOSPITAL-REJECT-REC.
           03 REJ-REASON-CODE       PIC X(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 REJ-RAW-RECORD        PIC X(80).
      *
       FD  HOSPITAL-AUDIT
           RECORDING MODE IS F
           .
       01  HOSPITAL-AUDIT-REC.
           03 AUD-RUN-TIMESTAMP     PIC X(19).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 AUD-OPTION            PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 AUD-RECORDS-READ      PIC 9(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 AUD-HOSPITLD-INS      PIC 9(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 AUD-HOSPITLD-UPD      PIC 9(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 AUD-RECORDS-REJ       PIC 9(05).
      *
       FD  HOSPITLD-FILE.
       COPY HOSPITLD REPLACING     ==:TAG1:== BY ==HOSPITLD==
                                   ==:TAG2:== BY ==HS==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
       01  WS-FILES-STATUS.
           03 WS-CSV-STATUS        PIC 99 VALUE ZEROS.
           03 WS-HOSPITLD-STATUS   PIC 99 VALUE ZEROS.
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
           03 WS-HOSPITLD-INSERTED PIC 9(05) VALUE ZEROS.
           03 WS-HOSPITLD-UPDATED  PIC 9(05) VALUE ZEROS.
           03 WS-CSV-REJECTED      PIC 9(05) VALUE ZEROS.
      *
       01  WS-UNSTRING-DATA.
           03 WS-TALLYING-FIELDS   PIC 9(3) VALUE ZEROES.
           03 WS-HOSP-CTL          PIC 9(3) VALUE ZEROES.
           03 WS-ICU-CTL           PIC 9(3) VALUE ZEROES.
           03 WS-BEDS-CTL          PIC 9(3) VALUE ZEROES.
      *
       01  WS-REC-OUT.
           03 WS-COUNTRY-CODE      PIC X(05)   VALUE SPACES.
           03 WS-IN-DATE           PIC X(10)   VALUE SPACES.
           03 WS-IN-DATE-R REDEFINES WS-IN-DATE.
              05 WS-DATE-YEAR      PIC X(04).
              05 FILLER            PIC X.
              05 WS-DATE-MONTH     PIC X(02).
              05 FILLER            PIC X.
              05 WS-DATE-DAY       PIC X(02).
           03 WS-HOSP-OCCUPIED-X   PIC X(09)   VALUE SPACES.
           03 WS-ICU-OCCUPIED-X    PIC X(07)   VALUE SPACES.
           03 WS-ICU-BEDS-X        PIC X(07)   VALUE SPACES.
           03 WS-ICU-OCCUPIED-N    PIC 9(07)   VALUE ZEROS.
           03 WS-ICU-BEDS-N        PIC 9(07)   VALUE ZEROS.
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
           OPEN INPUT    HOSPITAL-CSV
           OPEN OUTPUT   HOSPITAL-REJECT
           EVALUATE TRUE
             WHEN WS-OPTION-NEW
               OPEN OUTPUT HOSPITLD-FILE
             WHEN WS-OPTION-UPDATE
               OPEN I-O    HOSPITLD-FILE
           END-EVALUATE
      *
           IF WS-HOSPITLD-STATUS > 0
              DISPLAY '*** ERROR OPENING HOSPITLD-FILE-STATUS: '
                          WS-HOSPITLD-STATUS
              MOVE  'Y'            TO WS-FILE-ERROR
              EXIT PARAGRAPH
           END-IF
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
                 PERFORM WRITE-FILES
               END-IF
               PERFORM CHECKPOINT-IF-NEEDED
             END-IF
             PERFORM READ-NEXT
           END-PERFORM
           .
      *
       CLOSE-FILES.
           CLOSE HOSPITAL-CSV
                 HOSPITAL-REJECT
                 HOSPITLD-FILE
           .
      *
       READ-NEXT.
           READ HOSPITAL-CSV
              AT END MOVE 'Y'      TO WS-END-OF-FILE
              NOT AT END ADD 1     TO WS-CSV-READ
           END-READ
           .
      *
       CHECK-RESTART.
           MOVE ZEROS                TO WS-RESTART-COUNT
           IF WS-RESTART-OPTION-YES
             OPEN INPUT HOSPITAL-CKPT
             IF WS-CKPT-STATUS = 00
               READ HOSPITAL-CKPT
                 AT END CONTINUE
                 NOT AT END MOVE CKPT-REC-COUNT TO WS-RESTART-COUNT
               END-READ
               CLOSE HOSPITAL-CKPT
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
           OPEN OUTPUT HOSPITAL-CKPT
           MOVE WS-CSV-READ           TO CKPT-REC-COUNT
           WRITE HOSPITAL-CKPT-REC
           CLOSE HOSPITAL-CKPT
           .
      *
       GET-INPUT-DATA.
      *    VENDOR ROW: CODE,YYYY-MM-DD,HOSP,ICU,ICU-BEDS ***********
           MOVE SPACES             TO WS-COUNTRY-CODE
                                      WS-IN-DATE
                                      WS-HOSP-OCCUPIED-X
                                      WS-ICU-OCCUPIED-X
                                      WS-ICU-BEDS-X
           MOVE ZEROS              TO WS-TALLYING-FIELDS
                                      WS-HOSP-CTL
                                      WS-ICU-CTL
                                      WS-BEDS-CTL
           UNSTRING HOSPITAL-CSV-REC
               DELIMITED BY ','
               INTO WS-COUNTRY-CODE
                    WS-IN-DATE
                    WS-HOSP-OCCUPIED-X COUNT IN WS-HOSP-CTL
                    WS-ICU-OCCUPIED-X COUNT IN WS-ICU-CTL
                    WS-ICU-BEDS-X COUNT IN WS-BEDS-CTL
                    TALLYING WS-TALLYING-FIELDS
           END-UNSTRING
      *
           MOVE 'N'                     TO  WS-REJECT-FLAG
           MOVE SPACES                  TO  WS-REJECT-REASON
           EVALUATE TRUE
             WHEN WS-TALLYING-FIELDS NOT = 5
               MOVE 'Y'                 TO  WS-REJECT-FLAG
               MOVE '0001'              TO  WS-REJECT-REASON
      *      THE CLASS TEST ONLY COVERS THE CHARACTERS THE VENDOR
      *      ACTUALLY SENT - THE X-FIELDS ARE SPACE-PADDED *********
             WHEN WS-HOSP-CTL = 0 OR WS-ICU-CTL = 0
                  OR WS-BEDS-CTL = 0
               MOVE 'Y'                 TO  WS-REJECT-FLAG
               MOVE '0002'              TO  WS-REJECT-REASON
             WHEN WS-HOSP-OCCUPIED-X (1:WS-HOSP-CTL) NOT NUMERIC
                  OR WS-ICU-OCCUPIED-X (1:WS-ICU-CTL) NOT NUMERIC
                  OR WS-ICU-BEDS-X (1:WS-BEDS-CTL) NOT NUMERIC
               MOVE 'Y'                 TO  WS-REJECT-FLAG
               MOVE '0002'              TO  WS-REJECT-REASON
             WHEN WS-DATE-YEAR NOT NUMERIC
                  OR WS-DATE-MONTH NOT NUMERIC
                  OR WS-DATE-DAY NOT NUMERIC
               MOVE 'Y'                 TO  WS-REJECT-FLAG
               MOVE '0003'              TO  WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-FOUND
             EXIT PARAGRAPH
           END-IF
      *    A COUNTRY CANNOT HAVE MORE ICU PATIENTS THAN ICU BEDS ***
           COMPUTE WS-ICU-OCCUPIED-N =
               FUNCTION NUMVAL (WS-ICU-OCCUPIED-X)
           COMPUTE WS-ICU-BEDS-N =
               FUNCTION NUMVAL (WS-ICU-BEDS-X)
           IF WS-ICU-OCCUPIED-N > WS-ICU-BEDS-N
             MOVE 'Y'                   TO  WS-REJECT-FLAG
             MOVE '0004'                TO  WS-REJECT-REASON
           END-IF
           .
      *
       WRITE-REJECT.
           MOVE SPACES                  TO HOSPITAL-REJECT-REC
           MOVE WS-REJECT-REASON        TO REJ-REASON-CODE
           MOVE HOSPITAL-CSV-REC         TO REJ-RAW-RECORD
           WRITE HOSPITAL-REJECT-REC
           IF WS-REJECT-STATUS > 0
             DISPLAY '*** Error writing HOSPITAL-REJECT: '
                     WS-REJECT-STATUS
           END-IF
           ADD 1                        TO WS-CSV-REJECTED
           .
      *
       WRITE-FILES.
           EVALUATE TRUE
             WHEN WS-OPTION-NEW
               PERFORM WRITE-HOSPITLD
             WHEN WS-OPTION-UPDATE
               PERFORM UPDATE-HOSPITLD
           END-EVALUATE
           .
      *
       UPDATE-HOSPITLD.
           MOVE WS-COUNTRY-CODE    TO HS-CODE
           MOVE WS-DATE-YEAR       TO HS-DATE-YEAR
           MOVE WS-DATE-MONTH      TO HS-DATE-MONTH
           MOVE WS-DATE-DAY        TO HS-DATE-DAY
           READ HOSPITLD-FILE
           EVALUATE TRUE
             WHEN WS-HOSPITLD-STATUS = 00
               PERFORM REWRITE-HOSPITLD
             WHEN OTHER
               PERFORM WRITE-HOSPITLD
           END-EVALUATE
           .
      *
       WRITE-HOSPITLD.
           PERFORM BUILD-OUTPUT-HOSPITLD
           WRITE HOSPITLD-REC
           IF WS-HOSPITLD-STATUS > 0
                DISPLAY '*** Error writing HOSPITLD-FILE: '
                WS-HOSPITLD-STATUS
                ADD 1               TO WS-CSV-REJECTED
           ELSE
               ADD 1               TO WS-HOSPITLD-INSERTED
           END-IF
           .
      *
       REWRITE-HOSPITLD.
           PERFORM BUILD-OUTPUT-HOSPITLD
           REWRITE HOSPITLD-REC
           IF WS-HOSPITLD-STATUS > 0
             DISPLAY '*** Error REWRITE file HOSPITLD: '
             WS-HOSPITLD-STATUS
             ADD 1             TO WS-CSV-REJECTED
           ELSE
             ADD 1             TO WS-HOSPITLD-UPDATED
           END-IF
           .
      *
       BUILD-OUTPUT-HOSPITLD.
           MOVE WS-COUNTRY-CODE         TO HS-CODE
           MOVE WS-DATE-YEAR            TO HS-DATE-YEAR
           MOVE WS-DATE-MONTH           TO HS-DATE-MONTH
           MOVE WS-DATE-DAY             TO HS-DATE-DAY
           COMPUTE HS-HOSP-OCCUPIED =
               FUNCTION NUMVAL (WS-HOSP-OCCUPIED-X)
           MOVE WS-ICU-OCCUPIED-N       TO HS-ICU-OCCUPIED
           MOVE WS-ICU-BEDS-N           TO HS-ICU-BEDS
           .
      *
       WRITE-TRAILERS.
           DISPLAY 'HOSPITAL CSV records READ: '   WS-CSV-READ
           DISPLAY 'HOSPITLD records INSERTED: '  WS-HOSPITLD-INSERTED
           DISPLAY 'HOSPITLD records UPDATED: '   WS-HOSPITLD-UPDATED
           DISPLAY 'HOSPITAL CSV records REJECTED: '
                    WS-CSV-REJECTED
           PERFORM WRITE-AUDIT-LOG
           .
      *
       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE  TO WS-RUN-DATE-DATA
           MOVE SPACES                 TO HOSPITAL-AUDIT-REC
           STRING WS-RUN-YEAR    '-'  WS-RUN-MONTH  '-'  WS-RUN-DAY
                  ' '
                  WS-RUN-HOURS   ':'  WS-RUN-MINUTES ':' WS-RUN-SECONDS
                  DELIMITED BY SIZE
                  INTO AUD-RUN-TIMESTAMP
           END-STRING
           MOVE WS-OPTION               TO AUD-OPTION
           MOVE WS-CSV-READ             TO AUD-RECORDS-READ
           MOVE WS-HOSPITLD-INSERTED    TO AUD-HOSPITLD-INS
           MOVE WS-HOSPITLD-UPDATED     TO AUD-HOSPITLD-UPD
           MOVE WS-CSV-REJECTED         TO AUD-RECORDS-REJ
           OPEN EXTEND HOSPITAL-AUDIT
           IF WS-AUDIT-STATUS = 35
             OPEN OUTPUT HOSPITAL-AUDIT
           END-IF
           WRITE HOSPITAL-AUDIT-REC
           IF WS-AUDIT-STATUS > 0
             DISPLAY '*** Error writing HOSPITAL-AUDIT: '
                     WS-AUDIT-STATUS
           END-IF
           CLOSE HOSPITAL-AUDIT
           .
