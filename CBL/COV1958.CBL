      *=============================
       IDENTIFICATION DIVISION.
      *=============================
       PROGRAM-ID.     COV1958.
       AUTHOR.         GEORGES B.
      *Load Sub-National (Province/State) CSV Into SUBDIVD ...
      *Vendor row: COUNTRY-CODE,SUBDIVISION-CODE,SUBDIVISION-NAME,
      *DATE(YYYY-MM-DD),NEW-CONFIRMED,TOTAL-CONFIRMED,NEW-DEATHS,
      *TOTAL-DEATHS,NEW-RECOVERED,TOTAL-RECOVERED.  The country
      *must be on COUNTRYS.  As COV1901 does for COUNTRYS, the
      *SUBDIVS reference row is added the first time a
      *subdivision arrives and its name and date span kept
      *current after that.  Built in the COV1926/COV1930 mold:
      *reject file with reason codes (0001=field count,
      *0002=non-numeric counter, 0003=bad date, 0004=country not
      *on COUNTRYS, 0005=blank subdivision code), an audit line
      *per run, and checkpoint/restart every 1000 rows.
      *Parameters: OPTION=N or U (default U),
      *            RESTART=Y or N (default N).
      *=============================
       ENVIRONMENT DIVISION.
      *=============================
       INPUT-OUTPUT SECTION.
      *-----------------------------
       FILE-CONTROL.
           SELECT   SUBDIV-CSV              ASSIGN SUBCSV
                    ORGANIZATION             IS LINE SEQUENTIAL
                    FILE STATUS              IS WS-CSV-STATUS
           .
           SELECT   SUBDIV-CKPT             ASSIGN SUBCKPT
                    ORGANIZATION             IS LINE SEQUENTIAL
                    FILE STATUS              IS WS-CKPT-STATUS
           .
           SELECT   SUBDIV-REJECT           ASSIGN SUBREJ
                    ORGANIZATION             IS LINE SEQUENTIAL
                    FILE STATUS              IS WS-REJECT-STATUS
           .
           SELECT   SUBDIV-AUDIT            ASSIGN SUBAUD
                    ORGANIZATION             IS LINE SEQUENTIAL
                    FILE STATUS              IS WS-AUDIT-STATUS
           .
           SELECT   COUNTRYS-FILE            ASSIGN COUNTRYS
                    ORGANIZATION             IS INDEXED
                    ACCESS MODE              IS RANDOM
                    RECORD KEY               IS C-CODE
                    FILE STATUS              IS WS-COUNTRYS-STATUS
           .
           SELECT   SUBDIVS-FILE             ASSIGN SUBDIVS
                    ORGANIZATION             IS INDEXED
                    ACCESS MODE              IS RANDOM
                    RECORD KEY               IS SM-KEY
                    FILE STATUS              IS WS-SUBDIVS-STATUS
           .
           SELECT   SUBDIVD-FILE             ASSIGN SUBDIVD
                    ORGANIZATION             IS INDEXED
                    ACCESS MODE              IS RANDOM
                    RECORD KEY               IS SB-KEY
                    FILE STATUS              IS WS-SUBDIVD-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FILE SECTION.
      *-----------------------------
       FD  SUBDIV-CSV
           RECORDING MODE IS V
           RECORD IS VARYING FROM 4 TO 160 CHARACTERS
           .
       01  SUBDIV-CSV-REC          PIC X(160).
      *
       FD  SUBDIV-CKPT
           RECORDING MODE IS F
           .
       01  SUBDIV-CKPT-REC.
           03 CKPT-REC-COUNT       PIC 9(05).
      *
       FD  SUBDIV-REJECT
           RECORDING MODE IS F
           .
       01  SUBDIV-REJECT-REC.
           03 REJ-REASON-CODE       PIC X(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 REJ-RAW-RECORD        PIC X(160).
      *
       FD  SUBDIV-AUDIT
           RECORDING MODE IS F
           .
       01  SUBDIV-AUDIT-REC.
           03 AUD-RUN-TIMESTAMP     PIC X(19).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 AUD-OPTION            PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 AUD-RECORDS-READ      PIC 9(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 AUD-SUBDIVS-INS       PIC 9(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 AUD-SUBDIVD-INS       PIC 9(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 AUD-SUBDIVD-UPD       PIC 9(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 AUD-RECORDS-REJ       PIC 9(05).
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING     ==:TAG1:== BY ==COUNTRYS==
                                   ==:TAG2:== BY ==C==.
      *
       FD  SUBDIVS-FILE.
       COPY SUBDIVS REPLACING      ==:TAG1:== BY ==SUBDIVS==
                                   ==:TAG2:== BY ==SM==.
      *
       FD  SUBDIVD-FILE.
       COPY SUBDIVD REPLACING      ==:TAG1:== BY ==SUBDIVD==
                                   ==:TAG2:== BY ==SB==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
       01  WS-FILES-STATUS.
           03 WS-CSV-STATUS        PIC 99 VALUE ZEROS.
           03 WS-COUNTRYS-STATUS   PIC 99 VALUE ZEROS.
           03 WS-SUBDIVS-STATUS    PIC 99 VALUE ZEROS.
           03 WS-SUBDIVD-STATUS    PIC 99 VALUE ZEROS.
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
           03 WS-SUBDIVS-INSERTED  PIC 9(05) VALUE ZEROS.
           03 WS-SUBDIVS-UPDATED   PIC 9(05) VALUE ZEROS.
           03 WS-SUBDIVD-INSERTED  PIC 9(05) VALUE ZEROS.
           03 WS-SUBDIVD-UPDATED   PIC 9(05) VALUE ZEROS.
           03 WS-CSV-REJECTED      PIC 9(05) VALUE ZEROS.
      *
       01  WS-UNSTRING-DATA.
           03 WS-TALLYING-FIELDS   PIC 9(3) VALUE ZEROES.
           03 WS-CTL-TABLE.
              05 WS-CTL            PIC 9(3) OCCURS 6 TIMES.
           03 WS-CTL-SUB           PIC 9(02) COMP.
      *
       01  WS-REC-OUT.
           03 WS-COUNTRY-CODE      PIC X(05)   VALUE SPACES.
           03 WS-SUBDIV-CODE       PIC X(06)   VALUE SPACES.
           03 WS-SUBDIV-NAME       PIC X(40)   VALUE SPACES.
           03 WS-IN-DATE           PIC X(10)   VALUE SPACES.
           03 WS-IN-DATE-R REDEFINES WS-IN-DATE.
              05 WS-DATE-YEAR      PIC X(04).
              05 FILLER            PIC X.
              05 WS-DATE-MONTH     PIC X(02).
              05 FILLER            PIC X.
              05 WS-DATE-DAY       PIC X(02).
           03 WS-COUNTER-TABLE.
              05 WS-COUNTER-X      PIC X(09)   OCCURS 6 TIMES.
           03 WS-DATE-NUM          PIC 9(08)   VALUE ZEROS.
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
           OPEN INPUT    SUBDIV-CSV
           OPEN OUTPUT   SUBDIV-REJECT
           OPEN INPUT    COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS > 0
              DISPLAY '*** ERROR OPENING COUNTRYS-FILE-STATUS: '
                          WS-COUNTRYS-STATUS
              MOVE  'Y'            TO WS-FILE-ERROR
              EXIT PARAGRAPH
           END-IF
      *    BOTH MASTERS ARE READ BEFORE EVERY WRITE, SO A NEW LOAD
      *    CREATES THEM EMPTY AND THEN RUNS I-O ******************
           IF WS-OPTION-NEW
             OPEN OUTPUT SUBDIVS-FILE
             CLOSE SUBDIVS-FILE
             OPEN OUTPUT SUBDIVD-FILE
             CLOSE SUBDIVD-FILE
           END-IF
           OPEN I-O      SUBDIVS-FILE
           IF WS-SUBDIVS-STATUS = 35
             OPEN OUTPUT SUBDIVS-FILE
             CLOSE SUBDIVS-FILE
             OPEN I-O    SUBDIVS-FILE
           END-IF
           IF WS-SUBDIVS-STATUS > 0
              DISPLAY '*** ERROR OPENING SUBDIVS-FILE-STATUS: '
                          WS-SUBDIVS-STATUS
              MOVE  'Y'            TO WS-FILE-ERROR
              EXIT PARAGRAPH
           END-IF
           OPEN I-O      SUBDIVD-FILE
           IF WS-SUBDIVD-STATUS > 0
              DISPLAY '*** ERROR OPENING SUBDIVD-FILE-STATUS: '
                          WS-SUBDIVD-STATUS
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
                 PERFORM UPDATE-SUBDIVS
                 PERFORM UPDATE-SUBDIVD
               END-IF
               PERFORM CHECKPOINT-IF-NEEDED
             END-IF
             PERFORM READ-NEXT
           END-PERFORM
           .
      *
       CLOSE-FILES.
           CLOSE SUBDIV-CSV
                 SUBDIV-REJECT
                 COUNTRYS-FILE
                 SUBDIVS-FILE
                 SUBDIVD-FILE
           .
      *
       READ-NEXT.
           READ SUBDIV-CSV
              AT END MOVE 'Y'      TO WS-END-OF-FILE
              NOT AT END ADD 1     TO WS-CSV-READ
           END-READ
           .
      *
       CHECK-RESTART.
           MOVE ZEROS                TO WS-RESTART-COUNT
           IF WS-RESTART-OPTION-YES
             OPEN INPUT SUBDIV-CKPT
             IF WS-CKPT-STATUS = 00
               READ SUBDIV-CKPT
                 AT END CONTINUE
                 NOT AT END MOVE CKPT-REC-COUNT TO WS-RESTART-COUNT
               END-READ
               CLOSE SUBDIV-CKPT
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
           OPEN OUTPUT SUBDIV-CKPT
           MOVE WS-CSV-READ           TO CKPT-REC-COUNT
           WRITE SUBDIV-CKPT-REC
           CLOSE SUBDIV-CKPT
           .
      *
       GET-INPUT-DATA.
      *    VENDOR ROW: CODE,SUBDIV,NAME,YYYY-MM-DD,SIX COUNTERS ****
           MOVE SPACES             TO WS-COUNTRY-CODE
                                      WS-SUBDIV-CODE
                                      WS-SUBDIV-NAME
                                      WS-IN-DATE
                                      WS-COUNTER-TABLE
           MOVE ZEROS              TO WS-TALLYING-FIELDS
                                      WS-CTL-TABLE
           UNSTRING SUBDIV-CSV-REC
               DELIMITED BY ','
               INTO WS-COUNTRY-CODE
                    WS-SUBDIV-CODE
                    WS-SUBDIV-NAME
                    WS-IN-DATE
                    WS-COUNTER-X (1) COUNT IN WS-CTL (1)
                    WS-COUNTER-X (2) COUNT IN WS-CTL (2)
                    WS-COUNTER-X (3) COUNT IN WS-CTL (3)
                    WS-COUNTER-X (4) COUNT IN WS-CTL (4)
                    WS-COUNTER-X (5) COUNT IN WS-CTL (5)
                    WS-COUNTER-X (6) COUNT IN WS-CTL (6)
                    TALLYING WS-TALLYING-FIELDS
           END-UNSTRING
      *
           MOVE 'N'                     TO  WS-REJECT-FLAG
           MOVE SPACES                  TO  WS-REJECT-REASON
           IF WS-TALLYING-FIELDS NOT = 10
             MOVE 'Y'                   TO  WS-REJECT-FLAG
             MOVE '0001'                TO  WS-REJECT-REASON
             EXIT PARAGRAPH
           END-IF
      *    THE CLASS TEST ONLY COVERS THE CHARACTERS THE VENDOR
      *    ACTUALLY SENT - THE X-FIELDS ARE SPACE-PADDED ***********
           PERFORM VARYING WS-CTL-SUB FROM 1 BY 1
                   UNTIL WS-CTL-SUB > 6 OR WS-REJECT-FOUND
             IF WS-CTL (WS-CTL-SUB) = 0
               MOVE 'Y'                 TO  WS-REJECT-FLAG
               MOVE '0002'              TO  WS-REJECT-REASON
             ELSE
               IF WS-COUNTER-X (WS-CTL-SUB) (1:WS-CTL (WS-CTL-SUB))
                  NOT NUMERIC
                 MOVE 'Y'               TO  WS-REJECT-FLAG
                 MOVE '0002'            TO  WS-REJECT-REASON
               END-IF
             END-IF
           END-PERFORM
           IF WS-REJECT-FOUND
             EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
             WHEN WS-DATE-YEAR NOT NUMERIC
                  OR WS-DATE-MONTH NOT NUMERIC
                  OR WS-DATE-DAY NOT NUMERIC
               MOVE 'Y'                 TO  WS-REJECT-FLAG
               MOVE '0003'              TO  WS-REJECT-REASON
             WHEN WS-SUBDIV-CODE = SPACES
               MOVE 'Y'                 TO  WS-REJECT-FLAG
               MOVE '0005'              TO  WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-FOUND
             EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-YEAR            TO WS-DATE-NUM (1:4)
           MOVE WS-DATE-MONTH           TO WS-DATE-NUM (5:2)
           MOVE WS-DATE-DAY             TO WS-DATE-NUM (7:2)
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
           MOVE SPACES                  TO SUBDIV-REJECT-REC
           MOVE WS-REJECT-REASON        TO REJ-REASON-CODE
           MOVE SUBDIV-CSV-REC          TO REJ-RAW-RECORD
           WRITE SUBDIV-REJECT-REC
           IF WS-REJECT-STATUS > 0
             DISPLAY '*** Error writing SUBDIV-REJECT: '
                     WS-REJECT-STATUS
           END-IF
           ADD 1                        TO WS-CSV-REJECTED
           .
      *
       UPDATE-SUBDIVS.
           MOVE WS-COUNTRY-CODE    TO SM-CODE
           MOVE WS-SUBDIV-CODE     TO SM-SUBDIV
           READ SUBDIVS-FILE
           IF WS-SUBDIVS-STATUS NOT = 00
             MOVE WS-COUNTRY-CODE       TO SM-CODE
             MOVE WS-SUBDIV-CODE        TO SM-SUBDIV
             MOVE WS-SUBDIV-NAME        TO SM-NAME
             MOVE WS-DATE-NUM           TO SM-FIRST-DATE
                                           SM-LAST-DATE
             WRITE SUBDIVS-REC
             IF WS-SUBDIVS-STATUS > 0
               DISPLAY '*** Error writing SUBDIVS-FILE: '
                       WS-SUBDIVS-STATUS
             ELSE
               ADD 1                    TO WS-SUBDIVS-INSERTED
             END-IF
             EXIT PARAGRAPH
           END-IF
      *    NAME OR DATE SPAN CHANGED - KEEP THE REFERENCE CURRENT **
           IF SM-NAME = WS-SUBDIV-NAME
              AND SM-FIRST-DATE NOT > WS-DATE-NUM
              AND SM-LAST-DATE NOT < WS-DATE-NUM
             EXIT PARAGRAPH
           END-IF
           MOVE WS-SUBDIV-NAME          TO SM-NAME
           IF WS-DATE-NUM < SM-FIRST-DATE
             MOVE WS-DATE-NUM           TO SM-FIRST-DATE
           END-IF
           IF WS-DATE-NUM > SM-LAST-DATE
             MOVE WS-DATE-NUM           TO SM-LAST-DATE
           END-IF
           REWRITE SUBDIVS-REC
           IF WS-SUBDIVS-STATUS > 0
             DISPLAY '*** Error REWRITE file SUBDIVS: '
                     WS-SUBDIVS-STATUS
           ELSE
             ADD 1                      TO WS-SUBDIVS-UPDATED
           END-IF
           .
      *
       UPDATE-SUBDIVD.
           MOVE WS-COUNTRY-CODE    TO SB-CODE
           MOVE WS-SUBDIV-CODE     TO SB-SUBDIV
           MOVE WS-DATE-NUM        TO SB-DATE
           READ SUBDIVD-FILE
           EVALUATE TRUE
             WHEN WS-SUBDIVD-STATUS = 00
               PERFORM REWRITE-SUBDIVD
             WHEN OTHER
               PERFORM WRITE-SUBDIVD
           END-EVALUATE
           .
      *
       WRITE-SUBDIVD.
           PERFORM BUILD-OUTPUT-SUBDIVD
           WRITE SUBDIVD-REC
           IF WS-SUBDIVD-STATUS > 0
                DISPLAY '*** Error writing SUBDIVD-FILE: '
                WS-SUBDIVD-STATUS
                ADD 1               TO WS-CSV-REJECTED
           ELSE
               ADD 1               TO WS-SUBDIVD-INSERTED
           END-IF
           .
      *
       REWRITE-SUBDIVD.
           PERFORM BUILD-OUTPUT-SUBDIVD
           REWRITE SUBDIVD-REC
           IF WS-SUBDIVD-STATUS > 0
             DISPLAY '*** Error REWRITE file SUBDIVD: '
             WS-SUBDIVD-STATUS
             ADD 1             TO WS-CSV-REJECTED
           ELSE
             ADD 1             TO WS-SUBDIVD-UPDATED
           END-IF
           .
      *
       BUILD-OUTPUT-SUBDIVD.
           MOVE WS-COUNTRY-CODE         TO SB-CODE
           MOVE WS-SUBDIV-CODE          TO SB-SUBDIV
           MOVE WS-DATE-NUM             TO SB-DATE
           COMPUTE SB-NEW-CONFIRMED =
               FUNCTION NUMVAL (WS-COUNTER-X (1))
           COMPUTE SB-TOTAL-CONFIRMED =
               FUNCTION NUMVAL (WS-COUNTER-X (2))
           COMPUTE SB-NEW-DEATHS =
               FUNCTION NUMVAL (WS-COUNTER-X (3))
           COMPUTE SB-TOTAL-DEATHS =
               FUNCTION NUMVAL (WS-COUNTER-X (4))
           COMPUTE SB-NEW-RECOVERED =
               FUNCTION NUMVAL (WS-COUNTER-X (5))
           COMPUTE SB-TOTAL-RECOVERED =
               FUNCTION NUMVAL (WS-COUNTER-X (6))
           .
      *
       WRITE-TRAILERS.
           DISPLAY 'SUBDIV CSV records READ: '    WS-CSV-READ
           DISPLAY 'SUBDIVS records INSERTED: '   WS-SUBDIVS-INSERTED
           DISPLAY 'SUBDIVS records UPDATED: '    WS-SUBDIVS-UPDATED
           DISPLAY 'SUBDIVD records INSERTED: '   WS-SUBDIVD-INSERTED
           DISPLAY 'SUBDIVD records UPDATED: '    WS-SUBDIVD-UPDATED
           DISPLAY 'SUBDIV CSV records REJECTED: '
                    WS-CSV-REJECTED
           PERFORM WRITE-AUDIT-LOG
           .
      *
       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE  TO WS-RUN-DATE-DATA
           MOVE SPACES                 TO SUBDIV-AUDIT-REC
           STRING WS-RUN-YEAR    '-'  WS-RUN-MONTH  '-'  WS-RUN-DAY
                  ' '
                  WS-RUN-HOURS   ':'  WS-RUN-MINUTES ':' WS-RUN-SECONDS
                  DELIMITED BY SIZE
                  INTO AUD-RUN-TIMESTAMP
           END-STRING
           MOVE WS-OPTION               TO AUD-OPTION
           MOVE WS-CSV-READ             TO AUD-RECORDS-READ
           MOVE WS-SUBDIVS-INSERTED     TO AUD-SUBDIVS-INS
           MOVE WS-SUBDIVD-INSERTED     TO AUD-SUBDIVD-INS
           MOVE WS-SUBDIVD-UPDATED      TO AUD-SUBDIVD-UPD
           MOVE WS-CSV-REJECTED         TO AUD-RECORDS-REJ
           OPEN EXTEND SUBDIV-AUDIT
           IF WS-AUDIT-STATUS = 35
             OPEN OUTPUT SUBDIV-AUDIT
           END-IF
           WRITE SUBDIV-AUDIT-REC
           IF WS-AUDIT-STATUS > 0
             DISPLAY '*** Error writing SUBDIV-AUDIT: '
                     WS-AUDIT-STATUS
           END-IF
           CLOSE SUBDIV-AUDIT
           .
