      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1953.
       AUTHOR.        Georges B.
      *Post Or Discard A Row Held In Quarantine ...
      *COV1901 holds a row that parses but looks implausible (a
      *running total going down, or new confirmed far above the
      *trailing average) on COV19QUA instead of posting it.  After
      *checking the figures with the vendor an operator runs this
      *program per held row.  POST writes the held COVID19D image
      *to the master (and the COUNTRYS entry if the country is new),
      *then re-totals the WORLD and R-xxx rollup rows for the date
      *from COVID19D the way COV1947 does, so the released row is
      *counted everywhere a loaded row is.  Every master change is
      *journaled to COV19JRN, and the vendor the held row came
      *from is recorded on COV19SRC as for a loaded row.  A POST is
      *refused, and the row stays held, when COV19JRN shows the
      *COVID19D row changed after it was held: releasing the old
      *figures would overwrite that later data.
      *DISCARD leaves the masters alone.
      *Either way the quarantine row keeps the operator, the time
      *and the reason given.  The operator must hold APPROVE on
      *the COV19OPA authority master (COVAUTH), checked before
      *any file is opened.
      *Parameters: CODE=country code, DATE=YYYYMMDD,
      *            ACTION=P (post) or D (discard),
      *            USER=operator id, REASON=why (required).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT QUARANTINE-FILE ASSIGN COV19QUA
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS QU-KEY
              FILE STATUS    IS WS-QUARANTINE-STATUS
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
           SELECT COUNTRYS-FILE ASSIGN COUNTRYS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS C-CODE
              FILE STATUS    IS WS-COUNTRYS-STATUS
           .
      *
           SELECT COUNTRYX-FILE ASSIGN COUNTRYX
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS CX-CODE
              FILE STATUS    IS WS-COUNTRYX-STATUS
           .
      *
           SELECT LOAD-CONTROL ASSIGN COV19CTL
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-CONTROL-STATUS
           .
      *
           SELECT COVID19D-JOURNAL ASSIGN COV19JRN
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-JOURNAL-STATUS
           .
      *
           SELECT SOURCE-FILE ASSIGN COV19SRC
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS VS-CODE-DATE
              FILE STATUS    IS WS-SOURCE-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  QUARANTINE-FILE.
       COPY COVQUAR  REPLACING ==:TAG1:== BY ==QUARANTINE==
                               ==:TAG2:== BY ==QU==.
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING ==:TAG1:== BY ==COVID19D==
                               ==:TAG2:== BY ==CV==.
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING ==:TAG1:== BY ==COUNTRYS==
                               ==:TAG2:== BY ==C==.
      *
       FD  COUNTRYX-FILE.
       COPY COUNTRYX REPLACING ==:TAG1:== BY ==COUNTRYX==
                               ==:TAG2:== BY ==CX==.
      *
       FD  LOAD-CONTROL
           RECORDING MODE IS F
           .
       01  LOAD-CONTROL-REC.
           03 CTL-MAX-DATE          PIC 9(08).
           03 FILLER                PIC X(01).
           03 CTL-DATE-RECS         PIC 9(05).
      *
       FD  COVID19D-JOURNAL
           RECORDING MODE IS F
           .
       COPY COVJRNL  REPLACING ==:TAG1:== BY ==JOURNAL==
                               ==:TAG2:== BY ==JR==.
      *
       FD  SOURCE-FILE.
       COPY COVSRC   REPLACING ==:TAG1:== BY ==SOURCE==
                               ==:TAG2:== BY ==VS==.
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-FILES-STATUS.
           03 WS-QUARANTINE-STATUS PIC 99 VALUE ZEROS.
           03 WS-COVID19D-STATUS   PIC 99 VALUE ZEROS.
           03 WS-COUNTRYS-STATUS   PIC 99 VALUE ZEROS.
           03 WS-COUNTRYX-STATUS   PIC 99 VALUE ZEROS.
           03 WS-CONTROL-STATUS    PIC 99 VALUE ZEROS.
           03 WS-JOURNAL-STATUS    PIC 99 VALUE ZEROS.
           03 WS-SOURCE-STATUS     PIC 99 VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
       01  WS-FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-ACTION            PIC X VALUE SPACE.
      *    P=POST THE HELD ROW, D=DISCARD IT ***
            88 WS-ACTION-POST      VALUE 'P'.
            88 WS-ACTION-DISCARD   VALUE 'D'.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
           03 WS-FILE-ERROR        PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND VALUE 'Y'.
           03 WS-COUNTRYX-AVAIL    PIC X VALUE 'N'.
            88 WS-COUNTRYX-ON-FILE VALUE 'Y'.
           03 WS-POST-OK           PIC X VALUE 'N'.
            88 WS-POST-WORKED      VALUE 'Y'.
           03 WS-ROW-INSERTED      PIC X VALUE 'N'.
            88 WS-ROW-WAS-INSERTED VALUE 'Y'.
           03 WS-LATER-CHANGE      PIC X VALUE 'N'.
            88 WS-CHANGED-SINCE-HELD VALUE 'Y'.
      *
       01  WS-PARMS.
           03 WS-IN-CODE           PIC X(05) VALUE SPACES.
           03 WS-IN-DATE           PIC 9(08) VALUE ZEROS.
           03 WS-IN-USER           PIC X(08) VALUE SPACES.
           03 WS-IN-REASON         PIC X(40) VALUE SPACES.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVAUCOM     REPLACING ==:TAG:==      BY ==WS-AU==.
      *
       01  WS-WORLD-DATA.
           03 WS-WORLD-CODE          PIC X(05) VALUE 'WORLD'.
           03 WS-WORLD-NEW-CONFIRMED   PIC 9(09) VALUE ZEROS.
           03 WS-WORLD-TOTAL-CONFIRMED PIC 9(09) VALUE ZEROS.
           03 WS-WORLD-NEW-DEATHS      PIC 9(09) VALUE ZEROS.
           03 WS-WORLD-TOTAL-DEATHS    PIC 9(09) VALUE ZEROS.
           03 WS-WORLD-NEW-RECOVERED   PIC 9(09) VALUE ZEROS.
           03 WS-WORLD-TOTAL-RECOVERED PIC 9(09) VALUE ZEROS.
      *
       01  WS-REGION-CODES-INIT.
           03 FILLER               PIC X(03) VALUE 'AFR'.
           03 FILLER               PIC X(03) VALUE 'ASI'.
           03 FILLER               PIC X(03) VALUE 'EUR'.
           03 FILLER               PIC X(03) VALUE 'NAM'.
           03 FILLER               PIC X(03) VALUE 'OCE'.
           03 FILLER               PIC X(03) VALUE 'SAM'.
       01  WS-REGION-CODES REDEFINES WS-REGION-CODES-INIT.
           03 WS-REGION-CODE-T     OCCURS 6 PIC X(03).
      *
       01  WS-REGION-NAMES-INIT.
           03 FILLER               PIC X(20) VALUE 'Africa'.
           03 FILLER               PIC X(20) VALUE 'Asia'.
           03 FILLER               PIC X(20) VALUE 'Europe'.
           03 FILLER               PIC X(20) VALUE 'North America'.
           03 FILLER               PIC X(20) VALUE 'Oceania'.
           03 FILLER               PIC X(20) VALUE 'South America'.
       01  WS-REGION-NAMES REDEFINES WS-REGION-NAMES-INIT.
           03 WS-REGION-NAME-T     OCCURS 6 PIC X(20).
      *
       01  WS-REGION-SLUGS-INIT.
           03 FILLER               PIC X(20) VALUE 'r-africa'.
           03 FILLER               PIC X(20) VALUE 'r-asia'.
           03 FILLER               PIC X(20) VALUE 'r-europe'.
           03 FILLER               PIC X(20) VALUE 'r-north-america'.
           03 FILLER               PIC X(20) VALUE 'r-oceania'.
           03 FILLER               PIC X(20) VALUE 'r-south-america'.
       01  WS-REGION-SLUGS REDEFINES WS-REGION-SLUGS-INIT.
           03 WS-REGION-SLUG-T     OCCURS 6 PIC X(20).
      *
       01  WS-REGION-TOTALS.
           03 WS-REGION-ENTRY      OCCURS 6.
              05 WS-REG-NEW-CONFIRMED   PIC 9(09).
              05 WS-REG-TOTAL-CONFIRMED PIC 9(09).
              05 WS-REG-NEW-DEATHS      PIC 9(09).
              05 WS-REG-TOTAL-DEATHS    PIC 9(09).
              05 WS-REG-NEW-RECOVERED   PIC 9(09).
              05 WS-REG-TOTAL-RECOVERED PIC 9(09).
      *
       01  WS-REGION-WORK.
           03 WS-REGION-SUB        PIC 9(02) COMP.
           03 WS-REGION-FOUND-SUB  PIC 9(02) COMP.
           03 WS-REGION-PSEUDO-CODE.
              05 FILLER            PIC X(02) VALUE 'R-'.
              05 WS-REGION-PSEUDO-REG PIC X(03).
      *
       01  WS-REBUILD-DATA.
           03 WS-REBUILD-DATE      PIC 9(08) VALUE ZEROS.
      *
       01  WS-CONTROL-DATA.
           03 WS-CTL-OLD-MAX       PIC 9(08) VALUE ZEROS.
           03 WS-CTL-OLD-RECS      PIC 9(05) VALUE ZEROS.
      *
       01  WS-JOURNAL-DATA.
           03 WS-JRN-SEQ           PIC 9(07) VALUE ZEROS.
           03 WS-JRN-FILE-ID       PIC X(01).
           03 WS-JRN-ACTION        PIC X(01).
           03 WS-JRN-BEFORE        PIC X(114).
           03 WS-JRN-AFTER         PIC X(114).
      *
       01  WS-TIMESTAMP            PIC X(19) VALUE SPACES.
      *
       01  WS-LATER-CHANGE-DATA.
           03 WS-LATER-KEY         PIC X(13).
           03 WS-LATER-TIMESTAMP   PIC X(19) VALUE SPACES.
           03 WS-LATER-ACTION      PIC X(01) VALUE SPACE.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       MAIN.
           PERFORM GET-PARAMETERS
           IF WS-PARM-ERROR-FOUND
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-AUTHORITY
           IF NOT WS-AU-GRANTED
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-TIMESTAMP
           PERFORM OPEN-QUARANTINE
           IF WS-FILE-ERROR-FOUND
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-HELD-ROW
           IF WS-PARM-ERROR-FOUND
             CLOSE QUARANTINE-FILE
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
             WHEN WS-ACTION-DISCARD
               MOVE 'D'             TO QU-STATUS
               DISPLAY '*** ' QU-CODE ' ' QU-DATE
                       ' DISCARDED BY ' WS-IN-USER
             WHEN WS-ACTION-POST
               PERFORM POST-HELD-ROW
               IF WS-POST-WORKED
                 MOVE 'P'           TO QU-STATUS
                 DISPLAY '*** ' QU-CODE ' ' QU-DATE
                         ' POSTED BY ' WS-IN-USER
               ELSE
      *          STAYS HELD SO THE POST CAN BE RETRIED ************
                 DISPLAY '*** ' QU-CODE ' ' QU-DATE
                         ' POST FAILED, ROW STAYS HELD'
                 MOVE 8             TO RETURN-CODE
               END-IF
           END-EVALUATE
           IF NOT QU-HELD
             PERFORM UPDATE-QUARANTINE-RECORD
           END-IF
           CLOSE QUARANTINE-FILE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       CHECK-AUTHORITY.
           MOVE WS-IN-USER         TO WS-AU-OPERATOR
           MOVE 'APPROVE'          TO WS-AU-FUNCTION
           MOVE 'COV1953'          TO WS-AU-PROGRAM
           MOVE SPACES             TO WS-AU-DETAIL
           STRING 'CODE=' WS-IN-CODE ' DATE=' WS-IN-DATE
                  ' ACTION=' WS-ACTION
                  DELIMITED BY SIZE
                  INTO WS-AU-DETAIL
           END-STRING
           CALL 'COVAUTH'       USING WS-AU-COMM-AREA
           .
      *
       GET-PARAMETERS.
           MOVE 5                  TO WS-PARM-COUNT
           MOVE 'CODE'             TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'DATE'             TO WS-PARM-KEYWORD (2)
           MOVE SPACES             TO WS-PARM-VALUE (2)
           MOVE 'ACTION'           TO WS-PARM-KEYWORD (3)
           MOVE SPACES             TO WS-PARM-VALUE (3)
           MOVE 'USER'             TO WS-PARM-KEYWORD (4)
           MOVE SPACES             TO WS-PARM-VALUE (4)
           MOVE 'REASON'           TO WS-PARM-KEYWORD (5)
           MOVE SPACES             TO WS-PARM-VALUE (5)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           MOVE WS-PARM-VALUE (1) (1:5) TO WS-IN-CODE
           IF WS-IN-CODE = SPACES
             DISPLAY '*** ERROR CODE is Missing'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           IF WS-PARM-VALUE (2) (1:8) NUMERIC
             MOVE WS-PARM-VALUE (2) (1:8) TO WS-IN-DATE
           ELSE
             DISPLAY '*** ERROR DATE is not YYYYMMDD'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (3) (1:1) TO WS-ACTION
           IF WS-ACTION-POST OR WS-ACTION-DISCARD
             CONTINUE
           ELSE
             DISPLAY '*** ERROR ACTION is not P or D'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (4) (1:8) TO WS-IN-USER
           IF WS-IN-USER = SPACES
             DISPLAY '*** ERROR USER is Missing'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (5) (1:40) TO WS-IN-REASON
           IF WS-IN-REASON = SPACES
             DISPLAY '*** ERROR REASON is Missing'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           .
      *
       BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE  TO WS-RUN-DATE-DATA
           STRING WS-RUN-YEAR    '-'  WS-RUN-MONTH  '-'  WS-RUN-DAY
                  ' '
                  WS-RUN-HOURS   ':'  WS-RUN-MINUTES ':' WS-RUN-SECONDS
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING
           .
      *
       OPEN-QUARANTINE.
           OPEN I-O QUARANTINE-FILE
           IF WS-QUARANTINE-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19QUA-STATUS: '
                     WS-QUARANTINE-STATUS
             MOVE 'Y'              TO WS-FILE-ERROR
           END-IF
           .
      *
       FETCH-HELD-ROW.
           MOVE WS-IN-CODE         TO QU-CODE
           MOVE WS-IN-DATE         TO QU-DATE
           READ QUARANTINE-FILE
                INVALID KEY
                  DISPLAY '*** ERROR NOT IN QUARANTINE: '
                          WS-IN-CODE ' ' WS-IN-DATE
                  MOVE 'Y'         TO WS-PARM-ERROR
           END-READ
           IF WS-PARM-ERROR-FOUND
             EXIT PARAGRAPH
           END-IF
           IF NOT QU-HELD
             DISPLAY '*** ERROR ROW ALREADY RELEASED, STATUS: '
                     QU-STATUS ' BY ' QU-REVIEWED-BY
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           .
      *
       POST-HELD-ROW.
           MOVE 'N'                TO WS-POST-OK
           PERFORM CHECK-CHANGED-SINCE-HELD
           IF WS-CHANGED-SINCE-HELD OR WS-FILE-ERROR-FOUND
             EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-MASTERS
           IF WS-FILE-ERROR-FOUND
             EXIT PARAGRAPH
           END-IF
           PERFORM POST-COUNTRYS-ROW
           PERFORM POST-COVID19D-ROW
           IF WS-POST-WORKED
             PERFORM POST-SOURCE-ROW
             MOVE QU-DATE          TO WS-REBUILD-DATE
             PERFORM REBUILD-ONE-DATE
             PERFORM UPDATE-LOAD-CONTROL
           END-IF
           PERFORM CLOSE-MASTERS
           .
      *
       CHECK-CHANGED-SINCE-HELD.
      *    ANY COVID19D JOURNAL ROW FOR THE KEY STAMPED AFTER THE
      *    HOLD MEANS THE MASTER MOVED ON (A RESTATEMENT, A LOAD,
      *    A BACKOUT): THE HELD IMAGE IS STALE AND IS NOT POSTED ***
           MOVE 'N'                TO WS-LATER-CHANGE
           MOVE QU-KEY             TO WS-LATER-KEY
           OPEN INPUT COVID19D-JOURNAL
           IF WS-JOURNAL-STATUS = 35
             EXIT PARAGRAPH
           END-IF
           IF WS-JOURNAL-STATUS > 0
             DISPLAY '*** ERROR OPENING COVID19D-JOURNAL-STATUS: '
                     WS-JOURNAL-STATUS
             MOVE 'Y'             TO WS-FILE-ERROR
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE              TO LASTREC
           PERFORM READ-JOURNAL-RECORD
           PERFORM UNTIL LASTREC = 'Y'
             IF JR-FILE-ID = 'D'
                AND JR-TIMESTAMP > QU-HELD-TS
               IF (JR-ACTION = 'D'
                   AND JR-BEFORE-IMAGE (1:13) = WS-LATER-KEY)
                  OR (JR-ACTION NOT = 'D'
                   AND JR-AFTER-IMAGE (1:13) = WS-LATER-KEY)
                 MOVE 'Y'          TO WS-LATER-CHANGE
                 MOVE JR-TIMESTAMP TO WS-LATER-TIMESTAMP
                 MOVE JR-ACTION    TO WS-LATER-ACTION
               END-IF
             END-IF
             PERFORM READ-JOURNAL-RECORD
           END-PERFORM
           CLOSE COVID19D-JOURNAL
           IF WS-CHANGED-SINCE-HELD
             DISPLAY '*** ' QU-CODE ' ' QU-DATE
                     ' CHANGED ON COVID19D SINCE IT WAS HELD AT '
                     QU-HELD-TS
             DISPLAY '*** LATEST CHANGE ' WS-LATER-ACTION
                     ' AT ' WS-LATER-TIMESTAMP
                     ' - RELEASE REFUSED, DISCARD THE HOLD INSTEAD'
           END-IF
           .
      *
       READ-JOURNAL-RECORD.
           READ COVID19D-JOURNAL
                AT END       MOVE 'Y' TO LASTREC
           END-READ
           .
      *
       OPEN-MASTERS.
           OPEN I-O COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
             DISPLAY '*** ERROR OPENING COVID19D-FILE-STATUS: '
                     WS-COVID19D-STATUS
             MOVE 'Y'             TO WS-FILE-ERROR
             EXIT PARAGRAPH
           END-IF
           OPEN I-O COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS > 0
             DISPLAY '*** ERROR OPENING COUNTRYS-FILE-STATUS: '
                     WS-COUNTRYS-STATUS
             MOVE 'Y'             TO WS-FILE-ERROR
             CLOSE COVID19D-FILE
             EXIT PARAGRAPH
           END-IF
           OPEN EXTEND COVID19D-JOURNAL
           IF WS-JOURNAL-STATUS = 35
             OPEN OUTPUT COVID19D-JOURNAL
           END-IF
           IF WS-JOURNAL-STATUS > 0
             DISPLAY '*** ERROR OPENING COVID19D-JOURNAL-STATUS: '
                     WS-JOURNAL-STATUS
             MOVE 'Y'             TO WS-FILE-ERROR
             CLOSE COVID19D-FILE
                   COUNTRYS-FILE
             EXIT PARAGRAPH
           END-IF
      *    THE POSTING SOURCE FILE IS CREATED ON FIRST USE, AS IN
      *    COV1901 *************************************************
           OPEN I-O SOURCE-FILE
           IF WS-SOURCE-STATUS = 35
             OPEN OUTPUT SOURCE-FILE
             IF WS-SOURCE-STATUS = 00
               CLOSE SOURCE-FILE
               OPEN I-O SOURCE-FILE
             END-IF
           END-IF
           IF WS-SOURCE-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19SRC-STATUS: '
                     WS-SOURCE-STATUS
             MOVE 'Y'             TO WS-FILE-ERROR
             CLOSE COVID19D-FILE
                   COUNTRYS-FILE
                   COVID19D-JOURNAL
             EXIT PARAGRAPH
           END-IF
      *    DEMOGRAPHICS ARE OPTIONAL, AS IN COV1901: WITHOUT THEM
      *    ONLY THE REGION ROLLUP ROWS ARE LEFT ALONE ***************
           OPEN INPUT COUNTRYX-FILE
           IF WS-COUNTRYX-STATUS = 00
             MOVE 'Y'             TO WS-COUNTRYX-AVAIL
           ELSE
             DISPLAY '*** WARNING COUNTRYX NOT AVAILABLE, STATUS: '
                     WS-COUNTRYX-STATUS
           END-IF
           .
      *
       CLOSE-MASTERS.
           CLOSE COVID19D-FILE
                 COUNTRYS-FILE
                 COVID19D-JOURNAL
                 SOURCE-FILE
           IF WS-COUNTRYX-ON-FILE
             CLOSE COUNTRYX-FILE
           END-IF
           .
      *
       POST-COUNTRYS-ROW.
      *    A COUNTRY SEEN FOR THE FIRST TIME ON THE HELD ROW IS NOT
      *    ON COUNTRYS YET: ADD IT AS COV1901 WOULD HAVE ***********
           MOVE QU-CODE            TO C-CODE
           READ COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS = 00
             EXIT PARAGRAPH
           END-IF
           MOVE QU-CODE            TO C-CODE
           MOVE QU-NAME            TO C-NAME
           MOVE QU-SLUG            TO C-SLUG
           MOVE 'A'                TO C-STATUS
           MOVE ZEROS              TO C-INACTIVE-DATE
           WRITE COUNTRYS-REC
           IF WS-COUNTRYS-STATUS > 0
             DISPLAY '*** Error writing COUNTRYS-FILE: '
                     WS-COUNTRYS-STATUS
           ELSE
             MOVE 'C'              TO WS-JRN-FILE-ID
             MOVE 'W'              TO WS-JRN-ACTION
             MOVE SPACES           TO WS-JRN-BEFORE
                                      WS-JRN-AFTER
             MOVE COUNTRYS-REC     TO WS-JRN-AFTER (1:114)
             PERFORM WRITE-JOURNAL
           END-IF
           .
      *
       POST-COVID19D-ROW.
           MOVE 'N'                TO WS-ROW-INSERTED
           MOVE SPACES             TO WS-JRN-BEFORE
                                      WS-JRN-AFTER
           MOVE QU-IMAGE           TO COVID19D-REC
           READ COVID19D-FILE
                INVALID KEY
                  MOVE 'W'         TO WS-JRN-ACTION
                  MOVE 'Y'         TO WS-ROW-INSERTED
                  MOVE QU-IMAGE    TO COVID19D-REC
                  WRITE COVID19D-REC
                NOT INVALID KEY
                  MOVE 'R'         TO WS-JRN-ACTION
                  MOVE COVID19D-REC TO WS-JRN-BEFORE (1:48)
                  MOVE QU-IMAGE    TO COVID19D-REC
                  REWRITE COVID19D-REC
           END-READ
           IF WS-COVID19D-STATUS > 0
             DISPLAY '*** Error WRITE/REWRITE COVID19D: '
                     WS-COVID19D-STATUS
           ELSE
             MOVE 'Y'              TO WS-POST-OK
             MOVE 'D'              TO WS-JRN-FILE-ID
             MOVE COVID19D-REC     TO WS-JRN-AFTER (1:48)
             PERFORM WRITE-JOURNAL
           END-IF
           .
      *
       POST-SOURCE-ROW.
      *    THE RELEASED ROW IS ATTRIBUTED TO THE VENDOR IT WAS HELD
      *    FROM, THE WAY COV1901 UPDATE-SOURCE DOES FOR A LOADED ROW
           MOVE QU-KEY             TO VS-CODE-DATE
           READ SOURCE-FILE
             INVALID KEY
               CONTINUE
           END-READ
           MOVE QU-KEY             TO VS-CODE-DATE
           MOVE QU-VENDOR          TO VS-VENDOR
           MOVE QU-FALLBACK        TO VS-FALLBACK
           MOVE WS-TIMESTAMP       TO VS-POSTED-TS
           IF WS-SOURCE-STATUS = 00
             REWRITE SOURCE-REC
           ELSE
             WRITE SOURCE-REC
           END-IF
           IF WS-SOURCE-STATUS > 0
             DISPLAY '*** Error writing COV19SRC: '
                     WS-SOURCE-STATUS
           END-IF
           .
      *
       REBUILD-ONE-DATE.
      *    RE-SUM EVERY COUNTRY ROW FOR THE DATE (WORLD AND REGION
      *    ROLLUP ROWS EXCLUDED) THE WAY COV1901 BUILDS THEM ON A
      *    SERIAL LOAD, THEN PUT THE RESULTS BACK ON THE ROLLUPS **
           MOVE ZEROS               TO WS-WORLD-NEW-CONFIRMED
                                       WS-WORLD-TOTAL-CONFIRMED
                                       WS-WORLD-NEW-DEATHS
                                       WS-WORLD-TOTAL-DEATHS
                                       WS-WORLD-NEW-RECOVERED
                                       WS-WORLD-TOTAL-RECOVERED
           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                   UNTIL WS-REGION-SUB > 6
             MOVE ZEROS             TO WS-REGION-ENTRY
                                          (WS-REGION-SUB)
           END-PERFORM
           MOVE SPACE               TO LASTREC
           MOVE WS-REBUILD-DATE     TO CV-DATE
           START COVID19D-FILE KEY IS NOT LESS THAN CV-DATE
             INVALID KEY
               MOVE 'Y'             TO LASTREC
           END-START
           PERFORM READ-DATE-RECORD
           PERFORM UNTIL LASTREC = 'Y'
             IF CV-DATE NOT = WS-REBUILD-DATE
               MOVE 'Y'             TO LASTREC
             ELSE
               IF CV-CODE NOT = 'WORLD'
                  AND CV-CODE (1:2) NOT = 'R-'
                 ADD CV-NEW-CONFIRMED   TO WS-WORLD-NEW-CONFIRMED
                 ADD CV-TOTAL-CONFIRMED TO WS-WORLD-TOTAL-CONFIRMED
                 ADD CV-NEW-DEATHS      TO WS-WORLD-NEW-DEATHS
                 ADD CV-TOTAL-DEATHS    TO WS-WORLD-TOTAL-DEATHS
                 ADD CV-NEW-RECOVERED   TO WS-WORLD-NEW-RECOVERED
                 ADD CV-TOTAL-RECOVERED TO WS-WORLD-TOTAL-RECOVERED
                 PERFORM ACCUMULATE-REGION-TOTALS
               END-IF
               PERFORM READ-DATE-RECORD
             END-IF
           END-PERFORM
      *
           PERFORM WRITE-WORLD-ROW
           PERFORM ENSURE-WORLD-COUNTRY
           IF WS-COUNTRYX-ON-FILE
             PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                     UNTIL WS-REGION-SUB > 6
               PERFORM WRITE-REGION-ROW
               PERFORM ENSURE-REGION-COUNTRY
             END-PERFORM
           END-IF
           DISPLAY '*** ROLLUP ROWS RE-TOTALED FOR: ' WS-REBUILD-DATE
           .
      *
       READ-DATE-RECORD.
           READ COVID19D-FILE NEXT RECORD
                AT END       MOVE 'Y' TO LASTREC
           END-READ
           .
      *
       ACCUMULATE-REGION-TOTALS.
           IF NOT WS-COUNTRYX-ON-FILE
             EXIT PARAGRAPH
           END-IF
           MOVE CV-CODE              TO CX-CODE
           READ COUNTRYX-FILE
             INVALID KEY
               EXIT PARAGRAPH
           END-READ
           MOVE ZEROS                TO WS-REGION-FOUND-SUB
           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                   UNTIL WS-REGION-SUB > 6
             IF WS-REGION-CODE-T (WS-REGION-SUB) = CX-REGION-CODE
               MOVE WS-REGION-SUB    TO WS-REGION-FOUND-SUB
             END-IF
           END-PERFORM
           IF WS-REGION-FOUND-SUB = ZEROS
             EXIT PARAGRAPH
           END-IF
           ADD CV-NEW-CONFIRMED      TO WS-REG-NEW-CONFIRMED
                                         (WS-REGION-FOUND-SUB)
           ADD CV-TOTAL-CONFIRMED    TO WS-REG-TOTAL-CONFIRMED
                                         (WS-REGION-FOUND-SUB)
           ADD CV-NEW-DEATHS         TO WS-REG-NEW-DEATHS
                                         (WS-REGION-FOUND-SUB)
           ADD CV-TOTAL-DEATHS       TO WS-REG-TOTAL-DEATHS
                                         (WS-REGION-FOUND-SUB)
           ADD CV-NEW-RECOVERED      TO WS-REG-NEW-RECOVERED
                                         (WS-REGION-FOUND-SUB)
           ADD CV-TOTAL-RECOVERED    TO WS-REG-TOTAL-RECOVERED
                                         (WS-REGION-FOUND-SUB)
           .
      *
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
       BUILD-WORLD-RECORD.
           MOVE WS-WORLD-CODE       TO CV-CODE
           MOVE WS-REBUILD-DATE     TO CV-DATE
           MOVE WS-WORLD-NEW-CONFIRMED   TO CV-NEW-CONFIRMED
           MOVE WS-WORLD-TOTAL-CONFIRMED TO CV-TOTAL-CONFIRMED
           MOVE WS-WORLD-NEW-DEATHS      TO CV-NEW-DEATHS
           MOVE WS-WORLD-TOTAL-DEATHS    TO CV-TOTAL-DEATHS
           MOVE WS-WORLD-NEW-RECOVERED   TO CV-NEW-RECOVERED
           MOVE WS-WORLD-TOTAL-RECOVERED TO CV-TOTAL-RECOVERED
           COMPUTE CV-ACTIVE-CASES = WS-WORLD-TOTAL-CONFIRMED
               - WS-WORLD-TOTAL-DEATHS - WS-WORLD-TOTAL-RECOVERED
           .
      *
       ENSURE-WORLD-COUNTRY.
           MOVE WS-WORLD-CODE       TO C-CODE
           READ COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS NOT = 00
             MOVE WS-WORLD-CODE     TO C-CODE
             MOVE 'World'           TO C-NAME
             MOVE 'world'           TO C-SLUG
             MOVE 'A'               TO C-STATUS
             MOVE ZEROS             TO C-INACTIVE-DATE
             WRITE COUNTRYS-REC
             PERFORM JOURNAL-ROLLUP-COUNTRYS
           END-IF
           .
      *
       ENSURE-REGION-COUNTRY.
           MOVE WS-REGION-PSEUDO-CODE TO C-CODE
           READ COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS NOT = 00
             MOVE WS-REGION-PSEUDO-CODE TO C-CODE
             MOVE WS-REGION-NAME-T (WS-REGION-SUB) TO C-NAME
             MOVE WS-REGION-SLUG-T (WS-REGION-SUB) TO C-SLUG
             MOVE 'A'               TO C-STATUS
             MOVE ZEROS             TO C-INACTIVE-DATE
             WRITE COUNTRYS-REC
             PERFORM JOURNAL-ROLLUP-COUNTRYS
           END-IF
           .
      *
       WRITE-REGION-ROW.
           MOVE WS-REGION-CODE-T (WS-REGION-SUB)
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
       BUILD-REGION-RECORD.
           MOVE WS-REGION-PSEUDO-CODE TO CV-CODE
           MOVE WS-REBUILD-DATE     TO CV-DATE
           MOVE WS-REG-NEW-CONFIRMED (WS-REGION-SUB)
                                         TO CV-NEW-CONFIRMED
           MOVE WS-REG-TOTAL-CONFIRMED (WS-REGION-SUB)
                                         TO CV-TOTAL-CONFIRMED
           MOVE WS-REG-NEW-DEATHS (WS-REGION-SUB)
                                         TO CV-NEW-DEATHS
           MOVE WS-REG-TOTAL-DEATHS (WS-REGION-SUB)
                                         TO CV-TOTAL-DEATHS
           MOVE WS-REG-NEW-RECOVERED (WS-REGION-SUB)
                                         TO CV-NEW-RECOVERED
           MOVE WS-REG-TOTAL-RECOVERED (WS-REGION-SUB)
                                         TO CV-TOTAL-RECOVERED
           COMPUTE CV-ACTIVE-CASES =
               WS-REG-TOTAL-CONFIRMED (WS-REGION-SUB)
               - WS-REG-TOTAL-DEATHS (WS-REGION-SUB)
               - WS-REG-TOTAL-RECOVERED (WS-REGION-SUB)
           .
      *
       UPDATE-LOAD-CONTROL.
      *    A NEW ROW FOR THE LATEST LOADED DATE IS ONE MORE ROW FOR
      *    THE REPORTS THAT SIZE THEMSELVES OFF COV19CTL; A REPLACED
      *    ROW OR AN OLDER DATE CHANGES NOTHING THERE ***************
           IF NOT WS-ROW-WAS-INSERTED
             EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOAD-CONTROL
           IF WS-CONTROL-STATUS NOT = 00
             EXIT PARAGRAPH
           END-IF
           READ LOAD-CONTROL
             AT END
               MOVE ZEROS           TO WS-CTL-OLD-MAX
             NOT AT END
               MOVE CTL-MAX-DATE    TO WS-CTL-OLD-MAX
               MOVE CTL-DATE-RECS   TO WS-CTL-OLD-RECS
           END-READ
           CLOSE LOAD-CONTROL
           IF WS-CTL-OLD-MAX NOT = WS-REBUILD-DATE
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOAD-CONTROL
           MOVE SPACES              TO LOAD-CONTROL-REC
           MOVE WS-CTL-OLD-MAX      TO CTL-MAX-DATE
           COMPUTE CTL-DATE-RECS = WS-CTL-OLD-RECS + 1
           WRITE LOAD-CONTROL-REC
           IF WS-CONTROL-STATUS > 0
             DISPLAY '*** Error writing LOAD-CONTROL: '
                     WS-CONTROL-STATUS
           END-IF
           CLOSE LOAD-CONTROL
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
       UPDATE-QUARANTINE-RECORD.
           MOVE WS-TIMESTAMP        TO QU-REVIEWED-TS
           MOVE WS-IN-USER          TO QU-REVIEWED-BY
           MOVE WS-IN-REASON        TO QU-DISPOSITION
           REWRITE QUARANTINE-REC
           IF WS-QUARANTINE-STATUS > 0
             DISPLAY '*** ERROR REWRITE COV19QUA: '
                     WS-QUARANTINE-STATUS
             MOVE 16               TO RETURN-CODE
           END-IF
           .
