      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1962.
       AUTHOR.        Georges B.
      *Delta Extract Of COVID19D Changes From COV19JRN ...
      *Sends the BI and web teams only what changed on COVID19D
      *since the last successful delivery, instead of the whole
      *date ranges COV1908 and COV1927 re-send.  The COVID19D rows
      *journaled past the high-water mark on COV19DHW are sorted
      *by key in journal order and collapsed to one row per
      *country-date: I (the key was written in the window and was
      *not on file before), U (changed) or D (deleted), carrying
      *the last after-image (the key and zeros for a delete).  A
      *key written and deleted again inside the window never
      *reached the consumers and is not sent.  The mark is the
      *timestamp of the last journal row read plus the number of
      *rows stamped with that same second, so it survives the
      *COV1951 journal trim and the per-run journal sequence.
      *The extract ends with a TRAILER row and the same control
      *totals are appended to COV19XCT for COV1938; the mark is
      *only moved on when the delivery was written cleanly.
      *Parameters: FROM=YYYY-MM-DD HH:MM:SS re-send everything
      *            journaled from that time on (ignores the mark).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT DELTA-EXTRACT ASSIGN TO COV19DLT
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-EXTRACT-STATUS
           .
      *
           SELECT COVID19D-JOURNAL ASSIGN COV19JRN
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-JOURNAL-STATUS
           .
      *
           SELECT COUNTRYS-FILE ASSIGN TO COUNTRYS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS C-CODE
              FILE STATUS    IS WS-COUNTRYS-STATUS
           .
      *
           SELECT HIGH-WATER-MARK ASSIGN COV19DHW
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-MARK-STATUS
           .
      *
           SELECT EXTRACT-CONTROL ASSIGN COV19XCT
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-XCT-STATUS
           .
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  DELTA-EXTRACT
           RECORDING MODE IS F
           .
       01  DELTA-EXTRACT-REC        PIC X(141).
      *
      *    CONTROL-TOTALS TRAILER, LAST ROW OF EVERY TRANSMISSION *
       01  DELTA-EXTRACT-TRL.
           03 TRL-TAG               PIC X(07).
           03 FILLER                PIC X(01).
           03 TRL-REC-COUNT         PIC 9(07).
           03 FILLER                PIC X(01).
           03 TRL-HASH-CONF         PIC 9(12).
           03 FILLER                PIC X(01).
           03 TRL-HASH-DEATH        PIC 9(12).
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
      *    ONE ROW: WHERE THE LAST CLEAN DELIVERY STOPPED *********
       FD  HIGH-WATER-MARK
           RECORDING MODE IS F
           .
       01  HIGH-WATER-MARK-REC.
           03 HW-LAST-TIMESTAMP     PIC X(19).
           03 FILLER                PIC X(01).
           03 HW-LAST-TS-COUNT      PIC 9(07).
           03 FILLER                PIC X(01).
           03 HW-RUN-TIMESTAMP      PIC X(19).
           03 FILLER                PIC X(01).
           03 HW-REC-COUNT          PIC 9(07).
      *
       FD  EXTRACT-CONTROL
           RECORDING MODE IS F
           .
       COPY COVXCTL  REPLACING ==:TAG1:== BY ==EXTRACT-CONTROL==
                               ==:TAG2:== BY ==XC==.
      *
       SD  SORT-WORK-FILE.
       01  SD-REC.
           03 SD-CODE-DATE          PIC X(13).
           03 SD-REC-NUMBER         PIC 9(09).
           03 SD-ACTION             PIC X(01).
           03 SD-AFTER-IMAGE        PIC X(48).
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-EXTRACT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-JOURNAL-STATUS       PIC 99 VALUE ZEROS.
       01  WS-COUNTRYS-STATUS      PIC 99 VALUE ZEROS.
       01  WS-MARK-STATUS          PIC 99 VALUE ZEROS.
       01  WS-XCT-STATUS           PIC 99 VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
       COPY COVID19D     REPLACING ==:TAG1:==     BY ==WS-AFTER==
                                   ==:TAG2:==     BY ==WS-AV==.
      *
      *    DETAIL ROW, BUILT HERE SO THE SEPARATORS STAY SET ****
       01  WS-DELTA-LINE.
           03 WS-DLT-INDICATOR         PIC X(01).
           03 FILLER                   PIC X(01) VALUE ','.
           03 WS-DLT-CODE              PIC X(05).
           03 FILLER                   PIC X(01) VALUE ','.
           03 FILLER                   PIC X(01) VALUE '"'.
           03 WS-DLT-NAME              PIC X(50).
           03 FILLER                   PIC X(01) VALUE '"'.
           03 FILLER                   PIC X(01) VALUE ','.
           03 WS-DLT-DATE              PIC X(10).
           03 FILLER                   PIC X(01) VALUE ','.
           03 WS-DLT-NEW-CONFIRMED     PIC 9(09).
           03 FILLER                   PIC X(01) VALUE ','.
           03 WS-DLT-TOTAL-CONFIRMED   PIC 9(09).
           03 FILLER                   PIC X(01) VALUE ','.
           03 WS-DLT-NEW-DEATHS        PIC 9(09).
           03 FILLER                   PIC X(01) VALUE ','.
           03 WS-DLT-TOTAL-DEATHS      PIC 9(09).
           03 FILLER                   PIC X(01) VALUE ','.
           03 WS-DLT-NEW-RECOVERED     PIC 9(09).
           03 FILLER                   PIC X(01) VALUE ','.
           03 WS-DLT-TOTAL-RECOVERED   PIC 9(09).
           03 FILLER                   PIC X(01) VALUE ','.
           03 WS-DLT-ACTIVE-CASES      PIC S9(09).
      *
       01  WS-CONTROL-TOTALS.
           03 WS-HASH-CONF         PIC 9(12) VALUE ZEROS.
           03 WS-HASH-DEATH        PIC 9(12) VALUE ZEROS.
           03 WS-RUN-TIMESTAMP     PIC X(19) VALUE SPACES.
      *
       01  WS-FLAGS.
           03 WS-JOURNAL-EOF       PIC X VALUE 'N'.
            88 WS-JOURNAL-AT-END   VALUE 'Y'.
           03 WS-SORT-EOF          PIC X VALUE 'N'.
            88 WS-SORT-AT-END      VALUE 'Y'.
           03 WS-WRITE-ERROR       PIC X VALUE 'N'.
            88 WS-WRITE-ERROR-FOUND VALUE 'Y'.
           03 WS-ABORT             PIC X VALUE 'N'.
            88 WS-ABORT-RUN        VALUE 'Y'.
           03 WS-CONDITION         PIC 9(02) VALUE ZEROS.
      *
      *    THE MARK THIS RUN STARTS FROM AND THE ONE IT LEAVES ****
       01  WS-MARK.
           03 WS-MARK-TS           PIC X(19) VALUE SPACES.
           03 WS-MARK-COUNT        PIC 9(07) VALUE ZEROS.
           03 WS-MARK-SEEN         PIC 9(07) VALUE ZEROS.
           03 WS-NEW-MARK-TS       PIC X(19) VALUE SPACES.
           03 WS-NEW-MARK-COUNT    PIC 9(07) VALUE ZEROS.
           03 WS-FROM-TS           PIC X(19) VALUE SPACES.
      *
       01  WS-GROUP.
           03 WS-GROUP-KEY         PIC X(13) VALUE SPACES.
           03 WS-FIRST-ACTION      PIC X(01) VALUE SPACE.
           03 WS-LAST-ACTION       PIC X(01) VALUE SPACE.
           03 WS-LAST-AFTER        PIC X(48) VALUE SPACES.
           03 WS-INDICATOR         PIC X(01) VALUE SPACE.
      *
       01  WS-DATE-RANGE.
           03 WS-DATE-FROM-NUM     PIC 9(08) VALUE 99999999.
           03 WS-DATE-TO-NUM       PIC 9(08) VALUE ZEROS.
           03 WS-CURR-DATE-NUM     PIC 9(08) VALUE ZEROS.
      *
       01  COUNTERS.
           03 WS-REC-NUMBER        PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-JOURNAL-T-RECS    PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-PAST-MARK-RECS    PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-CHANGE-T-RECS     PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-INSERT-T-RECS     PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-UPDATE-T-RECS     PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-DELETE-T-RECS     PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-TRANSIENT-T-RECS  PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-EXTRACT-T-RECS    PIC 9(07) COMP-3 VALUE ZEROES.
      *
       01  WS-PARMS.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVRNCOM     REPLACING ==:TAG:==      BY ==WS-RC==.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       OPEN-FILES.
           PERFORM GET-PARAMETERS
           IF WS-PARM-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
      *
           MOVE FUNCTION CURRENT-DATE  TO WS-RUN-DATE-DATA
           STRING WS-RUN-YEAR    '-'  WS-RUN-MONTH  '-'  WS-RUN-DAY
                  ' '
                  WS-RUN-HOURS   ':'  WS-RUN-MINUTES ':' WS-RUN-SECONDS
                  DELIMITED BY SIZE
                  INTO WS-RUN-TIMESTAMP
           END-STRING
      *
           PERFORM READ-HIGH-WATER-MARK
           IF WS-ABORT-RUN
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
      *
           OPEN INPUT  COVID19D-JOURNAL
           IF WS-JOURNAL-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19JRN-STATUS: '
                     WS-JOURNAL-STATUS
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT  COUNTRYS-FILE
           OPEN OUTPUT DELTA-EXTRACT
           IF WS-EXTRACT-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19DLT-STATUS: '
                     WS-EXTRACT-STATUS
             CLOSE COVID19D-JOURNAL
                   COUNTRYS-FILE
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
      *
           MOVE 'S'                 TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           .
      *
       SORT-CHANGES.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SD-CODE-DATE
                                 SD-REC-NUMBER
                INPUT PROCEDURE  IS SELECT-JOURNAL
                OUTPUT PROCEDURE IS WRITE-DELTA
           .
      *
       WRITE-TRAILERS.
           PERFORM WRITE-CONTROL-TOTALS
           IF WS-WRITE-ERROR-FOUND
             DISPLAY '*** COV1962 Delivery Incomplete, COV19DHW '
                     'Not Moved: ' WS-MARK-TS
             MOVE 8               TO WS-CONDITION
           ELSE
             PERFORM WRITE-HIGH-WATER-MARK
           END-IF
           DISPLAY '*** COV1962 Journal Records Read:        '
                   WS-JOURNAL-T-RECS
           DISPLAY '*** COV1962 Journal Records Past Mark:   '
                   WS-PAST-MARK-RECS
           DISPLAY '*** COV1962 COVID19D Changes Journaled:  '
                   WS-CHANGE-T-RECS
           DISPLAY '*** COV1962 Keys Inserted   (I):         '
                   WS-INSERT-T-RECS
           DISPLAY '*** COV1962 Keys Updated    (U):         '
                   WS-UPDATE-T-RECS
           DISPLAY '*** COV1962 Keys Deleted    (D):         '
                   WS-DELETE-T-RECS
           DISPLAY '*** COV1962 Added+Deleted, Not Sent:     '
                   WS-TRANSIENT-T-RECS
           DISPLAY '*** COV1962 Extract Records Written:     '
                   WS-EXTRACT-T-RECS
           DISPLAY '*** COV1962 High-Water Mark Now:         '
                   WS-NEW-MARK-TS ' / ' WS-NEW-MARK-COUNT
           .
      *
       CLOSE-STOP.
           CLOSE        COVID19D-JOURNAL
                        COUNTRYS-FILE
                        DELTA-EXTRACT
           MOVE 'C'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           MOVE WS-CONDITION       TO RETURN-CODE
           GOBACK
           .
      *
       READ-HIGH-WATER-MARK.
      *    NO MARK YET (FIRST RUN) SENDS THE WHOLE JOURNAL *********
           IF WS-FROM-TS NOT = SPACES
             MOVE WS-FROM-TS        TO WS-MARK-TS
             MOVE ZEROS             TO WS-MARK-COUNT
             DISPLAY '*** COV1962 Re-sending From: ' WS-FROM-TS
             EXIT PARAGRAPH
           END-IF
           OPEN INPUT HIGH-WATER-MARK
           IF WS-MARK-STATUS = 35
             DISPLAY '*** COV1962 No COV19DHW Mark, Full Journal Sent'
             EXIT PARAGRAPH
           END-IF
           IF WS-MARK-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19DHW-STATUS: '
                     WS-MARK-STATUS
             MOVE 'Y'               TO WS-ABORT
             EXIT PARAGRAPH
           END-IF
           READ HIGH-WATER-MARK
             AT END
               DISPLAY '*** COV1962 COV19DHW Empty, Full Journal Sent'
             NOT AT END
               MOVE HW-LAST-TIMESTAMP TO WS-MARK-TS
               MOVE HW-LAST-TS-COUNT  TO WS-MARK-COUNT
           END-READ
           CLOSE HIGH-WATER-MARK
           .
      *
       SELECT-JOURNAL.
           PERFORM READ-JOURNAL
           PERFORM UNTIL WS-JOURNAL-AT-END
             PERFORM CHECK-JOURNAL-RECORD
             PERFORM READ-JOURNAL
           END-PERFORM
      *    A JOURNAL HOLDING NOTHING NEWER THAN THE MARK (EMPTY, OR
      *    RESTORED FROM AN OLDER COPY) LEAVES THE MARK WHERE IT IS
           IF WS-NEW-MARK-TS < WS-MARK-TS
             MOVE WS-MARK-TS        TO WS-NEW-MARK-TS
             MOVE WS-MARK-COUNT     TO WS-NEW-MARK-COUNT
           END-IF
           .
      *
       READ-JOURNAL.
           READ COVID19D-JOURNAL
             AT END
               MOVE 'Y'             TO WS-JOURNAL-EOF
             NOT AT END
               ADD 1                TO WS-REC-NUMBER
                                       WS-JOURNAL-T-RECS
           END-READ
           .
      *
       CHECK-JOURNAL-RECORD.
      *    EVERY FILE'S ROWS MOVE THE MARK, ONLY COVID19D IS SENT **
           IF JR-TIMESTAMP = WS-NEW-MARK-TS
             ADD 1                  TO WS-NEW-MARK-COUNT
           ELSE
             MOVE JR-TIMESTAMP      TO WS-NEW-MARK-TS
             MOVE 1                 TO WS-NEW-MARK-COUNT
           END-IF
      *
           IF JR-TIMESTAMP < WS-MARK-TS
             EXIT PARAGRAPH
           END-IF
           IF JR-TIMESTAMP = WS-MARK-TS
             ADD 1                  TO WS-MARK-SEEN
             IF WS-MARK-SEEN NOT > WS-MARK-COUNT
               EXIT PARAGRAPH
             END-IF
           END-IF
           ADD 1                    TO WS-PAST-MARK-RECS
           IF JR-FILE-ID NOT = 'D'
             EXIT PARAGRAPH
           END-IF
      *
           ADD 1                    TO WS-CHANGE-T-RECS
           MOVE WS-REC-NUMBER       TO SD-REC-NUMBER
           MOVE JR-ACTION           TO SD-ACTION
           IF JR-ACTION = 'D'
             MOVE JR-BEFORE-IMAGE (1:13) TO SD-CODE-DATE
             MOVE SPACES            TO SD-AFTER-IMAGE
           ELSE
             MOVE JR-AFTER-IMAGE (1:13)  TO SD-CODE-DATE
             MOVE JR-AFTER-IMAGE (1:48)  TO SD-AFTER-IMAGE
           END-IF
           RELEASE SD-REC
           .
      *
       WRITE-DELTA.
           PERFORM RETURN-SORTED
           PERFORM UNTIL WS-SORT-AT-END
             MOVE SD-CODE-DATE      TO WS-GROUP-KEY
             MOVE SD-ACTION         TO WS-FIRST-ACTION
             PERFORM UNTIL WS-SORT-AT-END
                        OR SD-CODE-DATE NOT = WS-GROUP-KEY
               MOVE SD-ACTION       TO WS-LAST-ACTION
               MOVE SD-AFTER-IMAGE  TO WS-LAST-AFTER
               PERFORM RETURN-SORTED
             END-PERFORM
             PERFORM WRITE-DELTA-RECORD
           END-PERFORM
           .
      *
       RETURN-SORTED.
           RETURN SORT-WORK-FILE
             AT END
               MOVE 'Y'             TO WS-SORT-EOF
           END-RETURN
           .
      *
       WRITE-DELTA-RECORD.
      *    NET EFFECT OF THE WINDOW ON THE KEY *********************
      *    FIRST CHANGE A WRITE: THE KEY WAS NEW, UNLESS IT WENT
      *    AGAIN BEFORE THE WINDOW CLOSED.  OTHERWISE IT WAS ON
      *    FILE BEFORE AND IS NOW EITHER GONE OR CHANGED.
           EVALUATE TRUE
             WHEN WS-FIRST-ACTION = 'W' AND WS-LAST-ACTION = 'D'
               ADD 1                TO WS-TRANSIENT-T-RECS
               EXIT PARAGRAPH
             WHEN WS-FIRST-ACTION = 'W'
               MOVE 'I'             TO WS-INDICATOR
               ADD 1                TO WS-INSERT-T-RECS
             WHEN WS-LAST-ACTION = 'D'
               MOVE 'D'             TO WS-INDICATOR
               ADD 1                TO WS-DELETE-T-RECS
             WHEN OTHER
               MOVE 'U'             TO WS-INDICATOR
               ADD 1                TO WS-UPDATE-T-RECS
           END-EVALUATE
      *
           IF WS-INDICATOR = 'D'
             INITIALIZE WS-AFTER-REC
             MOVE WS-GROUP-KEY      TO WS-AV-CODE-DATE
           ELSE
             MOVE WS-LAST-AFTER     TO WS-AFTER-REC
           END-IF
      *
           MOVE WS-AV-CODE          TO C-CODE
           READ COUNTRYS-FILE
               INVALID KEY MOVE SPACES TO C-NAME
           END-READ
      *
           MOVE WS-INDICATOR        TO WS-DLT-INDICATOR
           MOVE WS-AV-CODE          TO WS-DLT-CODE
           MOVE C-NAME              TO WS-DLT-NAME
           STRING WS-AV-DATE-YEAR '-' WS-AV-DATE-MONTH '-'
                  WS-AV-DATE-DAY
                  DELIMITED BY SIZE
                  INTO WS-DLT-DATE
           END-STRING
           MOVE WS-AV-NEW-CONFIRMED    TO WS-DLT-NEW-CONFIRMED
           MOVE WS-AV-TOTAL-CONFIRMED  TO WS-DLT-TOTAL-CONFIRMED
           MOVE WS-AV-NEW-DEATHS       TO WS-DLT-NEW-DEATHS
           MOVE WS-AV-TOTAL-DEATHS     TO WS-DLT-TOTAL-DEATHS
           MOVE WS-AV-NEW-RECOVERED    TO WS-DLT-NEW-RECOVERED
           MOVE WS-AV-TOTAL-RECOVERED  TO WS-DLT-TOTAL-RECOVERED
           MOVE WS-AV-ACTIVE-CASES     TO WS-DLT-ACTIVE-CASES
      *
           WRITE DELTA-EXTRACT-REC FROM WS-DELTA-LINE
           IF WS-EXTRACT-STATUS > 0
             DISPLAY '*** Error writing DELTA-EXTRACT: '
                     WS-EXTRACT-STATUS
             MOVE 'Y'               TO WS-WRITE-ERROR
           ELSE
             ADD 1                  TO WS-EXTRACT-T-RECS
             PERFORM ACCUMULATE-CONTROL-TOTALS
           END-IF
           .
      *
       ACCUMULATE-CONTROL-TOTALS.
      *    HASH TOTALS WRAP AT TWELVE DIGITS ***********************
           ADD WS-AV-TOTAL-CONFIRMED TO WS-HASH-CONF
             ON SIZE ERROR
               COMPUTE WS-HASH-CONF = WS-HASH-CONF
                   + WS-AV-TOTAL-CONFIRMED - 1000000000000
           END-ADD
           ADD WS-AV-TOTAL-DEATHS   TO WS-HASH-DEATH
             ON SIZE ERROR
               COMPUTE WS-HASH-DEATH = WS-HASH-DEATH
                   + WS-AV-TOTAL-DEATHS - 1000000000000
           END-ADD
      *    THE DATE RANGE ON COV19XCT IS THE SPAN OF DATES SENT ****
           MOVE WS-AV-DATE          TO WS-CURR-DATE-NUM
           IF WS-CURR-DATE-NUM < WS-DATE-FROM-NUM
             MOVE WS-CURR-DATE-NUM  TO WS-DATE-FROM-NUM
           END-IF
           IF WS-CURR-DATE-NUM > WS-DATE-TO-NUM
             MOVE WS-CURR-DATE-NUM  TO WS-DATE-TO-NUM
           END-IF
           .
      *
       WRITE-CONTROL-TOTALS.
           IF WS-EXTRACT-T-RECS = ZEROS
             MOVE ZEROS             TO WS-DATE-FROM-NUM
           END-IF
      *    TRAILER ON THE TRANSMISSION ITSELF.  THE DETAIL AND
      *    TRAILER LAYOUTS SHARE THE FD RECORD AREA, SO THE FULL
      *    AREA IS CLEARED OR THE TAIL OF THE LAST DETAIL ROW
      *    WOULD RIDE ALONG ON THE TRAILER LINE ********************
           MOVE SPACES              TO DELTA-EXTRACT-REC
           MOVE 'TRAILER'           TO TRL-TAG
           MOVE WS-EXTRACT-T-RECS   TO TRL-REC-COUNT
           MOVE WS-HASH-CONF        TO TRL-HASH-CONF
           MOVE WS-HASH-DEATH       TO TRL-HASH-DEATH
           WRITE DELTA-EXTRACT-TRL
           IF WS-EXTRACT-STATUS > 0
             DISPLAY '*** Error writing EXTRACT TRAILER: '
                     WS-EXTRACT-STATUS
             MOVE 'Y'               TO WS-WRITE-ERROR
           END-IF
      *    AND THE SAME TOTALS ON COV19XCT FOR COV1938 *************
           OPEN EXTEND EXTRACT-CONTROL
           IF WS-XCT-STATUS = 35
             OPEN OUTPUT EXTRACT-CONTROL
           END-IF
           IF WS-XCT-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19XCT-STATUS: '
                     WS-XCT-STATUS
             MOVE 'Y'               TO WS-WRITE-ERROR
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO EXTRACT-CONTROL-REC
           MOVE 'COV1962'           TO XC-EXTRACT-ID
           MOVE WS-RUN-TIMESTAMP    TO XC-RUN-TIMESTAMP
           MOVE WS-DATE-FROM-NUM    TO XC-DATE-FROM
           MOVE WS-DATE-TO-NUM      TO XC-DATE-TO
           MOVE WS-EXTRACT-T-RECS   TO XC-REC-COUNT
           MOVE WS-HASH-CONF        TO XC-HASH-CONF
           MOVE WS-HASH-DEATH       TO XC-HASH-DEATH
           WRITE EXTRACT-CONTROL-REC
           IF WS-XCT-STATUS > 0
             DISPLAY '*** Error writing COV19XCT: '
                     WS-XCT-STATUS
             MOVE 'Y'               TO WS-WRITE-ERROR
           END-IF
           CLOSE EXTRACT-CONTROL
           .
      *
       WRITE-HIGH-WATER-MARK.
           OPEN OUTPUT HIGH-WATER-MARK
           IF WS-MARK-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19DHW-STATUS: '
                     WS-MARK-STATUS
             MOVE 8                 TO WS-CONDITION
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO HIGH-WATER-MARK-REC
           MOVE WS-NEW-MARK-TS      TO HW-LAST-TIMESTAMP
           MOVE WS-NEW-MARK-COUNT   TO HW-LAST-TS-COUNT
           MOVE WS-RUN-TIMESTAMP    TO HW-RUN-TIMESTAMP
           MOVE WS-EXTRACT-T-RECS   TO HW-REC-COUNT
           WRITE HIGH-WATER-MARK-REC
           IF WS-MARK-STATUS > 0
             DISPLAY '*** Error writing COV19DHW: '
                     WS-MARK-STATUS
             MOVE 8                 TO WS-CONDITION
           END-IF
           CLOSE HIGH-WATER-MARK
           .
      *
       GET-PARAMETERS.
           MOVE 1                  TO WS-PARM-COUNT
           MOVE 'FROM'             TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-PARM-VALUE (1) NOT = SPACES
             MOVE WS-PARM-VALUE (1) (1:19) TO WS-FROM-TS
             IF WS-FROM-TS (1:4)  NOT NUMERIC
             OR WS-FROM-TS (5:1)  NOT = '-'
             OR WS-FROM-TS (6:2)  NOT NUMERIC
             OR WS-FROM-TS (8:1)  NOT = '-'
             OR WS-FROM-TS (9:2)  NOT NUMERIC
               DISPLAY '*** ERROR FROM must be YYYY-MM-DD HH:MM:SS'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           .
      *
       REGISTER-RUN-CONTROL.
           MOVE 'COV1962'          TO WS-RC-PROGRAM
           MOVE WS-RUN-TIMESTAMP (1:10) TO WS-RC-DATE
           CALL 'COVRNCTL'      USING WS-RC-COMM-AREA
           .
