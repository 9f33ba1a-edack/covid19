                    RECORD KEY               IS ST-KEY
                    FILE STATUS              IS WS-STATUS-STATUS
           .
           SELECT   QUARANTINE-FILE          ASSIGN COV19QUA
                    ORGANIZATION             IS INDEXED
                    ACCESS MODE              IS RANDOM
                    RECORD KEY               IS QU-KEY
                    FILE STATUS              IS WS-QUARANTINE-STATUS
           .
           SELECT   STAGE-FILE               ASSIGN COV19STG
                    FILE STATUS              IS WS-STAGE-STATUS
           .
           SELECT   SOURCE-FILE              ASSIGN COV19SRC
                    ORGANIZATION             IS INDEXED
                    ACCESS MODE              IS RANDOM
                    RECORD KEY               IS VS-CODE-DATE
                    FILE STATUS              IS WS-SOURCE-STATUS
           .
      *=============================
       DATA DIVISION.
      *=============================
       FD  STATUS-FILE.
       COPY COVSTAT  REPLACING     ==:TAG1:== BY ==STATUS==
                                   ==:TAG2:== BY ==ST==.
      *
       FD  QUARANTINE-FILE.
       COPY COVQUAR  REPLACING     ==:TAG1:== BY ==QUARANTINE==
                                   ==:TAG2:== BY ==QU==.
      *
       FD  STAGE-FILE
           RECORDING MODE IS V
           .
       COPY COVSTAGE REPLACING     ==:TAG1:== BY ==STAGE==
                                   ==:TAG2:== BY ==SG==.
      *
       FD  SOURCE-FILE.
       COPY COVSRC   REPLACING     ==:TAG1:== BY ==SOURCE==
                                   ==:TAG2:== BY ==VS==.
      *-----------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------
           03 WS-CONTROL-STATUS   PIC 99 VALUE ZEROS.
           03 WS-PCT-STATUS       PIC 99 VALUE ZEROS.
           03 WS-STATUS-STATUS    PIC 99 VALUE ZEROS.
           03 WS-QUARANTINE-STATUS PIC 99 VALUE ZEROS.
           03 WS-STAGE-STATUS     PIC 99 VALUE ZEROS.
           03 WS-SOURCE-STATUS    PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 WS-OPTION            PIC X VALUE 'U'.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
           03 WS-PROFILE-OPTION    PIC X VALUE 'P'.
      *    P=PRIMARY VENDOR LAYOUT, A=ALTERNATE (BACKUP) SOURCE,
      *    S=STAGED ROWS ALREADY ARBITRATED BY COV1961 (COV19ARB) ***
            88 WS-PROFILE-PRIMARY  VALUE 'P'.
            88 WS-PROFILE-ALTERNATE VALUE 'A'.
            88 WS-PROFILE-STAGED   VALUE 'S'.
           03 WS-STAGE-OPTION      PIC X VALUE 'N'.
      *    Y=PARSE THE P OR A FEED ONTO COV19STG FOR COV1961 TO
      *    ARBITRATE; NO MASTER IS TOUCHED.  N=POST AS USUAL ***
            88 WS-STAGE-YES        VALUE 'Y'.
           03 WS-PARTITION-OPTION  PIC X VALUE 'N'.
      *    Y=ONE PARTITION OF A SPLIT CATCH-UP LOAD: THE WORLD AND
      *    R-XXX ROLLUPS, THE COV19AUD LINE AND THE COV19CTL UPDATE
      *    ARE LEFT TO THE COV1947 MERGE STEP, AND THE COUNTS GO TO
      *    COV19PCT INSTEAD ***
            88 WS-PARTITION-YES    VALUE 'Y'.
           03 WS-QUARANTINE-OPTION PIC X VALUE 'Y'.
      *    Y=HOLD IMPLAUSIBLE ROWS ON COV19QUA INSTEAD OF POSTING
      *    THEM, N=POST EVERYTHING THAT PARSES ***
            88 WS-QUARANTINE-YES   VALUE 'Y'.
           03 WS-HOLD-FLAG         PIC X VALUE 'N'.
      *    Y=HOLD THE ROW, D=AN OPERATOR DISCARDED THE KEY: DROP IT
            88 WS-HOLD-FOUND       VALUE 'Y'.
            88 WS-HOLD-DISCARDED   VALUE 'D'.
      *
       01  WS-PARMS.
           03 WS-TARGET-LOAD-DATE   PIC X(10) VALUE SPACES.
           03 WS-SAVE-PRIOR-CONFIRMED  PIC 9(09).
           03 WS-SAVE-PRIOR-DEATHS     PIC 9(09).
           03 WS-SAVE-PRIOR-RECOVERED  PIC 9(09).
      *
      *    SUSPICIOUS-VALUE SCREEN: A ROW IS HELD WHEN A RUNNING
      *    TOTAL GOES DOWN FROM THE PRIOR DAY, OR WHEN NEW CONFIRMED
      *    IS ABOVE THE FLOOR AND MORE THAN SPIKE TIMES THE AVERAGE
      *    OF THE TRAILING DAYS ON FILE (AT LEAST 3 OF THE LAST 7) ***
       01  WS-QUARANTINE-DATA.
           03 WS-SPIKE-FACTOR        PIC 9(03) VALUE 50.
           03 WS-SPIKE-FLOOR         PIC 9(05) VALUE 100.
           03 WS-HOLD-REASON         PIC X(04) VALUE SPACES.
           03 WS-HOLD-PRIOR-TOTAL    PIC 9(09) VALUE ZEROS.
           03 WS-TRAIL-SUB           PIC 9(02) COMP.
           03 WS-TRAIL-DAYS          PIC 9(02) VALUE ZEROS.
           03 WS-TRAIL-SUM           PIC 9(11) VALUE ZEROS.
           03 WS-TRAIL-AVG           PIC 9(09) VALUE ZEROS.
           03 WS-TRAIL-DATE-INTEGER  PIC S9(09) COMP-3.
           03 WS-TRAIL-DATE-NUM      PIC 9(08).
      *
       01  WS-EXC-STAGING.
           03 WS-EXC-FIELD-NAME      PIC X(10).
           03 WS-DATE-CSV-REJECTED   PIC 9(05) VALUE ZEROS.
           03 WS-DATE-COUNTRYS-REJ   PIC 9(05) VALUE ZEROS.
           03 WS-DATE-COVID19D-REJ   PIC 9(05) VALUE ZEROS.
           03 WS-COVID19D-HELD       PIC 9(05) VALUE ZEROS.
           03 WS-DATE-COVID19D-HELD  PIC 9(05) VALUE ZEROS.
           03 WS-HOLDS-VOIDED        PIC 9(05) VALUE ZEROS.
           03 WS-HOLDS-RELEASED      PIC 9(05) VALUE ZEROS.
           03 WS-HOLDS-DISCARDED     PIC 9(05) VALUE ZEROS.
       01  WS-WORLD-DATA.
           03 WS-WORLD-CODE          PIC X(05) VALUE 'WORLD'.
           03 WS-WORLD-NEW-CONFIRMED   PIC 9(09) VALUE ZEROS.
           03 WS-ALT-TALLY         PIC 9(03)   VALUE ZEROS.
           03 WS-ALT-LEN           PIC 9(02) COMP.
           03 WS-ALT-SUB           PIC 9(02) COMP.
      *
      *    ARBITRATED ROW AS COV1961 WROTE IT, AND THE VENDOR THAT
      *    SUPPLIED THE ROW BEING POSTED ***************************
       COPY COVSTAGE     REPLACING ==:TAG1:==     BY ==WS-STAGED==
                                   ==:TAG2:==     BY ==WS-SG==.
      *
       01  WS-SOURCE-DATA.
           03 WS-SOURCE-VENDOR     PIC X(01) VALUE SPACE.
           03 WS-SOURCE-FALLBACK   PIC X(01) VALUE 'N'.
           03 WS-ROWS-STAGED       PIC 9(05) VALUE ZEROS.
           03 WS-SOURCE-POSTED     PIC 9(05) VALUE ZEROS.
      *=============================
       PROCEDURE DIVISION.
      *=============================
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF WS-STAGE-YES
             PERFORM STAGE-FEED
             EXIT PARAGRAPH
           END-IF
           IF WS-TARGET-LOAD-DATE NOT = SPACES
             MOVE 'S'               TO WS-RC-FUNCTION
             MOVE WS-TARGET-LOAD-DATE TO WS-RC-DATE
           .
      *
       GET-PARAMETERS.
           MOVE 9                  TO WS-PARM-COUNT
           MOVE 'OPTION'           TO WS-PARM-KEYWORD (1)
           MOVE 'U'                TO WS-PARM-VALUE (1)
           MOVE 'RESTART'          TO WS-PARM-KEYWORD (2)
           MOVE 'P'                TO WS-PARM-VALUE (5)
           MOVE 'PARTITION'        TO WS-PARM-KEYWORD (6)
           MOVE 'N'                TO WS-PARM-VALUE (6)
           MOVE 'QUARANTINE'       TO WS-PARM-KEYWORD (7)
           MOVE 'Y'                TO WS-PARM-VALUE (7)
           MOVE 'SPIKE'            TO WS-PARM-KEYWORD (8)
           MOVE '050'              TO WS-PARM-VALUE (8)
           MOVE 'STAGE'            TO WS-PARM-KEYWORD (9)
           MOVE 'N'                TO WS-PARM-VALUE (9)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (5) (1:1) TO WS-PROFILE-OPTION
           IF WS-PROFILE-PRIMARY OR WS-PROFILE-ALTERNATE
              OR WS-PROFILE-STAGED
             CONTINUE
           ELSE
             DISPLAY '*** ERROR PROFILE is not P, A or S'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (6) (1:1) TO WS-PARTITION-OPTION
             DISPLAY '*** ERROR PARTITION is not Y or N'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (7) (1:1) TO WS-QUARANTINE-OPTION
           IF WS-QUARANTINE-OPTION = 'Y' OR WS-QUARANTINE-OPTION = 'N'
             CONTINUE
           ELSE
             DISPLAY '*** ERROR QUARANTINE is not Y or N'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           IF WS-PARM-VALUE (8) (1:3) NUMERIC
             MOVE WS-PARM-VALUE (8) (1:3) TO WS-SPIKE-FACTOR
           ELSE
             DISPLAY '*** ERROR SPIKE is not a 3-digit factor'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (9) (1:1) TO WS-STAGE-OPTION
           IF WS-STAGE-OPTION = 'Y' OR WS-STAGE-OPTION = 'N'
             CONTINUE
           ELSE
             DISPLAY '*** ERROR STAGE is not Y or N'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
      *    AN ARBITRATED FILE IS POSTED, NEVER STAGED AGAIN ********
           IF WS-STAGE-YES AND WS-PROFILE-STAGED
             DISPLAY '*** ERROR STAGE=Y needs PROFILE P or A'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
      *    A FRESH BUILD (OPTION=N) HAS NO HISTORY TO SCREEN AGAINST *
           IF WS-OPTION-NEW
             MOVE 'N'              TO WS-QUARANTINE-OPTION
           END-IF
           .
      *
       OPEN-FILES.
           OPEN INPUT    COVID19CSV-FILE
      *    A STAGED LOAD'S REJECTS WERE WRITTEN BY ITS STAGE=Y
      *    STEPS: THE POSTING STEP ADDS TO THEM ******************
           IF WS-PROFILE-STAGED
             PERFORM OPEN-REJECT-EXTEND
           ELSE
             OPEN OUTPUT COVID19CSV-REJECT
           END-IF
           EVALUATE TRUE
             WHEN WS-OPTION-NEW
               OPEN OUTPUT COUNTRYS-FILE
                     WS-COUNTRYX-STATUS
             DISPLAY '*** REGION ROLLUP ROWS WILL NOT BE BUILT'
           END-IF
      *
           IF WS-QUARANTINE-YES
             OPEN I-O QUARANTINE-FILE
             IF WS-QUARANTINE-STATUS = 35
               OPEN OUTPUT QUARANTINE-FILE
               IF WS-QUARANTINE-STATUS = 00
                 CLOSE QUARANTINE-FILE
                 OPEN I-O QUARANTINE-FILE
               END-IF
             END-IF
             IF WS-QUARANTINE-STATUS > 0
               DISPLAY '*** ERROR OPENING COV19QUA-STATUS: '
                       WS-QUARANTINE-STATUS
               MOVE 'Y'           TO WS-FILE-ERROR
               EXIT PARAGRAPH
             END-IF
           END-IF
      *
      *    THE POSTING SOURCE FILE FOLLOWS COVID19D: REBUILT WITH
      *    IT ON OPTION=N, CREATED ON FIRST USE OTHERWISE *********
           IF WS-OPTION-NEW
             OPEN OUTPUT SOURCE-FILE
             IF WS-SOURCE-STATUS = 00
               CLOSE SOURCE-FILE
             END-IF
           END-IF
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
             EXIT PARAGRAPH
           END-IF
           .
      *
       READ-FILE.
               IF WS-REJECT-FOUND
                 PERFORM WRITE-REJECT
               ELSE
                 PERFORM CHECK-QUARANTINE
                 EVALUATE TRUE
                   WHEN WS-HOLD-DISCARDED
                     CONTINUE
                   WHEN WS-HOLD-FOUND
                     PERFORM WRITE-QUARANTINE
                   WHEN OTHER
                     PERFORM WRITE-FILES
                     PERFORM VOID-OPEN-HOLD
                 END-EVALUATE
               END-IF
               PERFORM CHECKPOINT-IF-NEEDED
               PERFORM CHECK-REJECT-THRESHOLD
           IF WS-COUNTRYX-ON-FILE
             CLOSE COUNTRYX-FILE
           END-IF
           IF WS-QUARANTINE-YES
             CLOSE QUARANTINE-FILE
           END-IF
           CLOSE SOURCE-FILE
           .
      *
       STAGE-FEED.
      *    STAGE=Y: THE FEED IS PARSED AND VALIDATED EXACTLY AS FOR
      *    A POSTING RUN, BUT EACH GOOD ROW GOES TO COV19STG TAGGED
      *    WITH THE VENDOR INSTEAD OF TO THE MASTERS.  COV1961 THEN
      *    ARBITRATES THE TWO VENDORS' STAGED FILES AND PROFILE=S
      *    POSTS THE RESULT.  REJECTS STILL LAND ON COV19REJ,
      *    ADDED TO WHAT AN EARLIER STAGE OF THE LOAD WROTE *******
           OPEN INPUT    COVID19CSV-FILE
           PERFORM OPEN-REJECT-EXTEND
           OPEN OUTPUT   STAGE-FILE
           IF WS-STAGE-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19STG-STATUS: '
                     WS-STAGE-STATUS
             MOVE 16               TO RETURN-CODE
             CLOSE COVID19CSV-FILE
                   COVID19CSV-REJECT
             EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT
           PERFORM UNTIL WS-END-OF-FILE-OK OR WS-ABORT-FOUND
             ADD 1                    TO WS-DATE-RECS-READ
             PERFORM GET-INPUT-DATA
      *      A CATCH-UP FEED SIMPLY CARRIES ON INTO THE NEXT DATE *
             IF WS-DATE-CHANGED-FOUND
               MOVE WS-DATE           TO WS-FIRST-LOAD-DATE
               MOVE 'N'               TO WS-DATE-CHANGED-FLAG
             END-IF
             IF WS-REJECT-FOUND
               PERFORM WRITE-REJECT
             ELSE
               PERFORM WRITE-STAGE
             END-IF
             PERFORM CHECK-REJECT-THRESHOLD
             IF NOT WS-ABORT-FOUND
               PERFORM READ-NEXT
             END-IF
           END-PERFORM
           DISPLAY 'FILE STAGED FOR VENDOR: '     WS-PROFILE-OPTION
           DISPLAY 'COVID19CSV records READ: '    WS-COVID19CSV-READ
           DISPLAY 'COV19STG records STAGED: '    WS-ROWS-STAGED
           DISPLAY 'COVID19CSV records REJECTED: '
                    WS-COVID19CSV-REJECTED
           IF WS-ABORT-FOUND
             DISPLAY '*** RUN ABORTED, TOTAL REJECTS: '
                     WS-TOTAL-REJECTED
             MOVE 16                TO RETURN-CODE
           END-IF
           CLOSE COVID19CSV-FILE
                 COVID19CSV-REJECT
                 STAGE-FILE
           .
      *
       OPEN-REJECT-EXTEND.
           OPEN EXTEND   COVID19CSV-REJECT
           IF WS-REJECT-STATUS = 35
             OPEN OUTPUT COVID19CSV-REJECT
           END-IF
           IF WS-REJECT-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19REJ-STATUS: '
                     WS-REJECT-STATUS
           END-IF
           .
      *
       WRITE-STAGE.
           MOVE SPACES                  TO STAGE-REC
           MOVE WS-PROFILE-OPTION       TO SG-VENDOR
           MOVE 'N'                     TO SG-FALLBACK
           MOVE WS-COUNTRY-CODE         TO SG-CODE
           MOVE WS-DATE-YEAR            TO SG-DATE-YEAR
           MOVE WS-DATE-MONTH           TO SG-DATE-MONTH
           MOVE WS-DATE-DAY             TO SG-DATE-DAY
           MOVE WS-COUNTRY              TO SG-NAME
           MOVE WS-SLUG                 TO SG-SLUG
           MOVE WS-NEW-CONFIRMED        TO SG-NEW-CONFIRMED
           MOVE WS-TOTAL-CONFIRMED      TO SG-TOTAL-CONFIRMED
           MOVE WS-NEW-DEATHS           TO SG-NEW-DEATHS
           MOVE WS-TOTAL-DEATHS         TO SG-TOTAL-DEATHS
           MOVE WS-NEW-RECOVERED        TO SG-NEW-RECOVERED
           MOVE WS-TOTAL-RECOVERED      TO SG-TOTAL-RECOVERED
           WRITE STAGE-REC
           IF WS-STAGE-STATUS > 0
             DISPLAY '*** Error writing COV19STG: '
                     WS-STAGE-STATUS
           ELSE
             ADD 1                      TO WS-ROWS-STAGED
           END-IF
           .
      *
       READ-NEXT.
                                            WS-DATE-CSV-REJECTED
                                            WS-DATE-COUNTRYS-REJ
                                            WS-DATE-COVID19D-REJ
                                            WS-DATE-COVID19D-HELD
           MOVE 1                       TO WS-DATE-RECS-READ
           MOVE WS-DATE                 TO WS-FIRST-LOAD-DATE
           MOVE WS-DATE                 TO WS-FILE-LOAD-DATE
       GET-INPUT-DATA.
           MOVE 'N'                     TO  WS-REJECT-FLAG
           MOVE SPACES                  TO  WS-REJECT-REASON
           EVALUATE TRUE
             WHEN WS-PROFILE-ALTERNATE
               PERFORM GET-ALTERNATE-FIELDS
             WHEN WS-PROFILE-STAGED
               PERFORM GET-STAGED-FIELDS
             WHEN OTHER
               PERFORM GET-PRIMARY-FIELDS
           END-EVALUATE
           IF NOT WS-REJECT-FOUND
              AND WS-FIRST-DATE-SET
             IF WS-DATE NOT = WS-FIRST-LOAD-DATE
                REPLACING ALL ' ' BY '-'
           END-IF
           .
      *
       GET-STAGED-FIELDS.
      *    ARBITRATED ROW FROM COV1961: ALREADY PARSED AND IN ONE
      *    FIXED LAYOUT (COVSTAGE), CARRYING THE VENDOR THAT WON.
      *    A DAMAGED ROW TAKES THE USUAL REASON CODES *************
           MOVE SPACES             TO WS-STAGED-REC
           MOVE COVID19CSV-REC-B   TO WS-STAGED-REC
           EVALUATE TRUE
             WHEN NOT WS-SG-VENDOR-PRIMARY
                  AND NOT WS-SG-VENDOR-ALTERNATE
               MOVE 'Y'              TO WS-REJECT-FLAG
               MOVE '0002'           TO WS-REJECT-REASON
             WHEN WS-SG-NEW-CONFIRMED   NOT NUMERIC
               OR WS-SG-TOTAL-CONFIRMED NOT NUMERIC
               OR WS-SG-NEW-DEATHS      NOT NUMERIC
               OR WS-SG-TOTAL-DEATHS    NOT NUMERIC
               OR WS-SG-NEW-RECOVERED   NOT NUMERIC
               OR WS-SG-TOTAL-RECOVERED NOT NUMERIC
               MOVE 'Y'              TO WS-REJECT-FLAG
               MOVE '0002'           TO WS-REJECT-REASON
             WHEN WS-SG-DATE NOT NUMERIC
               MOVE 'Y'              TO WS-REJECT-FLAG
               MOVE '0003'           TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-FOUND
             EXIT PARAGRAPH
           END-IF
      *
           MOVE WS-SG-CODE         TO WS-COUNTRY-CODE
           MOVE WS-SG-NAME         TO WS-COUNTRY
           MOVE WS-SG-SLUG         TO WS-SLUG
           MOVE SPACES             TO WS-DATE-TIME
           MOVE WS-SG-DATE-YEAR    TO WS-DATE-YEAR
           MOVE '-'                TO WS-DATE-TIME (5:1)
           MOVE WS-SG-DATE-MONTH   TO WS-DATE-MONTH
           MOVE '-'                TO WS-DATE-TIME (8:1)
           MOVE WS-SG-DATE-DAY     TO WS-DATE-DAY
           MOVE WS-SG-NEW-CONFIRMED   TO WS-NEW-CONFIRMED
           MOVE WS-SG-TOTAL-CONFIRMED TO WS-TOTAL-CONFIRMED
           MOVE WS-SG-NEW-DEATHS      TO WS-NEW-DEATHS
           MOVE WS-SG-TOTAL-DEATHS    TO WS-TOTAL-DEATHS
           MOVE WS-SG-NEW-RECOVERED   TO WS-NEW-RECOVERED
           MOVE WS-SG-TOTAL-RECOVERED TO WS-TOTAL-RECOVERED
           .
      *
       WRITE-FILES.
           PERFORM ACCUMULATE-WORLD-TOTALS
               PERFORM UPDATE-COUNTRYS
               PERFORM UPDATE-COVID19D
          END-EVALUATE
           IF WS-COVID19D-STATUS = 00
             PERFORM UPDATE-SOURCE
           END-IF
           .
      *
       SET-SOURCE-VENDOR.
      *    WHICH VENDOR SUPPLIED THE ROW: THE FEED'S OWN PROFILE,
      *    OR THE WINNER COV1961 PICKED ***************************
           IF WS-PROFILE-STAGED
             MOVE WS-SG-VENDOR       TO WS-SOURCE-VENDOR
             MOVE WS-SG-FALLBACK     TO WS-SOURCE-FALLBACK
           ELSE
             MOVE WS-PROFILE-OPTION  TO WS-SOURCE-VENDOR
             MOVE 'N'                TO WS-SOURCE-FALLBACK
           END-IF
           .
      *
       UPDATE-SOURCE.
      *    RECORDS WHICH VENDOR SUPPLIED THE ROW JUST POSTED ******
           PERFORM SET-SOURCE-VENDOR
           MOVE CV-CODE-DATE         TO VS-CODE-DATE
           READ SOURCE-FILE
             INVALID KEY
               CONTINUE
           END-READ
           MOVE CV-CODE-DATE         TO VS-CODE-DATE
           MOVE WS-SOURCE-VENDOR     TO VS-VENDOR
           MOVE WS-SOURCE-FALLBACK   TO VS-FALLBACK
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-DATA
           STRING WS-RUN-YEAR    '-'  WS-RUN-MONTH  '-'  WS-RUN-DAY
                  ' '
                  WS-RUN-HOURS   ':'  WS-RUN-MINUTES ':' WS-RUN-SECONDS
                  DELIMITED BY SIZE
                  INTO VS-POSTED-TS
           END-STRING
           IF WS-SOURCE-STATUS = 00
             REWRITE SOURCE-REC
           ELSE
             WRITE SOURCE-REC
           END-IF
           IF WS-SOURCE-STATUS > 0
             DISPLAY '*** Error writing COV19SRC: '
                     WS-SOURCE-STATUS
           ELSE
             ADD 1                   TO WS-SOURCE-POSTED
           END-IF
           .
      *
       UPDATE-COUNTRYS.
           END-IF
           CLOSE COVID19CSV-EXCEPT
           .
      *
       CHECK-QUARANTINE.
      *    SCREENS A ROW THAT PARSED CLEANLY BEFORE IT IS POSTED:
      *    READS THE PRIOR SEVEN DAYS FOR THE COUNTRY, THEN HOLDS
      *    THE ROW IF A TOTAL WENT DOWN OR NEW CONFIRMED SPIKED ***
           MOVE 'N'                     TO WS-HOLD-FLAG
           IF NOT WS-QUARANTINE-YES
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES                  TO WS-HOLD-REASON
           MOVE ZEROS                   TO WS-HOLD-PRIOR-TOTAL
                                           WS-TRAIL-DAYS
                                           WS-TRAIL-SUM
                                           WS-TRAIL-AVG
           MOVE 'N'                     TO WS-PRIOR-FOUND-FLAG
           MOVE WS-DATE-YEAR            TO WS-CURR-DATE-YEAR
           MOVE WS-DATE-MONTH           TO WS-CURR-DATE-MONTH
           MOVE WS-DATE-DAY             TO WS-CURR-DATE-DAY
           PERFORM VARYING WS-TRAIL-SUB FROM 1 BY 1
                   UNTIL WS-TRAIL-SUB > 7
             COMPUTE WS-TRAIL-DATE-INTEGER =
                 FUNCTION INTEGER-OF-DATE (WS-CURR-DATE-NUM)
                 - WS-TRAIL-SUB
             MOVE FUNCTION DATE-OF-INTEGER (WS-TRAIL-DATE-INTEGER)
                                         TO WS-TRAIL-DATE-NUM
             MOVE WS-COUNTRY-CODE       TO CV-CODE
             MOVE WS-TRAIL-DATE-NUM     TO CV-DATE
             READ COVID19D-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 ADD 1                  TO WS-TRAIL-DAYS
                 ADD CV-NEW-CONFIRMED   TO WS-TRAIL-SUM
                 IF WS-TRAIL-SUB = 1
                   MOVE 'Y'             TO WS-PRIOR-FOUND-FLAG
                   MOVE CV-TOTAL-CONFIRMED TO WS-SAVE-PRIOR-CONFIRMED
                   MOVE CV-TOTAL-DEATHS    TO WS-SAVE-PRIOR-DEATHS
                 END-IF
             END-READ
           END-PERFORM
      *
           IF WS-PRIOR-REC-FOUND
             EVALUATE TRUE
               WHEN WS-TOTAL-CONFIRMED < WS-SAVE-PRIOR-CONFIRMED
                 MOVE '0102'            TO WS-HOLD-REASON
                 MOVE WS-SAVE-PRIOR-CONFIRMED TO WS-HOLD-PRIOR-TOTAL
               WHEN WS-TOTAL-DEATHS < WS-SAVE-PRIOR-DEATHS
                 MOVE '0103'            TO WS-HOLD-REASON
                 MOVE WS-SAVE-PRIOR-DEATHS    TO WS-HOLD-PRIOR-TOTAL
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF
           IF WS-TRAIL-DAYS > 0
             COMPUTE WS-TRAIL-AVG = WS-TRAIL-SUM / WS-TRAIL-DAYS
           END-IF
           IF WS-HOLD-REASON = SPACES
              AND WS-SPIKE-FACTOR > 0
              AND WS-TRAIL-DAYS NOT < 3
              AND WS-NEW-CONFIRMED > WS-SPIKE-FLOOR
              AND WS-NEW-CONFIRMED > WS-TRAIL-AVG * WS-SPIKE-FACTOR
             MOVE '0101'                TO WS-HOLD-REASON
             MOVE WS-SAVE-PRIOR-CONFIRMED TO WS-HOLD-PRIOR-TOTAL
           END-IF
           IF WS-HOLD-REASON NOT = SPACES
             MOVE 'Y'                   TO WS-HOLD-FLAG
             PERFORM CHECK-PRIOR-DISPOSITION
           END-IF
           .
      *
       CHECK-PRIOR-DISPOSITION.
      *    AN OPERATOR WHO ALREADY RULED ON THE KEY IS NOT ASKED
      *    AGAIN: A RERUN POSTS A KEY THEY RELEASED (P) AND DROPS
      *    ONE THEY DISCARDED (D).  A HOLD A PROGRAM SET ASIDE
      *    (REVIEWED BY COV1901 OR COV1952) IS HELD AGAIN *********
           MOVE WS-COUNTRY-CODE         TO QU-CODE
           MOVE WS-DATE-YEAR            TO WS-CURR-DATE-YEAR
           MOVE WS-DATE-MONTH           TO WS-CURR-DATE-MONTH
           MOVE WS-DATE-DAY             TO WS-CURR-DATE-DAY
           MOVE WS-CURR-DATE-NUM        TO QU-DATE
           READ QUARANTINE-FILE
             INVALID KEY
               EXIT PARAGRAPH
           END-READ
           IF QU-REVIEWED-BY = 'COV1901' OR QU-REVIEWED-BY = 'COV1952'
             EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
             WHEN QU-POSTED
               MOVE 'N'                 TO WS-HOLD-FLAG
               ADD 1                    TO WS-HOLDS-RELEASED
               DISPLAY '*** KEY ALREADY RELEASED, POSTED: '
                       WS-COUNTRY-CODE ' ' WS-DATE
                       ' REASON: ' WS-HOLD-REASON
             WHEN QU-DISCARDED
               MOVE 'D'                 TO WS-HOLD-FLAG
               ADD 1                    TO WS-HOLDS-DISCARDED
               DISPLAY '*** KEY ALREADY DISCARDED, DROPPED: '
                       WS-COUNTRY-CODE ' ' WS-DATE
                       ' REASON: ' WS-HOLD-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      *
       VOID-OPEN-HOLD.
      *    A CLEAN ROW NOW ON COVID19D SUPERSEDES ANY HOLD STILL
      *    OPEN FOR THE KEY, SO COV1953 CANNOT LATER RELEASE THE
      *    OLD FIGURES OVER IT ************************************
           IF NOT WS-QUARANTINE-YES
              OR WS-COVID19D-STATUS NOT = 00
             EXIT PARAGRAPH
           END-IF
           MOVE WS-COUNTRY-CODE         TO QU-CODE
           MOVE WS-DATE-YEAR            TO WS-CURR-DATE-YEAR
           MOVE WS-DATE-MONTH           TO WS-CURR-DATE-MONTH
           MOVE WS-DATE-DAY             TO WS-CURR-DATE-DAY
           MOVE WS-CURR-DATE-NUM        TO QU-DATE
           READ QUARANTINE-FILE
             INVALID KEY
               EXIT PARAGRAPH
           END-READ
           IF NOT QU-HELD
             EXIT PARAGRAPH
           END-IF
           MOVE 'D'                     TO QU-STATUS
           MOVE FUNCTION CURRENT-DATE   TO WS-RUN-DATE-DATA
           STRING WS-RUN-YEAR    '-'  WS-RUN-MONTH  '-'  WS-RUN-DAY
                  ' '
                  WS-RUN-HOURS   ':'  WS-RUN-MINUTES ':' WS-RUN-SECONDS
                  DELIMITED BY SIZE
                  INTO QU-REVIEWED-TS
           END-STRING
           MOVE 'COV1901'               TO QU-REVIEWED-BY
           MOVE 'SUPERSEDED BY A CLEAN RELOAD'
                                        TO QU-DISPOSITION
           REWRITE QUARANTINE-REC
           IF WS-QUARANTINE-STATUS > 0
             DISPLAY '*** Error rewriting COV19QUA: '
                     WS-QUARANTINE-STATUS
           ELSE
             ADD 1                      TO WS-HOLDS-VOIDED
             DISPLAY '*** OPEN HOLD SUPERSEDED: ' WS-COUNTRY-CODE
                     ' ' WS-DATE
           END-IF
           .
      *
       WRITE-QUARANTINE.
      *    THE ROW GOES NOWHERE NEAR COVID19D OR THE ROLLUP TOTALS;
      *    COV1953 POSTS IT (AND RE-TOTALS THE ROLLUPS) IF AN
      *    OPERATOR RELEASES IT.  A RERUN OF THE DATE HOLDS IT AGAIN
      *    WITH THE NEW FIGURES, UNLESS AN OPERATOR HAS ALREADY
      *    RULED ON THE KEY (CHECK-PRIOR-DISPOSITION) *************
           PERFORM BUILD-OUTPUT-COVID19D
           PERFORM SET-SOURCE-VENDOR
           MOVE SPACES                  TO QUARANTINE-REC
           MOVE WS-COUNTRY-CODE         TO QU-CODE
           MOVE CV-DATE                 TO QU-DATE
           MOVE 'H'                     TO QU-STATUS
           MOVE WS-HOLD-REASON          TO QU-REASON
           MOVE FUNCTION CURRENT-DATE   TO WS-RUN-DATE-DATA
           STRING WS-RUN-YEAR    '-'  WS-RUN-MONTH  '-'  WS-RUN-DAY
                  ' '
                  WS-RUN-HOURS   ':'  WS-RUN-MINUTES ':' WS-RUN-SECONDS
                  DELIMITED BY SIZE
                  INTO QU-HELD-TS
           END-STRING
           MOVE WS-COUNTRY              TO QU-NAME
           MOVE WS-SLUG                 TO QU-SLUG
           MOVE COVID19D-REC            TO QU-IMAGE
           MOVE WS-TRAIL-AVG            TO QU-TRAILING-AVG
           MOVE WS-HOLD-PRIOR-TOTAL     TO QU-PRIOR-TOTAL
           MOVE WS-SOURCE-VENDOR        TO QU-VENDOR
           MOVE WS-SOURCE-FALLBACK      TO QU-FALLBACK
           WRITE QUARANTINE-REC
           IF WS-QUARANTINE-STATUS = 22
             REWRITE QUARANTINE-REC
           END-IF
           IF WS-QUARANTINE-STATUS > 0
             DISPLAY '*** Error writing COV19QUA: '
                     WS-QUARANTINE-STATUS
             ADD 1                      TO WS-COVID19D-REJECTED
             ADD 1                      TO WS-DATE-COVID19D-REJ
           ELSE
             ADD 1                      TO WS-COVID19D-HELD
             ADD 1                      TO WS-DATE-COVID19D-HELD
             DISPLAY '*** ROW HELD IN QUARANTINE: ' WS-COUNTRY-CODE
                     ' ' WS-DATE ' REASON: ' WS-HOLD-REASON
           END-IF
           .
      *
       BUILD-OUTPUT-COUNTRYS.
      *    *** COUNTRYS ***
           .
      *
       WRITE-WORLD-SUMMARY.
      *    THE ROLLUP ROWS ARE JOURNALED LIKE THE DETAIL ROWS SO A
      *    LOAD CAN BE BACKED OUT OF COV19JRN IN FULL (COV1952) *****
           PERFORM UPDATE-WORLD-COUNTRY
           MOVE WS-WORLD-CODE      TO CV-CODE
           MOVE WS-FIRST-LOAD-YEAR  TO CV-DATE-YEAR
               - WS-WORLD-TOTAL-DEATHS - WS-WORLD-TOTAL-RECOVERED
           EVALUATE TRUE
             WHEN WS-OPTION-NEW
               MOVE 'W'                      TO WS-JRN-ACTION
               MOVE SPACES                   TO WS-JRN-BEFORE
               WRITE COVID19D-REC
               IF WS-COVID19D-STATUS > 0
                 DISPLAY '*** Error WRITE WORLD COVID19D: '
                         WS-COVID19D-STATUS
               ELSE
                 PERFORM JOURNAL-ROLLUP-COVID19D
               END-IF
             WHEN WS-OPTION-UPDATE
               READ COVID19D-FILE
               EVALUATE TRUE
                 WHEN WS-COVID19D-STATUS = 00
                   MOVE 'R'                      TO WS-JRN-ACTION
                   MOVE SPACES                   TO WS-JRN-BEFORE
                   MOVE COVID19D-REC             TO WS-JRN-BEFORE (1:48)
                   MOVE WS-WORLD-NEW-CONFIRMED   TO CV-NEW-CONFIRMED
                   MOVE WS-WORLD-TOTAL-CONFIRMED TO CV-TOTAL-CONFIRMED
                   MOVE WS-WORLD-NEW-DEATHS      TO CV-NEW-DEATHS
                       - WS-WORLD-TOTAL-RECOVERED
                   REWRITE COVID19D-REC
                 WHEN OTHER
                   MOVE 'W'                      TO WS-JRN-ACTION
                   MOVE SPACES                   TO WS-JRN-BEFORE
                   MOVE WS-WORLD-CODE      TO CV-CODE
                   MOVE WS-FIRST-LOAD-YEAR  TO CV-DATE-YEAR
                   MOVE WS-FIRST-LOAD-MONTH TO CV-DATE-MONTH
               IF WS-COVID19D-STATUS > 0
                 DISPLAY '*** Error WRITE/REWRITE WORLD COVID19D: '
                         WS-COVID19D-STATUS
               ELSE
                 PERFORM JOURNAL-ROLLUP-COVID19D
               END-IF
           END-EVALUATE
           .
           MOVE WS-FIRST-LOAD-DAY   TO CV-DATE-DAY
           EVALUATE TRUE
             WHEN WS-OPTION-NEW
               MOVE 'W'                  TO WS-JRN-ACTION
               MOVE SPACES               TO WS-JRN-BEFORE
               PERFORM BUILD-REGION-COVID19D
               WRITE COVID19D-REC
               IF WS-COVID19D-STATUS > 0
                 DISPLAY '*** Error WRITE REGION COVID19D: '
                         WS-COVID19D-STATUS
               ELSE
                 PERFORM JOURNAL-ROLLUP-COVID19D
               END-IF
             WHEN WS-OPTION-UPDATE
               READ COVID19D-FILE
               EVALUATE TRUE
                 WHEN WS-COVID19D-STATUS = 00
                   MOVE 'R'              TO WS-JRN-ACTION
                   MOVE SPACES           TO WS-JRN-BEFORE
                   MOVE COVID19D-REC     TO WS-JRN-BEFORE (1:48)
                   PERFORM BUILD-REGION-COVID19D
                   REWRITE COVID19D-REC
                 WHEN OTHER
                   MOVE 'W'              TO WS-JRN-ACTION
                   MOVE SPACES           TO WS-JRN-BEFORE
                   MOVE WS-REGION-PSEUDO-CODE TO CV-CODE
                   MOVE WS-FIRST-LOAD-YEAR  TO CV-DATE-YEAR
                   MOVE WS-FIRST-LOAD-MONTH TO CV-DATE-MONTH
               IF WS-COVID19D-STATUS > 0
                 DISPLAY '*** Error WRITE/REWRITE REGION COVID19D: '
                         WS-COVID19D-STATUS
               ELSE
                 PERFORM JOURNAL-ROLLUP-COVID19D
               END-IF
           END-EVALUATE
           .
               MOVE 'A'            TO C-STATUS
               MOVE ZEROS          TO C-INACTIVE-DATE
               WRITE COUNTRYS-REC
               PERFORM JOURNAL-ROLLUP-COUNTRYS
             WHEN WS-OPTION-UPDATE
               READ COUNTRYS-FILE
               IF WS-COUNTRYS-STATUS NOT = 00
                 MOVE 'A'          TO C-STATUS
                 MOVE ZEROS        TO C-INACTIVE-DATE
                 WRITE COUNTRYS-REC
                 PERFORM JOURNAL-ROLLUP-COUNTRYS
               END-IF
           END-EVALUATE
           .
               MOVE 'A'             TO C-STATUS
               MOVE ZEROS           TO C-INACTIVE-DATE
               WRITE COUNTRYS-REC
               PERFORM JOURNAL-ROLLUP-COUNTRYS
             WHEN WS-OPTION-UPDATE
               READ COUNTRYS-FILE
               IF WS-COUNTRYS-STATUS NOT = 00
                 MOVE 'A'           TO C-STATUS
                 MOVE ZEROS         TO C-INACTIVE-DATE
                 WRITE COUNTRYS-REC
                 PERFORM JOURNAL-ROLLUP-COUNTRYS
               END-IF
           END-EVALUATE
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
      *    ONLY A FIRST-TIME PSEUDO-COUNTRY WRITE GETS HERE ********
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
       WRITE-TRAILERS.
           DISPLAY 'FILE LOADED FOR DATE: '       WS-FILE-LOAD-DATE
             DISPLAY 'DATA ARRIVED FOR INACTIVE CODES: '
                     WS-INACTIVE-ARRIVALS
           END-IF
           DISPLAY 'RUN-TO-DATE COV19SRC source rows POSTED: '
                    WS-SOURCE-POSTED
           IF WS-QUARANTINE-YES
             DISPLAY 'COVID19D records HELD IN QUARANTINE: '
                      WS-DATE-COVID19D-HELD
             DISPLAY 'RUN-TO-DATE COVID19D records HELD: '
                      WS-COVID19D-HELD
             DISPLAY 'RUN-TO-DATE open HOLDS SUPERSEDED: '
                      WS-HOLDS-VOIDED
             DISPLAY 'RUN-TO-DATE released KEYS POSTED: '
                      WS-HOLDS-RELEASED
             DISPLAY 'RUN-TO-DATE discarded KEYS DROPPED: '
                      WS-HOLDS-DISCARDED
           END-IF
           IF WS-ABORT-FOUND
             DISPLAY '*** RUN ABORTED, TOTAL REJECTS: '
                     WS-TOTAL-REJECTED
