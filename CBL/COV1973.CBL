      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1973.
       AUTHOR.        Georges B.
      *Monthly Prior-Period Adjustments Report ...
      *Lists every change posted to the COV19ADJ prior-period
      *adjustment ledger in one calendar month - the COVID19D and
      *COVID19M rows COV1929, COV1941 or COV1944 changed in a
      *month already closed on COV19PER, under an override - so a
      *figure that no longer matches what was published can be
      *explained.  The ledger rows are sorted by country, closed
      *period, file and row date; each one prints who posted it,
      *when, from which program and why, then its BEFORE and
      *AFTER values and the CHANGE between them.  A country and
      *period closes with the net change to its COVID19M month
      *row and to its COVID19D days.  Month rows show the month's
      *summed new-counters under NEW and its month-end totals
      *under TOTAL and ACTIVE.  A missing ledger means nothing
      *was ever adjusted; RC 16 when it cannot be read.
      *Parameters: MONTH=YYYYMM the adjustments were posted in
      *            (default the previous calendar month),
      *            PERIOD=YYYYMM closed month (default all),
      *            CODE=country code (default all).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE.
      *
           SELECT ADJUST-LEDGER ASSIGN COV19ADJ
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-LEDGER-STATUS
           .
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                 PIC X(132).
      *
       FD  ADJUST-LEDGER
           RECORDING MODE IS F
           .
       COPY COVADJL  REPLACING ==:TAG1:== BY ==ADJUST==
                               ==:TAG2:== BY ==AJ==.
      *
       SD  SORT-WORK-FILE.
       01  SD-REC.
           03 SD-CODE              PIC X(05).
           03 SD-PERIOD            PIC 9(06).
           03 SD-FILE-ID           PIC X(01).
           03 SD-ROW-DATE          PIC 9(08).
           03 SD-TIMESTAMP         PIC X(19).
           03 SD-ADJUSTMENT        PIC X(184).
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-LEDGER-STATUS        PIC 99 VALUE ZEROS.
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-PAGE-BREAK        PIC 9(02) VALUE 65.
           03 WS-SORT-EOF          PIC X VALUE 'N'.
            88 WS-SORT-DONE        VALUE 'Y'.
           03 WS-LEDGER-ERROR      PIC X VALUE 'N'.
            88 WS-LEDGER-UNREADABLE VALUE 'Y'.
           03 WS-GROUP-FLAG        PIC X VALUE 'N'.
            88 WS-GROUP-OPEN       VALUE 'Y'.
           03 WS-CONDITION         PIC 9(02) VALUE ZEROS.
      *
       01  WS-PARMS.
           03 WS-IN-MONTH-X        PIC X(06) VALUE SPACES.
           03 WS-IN-MONTH-R REDEFINES WS-IN-MONTH-X.
              05 WS-IN-MONTH       PIC 9(06).
           03 WS-IN-PERIOD-X       PIC X(06) VALUE SPACES.
           03 WS-IN-PERIOD-R REDEFINES WS-IN-PERIOD-X.
              05 WS-IN-PERIOD      PIC 9(06).
           03 WS-IN-CODE           PIC X(05) VALUE SPACES.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVRNCOM     REPLACING ==:TAG:==      BY ==WS-RC==.
      *
      *    THE SORTED ROW, BACK IN LEDGER LAYOUT ****************
       COPY COVADJL      REPLACING ==:TAG1:== BY ==WORK-ADJUST==
                                   ==:TAG2:== BY ==WA==.
      *
      *    WORK COPIES OF THE MASTER LAYOUTS TO DECODE THE IMAGES *
       COPY COVID19D     REPLACING ==:TAG1:== BY ==WORK-COVID19D==
                                   ==:TAG2:== BY ==WV==.
      *
       COPY COVID19M     REPLACING ==:TAG1:== BY ==WORK-COVID19M==
                                   ==:TAG2:== BY ==WM==.
      *
      *    1=NEW CONF 2=TOT CONF 3=NEW DEATHS 4=TOT DEATHS
      *    5=NEW RECOV 6=TOT RECOV 7=ACTIVE ********************
       01  WS-VALUES.
           03 WS-VAL-BEFORE        PIC S9(11) COMP-3 OCCURS 7.
           03 WS-VAL-AFTER         PIC S9(11) COMP-3 OCCURS 7.
           03 WS-VAL-CHANGE        PIC S9(11) COMP-3 OCCURS 7.
           03 WS-VAL               PIC S9(11) COMP-3 OCCURS 7.
      *
       01  WS-GROUP-TOTALS.
           03 WS-GRP-CODE          PIC X(05).
           03 WS-GRP-PERIOD        PIC 9(06).
           03 WS-GRP-ADJUSTMENTS   PIC 9(05) COMP-3.
           03 WS-GRP-DAY-ROWS      PIC 9(05) COMP-3.
           03 WS-GRP-MONTH-ROWS    PIC 9(05) COMP-3.
           03 WS-GRP-DAY-CHANGE    PIC S9(11) COMP-3 OCCURS 7.
           03 WS-GRP-MONTH-CHANGE  PIC S9(11) COMP-3 OCCURS 7.
      *
       01  WS-WORK.
           03 WS-VAL-SUB           PIC 9(02) COMP.
           03 WS-PRIOR-MONTH       PIC 9(06).
           03 WS-POSTED-MONTH-X    PIC X(06).
           03 WS-POSTED-MONTH-R REDEFINES WS-POSTED-MONTH-X.
              05 WS-POSTED-MONTH   PIC 9(06).
           03 WS-ROW-DATE          PIC 9(08).
           03 WS-ROW-DATE-R REDEFINES WS-ROW-DATE.
              05 WS-ROW-YEAR       PIC X(04).
              05 WS-ROW-MONTH      PIC X(02).
              05 WS-ROW-DAY        PIC X(02).
           03 WS-PERIOD-NUM        PIC 9(06).
           03 WS-PERIOD-R REDEFINES WS-PERIOD-NUM.
              05 WS-PERIOD-YEAR    PIC X(04).
              05 WS-PERIOD-MONTH   PIC X(02).
      *
       01  COUNTERS.
           03 WS-LEDGER-READ       PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-ADJ-LISTED        PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-DAY-ROWS          PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-MONTH-ROWS        PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-GROUPS            PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-PG-WRITTEN-LINES  PIC 9(02) VALUE ZEROS.
           03 WS-PAGE-NUMBER       PIC 9(05) VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-HEADER-1.
           03 FILLER               PIC X(16) VALUE 'COV1973'.
           03 TITLE-1              PIC X(40) VALUE
                '*** PRIOR-PERIOD ADJUSTMENTS ***        '.
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
           03 FILLER               PIC X(11) VALUE 'POSTED IN: '.
           03 MONTH-1B-YEAR        PIC X(04).
           03 FILLER               PIC X(01) VALUE '-'.
           03 MONTH-1B-MONTH       PIC X(02).
           03 FILLER               PIC X(12) VALUE '   PERIOD: '.
           03 PERIOD-1B            PIC X(07).
           03 FILLER               PIC X(10) VALUE '   CODE: '.
           03 CODE-1B              PIC X(05).
      *
       01  WS-HEADER-2.
           03 FILLER               PIC X(07) VALUE 'CODE'.
           03 FILLER               PIC X(09) VALUE 'PERIOD'.
           03 FILLER               PIC X(12) VALUE 'ROW DATE'.
           03 FILLER               PIC X(21) VALUE 'POSTED'.
           03 FILLER               PIC X(10) VALUE 'PROGRAM'.
           03 FILLER               PIC X(10) VALUE 'OPERATOR'.
           03 FILLER               PIC X(10) VALUE 'FILE'.
           03 FILLER               PIC X(09) VALUE 'ACTION'.
           03 FILLER               PIC X(40) VALUE 'REASON'.
      *
       01  WS-HEADER-2V.
           03 FILLER               PIC X(32).
           03 FILLER               PIC X(14) VALUE '    NEW CONF'.
           03 FILLER               PIC X(14) VALUE '    TOT CONF'.
           03 FILLER               PIC X(14) VALUE '   NEW DEATH'.
           03 FILLER               PIC X(14) VALUE '   TOT DEATH'.
           03 FILLER               PIC X(14) VALUE '   NEW RECOV'.
           03 FILLER               PIC X(14) VALUE '   TOT RECOV'.
           03 FILLER               PIC X(14) VALUE '      ACTIVE'.
      *
       01  WS-HEADER-3.
           03 FILLER               PIC X(05) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(07) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(10) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(19) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(07) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(40) VALUE ALL '='.
      *
       01  WS-ADJUST-LINE.
           03 AL-CODE-O            PIC X(05).
           03 FILLER               PIC X(02).
           03 AL-PERIOD-O          PIC X(07).
           03 FILLER               PIC X(02).
           03 AL-ROW-DATE-O        PIC X(10).
           03 FILLER               PIC X(02).
           03 AL-POSTED-O          PIC X(19).
           03 FILLER               PIC X(02).
           03 AL-PROGRAM-O         PIC X(08).
           03 FILLER               PIC X(02).
           03 AL-OPERATOR-O        PIC X(08).
           03 FILLER               PIC X(02).
           03 AL-FILE-O            PIC X(08).
           03 FILLER               PIC X(02).
           03 AL-ACTION-O          PIC X(07).
           03 FILLER               PIC X(02).
           03 AL-REASON-O          PIC X(40).
      *
       01  WS-VALUE-LINE.
           03 FILLER               PIC X(16).
           03 VL-LABEL-O           PIC X(16).
           03 VL-VALUE-ENTRY       OCCURS 7.
              05 VL-VALUE-O        PIC -ZZZ,ZZZ,ZZ9.
              05 FILLER            PIC X(02).
      *
       01  WS-NO-IMAGE-LINE.
           03 FILLER               PIC X(16).
           03 NL-LABEL-O           PIC X(16).
           03 NL-TEXT-O            PIC X(40).
      *
       01  WS-GROUP-LINE.
           03 FILLER               PIC X(04) VALUE '*** '.
           03 GL-CODE-O            PIC X(05).
           03 FILLER               PIC X(01).
           03 GL-PERIOD-O          PIC X(07).
           03 FILLER               PIC X(02).
           03 GL-ADJUSTMENTS-O     PIC ZZ,ZZ9.
           03 FILLER               PIC X(14) VALUE ' ADJUSTMENTS, '.
           03 GL-DAY-ROWS-O        PIC ZZ,ZZ9.
           03 FILLER               PIC X(13) VALUE ' DAILY ROWS, '.
           03 GL-MONTH-ROWS-O      PIC ZZ,ZZ9.
           03 FILLER               PIC X(15) VALUE ' MONTH ROWS ***'.
      *
       01  WS-TRAILER-1.
           03 FILLER               PIC X(26) VALUE
                        '*** ADJUSTMENTS LISTED:   '.
           03 LISTED-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(15) VALUE '  DAILY ROWS: '.
           03 DAY-ROWS-O           PIC ZZZ,ZZ9.
           03 FILLER               PIC X(15) VALUE '  MONTH ROWS: '.
           03 MONTH-ROWS-O         PIC ZZZ,ZZ9.
           03 FILLER               PIC X(04) VALUE ' ***'.
      *
       01  WS-TRAILER-2.
           03 FILLER               PIC X(26) VALUE
                        '*** COUNTRY / PERIODS:    '.
           03 GROUPS-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(18) VALUE '  LEDGER ROWS READ'.
           03 FILLER               PIC X(02) VALUE ': '.
           03 READ-O               PIC ZZZ,ZZ9.
           03 FILLER               PIC X(04) VALUE ' ***'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       OPEN-FILES.
           PERFORM GET-PARAMETERS
           IF WS-PARM-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE 'S'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           PERFORM WRITE-HEADERS
           .
      *
       DO-SORT.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SD-CODE
                                 SD-PERIOD
                                 SD-FILE-ID
                                 SD-ROW-DATE
                                 SD-TIMESTAMP
                INPUT PROCEDURE SELECT-ADJUSTMENTS
                OUTPUT PROCEDURE LIST-ADJUSTMENTS
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           MOVE WS-ADJ-LISTED           TO LISTED-O
           MOVE WS-DAY-ROWS             TO DAY-ROWS-O
           MOVE WS-MONTH-ROWS           TO MONTH-ROWS-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           MOVE WS-GROUPS               TO GROUPS-O
           MOVE WS-LEDGER-READ          TO READ-O
           WRITE PRINT-REC            FROM WS-TRAILER-2
           DISPLAY 'COV19ADJ rows READ: '         WS-LEDGER-READ
           DISPLAY 'ADJUSTMENTS LISTED: '         WS-ADJ-LISTED
           DISPLAY 'COUNTRY / PERIODS: '          WS-GROUPS
           IF WS-LEDGER-UNREADABLE
             MOVE 16                    TO WS-CONDITION
           END-IF
           .
      *
       CLOSE-STOP.
           CLOSE        PRINT-LINE
           IF WS-LEDGER-UNREADABLE
             MOVE 'F'          TO WS-RC-FUNCTION
           ELSE
             MOVE 'C'          TO WS-RC-FUNCTION
           END-IF
           PERFORM REGISTER-RUN-CONTROL
           MOVE WS-CONDITION       TO RETURN-CODE
           GOBACK
           .
      *
       SELECT-ADJUSTMENTS.
      *    KEEP THE ROWS POSTED IN THE REPORT MONTH, KEYED BY
      *    COUNTRY, CLOSED PERIOD, FILE AND THE DATE OF THE ROW
      *    THEY CHANGED *****************************************
           OPEN INPUT ADJUST-LEDGER
           IF WS-LEDGER-STATUS = 35
             DISPLAY '*** COV19ADJ NOT FOUND, NOTHING WAS ADJUSTED'
             EXIT PARAGRAPH
           END-IF
           IF WS-LEDGER-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19ADJ-STATUS: '
                     WS-LEDGER-STATUS
             MOVE 'Y'                   TO WS-LEDGER-ERROR
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE                   TO LASTREC
           PERFORM READ-LEDGER
           PERFORM UNTIL LASTREC = 'Y'
             MOVE AJ-TIMESTAMP (1:4)    TO WS-POSTED-MONTH-X (1:4)
             MOVE AJ-TIMESTAMP (6:2)    TO WS-POSTED-MONTH-X (5:2)
             IF WS-POSTED-MONTH-X = WS-IN-MONTH-X
                AND (WS-IN-PERIOD-X = SPACES
                     OR AJ-MONTH = WS-IN-PERIOD)
                AND (WS-IN-CODE = SPACES
                     OR AJ-CODE = WS-IN-CODE)
               PERFORM RELEASE-ADJUSTMENT
             END-IF
             PERFORM READ-LEDGER
           END-PERFORM
           CLOSE ADJUST-LEDGER
           .
      *
       RELEASE-ADJUSTMENT.
           MOVE AJ-CODE                 TO SD-CODE
           MOVE AJ-MONTH                TO SD-PERIOD
           MOVE AJ-FILE-ID              TO SD-FILE-ID
           MOVE AJ-TIMESTAMP            TO SD-TIMESTAMP
           MOVE ADJUST-REC              TO SD-ADJUSTMENT
      *    BOTH IMAGES START CODE + DATE (OR CODE + YYYYMM) *****
           IF AJ-AFTER-IMAGE (1:5) = SPACES
             MOVE AJ-BEFORE-IMAGE       TO WORK-COVID19D-REC
           ELSE
             MOVE AJ-AFTER-IMAGE        TO WORK-COVID19D-REC
           END-IF
           IF AJ-FILE-ID = 'M'
             COMPUTE SD-ROW-DATE = AJ-MONTH * 100
           ELSE
             MOVE WV-DATE               TO SD-ROW-DATE
           END-IF
           RELEASE SD-REC
           .
      *
       LIST-ADJUSTMENTS.
           MOVE 'N'                     TO WS-GROUP-FLAG
           PERFORM RETURN-SORTED-ADJUSTMENT
           PERFORM UNTIL WS-SORT-DONE
             IF WS-GROUP-OPEN
                AND (SD-CODE NOT = WS-GRP-CODE
                     OR SD-PERIOD NOT = WS-GRP-PERIOD)
               PERFORM WRITE-GROUP-TOTALS
             END-IF
             IF NOT WS-GROUP-OPEN
               PERFORM START-GROUP
             END-IF
             PERFORM WRITE-ADJUSTMENT
             PERFORM RETURN-SORTED-ADJUSTMENT
           END-PERFORM
           IF WS-GROUP-OPEN
             PERFORM WRITE-GROUP-TOTALS
           END-IF
           .
      *
       RETURN-SORTED-ADJUSTMENT.
           RETURN SORT-WORK-FILE
                AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN
           .
      *
       START-GROUP.
           INITIALIZE WS-GROUP-TOTALS
           MOVE SD-CODE                 TO WS-GRP-CODE
           MOVE SD-PERIOD               TO WS-GRP-PERIOD
           MOVE 'Y'                     TO WS-GROUP-FLAG
           ADD 1                        TO WS-GROUPS
           .
      *
       WRITE-ADJUSTMENT.
           MOVE SD-ADJUSTMENT           TO WORK-ADJUST-REC
           ADD 1                        TO WS-ADJ-LISTED
                                           WS-GRP-ADJUSTMENTS
           IF WS-PG-WRITTEN-LINES + 5 > WS-PAGE-BREAK
             PERFORM WRITE-HEADERS
           END-IF
           MOVE SPACES                  TO WS-ADJUST-LINE
           MOVE WA-CODE                 TO AL-CODE-O
           MOVE WA-MONTH                TO WS-PERIOD-NUM
           STRING WS-PERIOD-YEAR '-' WS-PERIOD-MONTH
                  DELIMITED BY SIZE
                  INTO AL-PERIOD-O
           END-STRING
           MOVE SD-ROW-DATE             TO WS-ROW-DATE
           IF WA-FILE-ID = 'M'
             MOVE 'COVID19M'            TO AL-FILE-O
             MOVE 'MONTH'               TO AL-ROW-DATE-O
           ELSE
             MOVE 'COVID19D'            TO AL-FILE-O
             STRING WS-ROW-YEAR '-' WS-ROW-MONTH '-' WS-ROW-DAY
                    DELIMITED BY SIZE
                    INTO AL-ROW-DATE-O
             END-STRING
           END-IF
           MOVE WA-TIMESTAMP            TO AL-POSTED-O
           MOVE WA-PROGRAM              TO AL-PROGRAM-O
           MOVE WA-OPERATOR             TO AL-OPERATOR-O
           EVALUATE WA-ACTION
             WHEN 'W'
               MOVE 'WRITE'             TO AL-ACTION-O
             WHEN 'R'
               MOVE 'REWRITE'           TO AL-ACTION-O
             WHEN 'D'
               MOVE 'DELETE'            TO AL-ACTION-O
             WHEN OTHER
               MOVE WA-ACTION           TO AL-ACTION-O
           END-EVALUATE
           MOVE WA-REASON               TO AL-REASON-O
           WRITE PRINT-REC            FROM WS-ADJUST-LINE
      *    A MISSING IMAGE COUNTS AS ZERO IN THE CHANGE *********
           INITIALIZE WS-VALUES
           IF WA-BEFORE-IMAGE (1:5) = SPACES
             MOVE 'BEFORE'              TO NL-LABEL-O
             MOVE '(NONE - ROW ADDED)'  TO NL-TEXT-O
             WRITE PRINT-REC          FROM WS-NO-IMAGE-LINE
           ELSE
             MOVE WA-BEFORE-IMAGE       TO WORK-COVID19D-REC
             PERFORM DECODE-IMAGE
             PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
                     UNTIL WS-VAL-SUB > 7
               MOVE WS-VAL (WS-VAL-SUB) TO WS-VAL-BEFORE (WS-VAL-SUB)
             END-PERFORM
             MOVE 'BEFORE'              TO VL-LABEL-O
             PERFORM WRITE-VALUE-LINE
           END-IF
           IF WA-AFTER-IMAGE (1:5) = SPACES
             MOVE 'AFTER'               TO NL-LABEL-O
             MOVE '(NONE - ROW DELETED)' TO NL-TEXT-O
             WRITE PRINT-REC          FROM WS-NO-IMAGE-LINE
           ELSE
             MOVE WA-AFTER-IMAGE        TO WORK-COVID19D-REC
             PERFORM DECODE-IMAGE
             PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
                     UNTIL WS-VAL-SUB > 7
               MOVE WS-VAL (WS-VAL-SUB) TO WS-VAL-AFTER (WS-VAL-SUB)
             END-PERFORM
             MOVE 'AFTER'               TO VL-LABEL-O
             PERFORM WRITE-VALUE-LINE
           END-IF
           PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
                   UNTIL WS-VAL-SUB > 7
             COMPUTE WS-VAL-CHANGE (WS-VAL-SUB) =
                     WS-VAL-AFTER (WS-VAL-SUB)
                   - WS-VAL-BEFORE (WS-VAL-SUB)
             MOVE WS-VAL-CHANGE (WS-VAL-SUB) TO WS-VAL (WS-VAL-SUB)
             IF WA-FILE-ID = 'M'
               ADD WS-VAL-CHANGE (WS-VAL-SUB)
                                 TO WS-GRP-MONTH-CHANGE (WS-VAL-SUB)
             ELSE
               ADD WS-VAL-CHANGE (WS-VAL-SUB)
                                 TO WS-GRP-DAY-CHANGE (WS-VAL-SUB)
             END-IF
           END-PERFORM
           MOVE 'CHANGE'                TO VL-LABEL-O
           PERFORM WRITE-VALUE-LINE
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           ADD 5                        TO WS-PG-WRITTEN-LINES
           IF WA-FILE-ID = 'M'
             ADD 1                      TO WS-MONTH-ROWS
                                           WS-GRP-MONTH-ROWS
           ELSE
             ADD 1                      TO WS-DAY-ROWS
                                           WS-GRP-DAY-ROWS
           END-IF
           .
      *
       DECODE-IMAGE.
      *    THE IMAGE IS IN WORK-COVID19D-REC; A MONTH ROW IS
      *    REDECODED THROUGH THE COVID19M LAYOUT *****************
           IF WA-FILE-ID = 'M'
             MOVE WORK-COVID19D-REC (1:46) TO WORK-COVID19M-REC
             MOVE WM-SUM-NEW-CONFIRMED  TO WS-VAL (1)
             MOVE WM-END-CONFIRMED      TO WS-VAL (2)
             MOVE WM-SUM-NEW-DEATHS     TO WS-VAL (3)
             MOVE WM-END-DEATHS         TO WS-VAL (4)
             MOVE WM-SUM-NEW-RECOVERED  TO WS-VAL (5)
             MOVE WM-END-RECOVERED      TO WS-VAL (6)
             MOVE WM-END-ACTIVE         TO WS-VAL (7)
           ELSE
             MOVE WV-NEW-CONFIRMED      TO WS-VAL (1)
             MOVE WV-TOTAL-CONFIRMED    TO WS-VAL (2)
             MOVE WV-NEW-DEATHS         TO WS-VAL (3)
             MOVE WV-TOTAL-DEATHS       TO WS-VAL (4)
             MOVE WV-NEW-RECOVERED      TO WS-VAL (5)
             MOVE WV-TOTAL-RECOVERED    TO WS-VAL (6)
             MOVE WV-ACTIVE-CASES       TO WS-VAL (7)
           END-IF
           .
      *
       WRITE-VALUE-LINE.
      *    PRINTS WS-VAL UNDER THE LABEL ALREADY IN VL-LABEL-O ***
           PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
                   UNTIL WS-VAL-SUB > 7
             MOVE WS-VAL (WS-VAL-SUB)   TO VL-VALUE-O (WS-VAL-SUB)
           END-PERFORM
           WRITE PRINT-REC            FROM WS-VALUE-LINE
           .
      *
       WRITE-GROUP-TOTALS.
           IF WS-PG-WRITTEN-LINES + 4 > WS-PAGE-BREAK
             PERFORM WRITE-HEADERS
           END-IF
           MOVE WS-GRP-CODE             TO GL-CODE-O
           MOVE WS-GRP-PERIOD           TO WS-PERIOD-NUM
           MOVE SPACES                  TO GL-PERIOD-O
           STRING WS-PERIOD-YEAR '-' WS-PERIOD-MONTH
                  DELIMITED BY SIZE
                  INTO GL-PERIOD-O
           END-STRING
           MOVE WS-GRP-ADJUSTMENTS      TO GL-ADJUSTMENTS-O
           MOVE WS-GRP-DAY-ROWS         TO GL-DAY-ROWS-O
           MOVE WS-GRP-MONTH-ROWS       TO GL-MONTH-ROWS-O
           WRITE PRINT-REC            FROM WS-GROUP-LINE
           ADD 1                        TO WS-PG-WRITTEN-LINES
           IF WS-GRP-MONTH-ROWS > 0
             PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
                     UNTIL WS-VAL-SUB > 7
               MOVE WS-GRP-MONTH-CHANGE (WS-VAL-SUB)
                                        TO WS-VAL (WS-VAL-SUB)
             END-PERFORM
             MOVE 'NET MONTH ROW'       TO VL-LABEL-O
             PERFORM WRITE-VALUE-LINE
             ADD 1                      TO WS-PG-WRITTEN-LINES
           END-IF
           IF WS-GRP-DAY-ROWS > 0
             PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
                     UNTIL WS-VAL-SUB > 7
               MOVE WS-GRP-DAY-CHANGE (WS-VAL-SUB)
                                        TO WS-VAL (WS-VAL-SUB)
             END-PERFORM
             MOVE 'NET DAILY ROWS'      TO VL-LABEL-O
             PERFORM WRITE-VALUE-LINE
             ADD 1                      TO WS-PG-WRITTEN-LINES
           END-IF
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           ADD 1                        TO WS-PG-WRITTEN-LINES
           MOVE 'N'                     TO WS-GROUP-FLAG
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
           MOVE WS-IN-MONTH-X (1:4)     TO MONTH-1B-YEAR
           MOVE WS-IN-MONTH-X (5:2)     TO MONTH-1B-MONTH
           IF WS-IN-PERIOD-X = SPACES
             MOVE 'ALL'                 TO PERIOD-1B
           ELSE
             MOVE SPACES                TO PERIOD-1B
             STRING WS-IN-PERIOD-X (1:4) '-' WS-IN-PERIOD-X (5:2)
                    DELIMITED BY SIZE
                    INTO PERIOD-1B
             END-STRING
           END-IF
           IF WS-IN-CODE = SPACES
             MOVE 'ALL'                 TO CODE-1B
           ELSE
             MOVE WS-IN-CODE            TO CODE-1B
           END-IF
      *
           WRITE PRINT-REC            FROM WS-HEADER-1
                 AFTER ADVANCING PAGE
           WRITE PRINT-REC            FROM WS-HEADER-1B
           WRITE PRINT-REC            FROM WS-HEADER-2
           WRITE PRINT-REC            FROM WS-HEADER-2V
           WRITE PRINT-REC            FROM WS-HEADER-3
           MOVE 5                       TO WS-PG-WRITTEN-LINES
           .
      *
       READ-LEDGER.
           READ ADJUST-LEDGER
             AT END MOVE 'Y'            TO LASTREC
             NOT AT END ADD 1           TO WS-LEDGER-READ
           END-READ
           IF WS-LEDGER-STATUS > 0 AND WS-LEDGER-STATUS NOT = 10
             DISPLAY '*** ERROR READING COV19ADJ-STATUS: '
                     WS-LEDGER-STATUS
             MOVE 'Y'                   TO WS-LEDGER-ERROR
                                           LASTREC
           END-IF
           .
      *
       GET-PARAMETERS.
      *    THE DEFAULT REPORT MONTH IS LAST MONTH **************
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA
           IF WS-CURRENT-MONTH = 1
             COMPUTE WS-PRIOR-MONTH = (WS-CURRENT-YEAR - 1) * 100
                                    + 12
           ELSE
             COMPUTE WS-PRIOR-MONTH = WS-CURRENT-YEAR * 100
                                    + WS-CURRENT-MONTH - 1
           END-IF
           MOVE 3                  TO WS-PARM-COUNT
           MOVE 'MONTH'            TO WS-PARM-KEYWORD (1)
           MOVE 'PERIOD'           TO WS-PARM-KEYWORD (2)
           MOVE 'CODE'             TO WS-PARM-KEYWORD (3)
           MOVE SPACES             TO WS-PARM-VALUE (1)
                                      WS-PARM-VALUE (2)
                                      WS-PARM-VALUE (3)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-PARM-VALUE (1) = SPACES
             MOVE WS-PRIOR-MONTH   TO WS-IN-MONTH
           ELSE
             MOVE WS-PARM-VALUE (1) (1:6) TO WS-IN-MONTH-X
             IF WS-IN-MONTH-X NUMERIC
                AND WS-IN-MONTH-X (5:2) >= '01'
                AND WS-IN-MONTH-X (5:2) <= '12'
               CONTINUE
             ELSE
               DISPLAY '*** ERROR MONTH is not YYYYMM'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           IF WS-PARM-VALUE (2) NOT = SPACES
             MOVE WS-PARM-VALUE (2) (1:6) TO WS-IN-PERIOD-X
             IF WS-IN-PERIOD-X NUMERIC
                AND WS-IN-PERIOD-X (5:2) >= '01'
                AND WS-IN-PERIOD-X (5:2) <= '12'
               CONTINUE
             ELSE
               DISPLAY '*** ERROR PERIOD is not YYYYMM'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           MOVE WS-PARM-VALUE (3) (1:5) TO WS-IN-CODE
           .
      *
       REGISTER-RUN-CONTROL.
           MOVE 'COV1973'          TO WS-RC-PROGRAM
           MOVE SPACES             TO WS-RC-DATE
           CALL 'COVRNCTL'      USING WS-RC-COMM-AREA
           .
