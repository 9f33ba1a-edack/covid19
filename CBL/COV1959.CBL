      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1959.
       AUTHOR.        Georges B.
      *Reconcile Sub-National Detail To The National Row ...
      *Sums the SUBDIVD province/state rows for each country-date
      *and compares the sums with the national COVID19D counters.
      *The detail is code+subdivision+date on file, so it is
      *sorted into code+date order first, the way COV1943 sorts
      *its partials.  A country-date is listed, in the COV1925
      *two-line CONF/DEATH style, when the sum of either the new
      *or the total counter is off the national figure by more
      *than TOLERANCE percent of the national figure, or when
      *there is no national row at all.  Return code 8 when
      *anything is listed.
      *Parameters: DATEFROM=YYYYMMDD, DATETO=YYYYMMDD (default all
      *dates), TOLERANCE=whole percent (default 1).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE.
      *
           SELECT SUBDIVD-FILE ASSIGN TO SUBDIVD
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS SB-KEY
              FILE STATUS    IS WS-SUBDIVD-STATUS
           .
      *
           SELECT COVID19D-FILE ASSIGN TO COVID19D
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS CV-CODE-DATE
              ALTERNATE RECORD KEY IS CV-DATE
                                  WITH DUPLICATES
              FILE STATUS    IS WS-COVID19D-STATUS
           .
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           03 DATE-O                 PIC X(10).
           03 FILLER                 PIC X(02).
           03 C-CODE-O               PIC X(05).
           03 FILLER                 PIC X(02).
           03 SUBDIVS-O              PIC ZZ9.
           03 FILLER                 PIC X(02).
           03 SERIES-O               PIC X(05).
           03 FILLER                 PIC X(02).
           03 SUM-NEW-O              PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 NAT-NEW-O              PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 SUM-TOTAL-O            PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 NAT-TOTAL-O            PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 TOTAL-DIFF-O           PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 FINDING-O              PIC X(11).
      *
       SD  SORT-WORK-FILE.
       01  SW-REC.
           03 SW-CODE             PIC X(05).
           03 SW-DATE             PIC 9(08).
           03 SW-NEW-CONFIRMED    PIC 9(09).
           03 SW-TOTAL-CONFIRMED  PIC 9(09).
           03 SW-NEW-DEATHS       PIC 9(09).
           03 SW-TOTAL-DEATHS     PIC 9(09).
      *
       FD  SUBDIVD-FILE.
       COPY SUBDIVD  REPLACING ==:TAG1:== BY ==SUBDIVD==
                               ==:TAG2:== BY ==SB==.
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING ==:TAG1:== BY ==COVID19D==
                               ==:TAG2:== BY ==CV==.
      *
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-SUBDIVD-STATUS       PIC 99 VALUE ZEROS.
       01  WS-COVID19D-STATUS      PIC 99 VALUE ZEROS.
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-PAGE-BREAK        PIC 9(02) VALUE 65.
           03 WS-SORT-EOF          PIC X VALUE 'N'.
            88 WS-SORT-DONE        VALUE 'Y'.
           03 WS-CONF-OFF          PIC X VALUE 'N'.
            88 WS-CONF-DIFFERS     VALUE 'Y'.
           03 WS-DEATH-OFF         PIC X VALUE 'N'.
            88 WS-DEATH-DIFFERS    VALUE 'Y'.
           03 WS-NATIONAL-ROW      PIC X VALUE 'N'.
            88 WS-NATIONAL-FOUND   VALUE 'Y'.
           03 WS-CONDITION         PIC 9(02) VALUE ZEROS.
      *
       01  WS-PARMS.
           03 WS-DATE-FROM-NUM     PIC 9(08) VALUE ZEROS.
           03 WS-DATE-TO-NUM       PIC 9(08) VALUE 99999999.
           03 WS-TOLERANCE-PCT     PIC 9(03) VALUE 1.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
      *    COUNT-TYPE PARM VALUES ARRIVE LEFT-JUSTIFIED AND SHORT;
      *    THE CLASS TEST ONLY COVERS THE CHARACTERS KEYED ********
           03 WS-NUM-VALUE         PIC X(50).
           03 WS-NUM-CTL           PIC 9(03).
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVRNCOM     REPLACING ==:TAG:==      BY ==WS-RC==.
      *
       01  WS-GROUP-DATA.
           03 WS-GRP-CODE          PIC X(05).
           03 WS-GRP-DATE          PIC 9(08).
           03 WS-GRP-SUBDIVS       PIC 9(03).
           03 WS-GRP-NEW-CONF      PIC 9(10).
           03 WS-GRP-TOT-CONF      PIC 9(10).
           03 WS-GRP-NEW-DTH       PIC 9(10).
           03 WS-GRP-TOT-DTH       PIC 9(10).
      *
       01  WS-COMPARE-WORK.
           03 WS-CMP-SUM           PIC 9(10).
           03 WS-CMP-NATIONAL      PIC 9(10).
           03 WS-CMP-DIFF          PIC S9(10).
           03 WS-CMP-ALLOWED       PIC 9(10).
           03 WS-CMP-RESULT        PIC X VALUE 'N'.
            88 WS-CMP-OUTSIDE      VALUE 'Y'.
      *
       01  COUNTERS.
           03 WS-SUBDIVD-T-RECS    PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-DATES-CHECKED     PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-DATES-OK          PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-DATES-DIFF        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-DATES-NO-NATIONAL PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-PG-WRITTEN-LINES  PIC 9(02) VALUE ZEROS.
           03 WS-PAGE-NUMBER       PIC 9(05) VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-HEADER-1.
           03 FILLER               PIC X(16) VALUE 'COV1959'.
           03 TITLE-1              PIC X(40) VALUE
                '*** SUB-NATIONAL RECONCILIATION *** '.
           03 FILLER               PIC X(08) VALUE 'Date: '.
           03 DATE-1               PIC X(10).
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE 'Time: '.
           03 TIME-1               PIC X(08).
           03 FILLER               PIC X(04).
           03 FILLER               PIC X(07) VALUE 'Page: '.
           03 PAGE-NUMBER          PIC ZZZZ9.
           03 FILLER               PIC X(28).
      *
       01  WS-HEADER-2.
           03 FILLER               PIC X(10) VALUE 'DATE'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE 'CODE'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(03) VALUE 'SUB'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE 'SER'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE '    SUM NEW'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE '    NAT NEW'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE '  SUM TOTAL'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE '  NAT TOTAL'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(12) VALUE '  TOTAL DIFF'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE 'FINDING'.
      *
       01  WS-HEADER-3.
           03 FILLER               PIC X(10) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(03) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(12) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
      *
       01  WS-TRAILER-1.
           03 FILLER               PIC X(26) VALUE
                        '*** COUNTRY-DATES CHECKED:'.
           03 CHECKED-O            PIC ZZZ,ZZ9.
           03 FILLER               PIC X(07) VALUE '  OK: '.
           03 OK-O                 PIC ZZZ,ZZ9.
           03 FILLER               PIC X(04) VALUE ' ***'.
      *
       01  WS-TRAILER-2.
           03 FILLER               PIC X(26) VALUE
                        '*** OUTSIDE TOLERANCE:    '.
           03 DIFF-O               PIC ZZZ,ZZ9.
           03 FILLER               PIC X(16) VALUE
                        '  NO NATIONAL: '.
           03 NO-NATIONAL-O        PIC ZZZ,ZZ9.
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
           OPEN INPUT  SUBDIVD-FILE
           IF WS-SUBDIVD-STATUS > 0
             DISPLAY '*** ERROR OPENING SUBDIVD-FILE-STATUS: '
                     WS-SUBDIVD-STATUS
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT  COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
             DISPLAY '*** ERROR OPENING COVID19D-FILE-STATUS: '
                     WS-COVID19D-STATUS
             CLOSE SUBDIVD-FILE
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
                ON ASCENDING KEY SW-CODE
                                 SW-DATE
                INPUT PROCEDURE RELEASE-DETAIL
                OUTPUT PROCEDURE RECONCILE-DATES
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           MOVE WS-DATES-CHECKED        TO CHECKED-O
           MOVE WS-DATES-OK             TO OK-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           MOVE SPACES                  TO PRINT-REC
           MOVE WS-DATES-DIFF           TO DIFF-O
           MOVE WS-DATES-NO-NATIONAL    TO NO-NATIONAL-O
           WRITE PRINT-REC            FROM WS-TRAILER-2
           DISPLAY 'SUBDIVD records READ: '       WS-SUBDIVD-T-RECS
           DISPLAY 'COUNTRY-DATES CHECKED: '      WS-DATES-CHECKED
           DISPLAY 'OUTSIDE TOLERANCE: '          WS-DATES-DIFF
           DISPLAY 'NO NATIONAL ROW: '            WS-DATES-NO-NATIONAL
           IF WS-DATES-DIFF > 0 OR WS-DATES-NO-NATIONAL > 0
             MOVE 8                     TO WS-CONDITION
           END-IF
           .
      *
       CLOSE-STOP.
           CLOSE        SUBDIVD-FILE
                        COVID19D-FILE
                        PRINT-LINE
           MOVE 'C'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           MOVE WS-CONDITION       TO RETURN-CODE
           GOBACK
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
           WRITE PRINT-REC            FROM WS-HEADER-2
           WRITE PRINT-REC            FROM WS-HEADER-3
           MOVE 3                       TO WS-PG-WRITTEN-LINES
           .
      *
       RELEASE-DETAIL.
      *    THE FILE IS CODE+SUBDIVISION+DATE; THE SORT BRINGS THE
      *    SUBDIVISIONS OF ONE COUNTRY-DATE TOGETHER **************
           PERFORM READ-DETAIL-RECORD
           PERFORM UNTIL LASTREC = 'Y'
             IF SB-DATE NOT < WS-DATE-FROM-NUM
                AND SB-DATE NOT > WS-DATE-TO-NUM
               MOVE SB-CODE             TO SW-CODE
               MOVE SB-DATE             TO SW-DATE
               MOVE SB-NEW-CONFIRMED    TO SW-NEW-CONFIRMED
               MOVE SB-TOTAL-CONFIRMED  TO SW-TOTAL-CONFIRMED
               MOVE SB-NEW-DEATHS       TO SW-NEW-DEATHS
               MOVE SB-TOTAL-DEATHS     TO SW-TOTAL-DEATHS
               RELEASE SW-REC
             END-IF
             PERFORM READ-DETAIL-RECORD
           END-PERFORM
           .
      *
       READ-DETAIL-RECORD.
           READ SUBDIVD-FILE NEXT RECORD
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END   ADD 1 TO WS-SUBDIVD-T-RECS
           END-READ
           .
      *
       RECONCILE-DATES.
           PERFORM RETURN-SORTED-DETAIL
           PERFORM UNTIL WS-SORT-DONE
             MOVE SW-CODE               TO WS-GRP-CODE
             MOVE SW-DATE               TO WS-GRP-DATE
             MOVE ZEROS                 TO WS-GRP-SUBDIVS
                                           WS-GRP-NEW-CONF
                                           WS-GRP-TOT-CONF
                                           WS-GRP-NEW-DTH
                                           WS-GRP-TOT-DTH
             PERFORM UNTIL WS-SORT-DONE
                        OR SW-CODE NOT = WS-GRP-CODE
                        OR SW-DATE NOT = WS-GRP-DATE
               ADD 1                    TO WS-GRP-SUBDIVS
               ADD SW-NEW-CONFIRMED     TO WS-GRP-NEW-CONF
               ADD SW-TOTAL-CONFIRMED   TO WS-GRP-TOT-CONF
               ADD SW-NEW-DEATHS        TO WS-GRP-NEW-DTH
               ADD SW-TOTAL-DEATHS      TO WS-GRP-TOT-DTH
               PERFORM RETURN-SORTED-DETAIL
             END-PERFORM
             PERFORM COMPARE-COUNTRY-DATE
           END-PERFORM
           .
      *
       RETURN-SORTED-DETAIL.
           RETURN SORT-WORK-FILE
                AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN
           .
      *
       COMPARE-COUNTRY-DATE.
           ADD 1                        TO WS-DATES-CHECKED
           MOVE 'N'                     TO WS-NATIONAL-ROW
                                           WS-CONF-OFF
                                           WS-DEATH-OFF
           MOVE WS-GRP-CODE             TO CV-CODE
           MOVE WS-GRP-DATE             TO CV-DATE
           READ COVID19D-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE 'Y'              TO WS-NATIONAL-ROW
           END-READ
      *
           IF NOT WS-NATIONAL-FOUND
             ADD 1                      TO WS-DATES-NO-NATIONAL
             MOVE ZEROS                 TO CV-NEW-CONFIRMED
                                           CV-TOTAL-CONFIRMED
                                           CV-NEW-DEATHS
                                           CV-TOTAL-DEATHS
             PERFORM WRITE-FINDING-LINES
             EXIT PARAGRAPH
           END-IF
      *
           MOVE WS-GRP-NEW-CONF         TO WS-CMP-SUM
           MOVE CV-NEW-CONFIRMED        TO WS-CMP-NATIONAL
           PERFORM CHECK-TOLERANCE
           IF WS-CMP-OUTSIDE
             MOVE 'Y'                   TO WS-CONF-OFF
           END-IF
           MOVE WS-GRP-TOT-CONF         TO WS-CMP-SUM
           MOVE CV-TOTAL-CONFIRMED      TO WS-CMP-NATIONAL
           PERFORM CHECK-TOLERANCE
           IF WS-CMP-OUTSIDE
             MOVE 'Y'                   TO WS-CONF-OFF
           END-IF
           MOVE WS-GRP-NEW-DTH          TO WS-CMP-SUM
           MOVE CV-NEW-DEATHS           TO WS-CMP-NATIONAL
           PERFORM CHECK-TOLERANCE
           IF WS-CMP-OUTSIDE
             MOVE 'Y'                   TO WS-DEATH-OFF
           END-IF
           MOVE WS-GRP-TOT-DTH          TO WS-CMP-SUM
           MOVE CV-TOTAL-DEATHS         TO WS-CMP-NATIONAL
           PERFORM CHECK-TOLERANCE
           IF WS-CMP-OUTSIDE
             MOVE 'Y'                   TO WS-DEATH-OFF
           END-IF
      *
           IF WS-CONF-DIFFERS OR WS-DEATH-DIFFERS
             ADD 1                      TO WS-DATES-DIFF
             PERFORM WRITE-FINDING-LINES
           ELSE
             ADD 1                      TO WS-DATES-OK
           END-IF
           .
      *
       CHECK-TOLERANCE.
      *    ALLOWED GAP IS TOLERANCE PERCENT OF THE NATIONAL FIGURE;
      *    A NATIONAL ZERO THEREFORE ALLOWS NO GAP AT ALL *********
           MOVE 'N'                     TO WS-CMP-RESULT
           COMPUTE WS-CMP-DIFF = WS-CMP-SUM - WS-CMP-NATIONAL
           IF WS-CMP-DIFF < 0
             COMPUTE WS-CMP-DIFF = 0 - WS-CMP-DIFF
           END-IF
           COMPUTE WS-CMP-ALLOWED =
               WS-CMP-NATIONAL * WS-TOLERANCE-PCT / 100
           IF WS-CMP-DIFF > WS-CMP-ALLOWED
             MOVE 'Y'                   TO WS-CMP-RESULT
           END-IF
           .
      *
       WRITE-FINDING-LINES.
           IF WS-PG-WRITTEN-LINES > WS-PAGE-BREAK
             PERFORM WRITE-HEADERS
             MOVE 0                     TO WS-PG-WRITTEN-LINES
           END-IF
      *
           MOVE SPACES                  TO PRINT-REC
           STRING WS-GRP-DATE (1:4) '-' WS-GRP-DATE (5:2) '-'
                  WS-GRP-DATE (7:2)
                  DELIMITED BY SIZE
                  INTO DATE-O
           END-STRING
           MOVE WS-GRP-CODE             TO C-CODE-O
           MOVE WS-GRP-SUBDIVS          TO SUBDIVS-O
           MOVE 'CONF'                  TO SERIES-O
           MOVE WS-GRP-NEW-CONF         TO SUM-NEW-O
           MOVE CV-NEW-CONFIRMED        TO NAT-NEW-O
           MOVE WS-GRP-TOT-CONF         TO SUM-TOTAL-O
           MOVE CV-TOTAL-CONFIRMED      TO NAT-TOTAL-O
           COMPUTE WS-CMP-DIFF = WS-GRP-TOT-CONF - CV-TOTAL-CONFIRMED
           MOVE WS-CMP-DIFF             TO TOTAL-DIFF-O
           EVALUATE TRUE
             WHEN NOT WS-NATIONAL-FOUND
               MOVE 'NO NATIONAL'       TO FINDING-O
             WHEN WS-CONF-DIFFERS
               MOVE '*OUTSIDE*'         TO FINDING-O
           END-EVALUATE
           WRITE PRINT-REC
      *
           MOVE SPACES                  TO PRINT-REC
           MOVE 'DEATH'                 TO SERIES-O
           MOVE WS-GRP-NEW-DTH          TO SUM-NEW-O
           MOVE CV-NEW-DEATHS           TO NAT-NEW-O
           MOVE WS-GRP-TOT-DTH          TO SUM-TOTAL-O
           MOVE CV-TOTAL-DEATHS         TO NAT-TOTAL-O
           COMPUTE WS-CMP-DIFF = WS-GRP-TOT-DTH - CV-TOTAL-DEATHS
           MOVE WS-CMP-DIFF             TO TOTAL-DIFF-O
           IF WS-DEATH-DIFFERS
             MOVE '*OUTSIDE*'           TO FINDING-O
           END-IF
           WRITE PRINT-REC
           ADD 2                        TO WS-PG-WRITTEN-LINES
           .
      *
       GET-PARAMETERS.
           MOVE 3                  TO WS-PARM-COUNT
           MOVE 'DATEFROM'         TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'DATETO'           TO WS-PARM-KEYWORD (2)
           MOVE SPACES             TO WS-PARM-VALUE (2)
           MOVE 'TOLERANCE'        TO WS-PARM-KEYWORD (3)
           MOVE SPACES             TO WS-PARM-VALUE (3)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-PARM-VALUE (1) NOT = SPACES
             IF WS-PARM-VALUE (1) (1:8) NUMERIC
               MOVE WS-PARM-VALUE (1) (1:8) TO WS-DATE-FROM-NUM
             ELSE
               DISPLAY '*** ERROR DATEFROM is not Numeric'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           IF WS-PARM-VALUE (2) NOT = SPACES
             IF WS-PARM-VALUE (2) (1:8) NUMERIC
               MOVE WS-PARM-VALUE (2) (1:8) TO WS-DATE-TO-NUM
             ELSE
               DISPLAY '*** ERROR DATETO is not Numeric'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           IF WS-PARM-VALUE (3) NOT = SPACES
             MOVE ZEROS            TO WS-NUM-CTL
             MOVE SPACES           TO WS-NUM-VALUE
             UNSTRING WS-PARM-VALUE (3)
                 DELIMITED BY ' '
                 INTO WS-NUM-VALUE COUNT IN WS-NUM-CTL
             END-UNSTRING
             IF WS-NUM-CTL > 0 AND WS-NUM-CTL < 4
                AND WS-NUM-VALUE (1:WS-NUM-CTL) NUMERIC
               MOVE WS-NUM-VALUE (1:WS-NUM-CTL) TO WS-TOLERANCE-PCT
             ELSE
               DISPLAY '*** ERROR TOLERANCE is not Numeric'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           .
      *
      *
       REGISTER-RUN-CONTROL.
           MOVE 'COV1959'          TO WS-RC-PROGRAM
           MOVE SPACES             TO WS-RC-DATE
           CALL 'COVRNCTL'      USING WS-RC-COMM-AREA
           .
