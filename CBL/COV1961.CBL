      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1961.
       AUTHOR.        Georges B.
      *Arbitrate The Primary And Alternate Vendor Feeds ...
      *Takes the two staged feeds COV1901 STAGE=Y writes, one per
      *vendor (COV19SGP primary, COV19SGA alternate), and picks one
      *row per country-date for COV1901 PROFILE=S to post.  The
      *COV19VPR precedence table names the authoritative vendor
      *for a country (row: CODE,P or CODE,A); a country not on the
      *table takes the DEFAULT vendor.  When the preferred vendor
      *sent nothing for the country-date the other vendor's row is
      *taken and marked as a fallback.  The winning vendor travels
      *on the row to COV1901, which records it on COV19SRC.
      *Where both vendors reported, new and total confirmed and
      *deaths are compared and the country-date is listed, in the
      *COV1925 two-line CONF/DEATH style, when either figure is
      *apart by more than TOLERANCE percent of the preferred
      *vendor's figure.  The rows are sorted date+code so the
      *arbitrated file keeps the date batches COV1901 expects.
      *One missing staged file is treated as a silent vendor.
      *Return code 4 when vendors diverged, 16 when neither staged
      *file could be opened.
      *Parameters: DEFAULT=P or A (default P), TOLERANCE=whole
      *percent (default 1).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE.
      *
           SELECT STAGE-PRIMARY   ASSIGN TO COV19SGP
              FILE STATUS    IS WS-PRIMARY-STATUS
           .
      *
           SELECT STAGE-ALTERNATE ASSIGN TO COV19SGA
              FILE STATUS    IS WS-ALTERNATE-STATUS
           .
      *
           SELECT ARBITRATED-FILE ASSIGN TO COV19ARB
              FILE STATUS    IS WS-ARBITRATED-STATUS
           .
      *
           SELECT PRECEDENCE-FILE ASSIGN TO COV19VPR
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-PRECEDENCE-STATUS
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
           03 PREFERRED-O            PIC X(04).
           03 FILLER                 PIC X(02).
           03 SERIES-O               PIC X(05).
           03 FILLER                 PIC X(02).
           03 PRI-NEW-O              PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 ALT-NEW-O              PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 PRI-TOTAL-O            PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 ALT-TOTAL-O            PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 TOTAL-DIFF-O           PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(02).
           03 FINDING-O              PIC X(11).
      *
       FD  STAGE-PRIMARY
           RECORDING MODE IS V
           .
       COPY COVSTAGE REPLACING ==:TAG1:== BY ==STAGE-PRIMARY==
                               ==:TAG2:== BY ==SP==.
      *
       FD  STAGE-ALTERNATE
           RECORDING MODE IS V
           .
       COPY COVSTAGE REPLACING ==:TAG1:== BY ==STAGE-ALTERNATE==
                               ==:TAG2:== BY ==SA==.
      *
       FD  ARBITRATED-FILE
           RECORDING MODE IS V
           .
       COPY COVSTAGE REPLACING ==:TAG1:== BY ==ARBITRATED==
                               ==:TAG2:== BY ==AR==.
      *
       FD  PRECEDENCE-FILE
           RECORDING MODE IS F
           .
       01  PRECEDENCE-REC.
           03 VPR-CODE             PIC X(05).
           03 FILLER               PIC X(01).
           03 VPR-VENDOR           PIC X(01).
      *
       SD  SORT-WORK-FILE.
       01  SW-REC.
           03 SW-DATE             PIC 9(08).
           03 SW-CODE             PIC X(05).
           03 SW-VENDOR           PIC X(01).
           03 SW-STAGED-ROW       PIC X(169).
      *
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-PRIMARY-STATUS       PIC 99 VALUE ZEROS.
       01  WS-ALTERNATE-STATUS     PIC 99 VALUE ZEROS.
       01  WS-ARBITRATED-STATUS    PIC 99 VALUE ZEROS.
       01  WS-PRECEDENCE-STATUS    PIC 99 VALUE ZEROS.
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-PAGE-BREAK        PIC 9(02) VALUE 65.
           03 WS-SORT-EOF          PIC X VALUE 'N'.
            88 WS-SORT-DONE        VALUE 'Y'.
           03 WS-PRIMARY-AVAIL     PIC X VALUE 'N'.
            88 WS-PRIMARY-ON-FILE  VALUE 'Y'.
           03 WS-ALTERNATE-AVAIL   PIC X VALUE 'N'.
            88 WS-ALTERNATE-ON-FILE VALUE 'Y'.
           03 WS-HAVE-PRIMARY      PIC X VALUE 'N'.
            88 WS-PRIMARY-SENT     VALUE 'Y'.
           03 WS-HAVE-ALTERNATE    PIC X VALUE 'N'.
            88 WS-ALTERNATE-SENT   VALUE 'Y'.
           03 WS-CONF-OFF          PIC X VALUE 'N'.
            88 WS-CONF-DIFFERS     VALUE 'Y'.
           03 WS-DEATH-OFF         PIC X VALUE 'N'.
            88 WS-DEATH-DIFFERS    VALUE 'Y'.
           03 WS-CONDITION         PIC 9(02) VALUE ZEROS.
      *
       01  WS-PARMS.
           03 WS-DEFAULT-VENDOR    PIC X VALUE 'P'.
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
      *    COV19VPR PRECEDENCE TABLE, LOADED ONCE ****************
       01  WS-PRECEDENCE-TABLE.
           03 WS-VPR-COUNT         PIC 9(03) COMP VALUE ZEROS.
           03 WS-VPR-ENTRY         OCCURS 300.
              05 WS-VPR-CODE-T     PIC X(05).
              05 WS-VPR-VENDOR-T   PIC X(01).
           03 WS-VPR-SUB           PIC 9(03) COMP.
      *
       01  WS-GROUP-DATA.
           03 WS-GRP-CODE          PIC X(05).
           03 WS-GRP-DATE          PIC 9(08).
           03 WS-GRP-PREFERRED     PIC X(01).
       COPY COVSTAGE     REPLACING ==:TAG1:==     BY ==WS-PRI==
                                   ==:TAG2:==     BY ==PRI==.
       COPY COVSTAGE     REPLACING ==:TAG1:==     BY ==WS-ALT==
                                   ==:TAG2:==     BY ==ALT==.
      *
       01  WS-COMPARE-WORK.
           03 WS-CMP-OTHER         PIC 9(10).
           03 WS-CMP-PREFERRED     PIC 9(10).
           03 WS-CMP-DIFF          PIC S9(10).
           03 WS-CMP-ALLOWED       PIC 9(10).
           03 WS-CMP-RESULT        PIC X VALUE 'N'.
            88 WS-CMP-OUTSIDE      VALUE 'Y'.
      *
       01  COUNTERS.
           03 WS-PRIMARY-READ      PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-ALTERNATE-READ    PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-DATES-ARBITRATED  PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-POSTED-PRIMARY    PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-POSTED-ALTERNATE  PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-FALLBACKS         PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-BOTH-REPORTED     PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-DIVERGED          PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-DUPLICATES        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-PG-WRITTEN-LINES  PIC 9(02) VALUE ZEROS.
           03 WS-PAGE-NUMBER       PIC 9(05) VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-HEADER-1.
           03 FILLER               PIC X(16) VALUE 'COV1961'.
           03 TITLE-1              PIC X(40) VALUE
                '*** VENDOR DIVERGENCE REPORT *** '.
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
           03 FILLER               PIC X(04) VALUE 'PREF'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE 'SER'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE '    PRI NEW'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE '    ALT NEW'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE '  PRI TOTAL'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE '  ALT TOTAL'.
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
           03 FILLER               PIC X(04) VALUE ALL '='.
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
                        '*** COUNTRY-DATES POSTED: '.
           03 ARBITRATED-O         PIC ZZZ,ZZ9.
           03 FILLER               PIC X(12) VALUE '  PRIMARY: '.
           03 POSTED-PRI-O         PIC ZZZ,ZZ9.
           03 FILLER               PIC X(14) VALUE '  ALTERNATE: '.
           03 POSTED-ALT-O         PIC ZZZ,ZZ9.
           03 FILLER               PIC X(04) VALUE ' ***'.
      *
       01  WS-TRAILER-2.
           03 FILLER               PIC X(26) VALUE
                        '*** BOTH VENDORS REPORTED:'.
           03 BOTH-O               PIC ZZZ,ZZ9.
           03 FILLER               PIC X(12) VALUE '  DIVERGED: '.
           03 DIVERGED-O           PIC ZZZ,ZZ9.
           03 FILLER               PIC X(14) VALUE '  FALLBACKS: '.
           03 FALLBACKS-O          PIC ZZZ,ZZ9.
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
      *    A VENDOR THAT SENT NO FEED TODAY HAS NO STAGED FILE ****
           OPEN INPUT  STAGE-PRIMARY
           IF WS-PRIMARY-STATUS = 00
             MOVE 'Y'             TO WS-PRIMARY-AVAIL
           ELSE
             DISPLAY '*** WARNING COV19SGP NOT AVAILABLE, STATUS: '
                     WS-PRIMARY-STATUS
           END-IF
           OPEN INPUT  STAGE-ALTERNATE
           IF WS-ALTERNATE-STATUS = 00
             MOVE 'Y'             TO WS-ALTERNATE-AVAIL
           ELSE
             DISPLAY '*** WARNING COV19SGA NOT AVAILABLE, STATUS: '
                     WS-ALTERNATE-STATUS
           END-IF
           IF NOT WS-PRIMARY-ON-FILE AND NOT WS-ALTERNATE-ON-FILE
             DISPLAY '*** ERROR NO STAGED FEED TO ARBITRATE'
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT ARBITRATED-FILE
           IF WS-ARBITRATED-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19ARB-STATUS: '
                     WS-ARBITRATED-STATUS
             PERFORM CLOSE-STAGED-FILES
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM LOAD-PRECEDENCE
           OPEN OUTPUT PRINT-LINE
           MOVE 'S'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           PERFORM WRITE-HEADERS
           .
      *
       DO-SORT.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-DATE
                                 SW-CODE
                                 SW-VENDOR
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE RELEASE-STAGED
                OUTPUT PROCEDURE ARBITRATE-DATES
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           MOVE WS-DATES-ARBITRATED     TO ARBITRATED-O
           MOVE WS-POSTED-PRIMARY       TO POSTED-PRI-O
           MOVE WS-POSTED-ALTERNATE     TO POSTED-ALT-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           MOVE SPACES                  TO PRINT-REC
           MOVE WS-BOTH-REPORTED        TO BOTH-O
           MOVE WS-DIVERGED             TO DIVERGED-O
           MOVE WS-FALLBACKS            TO FALLBACKS-O
           WRITE PRINT-REC            FROM WS-TRAILER-2
           DISPLAY 'COV19SGP records READ: '      WS-PRIMARY-READ
           DISPLAY 'COV19SGA records READ: '      WS-ALTERNATE-READ
           DISPLAY 'COV19VPR precedence rows: '   WS-VPR-COUNT
           DISPLAY 'COUNTRY-DATES ARBITRATED: '   WS-DATES-ARBITRATED
           DISPLAY 'POSTED FROM PRIMARY: '        WS-POSTED-PRIMARY
           DISPLAY 'POSTED FROM ALTERNATE: '      WS-POSTED-ALTERNATE
           DISPLAY 'FALLBACKS TO OTHER VENDOR: '  WS-FALLBACKS
           DISPLAY 'BOTH VENDORS REPORTED: '      WS-BOTH-REPORTED
           DISPLAY 'VENDORS DIVERGED: '           WS-DIVERGED
           IF WS-DUPLICATES > 0
             DISPLAY 'DUPLICATE ROWS (LAST KEPT): ' WS-DUPLICATES
           END-IF
           IF WS-DIVERGED > 0
             MOVE 4                     TO WS-CONDITION
           END-IF
           .
      *
       CLOSE-STOP.
           PERFORM CLOSE-STAGED-FILES
           CLOSE        ARBITRATED-FILE
                        PRINT-LINE
           MOVE 'C'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           MOVE WS-CONDITION       TO RETURN-CODE
           GOBACK
           .
      *
       CLOSE-STAGED-FILES.
           IF WS-PRIMARY-ON-FILE
             CLOSE STAGE-PRIMARY
           END-IF
           IF WS-ALTERNATE-ON-FILE
             CLOSE STAGE-ALTERNATE
           END-IF
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
       LOAD-PRECEDENCE.
      *    THE TABLE IS OPTIONAL: WITHOUT IT EVERY COUNTRY TAKES THE
      *    DEFAULT VENDOR.  A ROW NAMING NEITHER P NOR A IS SKIPPED *
           OPEN INPUT PRECEDENCE-FILE
           IF WS-PRECEDENCE-STATUS > 0
             DISPLAY '*** WARNING NO COV19VPR FILE, STATUS: '
                     WS-PRECEDENCE-STATUS
             DISPLAY '*** ALL COUNTRIES PREFER VENDOR: '
                     WS-DEFAULT-VENDOR
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE                   TO LASTREC
           PERFORM READ-PRECEDENCE
           PERFORM UNTIL LASTREC = 'Y'
             INSPECT VPR-CODE
                CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
             EVALUATE TRUE
               WHEN VPR-VENDOR NOT = 'P' AND VPR-VENDOR NOT = 'A'
                 DISPLAY '*** COV19VPR ROW IGNORED: ' PRECEDENCE-REC
               WHEN WS-VPR-COUNT NOT < 300
                 DISPLAY '*** COV19VPR TABLE FULL, IGNORED: '
                         PRECEDENCE-REC
               WHEN OTHER
                 ADD 1                  TO WS-VPR-COUNT
                 MOVE VPR-CODE          TO WS-VPR-CODE-T (WS-VPR-COUNT)
                 MOVE VPR-VENDOR
                                      TO WS-VPR-VENDOR-T (WS-VPR-COUNT)
             END-EVALUATE
             PERFORM READ-PRECEDENCE
           END-PERFORM
           CLOSE PRECEDENCE-FILE
           MOVE SPACE                   TO LASTREC
           .
      *
       READ-PRECEDENCE.
           READ PRECEDENCE-FILE
              AT END MOVE 'Y'           TO LASTREC
           END-READ
           .
      *
       RELEASE-STAGED.
      *    THE VENDOR IS TAKEN FROM THE FILE THE ROW CAME OFF, NOT
      *    TRUSTED FROM THE ROW ITSELF ****************************
           IF WS-PRIMARY-ON-FILE
             MOVE SPACE                 TO LASTREC
             PERFORM READ-PRIMARY
             PERFORM UNTIL LASTREC = 'Y'
               MOVE 'P'                 TO SP-VENDOR
               MOVE SP-DATE             TO SW-DATE
               MOVE SP-CODE             TO SW-CODE
               MOVE 'P'                 TO SW-VENDOR
               MOVE STAGE-PRIMARY-REC   TO SW-STAGED-ROW
               RELEASE SW-REC
               PERFORM READ-PRIMARY
             END-PERFORM
           END-IF
           IF WS-ALTERNATE-ON-FILE
             MOVE SPACE                 TO LASTREC
             PERFORM READ-ALTERNATE
             PERFORM UNTIL LASTREC = 'Y'
               MOVE 'A'                 TO SA-VENDOR
               MOVE SA-DATE             TO SW-DATE
               MOVE SA-CODE             TO SW-CODE
               MOVE 'A'                 TO SW-VENDOR
               MOVE STAGE-ALTERNATE-REC TO SW-STAGED-ROW
               RELEASE SW-REC
               PERFORM READ-ALTERNATE
             END-PERFORM
           END-IF
           .
      *
       READ-PRIMARY.
           READ STAGE-PRIMARY
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END   ADD 1 TO WS-PRIMARY-READ
           END-READ
           .
      *
       READ-ALTERNATE.
           READ STAGE-ALTERNATE
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END   ADD 1 TO WS-ALTERNATE-READ
           END-READ
           .
      *
       ARBITRATE-DATES.
           PERFORM RETURN-SORTED-ROW
           PERFORM UNTIL WS-SORT-DONE
             MOVE SW-CODE               TO WS-GRP-CODE
             MOVE SW-DATE               TO WS-GRP-DATE
             MOVE 'N'                   TO WS-HAVE-PRIMARY
                                           WS-HAVE-ALTERNATE
             PERFORM UNTIL WS-SORT-DONE
                        OR SW-CODE NOT = WS-GRP-CODE
                        OR SW-DATE NOT = WS-GRP-DATE
      *        A VENDOR SENDING THE SAME COUNTRY-DATE TWICE: THE
      *        LATER ROW IN ITS FILE WINS, AS IT WOULD ON POSTING *
               IF SW-VENDOR = 'P'
                 IF WS-PRIMARY-SENT
                   ADD 1                TO WS-DUPLICATES
                 END-IF
                 MOVE 'Y'               TO WS-HAVE-PRIMARY
                 MOVE SW-STAGED-ROW     TO WS-PRI-REC
               ELSE
                 IF WS-ALTERNATE-SENT
                   ADD 1                TO WS-DUPLICATES
                 END-IF
                 MOVE 'Y'               TO WS-HAVE-ALTERNATE
                 MOVE SW-STAGED-ROW     TO WS-ALT-REC
               END-IF
               PERFORM RETURN-SORTED-ROW
             END-PERFORM
             PERFORM ARBITRATE-COUNTRY-DATE
           END-PERFORM
           .
      *
       RETURN-SORTED-ROW.
           RETURN SORT-WORK-FILE
                AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN
           .
      *
       ARBITRATE-COUNTRY-DATE.
           ADD 1                        TO WS-DATES-ARBITRATED
           PERFORM FIND-PREFERRED-VENDOR
           IF WS-PRIMARY-SENT AND WS-ALTERNATE-SENT
             ADD 1                      TO WS-BOTH-REPORTED
             PERFORM COMPARE-VENDORS
           END-IF
      *
           EVALUATE TRUE
             WHEN WS-GRP-PREFERRED = 'P' AND WS-PRIMARY-SENT
               MOVE WS-PRI-REC          TO ARBITRATED-REC
               MOVE 'N'                 TO AR-FALLBACK
             WHEN WS-GRP-PREFERRED = 'A' AND WS-ALTERNATE-SENT
               MOVE WS-ALT-REC          TO ARBITRATED-REC
               MOVE 'N'                 TO AR-FALLBACK
             WHEN WS-PRIMARY-SENT
               MOVE WS-PRI-REC          TO ARBITRATED-REC
               MOVE 'Y'                 TO AR-FALLBACK
             WHEN OTHER
               MOVE WS-ALT-REC          TO ARBITRATED-REC
               MOVE 'Y'                 TO AR-FALLBACK
           END-EVALUATE
           IF AR-FALLBACK-USED
             ADD 1                      TO WS-FALLBACKS
           END-IF
           IF AR-VENDOR-PRIMARY
             ADD 1                      TO WS-POSTED-PRIMARY
           ELSE
             ADD 1                      TO WS-POSTED-ALTERNATE
           END-IF
           WRITE ARBITRATED-REC
           IF WS-ARBITRATED-STATUS > 0
             DISPLAY '*** Error writing COV19ARB: '
                     WS-ARBITRATED-STATUS
           END-IF
           .
      *
       FIND-PREFERRED-VENDOR.
           MOVE WS-DEFAULT-VENDOR       TO WS-GRP-PREFERRED
           PERFORM VARYING WS-VPR-SUB FROM 1 BY 1
                   UNTIL WS-VPR-SUB > WS-VPR-COUNT
             IF WS-VPR-CODE-T (WS-VPR-SUB) = WS-GRP-CODE
               MOVE WS-VPR-VENDOR-T (WS-VPR-SUB) TO WS-GRP-PREFERRED
             END-IF
           END-PERFORM
           .
      *
       COMPARE-VENDORS.
           MOVE 'N'                     TO WS-CONF-OFF
                                           WS-DEATH-OFF
           MOVE PRI-NEW-CONFIRMED       TO WS-CMP-PREFERRED
           MOVE ALT-NEW-CONFIRMED       TO WS-CMP-OTHER
           PERFORM CHECK-TOLERANCE
           IF WS-CMP-OUTSIDE
             MOVE 'Y'                   TO WS-CONF-OFF
           END-IF
           MOVE PRI-TOTAL-CONFIRMED     TO WS-CMP-PREFERRED
           MOVE ALT-TOTAL-CONFIRMED     TO WS-CMP-OTHER
           PERFORM CHECK-TOLERANCE
           IF WS-CMP-OUTSIDE
             MOVE 'Y'                   TO WS-CONF-OFF
           END-IF
           MOVE PRI-NEW-DEATHS          TO WS-CMP-PREFERRED
           MOVE ALT-NEW-DEATHS          TO WS-CMP-OTHER
           PERFORM CHECK-TOLERANCE
           IF WS-CMP-OUTSIDE
             MOVE 'Y'                   TO WS-DEATH-OFF
           END-IF
           MOVE PRI-TOTAL-DEATHS        TO WS-CMP-PREFERRED
           MOVE ALT-TOTAL-DEATHS        TO WS-CMP-OTHER
           PERFORM CHECK-TOLERANCE
           IF WS-CMP-OUTSIDE
             MOVE 'Y'                   TO WS-DEATH-OFF
           END-IF
      *
           IF WS-CONF-DIFFERS OR WS-DEATH-DIFFERS
             ADD 1                      TO WS-DIVERGED
             PERFORM WRITE-FINDING-LINES
           END-IF
           .
      *
       CHECK-TOLERANCE.
      *    THE FIGURES ARRIVE PRIMARY-FIRST; THE ALLOWED GAP IS
      *    TOLERANCE PERCENT OF WHICHEVER VENDOR IS PREFERRED *****
           MOVE 'N'                     TO WS-CMP-RESULT
           IF WS-GRP-PREFERRED = 'A'
             MOVE WS-CMP-OTHER          TO WS-CMP-DIFF
             MOVE WS-CMP-PREFERRED      TO WS-CMP-OTHER
             MOVE WS-CMP-DIFF           TO WS-CMP-PREFERRED
           END-IF
           COMPUTE WS-CMP-DIFF = WS-CMP-OTHER - WS-CMP-PREFERRED
           IF WS-CMP-DIFF < 0
             COMPUTE WS-CMP-DIFF = 0 - WS-CMP-DIFF
           END-IF
           COMPUTE WS-CMP-ALLOWED =
               WS-CMP-PREFERRED * WS-TOLERANCE-PCT / 100
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
           MOVE WS-GRP-PREFERRED        TO PREFERRED-O
           MOVE 'CONF'                  TO SERIES-O
           MOVE PRI-NEW-CONFIRMED       TO PRI-NEW-O
           MOVE ALT-NEW-CONFIRMED       TO ALT-NEW-O
           MOVE PRI-TOTAL-CONFIRMED     TO PRI-TOTAL-O
           MOVE ALT-TOTAL-CONFIRMED     TO ALT-TOTAL-O
           COMPUTE WS-CMP-DIFF =
               PRI-TOTAL-CONFIRMED - ALT-TOTAL-CONFIRMED
           MOVE WS-CMP-DIFF             TO TOTAL-DIFF-O
           IF WS-CONF-DIFFERS
             MOVE '*DIVERGE*'           TO FINDING-O
           END-IF
           WRITE PRINT-REC
      *
           MOVE SPACES                  TO PRINT-REC
           MOVE 'DEATH'                 TO SERIES-O
           MOVE PRI-NEW-DEATHS          TO PRI-NEW-O
           MOVE ALT-NEW-DEATHS          TO ALT-NEW-O
           MOVE PRI-TOTAL-DEATHS        TO PRI-TOTAL-O
           MOVE ALT-TOTAL-DEATHS        TO ALT-TOTAL-O
           COMPUTE WS-CMP-DIFF =
               PRI-TOTAL-DEATHS - ALT-TOTAL-DEATHS
           MOVE WS-CMP-DIFF             TO TOTAL-DIFF-O
           IF WS-DEATH-DIFFERS
             MOVE '*DIVERGE*'           TO FINDING-O
           END-IF
           WRITE PRINT-REC
           ADD 2                        TO WS-PG-WRITTEN-LINES
           .
      *
       GET-PARAMETERS.
           MOVE 2                  TO WS-PARM-COUNT
           MOVE 'DEFAULT'          TO WS-PARM-KEYWORD (1)
           MOVE 'P'                TO WS-PARM-VALUE (1)
           MOVE 'TOLERANCE'        TO WS-PARM-KEYWORD (2)
           MOVE SPACES             TO WS-PARM-VALUE (2)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           MOVE WS-PARM-VALUE (1) (1:1) TO WS-DEFAULT-VENDOR
           IF WS-DEFAULT-VENDOR = 'P' OR WS-DEFAULT-VENDOR = 'A'
             CONTINUE
           ELSE
             DISPLAY '*** ERROR DEFAULT is not P or A'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           IF WS-PARM-VALUE (2) NOT = SPACES
             MOVE ZEROS            TO WS-NUM-CTL
             MOVE SPACES           TO WS-NUM-VALUE
             UNSTRING WS-PARM-VALUE (2)
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
           MOVE 'COV1961'          TO WS-RC-PROGRAM
           MOVE SPACES             TO WS-RC-DATE
           CALL 'COVRNCTL'      USING WS-RC-COMM-AREA
           .
