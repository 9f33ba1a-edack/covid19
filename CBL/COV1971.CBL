      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1971.
       AUTHOR.        Georges B.
      *Cross-Feed Plausibility Audit On The Load Date ...
      *Each loader edits only its own feed; this audit runs after
      *the loads and holds every COUNTRYS country's rows for the
      *load date against each other:
      *  PL01 VACCINED FULLY-VAXED above COUNTRYX POPULATION
      *  PL02 TESTINGD TOTAL-TESTS below COVID19D TOTAL-CONFIRMED
      *  PL03 COVID19D TOTAL-CONFIRMED above COUNTRYX POPULATION
      *  PL04 VACCINED row for a country COUNTRYS marks inactive
      *  PL05 TESTINGD row for a country COUNTRYS marks inactive
      *A rule is only tested when both sides are on file: no
      *COUNTRYX row or a zero population skips PL01/PL03, a
      *country with no testing row for the date skips PL02.  An
      *inactive country is one with status I whose INACTIVE-DATE
      *is zero or not after the load date.  A feed file that
      *cannot be opened is reported and its rules are skipped.
      *Every violation is printed with the figures involved and
      *written to COV19PLA (rebuilt each run, like COV19REJ) for
      *the COV1921 health digest to count.
      *Return code 4 when any violation was found, 16 when
      *COUNTRYS, COVID19D or COV19PLA cannot be opened or
      *COV19PLA cannot be written.
      *Parameters: ASOFDATE=YYYYMMDD (blank = CTL-MAX-DATE from
      *the COV19CTL control record).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE.
      *
           SELECT COUNTRYS-FILE ASSIGN TO COUNTRYS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS C-CODE
              FILE STATUS    IS WS-COUNTRYS-STATUS
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
           SELECT COUNTRYX-FILE ASSIGN TO COUNTRYX
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS CX-CODE
              FILE STATUS    IS WS-COUNTRYX-STATUS
           .
      *
           SELECT VACCINED-FILE ASSIGN TO VACCINED
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS VX-CODE-DATE
              FILE STATUS    IS WS-VACCINED-STATUS
           .
      *
           SELECT TESTINGD-FILE ASSIGN TO TESTINGD
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS TS-CODE-DATE
              FILE STATUS    IS WS-TESTINGD-STATUS
           .
      *
           SELECT PLAUS-FILE ASSIGN COV19PLA
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-PLAUS-STATUS
           .
      *
           SELECT LOAD-CONTROL ASSIGN TO COV19CTL
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-CONTROL-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                 PIC X(132).
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING ==:TAG1:== BY ==COUNTRYS==
                               ==:TAG2:== BY ==C==.
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING ==:TAG1:== BY ==COVID19D==
                               ==:TAG2:== BY ==CV==.
      *
       FD  COUNTRYX-FILE.
       COPY COUNTRYX REPLACING ==:TAG1:== BY ==COUNTRYX==
                               ==:TAG2:== BY ==CX==.
      *
       FD  VACCINED-FILE.
       COPY VACCINED REPLACING ==:TAG1:== BY ==VACCINED==
                               ==:TAG2:== BY ==VX==.
      *
       FD  TESTINGD-FILE.
       COPY TESTINGD REPLACING ==:TAG1:== BY ==TESTINGD==
                               ==:TAG2:== BY ==TS==.
      *
       FD  PLAUS-FILE
           RECORDING MODE IS F
           .
       COPY COVPLAUS REPLACING ==:TAG1:== BY ==PLAUS==
                               ==:TAG2:== BY ==PL==.
      *
       FD  LOAD-CONTROL
           RECORDING MODE IS F
           .
       01  LOAD-CONTROL-REC.
           03 CTL-MAX-DATE          PIC 9(08).
           03 FILLER                PIC X(01).
           03 CTL-DATE-RECS         PIC 9(05).
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-FILES-STATUS.
           03 WS-COUNTRYS-STATUS   PIC 99 VALUE ZEROS.
           03 WS-COVID19D-STATUS   PIC 99 VALUE ZEROS.
           03 WS-COUNTRYX-STATUS   PIC 99 VALUE ZEROS.
           03 WS-VACCINED-STATUS   PIC 99 VALUE ZEROS.
           03 WS-TESTINGD-STATUS   PIC 99 VALUE ZEROS.
           03 WS-PLAUS-STATUS      PIC 99 VALUE ZEROS.
           03 WS-CONTROL-STATUS    PIC 99 VALUE ZEROS.
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-PAGE-BREAK        PIC 9(02) VALUE 65.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
      *    A FEED THAT WOULD NOT OPEN HAS ITS RULES SKIPPED ******
           03 WS-COUNTRYX-AVAIL    PIC X VALUE 'N'.
            88 WS-COUNTRYX-ON-FILE VALUE 'Y'.
           03 WS-VACCINED-AVAIL    PIC X VALUE 'N'.
            88 WS-VACCINED-ON-FILE VALUE 'Y'.
           03 WS-TESTINGD-AVAIL    PIC X VALUE 'N'.
            88 WS-TESTINGD-ON-FILE VALUE 'Y'.
      *    PER-COUNTRY: WHICH ROWS EXIST FOR THE LOAD DATE *******
           03 WS-CX-FOUND          PIC X VALUE 'N'.
            88 WS-CX-REC-FOUND     VALUE 'Y'.
           03 WS-CV-FOUND          PIC X VALUE 'N'.
            88 WS-CV-REC-FOUND     VALUE 'Y'.
           03 WS-VX-FOUND          PIC X VALUE 'N'.
            88 WS-VX-REC-FOUND     VALUE 'Y'.
           03 WS-TS-FOUND          PIC X VALUE 'N'.
            88 WS-TS-REC-FOUND     VALUE 'Y'.
           03 WS-COUNTRY-INACTIVE  PIC X VALUE 'N'.
            88 WS-COUNTRY-IS-INACTIVE VALUE 'Y'.
           03 WS-PLAUS-WRITE-ERROR PIC X VALUE 'N'.
            88 WS-PLAUS-WRITE-FAILED VALUE 'Y'.
           03 WS-CONDITION         PIC 9(02) VALUE ZEROS.
      *
       01  WS-PARMS.
           03 WS-AS-OF-DATE-NUM    PIC 9(08) VALUE ZEROS.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVRNCOM     REPLACING ==:TAG:==      BY ==WS-RC==.
      *
      *    RULE TEXTS, IN RULE-NUMBER ORDER ***********************
       01  WS-RULE-TABLE-INIT.
           03 FILLER               PIC X(40) VALUE
                'PL01FULLY VACCINATED ABOVE POPULATION'.
           03 FILLER               PIC X(40) VALUE
                'PL02TOTAL TESTS BELOW TOTAL CONFIRMED'.
           03 FILLER               PIC X(40) VALUE
                'PL03TOTAL CONFIRMED ABOVE POPULATION'.
           03 FILLER               PIC X(40) VALUE
                'PL04VACCINATIONS FOR INACTIVE COUNTRY'.
           03 FILLER               PIC X(40) VALUE
                'PL05TESTS FOR INACTIVE COUNTRY'.
       01  WS-RULE-TABLE REDEFINES WS-RULE-TABLE-INIT.
           03 WS-RULE-ENTRY        OCCURS 5.
              05 WS-RULE-ID        PIC X(04).
              05 WS-RULE-TEXT      PIC X(36).
      *
       01  WS-WORK.
           03 WS-RULE-SUB          PIC 9(02) COMP.
           03 WS-POPULATION        PIC 9(11).
           03 WS-VIOL-FEED-1       PIC X(08).
           03 WS-VIOL-FIELD-1      PIC X(15).
           03 WS-VIOL-VALUE-1      PIC 9(11).
           03 WS-VIOL-FEED-2       PIC X(08).
           03 WS-VIOL-FIELD-2      PIC X(15).
           03 WS-VIOL-VALUE-2      PIC 9(11).
           03 WS-EDIT-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  COUNTERS.
           03 WS-COUNTRIES-READ    PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-COUNTRIES-CHECKED PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-COUNTRIES-NO-ROWS PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-COUNTRIES-FLAGGED PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-NO-POPULATION     PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-VIOLATIONS        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-RULE-COUNT        PIC 9(05) COMP-3 OCCURS 5.
           03 WS-COUNTRY-VIOLS     PIC 9(02) COMP-3 VALUE ZEROES.
           03 WS-PG-WRITTEN-LINES  PIC 9(02) VALUE ZEROS.
           03 WS-PAGE-NUMBER       PIC 9(05) VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-HEADER-1.
           03 FILLER               PIC X(16) VALUE 'COV1971'.
           03 TITLE-1              PIC X(40) VALUE
                '*** CROSS-FEED PLAUSIBILITY AUDIT *** '.
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
           03 FILLER               PIC X(11) VALUE 'LOAD DATE: '.
           03 LOAD-DATE-1B         PIC 9(08).
      *
       01  WS-HEADER-2.
           03 FILLER               PIC X(07) VALUE 'CODE'.
           03 FILLER               PIC X(26) VALUE 'COUNTRY'.
           03 FILLER               PIC X(06) VALUE 'RULE'.
           03 FILLER               PIC X(38) VALUE 'VIOLATION'.
           03 FILLER               PIC X(25) VALUE 'FIGURE'.
           03 FILLER               PIC X(25) VALUE 'HELD AGAINST'.
      *
       01  WS-HEADER-3.
           03 FILLER               PIC X(05) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(24) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(04) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(36) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(23) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(23) VALUE ALL '='.
      *
       01  WS-VIOLATION-LINE.
           03 CODE-O               PIC X(05).
           03 FILLER               PIC X(02).
           03 NAME-O               PIC X(24).
           03 FILLER               PIC X(02).
           03 RULE-O               PIC X(04).
           03 FILLER               PIC X(02).
           03 RULE-TEXT-O          PIC X(36).
           03 FILLER               PIC X(02).
           03 FIELD-1-O            PIC X(09).
           03 VALUE-1-O            PIC X(14).
           03 FILLER               PIC X(02).
           03 FIELD-2-O            PIC X(09).
           03 VALUE-2-O            PIC X(14).
      *
       01  WS-TRAILER-1.
           03 FILLER               PIC X(26) VALUE
                        '*** COUNTRIES READ:       '.
           03 READ-O               PIC ZZ,ZZ9.
           03 FILLER               PIC X(12) VALUE '  CHECKED: '.
           03 CHECKED-O            PIC ZZ,ZZ9.
           03 FILLER               PIC X(12) VALUE '  FLAGGED: '.
           03 FLAGGED-O            PIC ZZ,ZZ9.
           03 FILLER               PIC X(04) VALUE ' ***'.
      *
       01  WS-TRAILER-2.
           03 FILLER               PIC X(26) VALUE
                        '*** VIOLATIONS:           '.
           03 VIOLATIONS-O         PIC ZZ,ZZ9.
           03 TRAILER-RULE-O       OCCURS 5.
              05 FILLER            PIC X(02).
              05 T-RULE-ID-O       PIC X(04).
              05 FILLER            PIC X(02).
              05 T-RULE-COUNT-O    PIC ZZ,ZZ9.
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
           IF WS-AS-OF-DATE-NUM = ZEROS
             PERFORM FIND-MAX-DATE
             IF WS-AS-OF-DATE-NUM = ZEROS
               DISPLAY '*** NO CONTROL RECORD AND NO ASOFDATE, '
                       'NOTHING TO AUDIT'
               MOVE 4             TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           DISPLAY '*** WS-AS-OF-DATE-NUM: ' WS-AS-OF-DATE-NUM
           OPEN INPUT  COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS > 0
             DISPLAY '*** ERROR OPENING COUNTRYS-STATUS: '
                     WS-COUNTRYS-STATUS
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT  COVID19D-FILE
           IF WS-COVID19D-STATUS > 0
             DISPLAY '*** ERROR OPENING COVID19D-STATUS: '
                     WS-COVID19D-STATUS
             CLOSE COUNTRYS-FILE
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT PLAUS-FILE
           IF WS-PLAUS-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19PLA-STATUS: '
                     WS-PLAUS-STATUS
             CLOSE COUNTRYS-FILE
                   COVID19D-FILE
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
      *    A MISSING SIDE FEED ONLY SKIPS ITS OWN RULES ***********
           OPEN INPUT  COUNTRYX-FILE
           IF WS-COUNTRYX-STATUS = 00
             MOVE 'Y'             TO WS-COUNTRYX-AVAIL
           ELSE
             DISPLAY '*** WARNING COUNTRYX NOT AVAILABLE, STATUS: '
                     WS-COUNTRYX-STATUS ', PL01/PL03 SKIPPED'
           END-IF
           OPEN INPUT  VACCINED-FILE
           IF WS-VACCINED-STATUS = 00
             MOVE 'Y'             TO WS-VACCINED-AVAIL
           ELSE
             DISPLAY '*** WARNING VACCINED NOT AVAILABLE, STATUS: '
                     WS-VACCINED-STATUS ', PL01/PL04 SKIPPED'
           END-IF
           OPEN INPUT  TESTINGD-FILE
           IF WS-TESTINGD-STATUS = 00
             MOVE 'Y'             TO WS-TESTINGD-AVAIL
           ELSE
             DISPLAY '*** WARNING TESTINGD NOT AVAILABLE, STATUS: '
                     WS-TESTINGD-STATUS ', PL02/PL05 SKIPPED'
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE 'S'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 5
             MOVE ZEROS           TO WS-RULE-COUNT (WS-RULE-SUB)
           END-PERFORM
           PERFORM WRITE-HEADERS
           .
      *
       AUDIT-COUNTRIES.
           MOVE SPACE                   TO LASTREC
           PERFORM READ-COUNTRYS
           PERFORM UNTIL LASTREC = 'Y'
             PERFORM CHECK-COUNTRY
             PERFORM READ-COUNTRYS
           END-PERFORM
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           MOVE WS-COUNTRIES-READ       TO READ-O
           MOVE WS-COUNTRIES-CHECKED    TO CHECKED-O
           MOVE WS-COUNTRIES-FLAGGED    TO FLAGGED-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           MOVE WS-VIOLATIONS           TO VIOLATIONS-O
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 5
             MOVE WS-RULE-ID (WS-RULE-SUB)
                                        TO T-RULE-ID-O (WS-RULE-SUB)
             MOVE WS-RULE-COUNT (WS-RULE-SUB)
                                     TO T-RULE-COUNT-O (WS-RULE-SUB)
           END-PERFORM
           WRITE PRINT-REC            FROM WS-TRAILER-2
           DISPLAY 'COUNTRYS countries READ: '    WS-COUNTRIES-READ
           DISPLAY 'COUNTRIES WITH ROWS CHECKED: ' WS-COUNTRIES-CHECKED
           DISPLAY 'COUNTRIES WITH NO ROWS: '     WS-COUNTRIES-NO-ROWS
           DISPLAY 'COUNTRIES WITH NO POPULATION: ' WS-NO-POPULATION
           DISPLAY 'COUNTRIES FLAGGED: '          WS-COUNTRIES-FLAGGED
           DISPLAY 'COV19PLA violations WRITTEN: ' WS-VIOLATIONS
           EVALUATE TRUE
             WHEN WS-PLAUS-WRITE-FAILED
               MOVE 16                  TO WS-CONDITION
             WHEN WS-VIOLATIONS > 0
               MOVE 4                   TO WS-CONDITION
           END-EVALUATE
           .
      *
       CLOSE-STOP.
           CLOSE        COUNTRYS-FILE
                        COVID19D-FILE
                        PLAUS-FILE
                        PRINT-LINE
           IF WS-COUNTRYX-ON-FILE
             CLOSE COUNTRYX-FILE
           END-IF
           IF WS-VACCINED-ON-FILE
             CLOSE VACCINED-FILE
           END-IF
           IF WS-TESTINGD-ON-FILE
             CLOSE TESTINGD-FILE
           END-IF
           MOVE 'C'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           MOVE WS-CONDITION       TO RETURN-CODE
           GOBACK
           .
      *
       READ-COUNTRYS.
           READ COUNTRYS-FILE NEXT RECORD
             AT END MOVE 'Y'            TO LASTREC
             NOT AT END ADD 1           TO WS-COUNTRIES-READ
           END-READ
           .
      *
       FIND-MAX-DATE.
      *    THE COV19CTL CONTROL RECORD COV1901 MAINTAINS CARRIES
      *    THE HIGHEST LOADED DATE *********************************
           OPEN INPUT LOAD-CONTROL
           IF WS-CONTROL-STATUS = 00
             READ LOAD-CONTROL
               AT END CONTINUE
               NOT AT END
                 IF CTL-MAX-DATE NUMERIC AND CTL-MAX-DATE > 0
                   MOVE CTL-MAX-DATE TO WS-AS-OF-DATE-NUM
                 END-IF
             END-READ
             CLOSE LOAD-CONTROL
           END-IF
           .
      *
       CHECK-COUNTRY.
           PERFORM READ-COUNTRY-ROWS
           IF NOT WS-CV-REC-FOUND
              AND NOT WS-VX-REC-FOUND
              AND NOT WS-TS-REC-FOUND
             ADD 1                      TO WS-COUNTRIES-NO-ROWS
             EXIT PARAGRAPH
           END-IF
           ADD 1                        TO WS-COUNTRIES-CHECKED
           MOVE ZEROS                   TO WS-COUNTRY-VIOLS
      *    DECOMMISSIONED BY THE LOAD DATE ***********************
           MOVE 'N'                     TO WS-COUNTRY-INACTIVE
           IF C-INACTIVE
              AND (C-INACTIVE-DATE = ZEROS
                   OR C-INACTIVE-DATE <= WS-AS-OF-DATE-NUM)
             MOVE 'Y'                   TO WS-COUNTRY-INACTIVE
           END-IF
           IF NOT WS-CX-REC-FOUND
             ADD 1                      TO WS-NO-POPULATION
           END-IF
      *
           IF WS-VX-REC-FOUND AND WS-CX-REC-FOUND
              AND VX-FULLY-VAXED > WS-POPULATION
             MOVE 1                     TO WS-RULE-SUB
             MOVE 'VACCINED'            TO WS-VIOL-FEED-1
             MOVE 'FULLY-VAXED'         TO WS-VIOL-FIELD-1
             MOVE VX-FULLY-VAXED        TO WS-VIOL-VALUE-1
             MOVE 'COUNTRYX'            TO WS-VIOL-FEED-2
             MOVE 'POPULATION'          TO WS-VIOL-FIELD-2
             MOVE WS-POPULATION         TO WS-VIOL-VALUE-2
             PERFORM WRITE-VIOLATION
           END-IF
           IF WS-TS-REC-FOUND AND WS-CV-REC-FOUND
              AND TS-TOTAL-TESTS < CV-TOTAL-CONFIRMED
             MOVE 2                     TO WS-RULE-SUB
             MOVE 'TESTINGD'            TO WS-VIOL-FEED-1
             MOVE 'TOTAL-TESTS'         TO WS-VIOL-FIELD-1
             MOVE TS-TOTAL-TESTS        TO WS-VIOL-VALUE-1
             MOVE 'COVID19D'            TO WS-VIOL-FEED-2
             MOVE 'TOTAL-CONFIRMED'     TO WS-VIOL-FIELD-2
             MOVE CV-TOTAL-CONFIRMED    TO WS-VIOL-VALUE-2
             PERFORM WRITE-VIOLATION
           END-IF
           IF WS-CV-REC-FOUND AND WS-CX-REC-FOUND
              AND CV-TOTAL-CONFIRMED > WS-POPULATION
             MOVE 3                     TO WS-RULE-SUB
             MOVE 'COVID19D'            TO WS-VIOL-FEED-1
             MOVE 'TOTAL-CONFIRMED'     TO WS-VIOL-FIELD-1
             MOVE CV-TOTAL-CONFIRMED    TO WS-VIOL-VALUE-1
             MOVE 'COUNTRYX'            TO WS-VIOL-FEED-2
             MOVE 'POPULATION'          TO WS-VIOL-FIELD-2
             MOVE WS-POPULATION         TO WS-VIOL-VALUE-2
             PERFORM WRITE-VIOLATION
           END-IF
           IF WS-VX-REC-FOUND AND WS-COUNTRY-IS-INACTIVE
             MOVE 4                     TO WS-RULE-SUB
             MOVE 'VACCINED'            TO WS-VIOL-FEED-1
             MOVE 'DOSES-ADMIN'         TO WS-VIOL-FIELD-1
             MOVE VX-DOSES-ADMIN        TO WS-VIOL-VALUE-1
             MOVE 'COUNTRYS'            TO WS-VIOL-FEED-2
             MOVE 'INACTIVE-DATE'       TO WS-VIOL-FIELD-2
             MOVE C-INACTIVE-DATE       TO WS-VIOL-VALUE-2
             PERFORM WRITE-VIOLATION
           END-IF
           IF WS-TS-REC-FOUND AND WS-COUNTRY-IS-INACTIVE
             MOVE 5                     TO WS-RULE-SUB
             MOVE 'TESTINGD'            TO WS-VIOL-FEED-1
             MOVE 'NEW-TESTS'           TO WS-VIOL-FIELD-1
             MOVE TS-NEW-TESTS          TO WS-VIOL-VALUE-1
             MOVE 'COUNTRYS'            TO WS-VIOL-FEED-2
             MOVE 'INACTIVE-DATE'       TO WS-VIOL-FIELD-2
             MOVE C-INACTIVE-DATE       TO WS-VIOL-VALUE-2
             PERFORM WRITE-VIOLATION
           END-IF
           IF WS-COUNTRY-VIOLS > 0
             ADD 1                      TO WS-COUNTRIES-FLAGGED
           END-IF
           .
      *
       READ-COUNTRY-ROWS.
      *    THE COUNTRY'S ROW ON EACH FEED FOR THE LOAD DATE *******
           MOVE 'N'                     TO WS-CX-FOUND
                                           WS-CV-FOUND
                                           WS-VX-FOUND
                                           WS-TS-FOUND
           MOVE ZEROS                   TO WS-POPULATION
           IF WS-COUNTRYX-ON-FILE
             MOVE C-CODE                TO CX-CODE
             READ COUNTRYX-FILE
               INVALID KEY     CONTINUE
               NOT INVALID KEY
                 IF CX-POPULATION > 0
                   MOVE 'Y'             TO WS-CX-FOUND
                   MOVE CX-POPULATION   TO WS-POPULATION
                 END-IF
             END-READ
           END-IF
           MOVE C-CODE                  TO CV-CODE
           MOVE WS-AS-OF-DATE-NUM       TO CV-DATE
           READ COVID19D-FILE
             INVALID KEY     CONTINUE
             NOT INVALID KEY MOVE 'Y'   TO WS-CV-FOUND
           END-READ
           IF WS-VACCINED-ON-FILE
             MOVE C-CODE                TO VX-CODE
             MOVE WS-AS-OF-DATE-NUM     TO VX-DATE
             READ VACCINED-FILE
               INVALID KEY     CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-VX-FOUND
             END-READ
           END-IF
           IF WS-TESTINGD-ON-FILE
             MOVE C-CODE                TO TS-CODE
             MOVE WS-AS-OF-DATE-NUM     TO TS-DATE
             READ TESTINGD-FILE
               INVALID KEY     CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-TS-FOUND
             END-READ
           END-IF
           .
      *
       WRITE-VIOLATION.
           ADD 1                        TO WS-VIOLATIONS
           ADD 1                        TO WS-COUNTRY-VIOLS
           ADD 1                     TO WS-RULE-COUNT (WS-RULE-SUB)
      *
           MOVE SPACES                  TO PLAUS-REC
           MOVE WS-AS-OF-DATE-NUM       TO PL-LOAD-DATE
           MOVE C-CODE                  TO PL-CODE
           MOVE WS-RULE-ID (WS-RULE-SUB) TO PL-RULE
           MOVE WS-VIOL-FEED-1          TO PL-FEED-1
           MOVE WS-VIOL-FIELD-1         TO PL-FIELD-1
           MOVE WS-VIOL-VALUE-1         TO PL-VALUE-1
           MOVE WS-VIOL-FEED-2          TO PL-FEED-2
           MOVE WS-VIOL-FIELD-2         TO PL-FIELD-2
           MOVE WS-VIOL-VALUE-2         TO PL-VALUE-2
           WRITE PLAUS-REC
           IF WS-PLAUS-STATUS > 0
             DISPLAY '*** ERROR WRITING COV19PLA-STATUS: '
                     WS-PLAUS-STATUS
             MOVE 'Y'                   TO WS-PLAUS-WRITE-ERROR
           END-IF
      *
           ADD 1                        TO WS-PG-WRITTEN-LINES
           IF WS-PG-WRITTEN-LINES > WS-PAGE-BREAK
             PERFORM WRITE-HEADERS
           END-IF
           MOVE SPACES                  TO WS-VIOLATION-LINE
           MOVE C-CODE                  TO CODE-O
           MOVE C-NAME                  TO NAME-O
           MOVE WS-RULE-ID (WS-RULE-SUB)   TO RULE-O
           MOVE WS-RULE-TEXT (WS-RULE-SUB) TO RULE-TEXT-O
           MOVE WS-VIOL-FEED-1          TO FIELD-1-O
           MOVE WS-VIOL-VALUE-1         TO WS-EDIT-VALUE
           MOVE WS-EDIT-VALUE           TO VALUE-1-O
           MOVE WS-VIOL-FEED-2          TO FIELD-2-O
      *    AN INACTIVE-DATE PRINTS AS A DATE, NOT A COUNT *********
           IF WS-VIOL-FEED-2 = 'COUNTRYS'
             MOVE WS-VIOL-VALUE-2 (4:8) TO VALUE-2-O
           ELSE
             MOVE WS-VIOL-VALUE-2       TO WS-EDIT-VALUE
             MOVE WS-EDIT-VALUE         TO VALUE-2-O
           END-IF
           WRITE PRINT-REC            FROM WS-VIOLATION-LINE
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
           MOVE WS-AS-OF-DATE-NUM       TO LOAD-DATE-1B
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
           MOVE 'ASOFDATE'         TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-PARM-VALUE (1) = SPACES
             MOVE ZEROS            TO WS-AS-OF-DATE-NUM
           ELSE
             IF WS-PARM-VALUE (1) (1:8) NUMERIC
               MOVE WS-PARM-VALUE (1) (1:8) TO WS-AS-OF-DATE-NUM
             ELSE
               DISPLAY '*** ERROR ASOFDATE is not Numeric'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           .
      *
       REGISTER-RUN-CONTROL.
           MOVE 'COV1971'          TO WS-RC-PROGRAM
           STRING WS-AS-OF-DATE-NUM (1:4) '-'
                  WS-AS-OF-DATE-NUM (5:2) '-'
                  WS-AS-OF-DATE-NUM (7:2)
                  DELIMITED BY SIZE
                  INTO WS-RC-DATE
           END-STRING
           CALL 'COVRNCTL'      USING WS-RC-COMM-AREA
           .
