      *Daily Operations Health Digest ...
      *One-page morning digest over the three side files COV1901
      *produces: the run audit log (COV19AUD), the reject file
      *(COV19REJ) and the reconciliation exception file (COV19EXC),
      *plus the cross-feed plausibility exceptions COV1971 writes
      *(COV19PLA).
      *Last load date and counts, reject counts by reason code,
      *exception counts by field and by country, plausibility
      *violations by rule, each with a GREEN/AMBER/RED status
      *against operator thresholds.
      *Thresholds: LOADMIN (GREEN needs at least this many records
      *read, default 100), REJLIMIT (rejects above this are RED,
      *default 10), EXCLIMIT (exceptions above this are RED,
      *default 20), PLALIMIT (plausibility violations above this
      *are RED, default 5).  Anything between zero/minimum and the
      *limit is AMBER.
      *When the COV1951 housekeeping utility has trimmed the side
      *files, a LONG-RUN HISTORY section shows the rolled-up
      *monthly counts from COV19HST so the digest still carries
                    ORGANIZATION             IS LINE SEQUENTIAL
                    FILE STATUS              IS WS-EXCEPT-STATUS
           .
           SELECT PLAUS-FILE              ASSIGN COV19PLA
                    ORGANIZATION             IS LINE SEQUENTIAL
                    FILE STATUS              IS WS-PLAUS-STATUS
           .
           SELECT HISTORY-FILE            ASSIGN COV19HST
                    ORGANIZATION             IS LINE SEQUENTIAL
                    FILE STATUS              IS WS-HISTORY-STATUS
           03 EXC-NEW               PIC X(09).
           03 FILLER                PIC X(01).
           03 EXC-CURR-TOTAL        PIC X(09).
      *
       FD  PLAUS-FILE
           RECORDING MODE IS F
           .
       COPY COVPLAUS REPLACING ==:TAG1:== BY ==PLAUS==
                               ==:TAG2:== BY ==PL==.
      *
       FD  HISTORY-FILE
           RECORDING MODE IS F
           03 WS-AUDIT-STATUS      PIC 99 VALUE ZEROS.
           03 WS-REJECT-STATUS     PIC 99 VALUE ZEROS.
           03 WS-EXCEPT-STATUS     PIC 99 VALUE ZEROS.
           03 WS-PLAUS-STATUS      PIC 99 VALUE ZEROS.
           03 WS-HISTORY-STATUS    PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 WS-LOAD-MIN          PIC 9(05) VALUE 100.
           03 WS-REJ-LIMIT         PIC 9(05) VALUE 10.
           03 WS-EXC-LIMIT         PIC 9(05) VALUE 20.
           03 WS-PLA-LIMIT         PIC 9(05) VALUE 5.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
           03 WS-EXC-RECOVERED     PIC 9(05) VALUE ZEROS.
           03 WS-EXC-OTHER         PIC 9(05) VALUE ZEROS.
           03 WS-EXC-TOTAL         PIC 9(05) VALUE ZEROS.
      *
       01  WS-PLAUS-COUNTS.
           03 WS-PLA-LOAD-DATE     PIC 9(08) VALUE ZEROS.
           03 WS-PLA-0001          PIC 9(05) VALUE ZEROS.
           03 WS-PLA-0002          PIC 9(05) VALUE ZEROS.
           03 WS-PLA-0003          PIC 9(05) VALUE ZEROS.
           03 WS-PLA-0004          PIC 9(05) VALUE ZEROS.
           03 WS-PLA-0005          PIC 9(05) VALUE ZEROS.
           03 WS-PLA-TOTAL         PIC 9(05) VALUE ZEROS.
      *
       01  WS-EXC-COUNTRY-TABLE.
           03 WS-EXC-CTRY-USED     PIC 9(02) VALUE ZEROS.
           03 EXC-RECOV-O          PIC ZZ,ZZ9.
           03 FILLER               PIC X(08) VALUE '  OTHR: '.
           03 EXC-OTHER-O          PIC ZZ,ZZ9.
      *
       01  WS-PLA-LINE-1.
           03 FILLER               PIC X(17) VALUE 'PLAUSIB TOTAL: '.
           03 PLA-TOTAL-O          PIC ZZ,ZZ9.
           03 FILLER               PIC X(09) VALUE '  STATUS '.
           03 PLA-STATUS-O         PIC X(05).
           03 FILLER               PIC X(13) VALUE '  LOAD DATE: '.
           03 PLA-LOAD-DATE-O      PIC X(08).
      *
       01  WS-PLA-LINE-2.
           03 FILLER               PIC X(08) VALUE '  PL01: '.
           03 PLA-0001-O           PIC ZZ,ZZ9.
           03 FILLER               PIC X(08) VALUE '  PL02: '.
           03 PLA-0002-O           PIC ZZ,ZZ9.
           03 FILLER               PIC X(08) VALUE '  PL03: '.
           03 PLA-0003-O           PIC ZZ,ZZ9.
           03 FILLER               PIC X(08) VALUE '  PL04: '.
           03 PLA-0004-O           PIC ZZ,ZZ9.
           03 FILLER               PIC X(08) VALUE '  PL05: '.
           03 PLA-0005-O           PIC ZZ,ZZ9.
      *
       01  WS-EXC-CTRY-LINE.
           03 FILLER               PIC X(02).
           PERFORM DIGEST-AUDIT-LOG
           PERFORM DIGEST-REJECTS
           PERFORM DIGEST-EXCEPTIONS
           PERFORM DIGEST-PLAUSIBILITY
           PERFORM DIGEST-HISTORY
           CLOSE PRINT-LINE
           .
           .
      *
       GET-PARAMETERS.
           MOVE 4                  TO WS-PARM-COUNT
           MOVE 'LOADMIN'          TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'REJLIMIT'         TO WS-PARM-KEYWORD (2)
           MOVE SPACES             TO WS-PARM-VALUE (2)
           MOVE 'EXCLIMIT'         TO WS-PARM-KEYWORD (3)
           MOVE SPACES             TO WS-PARM-VALUE (3)
           MOVE 'PLALIMIT'         TO WS-PARM-KEYWORD (4)
           MOVE SPACES             TO WS-PARM-VALUE (4)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           IF WS-PARM-VALUE (4) NOT = SPACES
             MOVE ZEROS            TO WS-NUM-CTL
             MOVE SPACES           TO WS-NUM-VALUE
             UNSTRING WS-PARM-VALUE (4)
                 DELIMITED BY ' '
                 INTO WS-NUM-VALUE COUNT IN WS-NUM-CTL
             END-UNSTRING
             IF WS-NUM-CTL > 0 AND WS-NUM-CTL < 6
                AND WS-NUM-VALUE (1:WS-NUM-CTL) NUMERIC
               MOVE WS-NUM-VALUE (1:WS-NUM-CTL) TO WS-PLA-LIMIT
             ELSE
               DISPLAY '*** ERROR PLALIMIT is not Numeric'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           .
      *
       DIGEST-AUDIT-LOG.
                AT END       MOVE 'Y' TO LASTREC
           END-READ
           .
      *
       DIGEST-PLAUSIBILITY.
      *    COV1971 REBUILDS COV19PLA EACH RUN, SO EVERY ROW IS
      *    FROM THE LATEST AUDITED LOAD DATE ***********************
           MOVE SPACE               TO LASTREC
           OPEN INPUT PLAUS-FILE
           IF WS-PLAUS-STATUS = 00
             PERFORM READ-PLAUS-RECORD
             PERFORM UNTIL LASTREC = 'Y'
               ADD 1                TO WS-PLA-TOTAL
               MOVE PL-LOAD-DATE    TO WS-PLA-LOAD-DATE
               EVALUATE PL-RULE
                 WHEN 'PL01'
                   ADD 1            TO WS-PLA-0001
                 WHEN 'PL02'
                   ADD 1            TO WS-PLA-0002
                 WHEN 'PL03'
                   ADD 1            TO WS-PLA-0003
                 WHEN 'PL04'
                   ADD 1            TO WS-PLA-0004
                 WHEN 'PL05'
                   ADD 1            TO WS-PLA-0005
               END-EVALUATE
               PERFORM READ-PLAUS-RECORD
             END-PERFORM
             CLOSE PLAUS-FILE
           END-IF
      *
           EVALUATE TRUE
             WHEN WS-PLA-TOTAL = ZEROS
               MOVE 'GREEN'         TO WS-STATUS-WORD
             WHEN WS-PLA-TOTAL > WS-PLA-LIMIT
               MOVE 'RED'           TO WS-STATUS-WORD
             WHEN OTHER
               MOVE 'AMBER'         TO WS-STATUS-WORD
           END-EVALUATE
           WRITE PRINT-REC        FROM WS-SECTION-BLANK
           MOVE WS-PLA-TOTAL        TO PLA-TOTAL-O
           MOVE WS-STATUS-WORD      TO PLA-STATUS-O
           IF WS-PLA-LOAD-DATE > ZEROS
             MOVE WS-PLA-LOAD-DATE  TO PLA-LOAD-DATE-O
           ELSE
             MOVE SPACES            TO PLA-LOAD-DATE-O
           END-IF
           WRITE PRINT-REC        FROM WS-PLA-LINE-1
           MOVE WS-PLA-0001         TO PLA-0001-O
           MOVE WS-PLA-0002         TO PLA-0002-O
           MOVE WS-PLA-0003         TO PLA-0003-O
           MOVE WS-PLA-0004         TO PLA-0004-O
           MOVE WS-PLA-0005         TO PLA-0005-O
           WRITE PRINT-REC        FROM WS-PLA-LINE-2
           .
      *
       READ-PLAUS-RECORD.
           READ PLAUS-FILE
                AT END       MOVE 'Y' TO LASTREC
           END-READ
           .
      *
       COUNT-EXCEPT-COUNTRY.
           MOVE ZEROS               TO WS-CTRY-FOUND-SUB
