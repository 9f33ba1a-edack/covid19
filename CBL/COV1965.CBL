      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1965.
       AUTHOR.        Georges B.
      *Operator Authority And Access-Violation Report ...
      *For the auditors: the first section lists every operator
      *on the COV19OPA authority master with their status, the
      *authorities they hold and who last changed the row and
      *when; the second lists the denied attempts COVAUTH logged
      *on COV19AVL, oldest first, within the date range asked
      *for.  A missing violation log is reported as no
      *violations.
      *Return code 4 when any violation is listed, 16 when the
      *authority master cannot be read.
      *Parameters: DATEFROM=/DATETO=YYYYMMDD (default all dates).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE.
      *
           SELECT OPAUTH-FILE ASSIGN COV19OPA
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS OA-OPERATOR
              FILE STATUS    IS WS-OPAUTH-STATUS
           .
      *
           SELECT VIOLATION-LOG ASSIGN COV19AVL
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-VIOLATION-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                 PIC X(132).
      *
       FD  OPAUTH-FILE.
       COPY COVOPAUT REPLACING ==:TAG1:== BY ==OPAUTH==
                               ==:TAG2:== BY ==OA==.
      *
       FD  VIOLATION-LOG
           RECORDING MODE IS F
           .
       COPY COVVIOL  REPLACING ==:TAG1:== BY ==VIOLATION==
                               ==:TAG2:== BY ==AV==.
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-OPAUTH-STATUS        PIC 99 VALUE ZEROS.
       01  WS-VIOLATION-STATUS     PIC 99 VALUE ZEROS.
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-PAGE-BREAK        PIC 9(02) VALUE 65.
           03 WS-SECTION           PIC X VALUE 'O'.
      *    O=OPERATOR AUTHORITIES, V=ACCESS VIOLATIONS ***
            88 WS-SECTION-OPERATORS  VALUE 'O'.
            88 WS-SECTION-VIOLATIONS VALUE 'V'.
           03 WS-VIOLATION-AVAIL   PIC X VALUE 'N'.
            88 WS-VIOLATION-ON-FILE VALUE 'Y'.
           03 WS-CONDITION         PIC 9(02) VALUE ZEROS.
      *
       01  WS-PARMS.
           03 WS-DATE-FROM         PIC 9(08) VALUE ZEROS.
           03 WS-DATE-TO           PIC 9(08) VALUE 99999999.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVRNCOM     REPLACING ==:TAG:==      BY ==WS-RC==.
      *
       01  WS-WORK.
           03 WS-FN-SUB            PIC 9(02) COMP.
           03 WS-AV-DATE           PIC 9(08).
           03 WS-AV-DATE-X REDEFINES WS-AV-DATE.
              05 WS-AV-YEAR        PIC X(04).
              05 WS-AV-MONTH       PIC X(02).
              05 WS-AV-DAY         PIC X(02).
      *
       01  COUNTERS.
           03 WS-OPERATORS-READ    PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-OPERATORS-ACTIVE  PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-OPERATORS-SUSP    PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-ADMIN-HOLDERS     PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-VIOLATIONS-READ   PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-VIOLATIONS-LISTED PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-PG-WRITTEN-LINES  PIC 9(02) VALUE ZEROS.
           03 WS-PAGE-NUMBER       PIC 9(05) VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-HEADER-1.
           03 FILLER               PIC X(16) VALUE 'COV1965'.
           03 TITLE-1              PIC X(40) VALUE
                '*** OPERATOR AUTHORITY AUDIT *** '.
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
           03 SECTION-1B           PIC X(40).
      *
      *    OPERATOR SECTION ****************************************
       01  WS-HEADER-2O.
           03 FILLER               PIC X(08) VALUE 'OPERATOR'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(30) VALUE 'NAME'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(03) VALUE 'ST'.
           03 FILLER               PIC X(04) VALUE 'CAP'.
           03 FILLER               PIC X(04) VALUE 'APR'.
           03 FILLER               PIC X(04) VALUE 'RKY'.
           03 FILLER               PIC X(04) VALUE 'PRG'.
           03 FILLER               PIC X(04) VALUE 'RST'.
           03 FILLER               PIC X(04) VALUE 'RPL'.
           03 FILLER               PIC X(04) VALUE 'CAL'.
           03 FILLER               PIC X(04) VALUE 'ADM'.
           03 FILLER               PIC X(01).
           03 FILLER               PIC X(08) VALUE 'CHNG BY'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(19) VALUE 'CHANGED AT'.
      *
       01  WS-HEADER-3O.
           03 FILLER               PIC X(08) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(30) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(03) VALUE '=='.
           03 FILLER               PIC X(04) VALUE '==='.
           03 FILLER               PIC X(04) VALUE '==='.
           03 FILLER               PIC X(04) VALUE '==='.
           03 FILLER               PIC X(04) VALUE '==='.
           03 FILLER               PIC X(04) VALUE '==='.
           03 FILLER               PIC X(04) VALUE '==='.
           03 FILLER               PIC X(04) VALUE '==='.
           03 FILLER               PIC X(04) VALUE '==='.
           03 FILLER               PIC X(01).
           03 FILLER               PIC X(08) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(19) VALUE ALL '='.
      *
       01  WS-OPERATOR-LINE.
           03 OPERATOR-O           PIC X(08).
           03 FILLER               PIC X(02).
           03 NAME-O               PIC X(30).
           03 FILLER               PIC X(02).
           03 STATUS-O             PIC X(03).
           03 AUTH-GROUP-O.
              05 AUTH-ENTRY-O      OCCURS 8.
                 07 FILLER         PIC X(01).
                 07 AUTH-O         PIC X(01).
                 07 FILLER         PIC X(02).
           03 FILLER               PIC X(01).
           03 CHANGED-BY-O         PIC X(08).
           03 FILLER               PIC X(02).
           03 CHANGED-TS-O         PIC X(19).
      *
      *    VIOLATION SECTION ***************************************
       01  WS-HEADER-2V.
           03 FILLER               PIC X(19) VALUE 'ATTEMPTED AT'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE 'OPERATOR'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE 'PROGRAM'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE 'FUNCTION'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(24) VALUE 'REASON DENIED'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(40) VALUE 'ASKED FOR'.
      *
       01  WS-HEADER-3V.
           03 FILLER               PIC X(19) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(24) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(40) VALUE ALL '='.
      *
       01  WS-VIOLATION-LINE.
           03 ATTEMPT-TS-O         PIC X(19).
           03 FILLER               PIC X(02).
           03 V-OPERATOR-O         PIC X(08).
           03 FILLER               PIC X(02).
           03 V-PROGRAM-O          PIC X(08).
           03 FILLER               PIC X(02).
           03 V-FUNCTION-O         PIC X(08).
           03 FILLER               PIC X(02).
           03 V-REASON-O           PIC X(24).
           03 FILLER               PIC X(02).
           03 V-DETAIL-O           PIC X(40).
      *
       01  WS-TRAILER-1.
           03 FILLER               PIC X(26) VALUE
                        '*** OPERATORS ON FILE:    '.
           03 OPERATORS-O          PIC ZZ,ZZ9.
           03 FILLER               PIC X(10) VALUE '  ACTIVE: '.
           03 ACTIVE-O             PIC ZZ,ZZ9.
           03 FILLER               PIC X(13) VALUE '  SUSPENDED: '.
           03 SUSPENDED-O          PIC ZZ,ZZ9.
           03 FILLER               PIC X(09) VALUE '  ADMIN: '.
           03 ADMIN-O              PIC ZZ,ZZ9.
           03 FILLER               PIC X(04) VALUE ' ***'.
      *
       01  WS-TRAILER-2.
           03 FILLER               PIC X(26) VALUE
                        '*** VIOLATIONS LISTED:    '.
           03 VIOLATIONS-O         PIC ZZZ,ZZ9.
           03 FILLER               PIC X(09) VALUE '  OF:    '.
           03 VIOLATIONS-READ-O    PIC ZZZ,ZZ9.
           03 FILLER               PIC X(15) VALUE ' LOGGED ***'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       OPEN-FILES.
           PERFORM GET-PARAMETERS
           IF WS-PARM-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT  OPAUTH-FILE
           IF WS-OPAUTH-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19OPA-STATUS: '
                     WS-OPAUTH-STATUS
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
      *    NOBODY DENIED YET MEANS NO LOG YET *******************
           OPEN INPUT  VIOLATION-LOG
           IF WS-VIOLATION-STATUS = 00
             MOVE 'Y'             TO WS-VIOLATION-AVAIL
           ELSE
             DISPLAY '*** WARNING COV19AVL NOT AVAILABLE, STATUS: '
                     WS-VIOLATION-STATUS
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE 'S'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           MOVE 'O'                     TO WS-SECTION
           PERFORM WRITE-HEADERS
           .
      *
       LIST-OPERATORS.
           MOVE SPACE                   TO LASTREC
           PERFORM READ-OPAUTH
           PERFORM UNTIL LASTREC = 'Y'
             PERFORM WRITE-OPERATOR-LINE
             PERFORM READ-OPAUTH
           END-PERFORM
           .
      *
       LIST-VIOLATIONS.
           MOVE 'V'                     TO WS-SECTION
           PERFORM WRITE-HEADERS
           IF WS-VIOLATION-ON-FILE
             MOVE SPACE                 TO LASTREC
             PERFORM READ-VIOLATION
             PERFORM UNTIL LASTREC = 'Y'
               PERFORM WRITE-VIOLATION-LINE
               PERFORM READ-VIOLATION
             END-PERFORM
           END-IF
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           MOVE WS-OPERATORS-READ       TO OPERATORS-O
           MOVE WS-OPERATORS-ACTIVE     TO ACTIVE-O
           MOVE WS-OPERATORS-SUSP       TO SUSPENDED-O
           MOVE WS-ADMIN-HOLDERS        TO ADMIN-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           MOVE WS-VIOLATIONS-LISTED    TO VIOLATIONS-O
           MOVE WS-VIOLATIONS-READ      TO VIOLATIONS-READ-O
           WRITE PRINT-REC            FROM WS-TRAILER-2
           DISPLAY 'COV19OPA operators READ: '    WS-OPERATORS-READ
           DISPLAY 'OPERATORS ACTIVE: '           WS-OPERATORS-ACTIVE
           DISPLAY 'OPERATORS SUSPENDED: '        WS-OPERATORS-SUSP
           DISPLAY 'ACTIVE ADMIN HOLDERS: '       WS-ADMIN-HOLDERS
           DISPLAY 'COV19AVL violations READ: '   WS-VIOLATIONS-READ
           DISPLAY 'VIOLATIONS LISTED: '          WS-VIOLATIONS-LISTED
           IF WS-VIOLATIONS-LISTED > 0
             MOVE 4                     TO WS-CONDITION
           END-IF
           .
      *
       CLOSE-STOP.
           CLOSE        OPAUTH-FILE
                        PRINT-LINE
           IF WS-VIOLATION-ON-FILE
             CLOSE VIOLATION-LOG
           END-IF
           MOVE 'C'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           MOVE WS-CONDITION       TO RETURN-CODE
           GOBACK
           .
      *
       READ-OPAUTH.
           READ OPAUTH-FILE
             AT END MOVE 'Y'            TO LASTREC
           END-READ
           .
      *
       READ-VIOLATION.
           READ VIOLATION-LOG
             AT END MOVE 'Y'            TO LASTREC
             NOT AT END ADD 1           TO WS-VIOLATIONS-READ
           END-READ
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
           IF WS-SECTION-OPERATORS
             MOVE 'OPERATOR AUTHORITIES'     TO SECTION-1B
             WRITE PRINT-REC          FROM WS-HEADER-1B
             WRITE PRINT-REC          FROM WS-HEADER-2O
             WRITE PRINT-REC          FROM WS-HEADER-3O
           ELSE
             MOVE 'ACCESS VIOLATIONS'        TO SECTION-1B
             WRITE PRINT-REC          FROM WS-HEADER-1B
             WRITE PRINT-REC          FROM WS-HEADER-2V
             WRITE PRINT-REC          FROM WS-HEADER-3V
           END-IF
           MOVE 4                       TO WS-PG-WRITTEN-LINES
           .
      *
       WRITE-OPERATOR-LINE.
           ADD 1                        TO WS-OPERATORS-READ
           IF OA-ACTIVE
             ADD 1                      TO WS-OPERATORS-ACTIVE
             IF OA-AUTH-ADMIN = 'Y'
               ADD 1                    TO WS-ADMIN-HOLDERS
             END-IF
           ELSE
             ADD 1                      TO WS-OPERATORS-SUSP
           END-IF
      *
           ADD 1                        TO WS-PG-WRITTEN-LINES
           IF WS-PG-WRITTEN-LINES > WS-PAGE-BREAK
             PERFORM WRITE-HEADERS
           END-IF
           MOVE SPACES                  TO WS-OPERATOR-LINE
           MOVE OA-OPERATOR             TO OPERATOR-O
           MOVE OA-NAME                 TO NAME-O
           MOVE OA-STATUS               TO STATUS-O
           PERFORM VARYING WS-FN-SUB FROM 1 BY 1
                   UNTIL WS-FN-SUB > 8
             IF OA-AUTH-FLAG (WS-FN-SUB) = 'Y'
               MOVE 'Y'                 TO AUTH-O (WS-FN-SUB)
             ELSE
               MOVE '-'                 TO AUTH-O (WS-FN-SUB)
             END-IF
           END-PERFORM
           MOVE OA-CHANGED-BY           TO CHANGED-BY-O
           MOVE OA-CHANGED-TS           TO CHANGED-TS-O
           WRITE PRINT-REC            FROM WS-OPERATOR-LINE
           .
      *
       WRITE-VIOLATION-LINE.
           MOVE AV-TIMESTAMP (1:4)      TO WS-AV-YEAR
           MOVE AV-TIMESTAMP (6:2)      TO WS-AV-MONTH
           MOVE AV-TIMESTAMP (9:2)      TO WS-AV-DAY
           IF WS-AV-DATE NOT NUMERIC
              OR WS-AV-DATE < WS-DATE-FROM
              OR WS-AV-DATE > WS-DATE-TO
             EXIT PARAGRAPH
           END-IF
           ADD 1                        TO WS-VIOLATIONS-LISTED
      *
           ADD 1                        TO WS-PG-WRITTEN-LINES
           IF WS-PG-WRITTEN-LINES > WS-PAGE-BREAK
             PERFORM WRITE-HEADERS
           END-IF
           MOVE SPACES                  TO WS-VIOLATION-LINE
           MOVE AV-TIMESTAMP            TO ATTEMPT-TS-O
           MOVE AV-OPERATOR             TO V-OPERATOR-O
           MOVE AV-PROGRAM              TO V-PROGRAM-O
           MOVE AV-FUNCTION             TO V-FUNCTION-O
           MOVE AV-REASON               TO V-REASON-O
           MOVE AV-DETAIL               TO V-DETAIL-O
           WRITE PRINT-REC            FROM WS-VIOLATION-LINE
           .
      *
       GET-PARAMETERS.
           MOVE 2                  TO WS-PARM-COUNT
           MOVE 'DATEFROM'         TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'DATETO'           TO WS-PARM-KEYWORD (2)
           MOVE SPACES             TO WS-PARM-VALUE (2)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-PARM-VALUE (1) NOT = SPACES
             IF WS-PARM-VALUE (1) (1:8) NUMERIC
               MOVE WS-PARM-VALUE (1) (1:8) TO WS-DATE-FROM
             ELSE
               DISPLAY '*** ERROR DATEFROM is not Numeric'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           IF WS-PARM-VALUE (2) NOT = SPACES
             IF WS-PARM-VALUE (2) (1:8) NUMERIC
               MOVE WS-PARM-VALUE (2) (1:8) TO WS-DATE-TO
             ELSE
               DISPLAY '*** ERROR DATETO is not Numeric'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           IF WS-DATE-FROM > WS-DATE-TO
             DISPLAY '*** ERROR DATEFROM is after DATETO'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           .
      *
       REGISTER-RUN-CONTROL.
           MOVE 'COV1965'          TO WS-RC-PROGRAM
           MOVE SPACES             TO WS-RC-DATE
           CALL 'COVRNCTL'      USING WS-RC-COMM-AREA
           .
