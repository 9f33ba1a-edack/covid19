      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1968.
       AUTHOR.        Georges B.
      *Acknowledge Or Close An Alert Case ...
      *The desk runs this program per COV19ACS alert case that
      *COV1967 opened.  ACKNOWLEDGE marks an open case as seen,
      *which stops a severity-1 case from being escalated; CLOSE
      *ends an open or acknowledged case, after which the next
      *breach of the country and ALERT-TYPE opens a new case.
      *Either way the case keeps the user, the time and the
      *comment given.  A closed case cannot be changed.
      *Parameters: CODE=country code, TYPE=ALERT-TYPE (GRWT, CFR
      *            or ACTV), SEQ=case number (blank = the latest
      *            case of the country and ALERT-TYPE),
      *            ACTION=A (acknowledge) or C (close),
      *            USER=desk user id, COMMENT=why (required).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN COV19ACS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS CS-KEY
              FILE STATUS    IS WS-CASE-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  CASE-FILE.
       COPY COVCASE  REPLACING ==:TAG1:== BY ==CASE==
                               ==:TAG2:== BY ==CS==.
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-FILES-STATUS.
           03 WS-CASE-STATUS       PIC 99 VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
       01  WS-FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-ACTION            PIC X VALUE SPACE.
      *    A=ACKNOWLEDGE THE CASE, C=CLOSE IT ***
            88 WS-ACTION-ACK       VALUE 'A'.
            88 WS-ACTION-CLOSE     VALUE 'C'.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
           03 WS-FILE-ERROR        PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND VALUE 'Y'.
           03 WS-CASE-FLAG         PIC X VALUE 'N'.
            88 WS-CASE-FOUND       VALUE 'Y'.
      *
       01  WS-PARMS.
           03 WS-IN-CODE           PIC X(05) VALUE SPACES.
           03 WS-IN-TYPE           PIC X(04) VALUE SPACES.
           03 WS-IN-SEQ            PIC 9(03) VALUE ZEROS.
           03 WS-IN-USER           PIC X(08) VALUE SPACES.
           03 WS-IN-COMMENT        PIC X(50) VALUE SPACES.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       01  WS-LATEST-KEY           PIC X(12) VALUE SPACES.
      *
       01  WS-TIMESTAMP            PIC X(19) VALUE SPACES.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       MAIN.
           PERFORM GET-PARAMETERS
           IF WS-PARM-ERROR-FOUND
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-TIMESTAMP
           PERFORM OPEN-CASES
           IF WS-FILE-ERROR-FOUND
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-CASE
           IF WS-PARM-ERROR-FOUND
             CLOSE CASE-FILE
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
             WHEN WS-ACTION-ACK
               MOVE 'A'             TO CS-STATUS
               MOVE WS-IN-USER      TO CS-ACK-BY
               MOVE WS-TIMESTAMP    TO CS-ACK-TS
               MOVE WS-IN-COMMENT   TO CS-ACK-COMMENT
             WHEN WS-ACTION-CLOSE
               MOVE 'C'             TO CS-STATUS
               MOVE WS-IN-USER      TO CS-CLOSED-BY
               MOVE WS-TIMESTAMP    TO CS-CLOSED-TS
               MOVE WS-IN-COMMENT   TO CS-CLOSE-COMMENT
           END-EVALUATE
           REWRITE CASE-REC
           IF WS-CASE-STATUS > 0
             DISPLAY '*** ERROR REWRITE COV19ACS: '
                     WS-CASE-STATUS
             MOVE 16               TO RETURN-CODE
           ELSE
             IF WS-ACTION-ACK
               DISPLAY '*** CASE ' CS-CODE ' ' CS-ALERT-TYPE ' '
                       CS-CASE-SEQ ' ACKNOWLEDGED BY ' WS-IN-USER
             ELSE
               DISPLAY '*** CASE ' CS-CODE ' ' CS-ALERT-TYPE ' '
                       CS-CASE-SEQ ' CLOSED BY ' WS-IN-USER
             END-IF
           END-IF
           CLOSE CASE-FILE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       GET-PARAMETERS.
           MOVE 6                  TO WS-PARM-COUNT
           MOVE 'CODE'             TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'TYPE'             TO WS-PARM-KEYWORD (2)
           MOVE SPACES             TO WS-PARM-VALUE (2)
           MOVE 'SEQ'              TO WS-PARM-KEYWORD (3)
           MOVE SPACES             TO WS-PARM-VALUE (3)
           MOVE 'ACTION'           TO WS-PARM-KEYWORD (4)
           MOVE SPACES             TO WS-PARM-VALUE (4)
           MOVE 'USER'             TO WS-PARM-KEYWORD (5)
           MOVE SPACES             TO WS-PARM-VALUE (5)
           MOVE 'COMMENT'          TO WS-PARM-KEYWORD (6)
           MOVE SPACES             TO WS-PARM-VALUE (6)
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
           MOVE WS-PARM-VALUE (2) (1:4) TO WS-IN-TYPE
           IF WS-IN-TYPE = 'GRWT' OR 'CFR ' OR 'ACTV'
             CONTINUE
           ELSE
             DISPLAY '*** ERROR TYPE is not GRWT, CFR or ACTV'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           IF WS-PARM-VALUE (3) NOT = SPACES
             IF WS-PARM-VALUE (3) (1:3) NUMERIC
               MOVE WS-PARM-VALUE (3) (1:3) TO WS-IN-SEQ
             ELSE
               DISPLAY '*** ERROR SEQ is not NNN'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           MOVE WS-PARM-VALUE (4) (1:1) TO WS-ACTION
           IF WS-ACTION-ACK OR WS-ACTION-CLOSE
             CONTINUE
           ELSE
             DISPLAY '*** ERROR ACTION is not A or C'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (5) (1:8) TO WS-IN-USER
           IF WS-IN-USER = SPACES
             DISPLAY '*** ERROR USER is Missing'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (6) (1:50) TO WS-IN-COMMENT
           IF WS-IN-COMMENT = SPACES
             DISPLAY '*** ERROR COMMENT is Missing'
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
       OPEN-CASES.
           OPEN I-O CASE-FILE
           IF WS-CASE-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19ACS-STATUS: '
                     WS-CASE-STATUS
             MOVE 'Y'              TO WS-FILE-ERROR
           END-IF
           .
      *
       FETCH-CASE.
           IF WS-IN-SEQ = ZEROS
             PERFORM FIND-LATEST-CASE
           ELSE
             MOVE WS-IN-CODE       TO CS-CODE
             MOVE WS-IN-TYPE       TO CS-ALERT-TYPE
             MOVE WS-IN-SEQ        TO CS-CASE-SEQ
             READ CASE-FILE
                  INVALID KEY
                    DISPLAY '*** ERROR NO SUCH CASE: '
                            WS-IN-CODE ' ' WS-IN-TYPE ' ' WS-IN-SEQ
                    MOVE 'Y'       TO WS-PARM-ERROR
             END-READ
           END-IF
           IF WS-PARM-ERROR-FOUND
             EXIT PARAGRAPH
           END-IF
           IF CS-CLOSED
             DISPLAY '*** ERROR CASE ALREADY CLOSED BY ' CS-CLOSED-BY
                     ' AT ' CS-CLOSED-TS
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-ACTION-ACK AND CS-ACKNOWLEDGED
             DISPLAY '*** ERROR CASE ALREADY ACKNOWLEDGED BY '
                     CS-ACK-BY ' AT ' CS-ACK-TS
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           .
      *
       FIND-LATEST-CASE.
      *    CASE-SEQ ASCENDS, SO THE LAST ROW FOR THE COUNTRY AND
      *    ALERT-TYPE IS THE CURRENT CASE; IT IS READ AGAIN BY KEY
      *    SO THE REWRITE FOLLOWS A RANDOM READ ********************
           MOVE 'N'                TO WS-CASE-FLAG
           MOVE SPACE              TO LASTREC
           MOVE WS-IN-CODE         TO CS-CODE
           MOVE WS-IN-TYPE         TO CS-ALERT-TYPE
           MOVE ZEROS              TO CS-CASE-SEQ
           START CASE-FILE KEY IS NOT LESS THAN CS-KEY
             INVALID KEY
               MOVE 'Y'            TO LASTREC
           END-START
           PERFORM UNTIL LASTREC = 'Y'
             READ CASE-FILE NEXT RECORD
                  AT END       MOVE 'Y' TO LASTREC
             END-READ
             IF LASTREC NOT = 'Y'
               IF CS-CODE = WS-IN-CODE
                  AND CS-ALERT-TYPE = WS-IN-TYPE
                 MOVE CS-KEY       TO WS-LATEST-KEY
                 MOVE 'Y'          TO WS-CASE-FLAG
               ELSE
                 MOVE 'Y'          TO LASTREC
               END-IF
             END-IF
           END-PERFORM
           IF NOT WS-CASE-FOUND
             DISPLAY '*** ERROR NO CASE FOR: '
                     WS-IN-CODE ' ' WS-IN-TYPE
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           MOVE WS-LATEST-KEY      TO CS-KEY
           READ CASE-FILE
                INVALID KEY
                  DISPLAY '*** ERROR READ COV19ACS: ' WS-CASE-STATUS
                  MOVE 'Y'         TO WS-PARM-ERROR
           END-READ
           .
