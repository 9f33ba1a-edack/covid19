      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1964.
       AUTHOR.        Georges B.
      *Maintain The COV19OPA Operator Authority Master ...
      *Grants and revokes the individual authorities (CAPTURE,
      *APPROVE, REKEY, PURGE, RESTATE, REPLAY, CALENDAR, ADMIN)
      *COVAUTH checks, and suspends or reactivates an operator.
      *Rows are never deleted, so a leaver's id still resolves
      *to a name on the audit trail.  The operator doing the
      *maintenance must hold ADMIN and may not change their own
      *row.  Every change stamps who made it and when; COV1965
      *lists the file for the auditors.
      *The first grant against an empty or missing master is
      *let through with a warning, so the first administrator
      *can be set up; it must include ADMIN.
      *Parameters: USER=maintaining operator id,
      *            OPERATOR=operator id being changed,
      *            ACTION=G (grant), R (revoke), S (suspend) or
      *                   A (reactivate),
      *            AUTH=comma list of authorities, or ALL for
      *                 every authority except ADMIN (G and R),
      *            NAME=operator name (required for a new id).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT OPAUTH-FILE ASSIGN COV19OPA
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS OA-OPERATOR
              FILE STATUS    IS WS-OPAUTH-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  OPAUTH-FILE.
       COPY COVOPAUT REPLACING ==:TAG1:== BY ==OPAUTH==
                               ==:TAG2:== BY ==OA==.
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-OPAUTH-STATUS         PIC 99 VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
       COPY COVAUFN      REPLACING ==:TAG:==      BY ==WS==.
      *
       01  WS-FLAGS.
           03 WS-ACTION              PIC X VALUE SPACE.
      *    G=GRANT, R=REVOKE, S=SUSPEND, A=REACTIVATE ***
            88 WS-ACTION-GRANT       VALUE 'G'.
            88 WS-ACTION-REVOKE      VALUE 'R'.
            88 WS-ACTION-SUSPEND     VALUE 'S'.
            88 WS-ACTION-REACTIVATE  VALUE 'A'.
            88 WS-ACTION-VALID       VALUES 'G' 'R' 'S' 'A'.
           03 WS-FILE-ERROR          PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND   VALUE 'Y'.
           03 WS-PARM-ERROR          PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND   VALUE 'Y'.
           03 WS-BOOTSTRAP           PIC X VALUE 'N'.
            88 WS-BOOTSTRAP-RUN      VALUE 'Y'.
           03 WS-ROW-FLAG            PIC X VALUE 'N'.
            88 WS-ROW-FOUND          VALUE 'Y'.
      *
       01  WS-PARMS.
           03 WS-IN-USER             PIC X(08) VALUE SPACES.
           03 WS-IN-OPERATOR         PIC X(08) VALUE SPACES.
           03 WS-IN-NAME             PIC X(30) VALUE SPACES.
           03 WS-IN-AUTH             PIC X(50) VALUE SPACES.
      *
       01  WS-AUTH-FIELDS.
           03 WS-AUTH-ITEM           PIC X(09) OCCURS 8.
           03 WS-AUTH-PICK           PIC X(01) OCCURS 8.
           03 WS-AUTH-SUB            PIC 9(02) COMP.
           03 WS-FN-SUB              PIC 9(02) COMP.
           03 WS-FN-FOUND            PIC 9(02) COMP.
           03 WS-AUTH-TALLY          PIC 9(03) VALUE ZEROS.
           03 WS-NEW-FLAG            PIC X(01) VALUE SPACE.
      *
       01  WS-TIMESTAMP              PIC X(19) VALUE SPACES.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVAUCOM     REPLACING ==:TAG:==      BY ==WS-AU==.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       MAIN.
           PERFORM GET-PARAMETERS
           IF WS-PARM-ERROR-FOUND
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BOOTSTRAP
           IF WS-FILE-ERROR-FOUND
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF NOT WS-BOOTSTRAP-RUN
             PERFORM CHECK-AUTHORITY
             IF NOT WS-AU-GRANTED
               MOVE 16              TO RETURN-CODE
               EXIT PARAGRAPH
             END-IF
           END-IF
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM READ-OPERATOR
           IF WS-PARM-ERROR-FOUND
             CLOSE OPAUTH-FILE
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-CHANGE
           PERFORM WRITE-OPERATOR
           CLOSE OPAUTH-FILE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       CHECK-AUTHORITY.
           MOVE WS-IN-USER         TO WS-AU-OPERATOR
           MOVE 'ADMIN'            TO WS-AU-FUNCTION
           MOVE 'COV1964'          TO WS-AU-PROGRAM
           MOVE SPACES             TO WS-AU-DETAIL
           STRING 'OPERATOR=' WS-IN-OPERATOR ' ACTION=' WS-ACTION
                  ' AUTH=' WS-IN-AUTH
                  DELIMITED BY SIZE
                  INTO WS-AU-DETAIL
           END-STRING
           CALL 'COVAUTH'       USING WS-AU-COMM-AREA
           .
      *
       GET-PARAMETERS.
           MOVE 5                  TO WS-PARM-COUNT
           MOVE 'USER'             TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'OPERATOR'         TO WS-PARM-KEYWORD (2)
           MOVE SPACES             TO WS-PARM-VALUE (2)
           MOVE 'ACTION'           TO WS-PARM-KEYWORD (3)
           MOVE SPACES             TO WS-PARM-VALUE (3)
           MOVE 'AUTH'             TO WS-PARM-KEYWORD (4)
           MOVE SPACES             TO WS-PARM-VALUE (4)
           MOVE 'NAME'             TO WS-PARM-KEYWORD (5)
           MOVE SPACES             TO WS-PARM-VALUE (5)
           CALL 'COVPARMS'      USING WS-PARM-AREA
           IF NOT WS-PARMS-OK
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           MOVE WS-PARM-VALUE (1) (1:8) TO WS-IN-USER
           IF WS-IN-USER = SPACES
             DISPLAY '*** ERROR USER is Missing'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (2) (1:8) TO WS-IN-OPERATOR
           IF WS-IN-OPERATOR = SPACES
             DISPLAY '*** ERROR OPERATOR is Missing'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
      *    NOBODY MAINTAINS THEIR OWN AUTHORITIES ******************
           IF WS-IN-USER NOT = SPACES
              AND WS-IN-USER = WS-IN-OPERATOR
             DISPLAY '*** ERROR USER may not change their own '
                     'authorities'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (3) (1:1) TO WS-ACTION
           IF NOT WS-ACTION-VALID
             DISPLAY '*** ERROR ACTION is Missing or not Valid'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           MOVE WS-PARM-VALUE (4)  TO WS-IN-AUTH
           MOVE WS-PARM-VALUE (5) (1:30) TO WS-IN-NAME
           IF WS-PARM-ERROR-FOUND
             EXIT PARAGRAPH
           END-IF
           IF WS-ACTION-GRANT OR WS-ACTION-REVOKE
             PERFORM PARSE-AUTHORITIES
           END-IF
           .
      *
       PARSE-AUTHORITIES.
      *    AUTH=NAME,NAME,... OR AUTH=ALL.  ALL NEVER INCLUDES
      *    ADMIN, WHICH HAS TO BE ASKED FOR BY NAME ****************
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > 8
             MOVE SPACES           TO WS-AUTH-ITEM (WS-AUTH-SUB)
             MOVE 'N'              TO WS-AUTH-PICK (WS-AUTH-SUB)
           END-PERFORM
           IF WS-IN-AUTH = SPACES
             DISPLAY '*** ERROR AUTH is Missing'
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-IN-AUTH = 'ALL'
             PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                     UNTIL WS-AUTH-SUB > 7
               MOVE 'Y'            TO WS-AUTH-PICK (WS-AUTH-SUB)
             END-PERFORM
             EXIT PARAGRAPH
           END-IF
           MOVE ZEROS              TO WS-AUTH-TALLY
           UNSTRING WS-IN-AUTH
               DELIMITED BY ',' OR ' '
               INTO WS-AUTH-ITEM (1) WS-AUTH-ITEM (2)
                    WS-AUTH-ITEM (3) WS-AUTH-ITEM (4)
                    WS-AUTH-ITEM (5) WS-AUTH-ITEM (6)
                    WS-AUTH-ITEM (7) WS-AUTH-ITEM (8)
                    TALLYING WS-AUTH-TALLY
           END-UNSTRING
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > 8
             IF WS-AUTH-ITEM (WS-AUTH-SUB) NOT = SPACES
               MOVE ZEROS          TO WS-FN-FOUND
               PERFORM VARYING WS-FN-SUB FROM 1 BY 1
                       UNTIL WS-FN-SUB > 8
                 IF WS-FUNCTION-NAME (WS-FN-SUB) =
                    WS-AUTH-ITEM (WS-AUTH-SUB)
                   MOVE WS-FN-SUB  TO WS-FN-FOUND
                 END-IF
               END-PERFORM
               IF WS-FN-FOUND = ZEROS
                 DISPLAY '*** ERROR AUTH not Valid: '
                         WS-AUTH-ITEM (WS-AUTH-SUB)
                 MOVE 'Y'          TO WS-PARM-ERROR
               ELSE
                 MOVE 'Y'          TO WS-AUTH-PICK (WS-FN-FOUND)
               END-IF
             END-IF
           END-PERFORM
           .
      *
       CHECK-BOOTSTRAP.
      *    AN EMPTY OR MISSING MASTER HAS NOBODY WHO COULD HOLD
      *    ADMIN, SO THE FIRST GRANT IS TAKEN ON TRUST - LOUDLY ****
           MOVE 'N'                TO WS-BOOTSTRAP
           OPEN INPUT OPAUTH-FILE
           EVALUATE TRUE
             WHEN WS-OPAUTH-STATUS = 35
               MOVE 'Y'            TO WS-BOOTSTRAP
             WHEN WS-OPAUTH-STATUS > 0
               DISPLAY '*** ERROR OPENING COV19OPA-STATUS: '
                       WS-OPAUTH-STATUS
               MOVE 'Y'            TO WS-FILE-ERROR
               EXIT PARAGRAPH
             WHEN OTHER
               MOVE LOW-VALUES     TO OA-OPERATOR
               START OPAUTH-FILE KEY IS NOT LESS THAN OA-OPERATOR
                 INVALID KEY
                   MOVE 'Y'        TO WS-BOOTSTRAP
               END-START
               CLOSE OPAUTH-FILE
           END-EVALUATE
           IF NOT WS-BOOTSTRAP-RUN
             EXIT PARAGRAPH
           END-IF
           IF NOT WS-ACTION-GRANT OR WS-AUTH-PICK (8) NOT = 'Y'
             DISPLAY '*** ERROR COV19OPA is empty: the first change '
                     'must GRANT ADMIN'
             MOVE 'Y'              TO WS-FILE-ERROR
             EXIT PARAGRAPH
           END-IF
           DISPLAY '*** WARNING COV19OPA is empty: ' WS-IN-USER
                   ' setting up first administrator ' WS-IN-OPERATOR
           .
      *
       OPEN-FILES.
           OPEN I-O OPAUTH-FILE
           IF WS-OPAUTH-STATUS = 35
             OPEN OUTPUT OPAUTH-FILE
             IF WS-OPAUTH-STATUS = 00
               CLOSE OPAUTH-FILE
               OPEN I-O OPAUTH-FILE
             END-IF
           END-IF
           IF WS-OPAUTH-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19OPA-STATUS: '
                     WS-OPAUTH-STATUS
             MOVE 'Y'             TO WS-FILE-ERROR
           END-IF
           .
      *
       READ-OPERATOR.
           MOVE 'N'                TO WS-ROW-FLAG
           MOVE WS-IN-OPERATOR     TO OA-OPERATOR
           READ OPAUTH-FILE
                INVALID KEY     CONTINUE
                NOT INVALID KEY MOVE 'Y' TO WS-ROW-FLAG
           END-READ
           IF WS-ROW-FOUND
             EXIT PARAGRAPH
           END-IF
      *    ONLY A GRANT CAN CREATE AN OPERATOR *********************
           IF NOT WS-ACTION-GRANT
             DISPLAY '*** ERROR OPERATOR NOT FOUND: ' WS-IN-OPERATOR
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           IF WS-IN-NAME = SPACES
             DISPLAY '*** ERROR NAME is Missing for new OPERATOR: '
                     WS-IN-OPERATOR
             MOVE 'Y'              TO WS-PARM-ERROR
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES             TO OPAUTH-REC
           MOVE WS-IN-OPERATOR     TO OA-OPERATOR
           MOVE 'A'                TO OA-STATUS
           MOVE ALL 'N'            TO OA-AUTHORITIES
           .
      *
       APPLY-CHANGE.
           IF WS-IN-NAME NOT = SPACES
             MOVE WS-IN-NAME       TO OA-NAME
           END-IF
           EVALUATE TRUE
             WHEN WS-ACTION-GRANT
               MOVE 'Y'            TO WS-NEW-FLAG
               PERFORM SET-PICKED-FLAGS
             WHEN WS-ACTION-REVOKE
               MOVE 'N'            TO WS-NEW-FLAG
               PERFORM SET-PICKED-FLAGS
             WHEN WS-ACTION-SUSPEND
               MOVE 'S'            TO OA-STATUS
             WHEN WS-ACTION-REACTIVATE
               MOVE 'A'            TO OA-STATUS
           END-EVALUATE
           PERFORM BUILD-TIMESTAMP
           MOVE WS-IN-USER         TO OA-CHANGED-BY
           MOVE WS-TIMESTAMP       TO OA-CHANGED-TS
           .
      *
       SET-PICKED-FLAGS.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > 8
             IF WS-AUTH-PICK (WS-AUTH-SUB) = 'Y'
               MOVE WS-NEW-FLAG    TO OA-AUTH-FLAG (WS-AUTH-SUB)
             END-IF
           END-PERFORM
           .
      *
       WRITE-OPERATOR.
           IF WS-ROW-FOUND
             REWRITE OPAUTH-REC
           ELSE
             WRITE OPAUTH-REC
           END-IF
           IF WS-OPAUTH-STATUS > 0
             DISPLAY '*** ERROR WRITING COV19OPA-STATUS: '
                     WS-OPAUTH-STATUS
             MOVE 16               TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           DISPLAY 'COV1964 ' OA-OPERATOR ' ' OA-NAME
                   ' STATUS=' OA-STATUS
           PERFORM VARYING WS-FN-SUB FROM 1 BY 1
                   UNTIL WS-FN-SUB > 8
             DISPLAY '        ' WS-FUNCTION-NAME (WS-FN-SUB)
                     ' ' OA-AUTH-FLAG (WS-FN-SUB)
           END-PERFORM
           DISPLAY '        CHANGED BY ' OA-CHANGED-BY
                   ' AT ' OA-CHANGED-TS
           .
      *
       BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE  TO WS-RUN-DATE-DATA
           MOVE SPACES                 TO WS-TIMESTAMP
           STRING WS-RUN-YEAR    '-'  WS-RUN-MONTH  '-'  WS-RUN-DAY
                  ' '
                  WS-RUN-HOURS   ':'  WS-RUN-MINUTES ':' WS-RUN-SECONDS
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING
           .
