      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COVAUTH.
       AUTHOR.        Georges B.
      *Operator Authority Check Subroutine For The COV19 Programs .
      *Called by every maintenance and destructive program before
      *it does any work: looks the operator up on the COV19OPA
      *authority master and grants the requested function only
      *when the operator is on file, active and holds the flag.
      *Every denial is appended to the COV19AVL access-violation
      *log with the reason and the caller's note of what was
      *asked for.  Unlike run-control registration this check is
      *NOT best-effort: an authority master that cannot be read
      *denies everybody.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT OPAUTH-FILE ASSIGN COV19OPA
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
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
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
       COPY COVAUFN      REPLACING ==:TAG:==      BY ==WS==.
      *
       01  WS-WORK.
           03 WS-FN-SUB            PIC 9(02) COMP VALUE ZEROS.
           03 WS-FN-FOUND          PIC 9(02) COMP VALUE ZEROS.
           03 WS-DENY-REASON       PIC X(24) VALUE SPACES.
           03 WS-TIMESTAMP         PIC X(19) VALUE SPACES.
      *------------------------------
       LINKAGE SECTION.
      *------------------------------
       COPY COVAUCOM     REPLACING ==:TAG:==      BY ==AU==.
      *==============================
       PROCEDURE DIVISION USING AU-COMM-AREA.
      *==============================
       MAIN.
           MOVE '00'               TO AU-RETURN-STATUS
           MOVE SPACES             TO WS-DENY-REASON
           MOVE ZEROS              TO WS-FN-FOUND
           PERFORM VARYING WS-FN-SUB FROM 1 BY 1
                   UNTIL WS-FN-SUB > 8
             IF WS-FUNCTION-NAME (WS-FN-SUB) = AU-FUNCTION
               MOVE WS-FN-SUB      TO WS-FN-FOUND
             END-IF
           END-PERFORM
           IF WS-FN-FOUND = ZEROS
             DISPLAY '*** COVAUTH: BAD FUNCTION: ' AU-FUNCTION
             MOVE '98'             TO AU-RETURN-STATUS
             EXIT PARAGRAPH
           END-IF
      *
           OPEN INPUT OPAUTH-FILE
           IF WS-OPAUTH-STATUS > 0
             DISPLAY '*** COVAUTH: ERROR OPENING COV19OPA: '
                     WS-OPAUTH-STATUS
             MOVE 'AUTHORITY FILE UNUSABLE' TO WS-DENY-REASON
           ELSE
             PERFORM CHECK-OPERATOR
             CLOSE OPAUTH-FILE
           END-IF
      *
           IF WS-DENY-REASON NOT = SPACES
             MOVE '08'             TO AU-RETURN-STATUS
             DISPLAY '*** COVAUTH: ' AU-OPERATOR ' DENIED '
                     AU-FUNCTION ' IN ' AU-PROGRAM ': '
                     WS-DENY-REASON
             PERFORM LOG-VIOLATION
           END-IF
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       CHECK-OPERATOR.
           IF AU-OPERATOR = SPACES
             MOVE 'NO OPERATOR ID GIVEN'  TO WS-DENY-REASON
             EXIT PARAGRAPH
           END-IF
           MOVE AU-OPERATOR        TO OA-OPERATOR
           READ OPAUTH-FILE
             INVALID KEY
               MOVE 'OPERATOR NOT ON FILE' TO WS-DENY-REASON
               EXIT PARAGRAPH
           END-READ
           IF NOT OA-ACTIVE
             MOVE 'OPERATOR SUSPENDED'    TO WS-DENY-REASON
             EXIT PARAGRAPH
           END-IF
           IF OA-AUTH-FLAG (WS-FN-FOUND) NOT = 'Y'
             MOVE 'FUNCTION NOT GRANTED'  TO WS-DENY-REASON
           END-IF
           .
      *
       LOG-VIOLATION.
           PERFORM BUILD-TIMESTAMP
           OPEN EXTEND VIOLATION-LOG
           IF WS-VIOLATION-STATUS = 35
             OPEN OUTPUT VIOLATION-LOG
           END-IF
           IF WS-VIOLATION-STATUS > 0
             DISPLAY '*** COVAUTH: ERROR OPENING COV19AVL: '
                     WS-VIOLATION-STATUS
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES             TO VIOLATION-REC
           MOVE WS-TIMESTAMP       TO AV-TIMESTAMP
           MOVE AU-OPERATOR        TO AV-OPERATOR
           MOVE AU-PROGRAM         TO AV-PROGRAM
           MOVE AU-FUNCTION        TO AV-FUNCTION
           MOVE WS-DENY-REASON     TO AV-REASON
           MOVE AU-DETAIL          TO AV-DETAIL
           WRITE VIOLATION-REC
           IF WS-VIOLATION-STATUS > 0
             DISPLAY '*** COVAUTH: ERROR WRITING COV19AVL: '
                     WS-VIOLATION-STATUS
           END-IF
           CLOSE VIOLATION-LOG
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
