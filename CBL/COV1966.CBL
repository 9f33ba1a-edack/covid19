      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1966.
       AUTHOR.        Georges B.
      *Maintain The COV19CAL Vendor Publishing Calendar ...
      *Adds or removes one non-publishing date on the calendar
      *COV1907 and COV1936 read, instead of the file being edited
      *by hand.  The calendar is copied to a new generation
      *(COV19CAN - the JCL swaps it in, as with COV1951's kept
      *generations) with the row added in date order or left
      *out.  Adding a date and feed already on the calendar, or
      *removing one that is not, is an error and the run ends
      *with return code 8 so the JCL does not swap it in.
      *The operator must hold CALENDAR authority on the COV19OPA
      *operator-authority master.
      *Parameters: USER=operator id,
      *            FUNCTION=A (add) or D (delete),
      *            DATE=YYYYMMDD,
      *            FEED=feed id (default *ALL),
      *            REASON=why the vendor is silent (FUNCTION=A).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN COV19CAL
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-CALENDAR-STATUS
           .
      *
           SELECT CALENDAR-NEW ASSIGN COV19CAN
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-CALENDAR-NEW-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  CALENDAR-FILE
           RECORDING MODE IS F
           .
       COPY COVCAL   REPLACING ==:TAG1:== BY ==CALENDAR==
                               ==:TAG2:== BY ==CL==.
      *
       FD  CALENDAR-NEW
           RECORDING MODE IS F
           .
       COPY COVCAL   REPLACING ==:TAG1:== BY ==CALENDAR-NEW==
                               ==:TAG2:== BY ==CN==.
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-CALENDAR-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CALENDAR-NEW-STATUS   PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 WS-FUNCTION            PIC X VALUE SPACE.
      *    A=ADD, D=DELETE ***
            88 WS-FUNCTION-ADD       VALUE 'A'.
            88 WS-FUNCTION-DELETE    VALUE 'D'.
            88 WS-FUNCTION-VALID     VALUES 'A' 'D'.
           03 WS-FILE-ERROR          PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND   VALUE 'Y'.
           03 WS-PARM-ERROR          PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND   VALUE 'Y'.
           03 WS-CALENDAR-AVAIL      PIC X VALUE 'N'.
            88 WS-CALENDAR-ON-FILE   VALUE 'Y'.
           03 WS-NEW-ROW-FLAG        PIC X VALUE 'N'.
            88 WS-NEW-ROW-WRITTEN    VALUE 'Y'.
           03 WS-MATCH-FLAG          PIC X VALUE 'N'.
            88 WS-MATCH-FOUND        VALUE 'Y'.
           03 LASTREC                PIC X VALUE SPACE.
      *
       01  WS-PARMS.
           03 WS-IN-USER             PIC X(08) VALUE SPACES.
           03 WS-IN-DATE-NUM         PIC 9(08) VALUE ZEROS.
           03 WS-IN-FEED             PIC X(08) VALUE SPACES.
           03 WS-IN-REASON           PIC X(20) VALUE SPACES.
      *
       01  COUNTERS.
           03 WS-ROWS-READ           PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-ROWS-WRITTEN        PIC 9(05) COMP-3 VALUE ZEROES.
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
           PERFORM CHECK-AUTHORITY
           IF NOT WS-AU-GRANTED
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
             MOVE 16                TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM COPY-CALENDAR
           PERFORM CLOSE-FILES
           PERFORM REPORT-RESULT
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       CHECK-AUTHORITY.
           MOVE WS-IN-USER         TO WS-AU-OPERATOR
           MOVE 'CALENDAR'         TO WS-AU-FUNCTION
           MOVE 'COV1966'          TO WS-AU-PROGRAM
           MOVE SPACES             TO WS-AU-DETAIL
           STRING 'FUNCTION=' WS-FUNCTION ' DATE=' WS-IN-DATE-NUM
                  ' FEED=' WS-IN-FEED
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
           MOVE 'FUNCTION'         TO WS-PARM-KEYWORD (2)
           MOVE SPACES             TO WS-PARM-VALUE (2)
           MOVE 'DATE'             TO WS-PARM-KEYWORD (3)
           MOVE SPACES             TO WS-PARM-VALUE (3)
           MOVE 'FEED'             TO WS-PARM-KEYWORD (4)
           MOVE SPACES             TO WS-PARM-VALUE (4)
           MOVE 'REASON'           TO WS-PARM-KEYWORD (5)
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
           MOVE WS-PARM-VALUE (2) (1:1) TO WS-FUNCTION
           IF NOT WS-FUNCTION-VALID
             DISPLAY '*** ERROR FUNCTION is Missing or not Valid'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           IF WS-PARM-VALUE (3) (1:8) NUMERIC
             MOVE WS-PARM-VALUE (3) (1:8) TO WS-IN-DATE-NUM
           ELSE
             DISPLAY '*** ERROR DATE is Missing or not Numeric'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           IF WS-PARM-VALUE (4) = SPACES
             MOVE '*ALL'           TO WS-IN-FEED
           ELSE
             MOVE WS-PARM-VALUE (4) (1:8) TO WS-IN-FEED
           END-IF
           MOVE WS-PARM-VALUE (5) (1:20) TO WS-IN-REASON
           IF WS-FUNCTION-ADD AND WS-IN-REASON = SPACES
             DISPLAY '*** ERROR REASON is Missing'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           .
      *
       OPEN-FILES.
      *    NO CALENDAR YET IS AN EMPTY CALENDAR ********************
           OPEN INPUT CALENDAR-FILE
           EVALUATE TRUE
             WHEN WS-CALENDAR-STATUS = 00
               MOVE 'Y'            TO WS-CALENDAR-AVAIL
             WHEN WS-CALENDAR-STATUS = 35
               DISPLAY '*** WARNING NO COV19CAL FILE, STARTING A NEW '
                       'CALENDAR'
             WHEN OTHER
               DISPLAY '*** ERROR OPENING COV19CAL-STATUS: '
                       WS-CALENDAR-STATUS
               MOVE 'Y'            TO WS-FILE-ERROR
               EXIT PARAGRAPH
           END-EVALUATE
           OPEN OUTPUT CALENDAR-NEW
           IF WS-CALENDAR-NEW-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19CAN-STATUS: '
                     WS-CALENDAR-NEW-STATUS
             MOVE 'Y'              TO WS-FILE-ERROR
             IF WS-CALENDAR-ON-FILE
               CLOSE CALENDAR-FILE
             END-IF
           END-IF
           .
      *
       CLOSE-FILES.
           IF WS-CALENDAR-ON-FILE
             CLOSE CALENDAR-FILE
           END-IF
           CLOSE CALENDAR-NEW
           .
      *
       COPY-CALENDAR.
           IF WS-CALENDAR-ON-FILE
             PERFORM READ-CALENDAR
             PERFORM UNTIL LASTREC = 'Y'
               PERFORM COPY-CALENDAR-ROW
               PERFORM READ-CALENDAR
             END-PERFORM
           END-IF
      *    A DATE AFTER EVERY ROW ON FILE GOES ON THE END **********
           IF WS-FUNCTION-ADD AND NOT WS-NEW-ROW-WRITTEN
              AND NOT WS-MATCH-FOUND
             PERFORM WRITE-NEW-ROW
           END-IF
           .
      *
       READ-CALENDAR.
           READ CALENDAR-FILE
             AT END MOVE 'Y'       TO LASTREC
             NOT AT END ADD 1      TO WS-ROWS-READ
           END-READ
           .
      *
       COPY-CALENDAR-ROW.
           IF CL-DATE = WS-IN-DATE-NUM AND CL-FEED-ID = WS-IN-FEED
             MOVE 'Y'              TO WS-MATCH-FLAG
             IF WS-FUNCTION-DELETE
               EXIT PARAGRAPH
             END-IF
           END-IF
           IF WS-FUNCTION-ADD AND NOT WS-NEW-ROW-WRITTEN
              AND NOT WS-MATCH-FOUND
              AND CL-DATE > WS-IN-DATE-NUM
             PERFORM WRITE-NEW-ROW
           END-IF
           MOVE CALENDAR-REC       TO CALENDAR-NEW-REC
           PERFORM WRITE-CALENDAR-NEW
           .
      *
       WRITE-NEW-ROW.
           MOVE SPACES             TO CALENDAR-NEW-REC
           MOVE WS-IN-DATE-NUM     TO CN-DATE
           MOVE WS-IN-FEED         TO CN-FEED-ID
           MOVE WS-IN-REASON       TO CN-REASON
           PERFORM WRITE-CALENDAR-NEW
           MOVE 'Y'                TO WS-NEW-ROW-FLAG
           .
      *
       WRITE-CALENDAR-NEW.
           WRITE CALENDAR-NEW-REC
           IF WS-CALENDAR-NEW-STATUS > 0
             DISPLAY '*** ERROR WRITING COV19CAN-STATUS: '
                     WS-CALENDAR-NEW-STATUS
             MOVE 'Y'              TO WS-FILE-ERROR
           ELSE
             ADD 1                 TO WS-ROWS-WRITTEN
           END-IF
           .
      *
       REPORT-RESULT.
           DISPLAY 'COV19CAL rows READ: '         WS-ROWS-READ
           DISPLAY 'COV19CAN rows WRITTEN: '      WS-ROWS-WRITTEN
           EVALUATE TRUE
             WHEN WS-FILE-ERROR-FOUND
               MOVE 16             TO RETURN-CODE
      *      RC 8 KEEPS THE JCL FROM SWAPPING COV19CAN IN *********
             WHEN WS-FUNCTION-ADD AND WS-MATCH-FOUND
               DISPLAY '*** ERROR DATE ALREADY ON CALENDAR: '
                       WS-IN-DATE-NUM ' ' WS-IN-FEED
               MOVE 8              TO RETURN-CODE
             WHEN WS-FUNCTION-DELETE AND NOT WS-MATCH-FOUND
               DISPLAY '*** ERROR DATE NOT ON CALENDAR: '
                       WS-IN-DATE-NUM ' ' WS-IN-FEED
               MOVE 8              TO RETURN-CODE
             WHEN WS-FUNCTION-ADD
               DISPLAY 'COV1966 ADDED ' WS-IN-DATE-NUM ' '
                       WS-IN-FEED ' ' WS-IN-REASON
                       ' BY ' WS-IN-USER
             WHEN OTHER
               DISPLAY 'COV1966 REMOVED ' WS-IN-DATE-NUM ' '
                       WS-IN-FEED ' BY ' WS-IN-USER
           END-EVALUATE
           .
