      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1967.
       AUTHOR.        Georges B.
      *Post Alerts To Alert Cases And Escalate Unseen Cases ...
      *Runs right after COV1934.  Every COV19ALR breach for the
      *load date is matched to the country's current case for the
      *same ALERT-TYPE on the COV19ACS alert case master: the
      *first breach opens a case, later breaches are linked to it
      *(breach count, latest measure, worst severity) until the
      *desk closes it with COV1968.  A breach already linked (a
      *rerun for the same date) is skipped.  Then every
      *severity-1 case still unacknowledged more than ESCHOURS
      *after it reached severity 1 is escalated once; it is
      *marked escalated only after its page is written, so a
      *page that could not be written is retried next run.  A case
      *opening is mailed to the desk and an escalation is paged
      *to the on-call list through the COV19NTF gateway file.
      *Parameters: ASOFDATE=YYYYMMDD (blank = CTL-MAX-DATE from
      *            the COV19CTL control record),
      *            ESCHOURS=hours a severity-1 case may stay
      *                     unacknowledged (default 24),
      *            MAILTO=desk mail list (default COV19DESK),
      *            PAGETO=on-call pager list (default COV19ONCALL).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN COV19ALR
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-ALERT-STATUS
           .
      *
           SELECT CASE-FILE ASSIGN COV19ACS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS CS-KEY
              FILE STATUS    IS WS-CASE-STATUS
           .
      *
           SELECT NOTIFY-FILE ASSIGN COV19NTF
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-NOTIFY-STATUS
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
       FD  ALERT-FILE
           RECORDING MODE IS F
           .
       COPY COVALERT REPLACING ==:TAG1:== BY ==ALERT==
                               ==:TAG2:== BY ==AL==.
      *
       FD  CASE-FILE.
       COPY COVCASE  REPLACING ==:TAG1:== BY ==CASE==
                               ==:TAG2:== BY ==CS==.
      *
       FD  NOTIFY-FILE
           RECORDING MODE IS F
           .
       COPY COVNOTIF REPLACING ==:TAG1:== BY ==NOTIFY==
                               ==:TAG2:== BY ==NT==.
      *
       FD  LOAD-CONTROL
           RECORDING MODE IS F
           .
       01  LOAD-CONTROL-REC.
           03 CTL-MAX-DATE          PIC 9(08).
           03 FILLER                PIC X(01).
           03 CTL-DATE-RECS         PIC 9(05).
      *
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-FILES-STATUS.
           03 WS-ALERT-STATUS      PIC 99 VALUE ZEROS.
           03 WS-CASE-STATUS       PIC 99 VALUE ZEROS.
           03 WS-NOTIFY-STATUS     PIC 99 VALUE ZEROS.
           03 WS-CONTROL-STATUS    PIC 99 VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
       01  WS-FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-END-OF-FILE       PIC X VALUE 'N'.
            88 WS-END-OF-FILE-OK   VALUE 'Y'.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
           03 WS-FILE-ERROR        PIC X VALUE 'N'.
            88 WS-FILE-ERROR-FOUND VALUE 'Y'.
           03 WS-CASE-FLAG         PIC X VALUE 'N'.
            88 WS-CASE-FOUND       VALUE 'Y'.
           03 WS-CONDITION         PIC 9(02) VALUE ZEROS.
      *
       01  WS-PARMS.
           03 WS-AS-OF-DATE-NUM    PIC 9(08) VALUE ZEROS.
           03 WS-ESC-HOURS         PIC 9(03) VALUE 24.
           03 WS-MAIL-TO           PIC X(20) VALUE 'COV19DESK'.
           03 WS-PAGE-TO           PIC X(20) VALUE 'COV19ONCALL'.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVRNCOM     REPLACING ==:TAG:==      BY ==WS-RC==.
      *
      *    THE COUNTRY'S LATEST CASE FOR THE ALERT-TYPE, HELD WHILE
      *    THE BROWSE READS PAST IT ********************************
       COPY COVCASE      REPLACING ==:TAG1:== BY ==WS-LAST-CASE==
                                   ==:TAG2:== BY ==LC==.
      *
       01  WS-TIMESTAMP            PIC X(19) VALUE SPACES.
      *
       01  WS-ELAPSED-WORK.
           03 WS-TS-DATE-X         PIC X(08).
           03 WS-TS-DATE-R REDEFINES WS-TS-DATE-X.
              05 WS-TS-DATE-NUM    PIC 9(08).
           03 WS-TS-HOURS          PIC 9(02).
           03 WS-TS-MINUTES        PIC 9(02).
           03 WS-NOW-DAY-INT       PIC S9(09) COMP-3.
           03 WS-NOW-MINUTES       PIC S9(05) COMP-3.
           03 WS-ELAPSED-MINUTES   PIC S9(09) COMP-3.
           03 WS-LIMIT-MINUTES     PIC S9(09) COMP-3.
      *
       01  WS-NOTE-WORK.
           03 WS-MEASURED-O        PIC -ZZ,ZZ9.99.
           03 WS-LIMIT-O           PIC -ZZ,ZZ9.99.
           03 WS-BREACHES-O        PIC ZZ,ZZ9.
           03 WS-HOURS-O           PIC ZZ9.
      *
       01  COUNTERS.
           03 WS-ALERTS-READ       PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-ALERTS-FOR-DATE   PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-CASES-OPENED      PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-CASES-LINKED      PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-ALREADY-LINKED    PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-CASES-ESCALATED   PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-NOTICES-WRITTEN   PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-CASES-NOT-OPENED  PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-CASES-NOT-UPDATED PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-NOTICES-FAILED    PIC 9(05) COMP-3 VALUE ZEROES.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       MAIN.
           PERFORM GET-PARAMETERS
           IF WS-PARM-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF WS-AS-OF-DATE-NUM = ZEROS
             PERFORM FIND-MAX-DATE
             IF WS-AS-OF-DATE-NUM = ZEROS
               DISPLAY '*** NO CONTROL RECORD AND NO ASOFDATE, '
                       'NOTHING TO POST'
               MOVE 4             TO RETURN-CODE
               EXIT PARAGRAPH
             END-IF
           END-IF
           DISPLAY '*** WS-AS-OF-DATE-NUM: ' WS-AS-OF-DATE-NUM
           MOVE 'S'               TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           PERFORM OPEN-FILES
           IF WS-FILE-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM POST-ALERTS
           PERFORM ESCALATE-CASES
           CLOSE CASE-FILE
                 NOTIFY-FILE
           PERFORM WRITE-TRAILERS
           MOVE 'C'               TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           MOVE WS-CONDITION       TO RETURN-CODE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       GET-PARAMETERS.
           MOVE 4                  TO WS-PARM-COUNT
           MOVE 'ASOFDATE'         TO WS-PARM-KEYWORD (1)
           MOVE SPACES             TO WS-PARM-VALUE (1)
           MOVE 'ESCHOURS'         TO WS-PARM-KEYWORD (2)
           MOVE SPACES             TO WS-PARM-VALUE (2)
           MOVE 'MAILTO'           TO WS-PARM-KEYWORD (3)
           MOVE SPACES             TO WS-PARM-VALUE (3)
           MOVE 'PAGETO'           TO WS-PARM-KEYWORD (4)
           MOVE SPACES             TO WS-PARM-VALUE (4)
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
           IF WS-PARM-VALUE (2) NOT = SPACES
             IF WS-PARM-VALUE (2) (1:3) NUMERIC
               MOVE WS-PARM-VALUE (2) (1:3) TO WS-ESC-HOURS
             ELSE
               DISPLAY '*** ERROR ESCHOURS is not NNN'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           IF WS-PARM-VALUE (3) NOT = SPACES
             MOVE WS-PARM-VALUE (3) (1:20) TO WS-MAIL-TO
           END-IF
           IF WS-PARM-VALUE (4) NOT = SPACES
             MOVE WS-PARM-VALUE (4) (1:20) TO WS-PAGE-TO
           END-IF
           .
      *
       FIND-MAX-DATE.
      *    THE COV19CTL CONTROL RECORD COV1901 MAINTAINS CARRIES
      *    THE HIGHEST LOADED DATE, AS IN COV1934 ******************
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
       OPEN-FILES.
           OPEN I-O CASE-FILE
           IF WS-CASE-STATUS = 35
      *      FIRST RUN: CREATE THE CASE MASTER EMPTY ***************
             OPEN OUTPUT CASE-FILE
             CLOSE CASE-FILE
             OPEN I-O CASE-FILE
           END-IF
           IF WS-CASE-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19ACS-STATUS: '
                     WS-CASE-STATUS
             MOVE 'Y'             TO WS-FILE-ERROR
             EXIT PARAGRAPH
           END-IF
           OPEN EXTEND NOTIFY-FILE
           IF WS-NOTIFY-STATUS = 35
             OPEN OUTPUT NOTIFY-FILE
           END-IF
           IF WS-NOTIFY-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19NTF-STATUS: '
                     WS-NOTIFY-STATUS
             CLOSE CASE-FILE
             MOVE 'Y'             TO WS-FILE-ERROR
           END-IF
           .
      *
       POST-ALERTS.
      *    NO ALERT FILE MEANS NO BREACHES YET: ONLY THE ESCALATION
      *    SWEEP RUNS ***********************************************
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS > 0
             DISPLAY '*** NO COV19ALR ALERT FILE, STATUS: '
                     WS-ALERT-STATUS
             EXIT PARAGRAPH
           END-IF
           PERFORM READ-ALERT
           PERFORM UNTIL WS-END-OF-FILE-OK
             IF AL-LOAD-DATE = WS-AS-OF-DATE-NUM
               ADD 1               TO WS-ALERTS-FOR-DATE
               PERFORM POST-ONE-ALERT
             END-IF
             PERFORM READ-ALERT
           END-PERFORM
           CLOSE ALERT-FILE
           .
      *
       READ-ALERT.
           READ ALERT-FILE
              AT END MOVE 'Y'      TO WS-END-OF-FILE
              NOT AT END ADD 1     TO WS-ALERTS-READ
           END-READ
           .
      *
       POST-ONE-ALERT.
           PERFORM FIND-LATEST-CASE
      *    A BREACH ALREADY ON A CASE (A RERUN FOR THE DATE) IS
      *    LEFT ALONE, EVEN WHEN THE DESK HAS CLOSED THAT CASE *****
           IF WS-CASE-FOUND
              AND LC-LAST-LOAD-DATE NOT < AL-LOAD-DATE
             ADD 1                 TO WS-ALREADY-LINKED
             EXIT PARAGRAPH
           END-IF
           IF WS-CASE-FOUND AND NOT LC-CLOSED
             PERFORM LINK-TO-CASE
           ELSE
             PERFORM OPEN-NEW-CASE
           END-IF
           .
      *
       FIND-LATEST-CASE.
      *    CASE-SEQ ASCENDS, SO THE LAST ROW FOR THE COUNTRY AND
      *    ALERT-TYPE IS THE CURRENT CASE **************************
           MOVE 'N'                TO WS-CASE-FLAG
           MOVE SPACE              TO LASTREC
           MOVE AL-CODE            TO CS-CODE
           MOVE AL-ALERT-TYPE      TO CS-ALERT-TYPE
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
               IF CS-CODE = AL-CODE
                  AND CS-ALERT-TYPE = AL-ALERT-TYPE
                 MOVE CASE-REC     TO WS-LAST-CASE-REC
                 MOVE 'Y'          TO WS-CASE-FLAG
               ELSE
                 MOVE 'Y'          TO LASTREC
               END-IF
             END-IF
           END-PERFORM
           .
      *
       LINK-TO-CASE.
           PERFORM BUILD-TIMESTAMP
           ADD 1                   TO LC-BREACH-COUNT
           MOVE AL-LOAD-DATE       TO LC-LAST-LOAD-DATE
           MOVE AL-MEASURED        TO LC-LAST-MEASURED
           MOVE AL-LIMIT           TO LC-LAST-LIMIT
      *    A WATCH CASE THAT TURNS HIGH STARTS THE ESCALATION CLOCK
           IF AL-SEVERITY < LC-SEVERITY
             MOVE AL-SEVERITY      TO LC-SEVERITY
             MOVE WS-TIMESTAMP     TO LC-SEV1-TS
           END-IF
           MOVE WS-LAST-CASE-REC   TO CASE-REC
           REWRITE CASE-REC
           IF WS-CASE-STATUS > 0
             DISPLAY '*** Error REWRITE COV19ACS: '
                     WS-CASE-STATUS ' ' CS-KEY
             ADD 1                 TO WS-CASES-NOT-UPDATED
           ELSE
             ADD 1                 TO WS-CASES-LINKED
           END-IF
           .
      *
       OPEN-NEW-CASE.
           PERFORM BUILD-TIMESTAMP
           MOVE SPACES             TO CASE-REC
           MOVE AL-CODE            TO CS-CODE
           MOVE AL-ALERT-TYPE      TO CS-ALERT-TYPE
           IF WS-CASE-FOUND
             IF LC-CASE-SEQ NOT < 999
               DISPLAY '*** ERROR CASE NUMBERS USED UP FOR '
                       AL-CODE ' ' AL-ALERT-TYPE
               ADD 1               TO WS-CASES-NOT-OPENED
               EXIT PARAGRAPH
             END-IF
             COMPUTE CS-CASE-SEQ = LC-CASE-SEQ + 1
           ELSE
             MOVE 1                TO CS-CASE-SEQ
           END-IF
           MOVE 'O'                TO CS-STATUS
           MOVE AL-SEVERITY        TO CS-SEVERITY
           MOVE 'N'                TO CS-ESCALATED
           MOVE WS-TIMESTAMP       TO CS-OPENED-TS
           IF AL-SEVERITY = 1
             MOVE WS-TIMESTAMP     TO CS-SEV1-TS
           END-IF
           MOVE AL-LOAD-DATE       TO CS-FIRST-LOAD-DATE
                                      CS-LAST-LOAD-DATE
           MOVE 1                  TO CS-BREACH-COUNT
           MOVE AL-MEASURED        TO CS-LAST-MEASURED
           MOVE AL-LIMIT           TO CS-LAST-LIMIT
           WRITE CASE-REC
           IF WS-CASE-STATUS > 0
             DISPLAY '*** Error WRITE COV19ACS: '
                     WS-CASE-STATUS ' ' CS-KEY
             ADD 1                 TO WS-CASES-NOT-OPENED
             EXIT PARAGRAPH
           END-IF
           ADD 1                   TO WS-CASES-OPENED
           DISPLAY '*** CASE OPENED: ' CS-CODE ' ' CS-ALERT-TYPE
                   ' ' CS-CASE-SEQ ' SEVERITY ' CS-SEVERITY
      *
           MOVE SPACES             TO NOTIFY-REC
           MOVE 'MAIL'             TO NT-ROUTE
           MOVE CS-SEVERITY        TO NT-PRIORITY
           MOVE WS-MAIL-TO         TO NT-RECIPIENT
           MOVE 'OPEN'             TO NT-EVENT
           STRING 'COV19 ALERT CASE OPENED: ' CS-CODE ' '
                  CS-ALERT-TYPE ' SEVERITY ' CS-SEVERITY
                  DELIMITED BY SIZE
                  INTO NT-SUBJECT
           END-STRING
           PERFORM WRITE-NOTICE
           .
      *
       ESCALATE-CASES.
      *    A SEVERITY-1 CASE THE DESK HAS NOT ACKNOWLEDGED WITHIN
      *    ESCHOURS OF REACHING SEVERITY 1 IS PAGED, ONCE **********
           PERFORM BUILD-TIMESTAMP
           COMPUTE WS-NOW-DAY-INT = FUNCTION INTEGER-OF-DATE
               (WS-RUN-YEAR * 10000 + WS-RUN-MONTH * 100
                + WS-RUN-DAY)
           COMPUTE WS-NOW-MINUTES = WS-RUN-HOURS * 60
                                  + WS-RUN-MINUTES
           COMPUTE WS-LIMIT-MINUTES = WS-ESC-HOURS * 60
           MOVE SPACE              TO LASTREC
           MOVE LOW-VALUES         TO CS-KEY
           START CASE-FILE KEY IS NOT LESS THAN CS-KEY
             INVALID KEY
               MOVE 'Y'            TO LASTREC
           END-START
           PERFORM UNTIL LASTREC = 'Y'
             READ CASE-FILE NEXT RECORD
                  AT END       MOVE 'Y' TO LASTREC
             END-READ
             IF LASTREC NOT = 'Y'
                AND CS-OPEN AND CS-SEVERITY = 1
                AND NOT CS-IS-ESCALATED
               PERFORM CHECK-ESCALATION
             END-IF
           END-PERFORM
           .
      *
       CHECK-ESCALATION.
           MOVE SPACES             TO WS-TS-DATE-X
           STRING CS-SEV1-TS (1:4) CS-SEV1-TS (6:2) CS-SEV1-TS (9:2)
                  DELIMITED BY SIZE
                  INTO WS-TS-DATE-X
           END-STRING
           IF WS-TS-DATE-X NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           MOVE CS-SEV1-TS (12:2)  TO WS-TS-HOURS
           MOVE CS-SEV1-TS (15:2)  TO WS-TS-MINUTES
           COMPUTE WS-ELAPSED-MINUTES =
               (WS-NOW-DAY-INT
                - FUNCTION INTEGER-OF-DATE (WS-TS-DATE-NUM)) * 1440
               + WS-NOW-MINUTES
               - (WS-TS-HOURS * 60 + WS-TS-MINUTES)
           IF WS-ELAPSED-MINUTES NOT > WS-LIMIT-MINUTES
             EXIT PARAGRAPH
           END-IF
      *    THE PAGE GOES OUT FIRST; THE CASE IS MARKED ESCALATED
      *    ONLY ONCE IT HAS, SO A LOST PAGE IS RETRIED NEXT RUN *****
           MOVE SPACES             TO NOTIFY-REC
           MOVE 'PAGE'             TO NT-ROUTE
           MOVE 1                  TO NT-PRIORITY
           MOVE WS-PAGE-TO         TO NT-RECIPIENT
           MOVE 'ESCL'             TO NT-EVENT
           MOVE WS-ESC-HOURS       TO WS-HOURS-O
           STRING 'COV19 ALERT CASE UNACKNOWLEDGED ' WS-HOURS-O
                  'H: ' CS-CODE ' ' CS-ALERT-TYPE
                  DELIMITED BY SIZE
                  INTO NT-SUBJECT
           END-STRING
           PERFORM WRITE-NOTICE
           IF WS-NOTIFY-STATUS > 0
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y'                TO CS-ESCALATED
           MOVE WS-TIMESTAMP       TO CS-ESCALATED-TS
           REWRITE CASE-REC
           IF WS-CASE-STATUS > 0
             DISPLAY '*** Error REWRITE COV19ACS: '
                     WS-CASE-STATUS ' ' CS-KEY
             ADD 1                 TO WS-CASES-NOT-UPDATED
             EXIT PARAGRAPH
           END-IF
           ADD 1                   TO WS-CASES-ESCALATED
           DISPLAY '*** CASE ESCALATED: ' CS-CODE ' ' CS-ALERT-TYPE
                   ' ' CS-CASE-SEQ
           .
      *
       WRITE-NOTICE.
      *    THE CASE ROW IN CASE-REC SUPPLIES THE MESSAGE BODY *******
           MOVE WS-TIMESTAMP       TO NT-TIMESTAMP
           MOVE CS-CODE            TO NT-CODE
           MOVE CS-ALERT-TYPE      TO NT-ALERT-TYPE
           MOVE CS-CASE-SEQ        TO NT-CASE-SEQ
           MOVE CS-LAST-MEASURED   TO WS-MEASURED-O
           MOVE CS-LAST-LIMIT      TO WS-LIMIT-O
           MOVE CS-BREACH-COUNT    TO WS-BREACHES-O
           STRING 'LOAD DATE ' CS-LAST-LOAD-DATE
                  ' MEASURED ' WS-MEASURED-O
                  ' LIMIT ' WS-LIMIT-O
                  ' BREACHES ' WS-BREACHES-O
                  ' SINCE ' CS-FIRST-LOAD-DATE
                  ' OPENED ' CS-OPENED-TS
                  DELIMITED BY SIZE
                  INTO NT-BODY
           END-STRING
           WRITE NOTIFY-REC
           IF WS-NOTIFY-STATUS > 0
             DISPLAY '*** Error writing COV19NTF: '
                     WS-NOTIFY-STATUS
             ADD 1                 TO WS-NOTICES-FAILED
           ELSE
             ADD 1                 TO WS-NOTICES-WRITTEN
           END-IF
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
      *
       WRITE-TRAILERS.
           DISPLAY 'COV19ALR records READ: '    WS-ALERTS-READ
           DISPLAY 'ALERTS FOR THE LOAD DATE: ' WS-ALERTS-FOR-DATE
           DISPLAY 'CASES OPENED: '             WS-CASES-OPENED
           DISPLAY 'BREACHES LINKED TO CASES: ' WS-CASES-LINKED
           DISPLAY 'BREACHES ALREADY LINKED: '  WS-ALREADY-LINKED
           DISPLAY 'CASES ESCALATED: '          WS-CASES-ESCALATED
           DISPLAY 'NOTIFICATIONS WRITTEN: '    WS-NOTICES-WRITTEN
           IF WS-CASES-NOT-OPENED > 0
             DISPLAY 'CASES NOT OPENED: '       WS-CASES-NOT-OPENED
             MOVE 8                TO WS-CONDITION
           END-IF
           IF WS-CASES-NOT-UPDATED > 0
             DISPLAY 'CASES NOT UPDATED: '      WS-CASES-NOT-UPDATED
             MOVE 8                TO WS-CONDITION
           END-IF
           IF WS-NOTICES-FAILED > 0
             DISPLAY 'NOTIFICATIONS NOT WRITTEN: ' WS-NOTICES-FAILED
             MOVE 8                TO WS-CONDITION
           END-IF
           .
      *
       REGISTER-RUN-CONTROL.
           MOVE 'COV1967'          TO WS-RC-PROGRAM
           STRING WS-AS-OF-DATE-NUM (1:4) '-'
                  WS-AS-OF-DATE-NUM (5:2) '-'
                  WS-AS-OF-DATE-NUM (7:2)
                  DELIMITED BY SIZE
                  INTO WS-RC-DATE
           END-STRING
           CALL 'COVRNCTL'      USING WS-RC-COMM-AREA
           .
