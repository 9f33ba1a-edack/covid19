       PROGRAM-ID.    COV1907.
       AUTHOR.        Georges B.
      *Report Covid19 Missing-Data Gaps Across Countries ...
      *A country COV1975 found to run behind as a habit (BEHIND
      *days on the optional COV19LAT latency profile) is not a gap
      *while its latest COVID19D row is no older than that; such
      *countries are only counted on the trailer.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-CALENDAR-STATUS
           .
      *
           SELECT LATENCY-PROFILE ASSIGN COV19LAT
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-PROFILE-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
           .
       COPY COVCAL   REPLACING ==:TAG1:== BY ==CALENDAR==
                               ==:TAG2:== BY ==CL==.
      *
       FD  LATENCY-PROFILE
           RECORDING MODE IS F
           .
       COPY COVLATP  REPLACING ==:TAG1:== BY ==PROFILE==
                               ==:TAG2:== BY ==LP==.
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING ==:TAG1:== BY ==COVID19D==
       01  WS-CONTROL-STATUS       PIC 99 VALUE ZEROS.
       01  WS-COVID19D-STATUS      PIC 99 VALUE ZEROS.
       01  WS-CALENDAR-STATUS      PIC 99 VALUE ZEROS.
       01  WS-PROFILE-STATUS       PIC 99 VALUE ZEROS.
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
      *    Y=AS-OF DATE IS A KNOWN NON-PUBLISHING DATE ON THE
      *    COV19CAL CALENDAR, SO NO GAP LINES ARE REPORTED ***
            88 WS-NOPUB-DATE       VALUE 'Y'.
           03 WS-USUAL-LAG-FLAG    PIC X VALUE 'N'.
            88 WS-WITHIN-USUAL-LAG VALUE 'Y'.
      *
      *    COUNTRIES COV1975 FOUND HABITUALLY BEHIND ************
       01  WS-BEHIND-TABLE.
           03 WS-BEHIND-USED       PIC 9(03) COMP VALUE ZEROS.
           03 WS-BEHIND-ENTRY      OCCURS 500.
              05 WS-BEHIND-CODE    PIC X(05).
              05 WS-BEHIND-DAYS    PIC 9(02).
           03 WS-BEHIND-SUB        PIC 9(03) COMP.
           03 WS-LAG-DAY           PIC 9(02) COMP.
           03 WS-AS-OF-INTEGER     PIC S9(09) COMP-3.
           03 WS-LAG-DATE          PIC 9(08).
      *
       01  WS-MAX-DATE-DATA.
           03 WS-MAX-DATE          PIC X(08) VALUE LOW-VALUES.
           03 WS-COUNTRYS-T-RECS   PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-GAPS-FOUND        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-INACTIVE-SKIPPED  PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-USUAL-LAG-FOUND   PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-PG-WRITTEN-LINES  PIC 9(02) VALUE ZEROS.
           03 WS-PAGE-NUMBER       PIC 9(05) VALUE ZEROS.
      *
           03 GAPS-FOUND-O         PIC ZZZ,ZZ9.
           03 FILLER               PIC X(30) VALUE
                        ' Countries have no data. ***'.
      *
       01  WS-TRAILER-2.
           03 FILLER               PIC X(30) VALUE
                        '*** Behind By Usual Lag: '.
           03 USUAL-LAG-O          PIC ZZZ,ZZ9.
           03 FILLER               PIC X(20) VALUE
                        ' Countries. ***'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
           END-IF
           DISPLAY '*** WS-AS-OF-DATE-NUM: ' WS-AS-OF-DATE-NUM
           PERFORM CHECK-CALENDAR
           PERFORM LOAD-LATENCY-PROFILE
           MOVE 'S'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           .
           CLOSE CALENDAR-FILE
           MOVE SPACE                   TO LASTREC
           .
      *
       LOAD-LATENCY-PROFILE.
      *    THE COV19LAT PROFILE IS OPTIONAL TOO: ONLY COUNTRIES
      *    WITH A BEHIND ARE KEPT *********************************
           OPEN INPUT LATENCY-PROFILE
           IF WS-PROFILE-STATUS > 0
             EXIT PARAGRAPH
           END-IF
           PERFORM READ-PROFILE-RECORD
           PERFORM UNTIL LASTREC = 'Y'
             IF LP-BEHIND-DAYS NUMERIC AND LP-BEHIND-DAYS > 0
                AND WS-BEHIND-USED < 500
               ADD 1                    TO WS-BEHIND-USED
               MOVE LP-CODE        TO WS-BEHIND-CODE (WS-BEHIND-USED)
               MOVE LP-BEHIND-DAYS TO WS-BEHIND-DAYS (WS-BEHIND-USED)
             END-IF
             PERFORM READ-PROFILE-RECORD
           END-PERFORM
           CLOSE LATENCY-PROFILE
           MOVE SPACE                   TO LASTREC
           .
      *
       READ-PROFILE-RECORD.
           READ LATENCY-PROFILE
                AT END       MOVE 'Y' TO LASTREC
           END-READ
           .
      *
       READ-CALENDAR-RECORD.
           READ CALENDAR-FILE
           MOVE SPACES                  TO PRINT-REC
           MOVE WS-GAPS-FOUND           TO GAPS-FOUND-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           IF WS-USUAL-LAG-FOUND > 0
             MOVE WS-USUAL-LAG-FOUND    TO USUAL-LAG-O
             WRITE PRINT-REC          FROM WS-TRAILER-2
             DISPLAY 'BEHIND BY USUAL LAG, NOT GAPS: '
                     WS-USUAL-LAG-FOUND
           END-IF
           IF WS-INACTIVE-SKIPPED > 0
             DISPLAY 'INACTIVE COUNTRIES NOT CHASED: '
                     WS-INACTIVE-SKIPPED
             MOVE WS-AS-OF-DATE-NUM       TO CV-DATE
             READ COVID19D-FILE
               INVALID KEY
                 PERFORM CHECK-USUAL-LAG
                 IF WS-WITHIN-USUAL-LAG
                   ADD 1                  TO WS-USUAL-LAG-FOUND
                 ELSE
                   PERFORM WRITE-GAP-RECORD
                 END-IF
               NOT INVALID KEY
                 CONTINUE
             END-READ
           END-IF
           .
      *
       CHECK-USUAL-LAG.
      *    A COUNTRY BEHIND BY N DAYS IS STILL REPORTING IF ONE OF
      *    THE N DAYS BEFORE THE AS-OF DATE IS ON FILE ************
           MOVE 'N'                       TO WS-USUAL-LAG-FLAG
           PERFORM VARYING WS-BEHIND-SUB FROM 1 BY 1
                   UNTIL WS-BEHIND-SUB > WS-BEHIND-USED
                      OR WS-BEHIND-CODE (WS-BEHIND-SUB) = C-CODE
             CONTINUE
           END-PERFORM
           IF WS-BEHIND-SUB > WS-BEHIND-USED
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE-NUM)
           PERFORM VARYING WS-LAG-DAY FROM 1 BY 1
                   UNTIL WS-LAG-DAY > WS-BEHIND-DAYS (WS-BEHIND-SUB)
                      OR WS-WITHIN-USUAL-LAG
             MOVE C-CODE                  TO CV-CODE
             COMPUTE WS-LAG-DATE = FUNCTION DATE-OF-INTEGER
                                   (WS-AS-OF-INTEGER - WS-LAG-DAY)
             MOVE WS-LAG-DATE             TO CV-DATE
             READ COVID19D-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'Y'                 TO WS-USUAL-LAG-FLAG
             END-READ
           END-PERFORM
           .
      *
       WRITE-GAP-RECORD.
           IF WS-PG-WRITTEN-LINES > WS-PAGE-BREAK
