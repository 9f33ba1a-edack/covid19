      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COVMEASR.
       AUTHOR.        Georges B.
      *Master File Measurement Subroutine For The COV19 Masters ...
      *Reads one master end to end, in key order, and passes back
      *its record count, high key, newest date and hash totals of
      *its counters (see COVMSCOM for the file list and what each
      *total adds up).  COV1977 writes the measurements to the
      *COV19MAN backup manifest; COV1978 measures the restored
      *masters the same way and compares.  A missing file comes
      *back as state M, a file that cannot be read as state E with
      *the offending file status.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT COUNTRYS-FILE ASSIGN TO COUNTRYS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS C-CODE
              FILE STATUS    IS WS-FILE-STATUS
           .
      *
           SELECT COUNTRYX-FILE ASSIGN TO COUNTRYX
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS CX-CODE
              FILE STATUS    IS WS-FILE-STATUS
           .
      *
           SELECT COVID19D-FILE ASSIGN TO COVID19D
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS CV-CODE-DATE
              ALTERNATE RECORD KEY IS CV-DATE
                                  WITH DUPLICATES
              FILE STATUS    IS WS-FILE-STATUS
           .
      *
           SELECT VACCINED-FILE ASSIGN TO VACCINED
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS VX-CODE-DATE
              FILE STATUS    IS WS-FILE-STATUS
           .
      *
           SELECT TESTINGD-FILE ASSIGN TO TESTINGD
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS TS-CODE-DATE
              FILE STATUS    IS WS-FILE-STATUS
           .
      *
           SELECT COVID19M-FILE ASSIGN TO COVID19M
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS CM-CODE-MONTH
              FILE STATUS    IS WS-FILE-STATUS
           .
      *
           SELECT LOAD-CONTROL ASSIGN TO COV19CTL
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-FILE-STATUS
           .
      *
           SELECT STATUS-FILE ASSIGN COV19STA
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS ST-KEY
              FILE STATUS    IS WS-FILE-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING ==:TAG1:== BY ==COUNTRYS==
                               ==:TAG2:== BY ==C==.
      *
       FD  COUNTRYX-FILE.
       COPY COUNTRYX REPLACING ==:TAG1:== BY ==COUNTRYX==
                               ==:TAG2:== BY ==CX==.
      *
       FD  COVID19D-FILE.
       COPY COVID19D REPLACING ==:TAG1:== BY ==COVID19D==
                               ==:TAG2:== BY ==CV==.
      *
       FD  VACCINED-FILE.
       COPY VACCINED REPLACING ==:TAG1:== BY ==VACCINED==
                               ==:TAG2:== BY ==VX==.
      *
       FD  TESTINGD-FILE.
       COPY TESTINGD REPLACING ==:TAG1:== BY ==TESTINGD==
                               ==:TAG2:== BY ==TS==.
      *
       FD  COVID19M-FILE.
       COPY COVID19M REPLACING ==:TAG1:== BY ==COVID19M==
                               ==:TAG2:== BY ==CM==.
      *
       FD  LOAD-CONTROL
           RECORDING MODE IS F
           .
       01  LOAD-CONTROL-REC.
           03 CTL-MAX-DATE          PIC 9(08).
           03 FILLER                PIC X(01).
           03 CTL-DATE-RECS         PIC 9(05).
      *
       FD  STATUS-FILE.
       COPY COVSTAT  REPLACING ==:TAG1:== BY ==STATUS==
                               ==:TAG2:== BY ==ST==.
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-FILE-STATUS          PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
      *
       01  WS-MONTH-DATE           PIC 9(08).
      *------------------------------
       LINKAGE SECTION.
      *------------------------------
       COPY COVMSCOM     REPLACING ==:TAG:==      BY ==MS==.
      *==============================
       PROCEDURE DIVISION USING MS-COMM-AREA.
      *==============================
       MAIN.
           MOVE '00'               TO MS-RETURN-STATUS
           MOVE 'O'                TO MS-STATE
           MOVE ZEROS              TO MS-RECORDS
                                      MS-LATEST-DATE
                                      MS-HASH-1
                                      MS-HASH-2
                                      MS-HASH-3
           MOVE SPACES             TO MS-HIGH-KEY
           MOVE SPACE              TO LASTREC
           EVALUATE MS-FILE-ID
             WHEN 'COUNTRYS'
               PERFORM MEASURE-COUNTRYS
             WHEN 'COUNTRYX'
               PERFORM MEASURE-COUNTRYX
             WHEN 'COVID19D'
               PERFORM MEASURE-COVID19D
             WHEN 'VACCINED'
               PERFORM MEASURE-VACCINED
             WHEN 'TESTINGD'
               PERFORM MEASURE-TESTINGD
             WHEN 'COVID19M'
               PERFORM MEASURE-COVID19M
             WHEN 'COV19CTL'
               PERFORM MEASURE-COV19CTL
             WHEN 'COV19STA'
               PERFORM MEASURE-COV19STA
             WHEN OTHER
               DISPLAY '*** COVMEASR: BAD FILE-ID: ' MS-FILE-ID
               MOVE 'E'            TO MS-STATE
               MOVE '98'           TO MS-RETURN-STATUS
           END-EVALUATE
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       CHECK-OPEN.
      *    35 IS A FILE THAT IS NOT THERE, ANYTHING ELSE AN ERROR **
           IF WS-FILE-STATUS = 35
             MOVE 'M'              TO MS-STATE
           ELSE
             DISPLAY '*** COVMEASR: ERROR OPENING ' MS-FILE-ID
                     ': ' WS-FILE-STATUS
             MOVE 'E'              TO MS-STATE
           END-IF
           MOVE WS-FILE-STATUS     TO MS-RETURN-STATUS
           .
      *
       CHECK-READ.
           IF WS-FILE-STATUS > 0 AND WS-FILE-STATUS NOT = 10
             DISPLAY '*** COVMEASR: ERROR READING ' MS-FILE-ID
                     ': ' WS-FILE-STATUS
             MOVE 'E'              TO MS-STATE
             MOVE WS-FILE-STATUS   TO MS-RETURN-STATUS
             MOVE 'Y'              TO LASTREC
           END-IF
           .
      *
       MEASURE-COUNTRYS.
           OPEN INPUT COUNTRYS-FILE
           IF WS-FILE-STATUS > 0
             PERFORM CHECK-OPEN
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LASTREC = 'Y'
             READ COUNTRYS-FILE NEXT RECORD
               AT END
                 MOVE 'Y'          TO LASTREC
               NOT AT END
                 ADD 1             TO MS-RECORDS
                 MOVE C-CODE       TO MS-HIGH-KEY
                 IF C-INACTIVE
                   ADD 1           TO MS-HASH-1
                   IF C-INACTIVE-DATE NUMERIC
                     ADD C-INACTIVE-DATE TO MS-HASH-2
                     IF C-INACTIVE-DATE > MS-LATEST-DATE
                       MOVE C-INACTIVE-DATE TO MS-LATEST-DATE
                     END-IF
                   END-IF
                 END-IF
             END-READ
             PERFORM CHECK-READ
           END-PERFORM
           CLOSE COUNTRYS-FILE
           .
      *
       MEASURE-COUNTRYX.
           OPEN INPUT COUNTRYX-FILE
           IF WS-FILE-STATUS > 0
             PERFORM CHECK-OPEN
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LASTREC = 'Y'
             READ COUNTRYX-FILE NEXT RECORD
               AT END
                 MOVE 'Y'          TO LASTREC
               NOT AT END
                 ADD 1             TO MS-RECORDS
                 MOVE CX-CODE      TO MS-HIGH-KEY
                 ADD CX-POPULATION TO MS-HASH-1
                 ADD CX-ISO-NUMERIC TO MS-HASH-2
             END-READ
             PERFORM CHECK-READ
           END-PERFORM
           CLOSE COUNTRYX-FILE
           .
      *
       MEASURE-COVID19D.
           OPEN INPUT COVID19D-FILE
           IF WS-FILE-STATUS > 0
             PERFORM CHECK-OPEN
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LASTREC = 'Y'
             READ COVID19D-FILE NEXT RECORD
               AT END
                 MOVE 'Y'          TO LASTREC
               NOT AT END
                 ADD 1             TO MS-RECORDS
                 MOVE CV-CODE-DATE TO MS-HIGH-KEY
                 IF CV-DATE > MS-LATEST-DATE
                   MOVE CV-DATE    TO MS-LATEST-DATE
                 END-IF
                 ADD CV-NEW-CONFIRMED TO MS-HASH-1
                 ADD CV-NEW-DEATHS    TO MS-HASH-2
                 ADD CV-NEW-RECOVERED TO MS-HASH-3
             END-READ
             PERFORM CHECK-READ
           END-PERFORM
           CLOSE COVID19D-FILE
           .
      *
       MEASURE-VACCINED.
           OPEN INPUT VACCINED-FILE
           IF WS-FILE-STATUS > 0
             PERFORM CHECK-OPEN
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LASTREC = 'Y'
             READ VACCINED-FILE NEXT RECORD
               AT END
                 MOVE 'Y'          TO LASTREC
               NOT AT END
                 ADD 1             TO MS-RECORDS
                 MOVE VX-CODE-DATE TO MS-HIGH-KEY
                 IF VX-DATE > MS-LATEST-DATE
                   MOVE VX-DATE    TO MS-LATEST-DATE
                 END-IF
                 ADD VX-DOSES-ADMIN TO MS-HASH-1
                 ADD VX-FULLY-VAXED TO MS-HASH-2
             END-READ
             PERFORM CHECK-READ
           END-PERFORM
           CLOSE VACCINED-FILE
           .
      *
       MEASURE-TESTINGD.
           OPEN INPUT TESTINGD-FILE
           IF WS-FILE-STATUS > 0
             PERFORM CHECK-OPEN
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LASTREC = 'Y'
             READ TESTINGD-FILE NEXT RECORD
               AT END
                 MOVE 'Y'          TO LASTREC
               NOT AT END
                 ADD 1             TO MS-RECORDS
                 MOVE TS-CODE-DATE TO MS-HIGH-KEY
                 IF TS-DATE > MS-LATEST-DATE
                   MOVE TS-DATE    TO MS-LATEST-DATE
                 END-IF
                 ADD TS-NEW-TESTS   TO MS-HASH-1
                 ADD TS-TOTAL-TESTS TO MS-HASH-2
             END-READ
             PERFORM CHECK-READ
           END-PERFORM
           CLOSE TESTINGD-FILE
           .
      *
       MEASURE-COVID19M.
      *    A MONTH ROW CARRIES NO DAY: ITS DATE IS THE 1ST *********
           OPEN INPUT COVID19M-FILE
           IF WS-FILE-STATUS > 0
             PERFORM CHECK-OPEN
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LASTREC = 'Y'
             READ COVID19M-FILE NEXT RECORD
               AT END
                 MOVE 'Y'          TO LASTREC
               NOT AT END
                 ADD 1             TO MS-RECORDS
                 MOVE CM-CODE-MONTH TO MS-HIGH-KEY
                 COMPUTE WS-MONTH-DATE = CM-YEAR * 10000
                                       + CM-MONTH * 100 + 1
                 IF WS-MONTH-DATE > MS-LATEST-DATE
                   MOVE WS-MONTH-DATE TO MS-LATEST-DATE
                 END-IF
                 ADD CM-SUM-NEW-CONFIRMED TO MS-HASH-1
                 ADD CM-SUM-NEW-DEATHS    TO MS-HASH-2
                 ADD CM-SUM-NEW-RECOVERED TO MS-HASH-3
             END-READ
             PERFORM CHECK-READ
           END-PERFORM
           CLOSE COVID19M-FILE
           .
      *
       MEASURE-COV19CTL.
           OPEN INPUT LOAD-CONTROL
           IF WS-FILE-STATUS > 0
             PERFORM CHECK-OPEN
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LASTREC = 'Y'
             READ LOAD-CONTROL
               AT END
                 MOVE 'Y'          TO LASTREC
               NOT AT END
                 ADD 1             TO MS-RECORDS
                 IF CTL-MAX-DATE NUMERIC
                   MOVE CTL-MAX-DATE TO MS-LATEST-DATE
                 END-IF
                 IF CTL-DATE-RECS NUMERIC
                   MOVE CTL-DATE-RECS TO MS-HASH-1
                 END-IF
             END-READ
             PERFORM CHECK-READ
           END-PERFORM
           CLOSE LOAD-CONTROL
           .
      *
       MEASURE-COV19STA.
           OPEN INPUT STATUS-FILE
           IF WS-FILE-STATUS > 0
             PERFORM CHECK-OPEN
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LASTREC = 'Y'
             READ STATUS-FILE NEXT RECORD
               AT END
                 MOVE 'Y'          TO LASTREC
               NOT AT END
                 ADD 1             TO MS-RECORDS
                 MOVE ST-KEY       TO MS-HIGH-KEY
                 IF ST-MAX-DATE NUMERIC
                   MOVE ST-MAX-DATE TO MS-LATEST-DATE
                 END-IF
                 IF ST-DATE-RECS NUMERIC
                   ADD ST-DATE-RECS TO MS-HASH-1
                 END-IF
                 IF ST-AUD-READ NUMERIC
                   ADD ST-AUD-READ  TO MS-HASH-2
                 END-IF
             END-READ
             PERFORM CHECK-READ
           END-PERFORM
           CLOSE STATUS-FILE
           .
