       AUTHOR.        Georges B.
      *Build The Joined Reporting Base After The Load ...
      *One pass over COVID19D in primary-key order, joining each
      *row with CX-POPULATION and CX-REGION-CODE from COUNTRYX,
      *the VX running totals from VACCINED, the day's hospital
      *and ICU occupancy from HOSPITLD and the supplying vendor
      *from COV19SRC, written to the sequential REPTBASE extract.
      *The morning reports (COV1903, COV1904, COV1911, COV1918,
      *COV1919) read this one file instead of each sweeping the
      *masters, so the batch window stops growing with history.
      *COUNTRYX, VACCINED, HOSPITLD and COV19SRC are optional, as
      *they are for the loaders: without them the rows carry N
      *flags (a blank vendor) and the dependent report columns
      *stay blank.  The WORLD and R-xxx rollup rows ride along
      *with N demographics flags.  The run is registered on
      *COV19RCT under the load date on the COV19CTL control record
      *so COV1970 can time it within each night's batch window.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
              RECORD KEY     IS VX-CODE-DATE
              FILE STATUS    IS WS-VACCINED-STATUS
           .
      *
           SELECT HOSPITLD-FILE ASSIGN TO HOSPITLD
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS HS-CODE-DATE
              FILE STATUS    IS WS-HOSPITLD-STATUS
           .
      *
           SELECT SOURCE-FILE ASSIGN TO COV19SRC
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS VS-CODE-DATE
              FILE STATUS    IS WS-SOURCE-STATUS
           .
      *
           SELECT REPORT-BASE ASSIGN TO REPTBASE
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-BASE-STATUS
           .
      *
           SELECT LOAD-CONTROL ASSIGN TO COV19CTL
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-CONTROL-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FD  VACCINED-FILE.
       COPY VACCINED REPLACING ==:TAG1:== BY ==VACCINED==
                               ==:TAG2:== BY ==VX==.
      *
       FD  HOSPITLD-FILE.
       COPY HOSPITLD REPLACING ==:TAG1:== BY ==HOSPITLD==
                               ==:TAG2:== BY ==HS==.
      *
       FD  SOURCE-FILE.
       COPY COVSRC   REPLACING ==:TAG1:== BY ==SOURCE==
                               ==:TAG2:== BY ==VS==.
      *
       FD  REPORT-BASE
           RECORDING MODE IS F
           .
       COPY COVRBASE REPLACING ==:TAG1:== BY ==REPORT-BASE==
                               ==:TAG2:== BY ==RB==.
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
       01  WS-COVID19D-STATUS      PIC 99 VALUE ZEROS.
       01  WS-COUNTRYX-STATUS      PIC 99 VALUE ZEROS.
       01  WS-VACCINED-STATUS      PIC 99 VALUE ZEROS.
       01  WS-HOSPITLD-STATUS      PIC 99 VALUE ZEROS.
       01  WS-SOURCE-STATUS        PIC 99 VALUE ZEROS.
       01  WS-BASE-STATUS          PIC 99 VALUE ZEROS.
       01  WS-CONTROL-STATUS       PIC 99 VALUE ZEROS.
      *
       01  WS-LOAD-DATE            PIC 9(08) VALUE ZEROS.
      *
       01 WS-FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
            88 WS-COUNTRYX-ON-FILE VALUE 'Y'.
           03 WS-VAX-AVAIL         PIC X VALUE 'N'.
            88 WS-VAX-ON-FILE      VALUE 'Y'.
           03 WS-HOSP-AVAIL        PIC X VALUE 'N'.
            88 WS-HOSP-ON-FILE     VALUE 'Y'.
           03 WS-SOURCE-AVAIL      PIC X VALUE 'N'.
            88 WS-SOURCE-ON-FILE   VALUE 'Y'.
      *
      *    THE SWEEP IS CODE-MAJOR, SO THE COUNTRYX ROW IS READ
      *    ONCE PER COUNTRY, NOT ONCE PER DATE *********************
           03 WS-BASE-WRITTEN      PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-VAX-JOINED        PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-DEMOG-JOINED      PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-HOSP-JOINED       PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-SOURCE-JOINED     PIC 9(07) COMP-3 VALUE ZEROES.
      *==============================
       PROCEDURE DIVISION.
      *==============================
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LOAD-DATE
           MOVE 'S'               TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           PERFORM SWEEP-MASTER
             MOVE 'Y'             TO WS-FILE-ERROR
             EXIT PARAGRAPH
           END-IF
      *    DEMOGRAPHICS, VACCINATIONS, HOSPITAL, SOURCES ARE
      *    OPTIONAL ************************************************
           OPEN INPUT COUNTRYX-FILE
           IF WS-COUNTRYX-STATUS = 00
             MOVE 'Y'             TO WS-COUNTRYX-AVAIL
             DISPLAY '*** WARNING VACCINED NOT AVAILABLE, STATUS: '
                     WS-VACCINED-STATUS
           END-IF
           OPEN INPUT HOSPITLD-FILE
           IF WS-HOSPITLD-STATUS = 00
             MOVE 'Y'             TO WS-HOSP-AVAIL
           ELSE
             DISPLAY '*** WARNING HOSPITLD NOT AVAILABLE, STATUS: '
                     WS-HOSPITLD-STATUS
           END-IF
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS = 00
             MOVE 'Y'             TO WS-SOURCE-AVAIL
           ELSE
             DISPLAY '*** WARNING COV19SRC NOT AVAILABLE, STATUS: '
                     WS-SOURCE-STATUS
           END-IF
           .
      *
       CLOSE-FILES.
           IF WS-VAX-ON-FILE
             CLOSE VACCINED-FILE
           END-IF
           IF WS-HOSP-ON-FILE
             CLOSE HOSPITLD-FILE
           END-IF
           IF WS-SOURCE-ON-FILE
             CLOSE SOURCE-FILE
           END-IF
           .
      *
       SWEEP-MASTER.
           MOVE WS-CACHE-POPULATION TO RB-POPULATION
           MOVE WS-CACHE-REGION     TO RB-REGION-CODE
           PERFORM JOIN-VACCINATIONS
           PERFORM JOIN-HOSPITAL
           PERFORM JOIN-SOURCE
           .
      *
       JOIN-DEMOGRAPHICS.
                  ADD 1                TO WS-VAX-JOINED
           END-READ
           .
      *
       JOIN-HOSPITAL.
           MOVE 'N'                 TO RB-HOSP-FLAG
           MOVE ZEROS               TO RB-HOSP-OCCUPIED
                                       RB-ICU-OCCUPIED
                                       RB-ICU-BEDS
           IF NOT WS-HOSP-ON-FILE
             EXIT PARAGRAPH
           END-IF
           MOVE CV-CODE             TO HS-CODE
           MOVE CV-DATE             TO HS-DATE
           READ HOSPITLD-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE 'Y'              TO RB-HOSP-FLAG
                  MOVE HS-HOSP-OCCUPIED TO RB-HOSP-OCCUPIED
                  MOVE HS-ICU-OCCUPIED  TO RB-ICU-OCCUPIED
                  MOVE HS-ICU-BEDS      TO RB-ICU-BEDS
                  ADD 1                 TO WS-HOSP-JOINED
           END-READ
           .
      *
       JOIN-SOURCE.
           MOVE SPACE               TO RB-SOURCE-VENDOR
           IF NOT WS-SOURCE-ON-FILE
             EXIT PARAGRAPH
           END-IF
           MOVE CV-CODE-DATE        TO VS-CODE-DATE
           READ SOURCE-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE VS-VENDOR        TO RB-SOURCE-VENDOR
                  ADD 1                 TO WS-SOURCE-JOINED
           END-READ
           .
      *
       WRITE-BASE-RECORD.
           WRITE REPORT-BASE-REC
           DISPLAY 'REPTBASE records WRITTEN: '   WS-BASE-WRITTEN
           DISPLAY 'COUNTRYX ROWS JOINED: '       WS-DEMOG-JOINED
           DISPLAY 'VACCINED ROWS JOINED: '       WS-VAX-JOINED
           DISPLAY 'HOSPITLD ROWS JOINED: '       WS-HOSP-JOINED
           DISPLAY 'COV19SRC ROWS JOINED: '       WS-SOURCE-JOINED
           .
      *
       FIND-LOAD-DATE.
      *    THE BASE IS BUILT FOR THE LOAD COV19CTL RECORDS; WITHOUT
      *    A CONTROL RECORD THE RUN IS REGISTERED UNDATED **********
           OPEN INPUT LOAD-CONTROL
           IF WS-CONTROL-STATUS = 00
             READ LOAD-CONTROL
               AT END CONTINUE
               NOT AT END
                 IF CTL-MAX-DATE NUMERIC AND CTL-MAX-DATE > 0
                   MOVE CTL-MAX-DATE TO WS-LOAD-DATE
                 END-IF
             END-READ
             CLOSE LOAD-CONTROL
           END-IF
           .
      *
       REGISTER-RUN-CONTROL.
           MOVE 'COV1942'           TO WS-RC-PROGRAM
           MOVE SPACES              TO WS-RC-DATE
           IF WS-LOAD-DATE > 0
             STRING WS-LOAD-DATE (1:4) '-'
                    WS-LOAD-DATE (5:2) '-'
                    WS-LOAD-DATE (7:2)
                    DELIMITED BY SIZE
                    INTO WS-RC-DATE
             END-STRING
           END-IF
           CALL 'COVRNCTL'       USING WS-RC-COMM-AREA
           .
