      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1970.
       AUTHOR.        Georges B.
      *Batch-Window Elapsed Time And SLA Report ...
      *Rebuilds each night's critical path from the COV19RCT
      *run-control rows: the load (COV1901, or the COV1946/COV1947
      *partitioned chain, which registers as COV1901 and COV1947),
      *then COV1942, COV1934 and the morning reports COV1903,
      *COV1904, COV1905, COV1907 and COV1908.  A night is keyed by
      *the load date the steps registered under; the window runs
      *from the start of the load to the end of the last step and
      *is measured against the briefing deadline on the morning
      *after the load started.
      *Section 1 lists every night with the elapsed time of each
      *step against its trailing average.  A step is flagged SLOW
      *when it ran SLOWPCT percent or more of its trailing average
      *(and at least five minutes over it), and LATE START when it
      *started more than LATEMINS minutes later, against the
      *deadline, than it usually does.  Section 2 lists the nights
      *that breached the deadline, section 3 the trend per step:
      *the average of the latest TRAIL nights against the TRAIL
      *nights before them, marked SLOWING from TRENDPCT percent.
      *Nights before DATEFROM feed the trailing averages only.
      *Return code 4 when any night in range breached, 16 when the
      *run-control file cannot be read.
      *Parameters: DATEFROM=/DATETO=YYYYMMDD (default all dates),
      *            DEADLINE=HHMM (default 0730), TRAIL=nn nights
      *            (default 07), SLOWPCT=nnn (default 150),
      *            LATEMINS=nnn (default 060), TRENDPCT=nnn
      *            (default 120).
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE.
      *
           SELECT RUNCTL-FILE ASSIGN COV19RCT
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS RT-KEY
              FILE STATUS    IS WS-RUNCTL-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                 PIC X(132).
      *
       FD  RUNCTL-FILE.
       COPY COVRUNCT REPLACING ==:TAG1:== BY ==RUNCTL==
                               ==:TAG2:== BY ==RT==.
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-RUNCTL-STATUS        PIC 99 VALUE ZEROS.
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-PAGE-BREAK        PIC 9(02) VALUE 65.
           03 WS-SECTION           PIC X VALUE 'N'.
      *    N=NIGHTLY PATH, B=BREACHED NIGHTS, T=TREND BY STEP ***
            88 WS-SECTION-NIGHTS   VALUE 'N'.
            88 WS-SECTION-BREACHES VALUE 'B'.
            88 WS-SECTION-TREND    VALUE 'T'.
           03 WS-NIGHT-FOUND       PIC X VALUE 'N'.
            88 WS-NIGHT-IS-FOUND   VALUE 'Y'.
           03 WS-TABLE-FULL        PIC X VALUE 'N'.
            88 WS-TABLE-IS-FULL    VALUE 'Y'.
           03 WS-CONDITION         PIC 9(02) VALUE ZEROS.
      *
       01  WS-PARMS.
           03 WS-DATE-FROM         PIC 9(08) VALUE ZEROS.
           03 WS-DATE-TO           PIC 9(08) VALUE 99999999.
           03 WS-DEADLINE          PIC 9(04) VALUE 0730.
           03 WS-DEADLINE-X REDEFINES WS-DEADLINE.
              05 WS-DEADLINE-HH    PIC 9(02).
              05 WS-DEADLINE-MM    PIC 9(02).
           03 WS-TRAIL             PIC 9(02) VALUE 7.
           03 WS-SLOW-PCT          PIC 9(03) VALUE 150.
           03 WS-LATE-MINS         PIC 9(03) VALUE 60.
           03 WS-TREND-PCT         PIC 9(03) VALUE 120.
           03 WS-PARM-ERROR        PIC X VALUE 'N'.
            88 WS-PARM-ERROR-FOUND VALUE 'Y'.
      *
       COPY COVPARM      REPLACING ==:TAG:==      BY ==WS==.
      *
       COPY COVRNCOM     REPLACING ==:TAG:==      BY ==WS-RC==.
      *
      *    CRITICAL-PATH STEPS, IN RUN ORDER *********************
       01  WS-STEP-NAMES-INIT.
           03 FILLER               PIC X(08) VALUE 'LOAD'.
           03 FILLER               PIC X(08) VALUE 'COV1942'.
           03 FILLER               PIC X(08) VALUE 'COV1934'.
           03 FILLER               PIC X(08) VALUE 'COV1903'.
           03 FILLER               PIC X(08) VALUE 'COV1904'.
           03 FILLER               PIC X(08) VALUE 'COV1905'.
           03 FILLER               PIC X(08) VALUE 'COV1907'.
           03 FILLER               PIC X(08) VALUE 'COV1908'.
       01  WS-STEP-NAMES REDEFINES WS-STEP-NAMES-INIT.
           03 WS-STEP-NAME         PIC X(08) OCCURS 8.
      *
      *    REGISTERED PROGRAM -> STEP.  BOTH HALVES OF THE LOAD
      *    FOLD INTO STEP 1 AND ARE BROWSED FIRST SO THE OTHER
      *    STEPS FIND THEIR NIGHT ALREADY ON THE TABLE ***********
       01  WS-PROGRAM-TABLE-INIT.
           03 FILLER               PIC X(10) VALUE 'COV1901 01'.
           03 FILLER               PIC X(10) VALUE 'COV1947 01'.
           03 FILLER               PIC X(10) VALUE 'COV1942 02'.
           03 FILLER               PIC X(10) VALUE 'COV1934 03'.
           03 FILLER               PIC X(10) VALUE 'COV1903 04'.
           03 FILLER               PIC X(10) VALUE 'COV1904 05'.
           03 FILLER               PIC X(10) VALUE 'COV1905 06'.
           03 FILLER               PIC X(10) VALUE 'COV1907 07'.
           03 FILLER               PIC X(10) VALUE 'COV1908 08'.
       01  WS-PROGRAM-TABLE REDEFINES WS-PROGRAM-TABLE-INIT.
           03 WS-PT-ENTRY          OCCURS 9.
              05 WS-PT-PROGRAM     PIC X(08).
              05 FILLER            PIC X(01).
              05 WS-PT-STEP        PIC 9(02).
      *
      *    ONE ROW PER NIGHT, ASCENDING LOAD DATE.  TIMES ARE HELD
      *    AS MINUTES SINCE THE INTEGER-OF-DATE EPOCH SO A WINDOW
      *    CROSSING MIDNIGHT SUBTRACTS CLEANLY *******************
       01  WS-NIGHT-TABLE.
           03 WS-NT-USED           PIC 9(04) COMP VALUE ZEROS.
           03 WS-NT-ENTRY          OCCURS 1000.
              05 WS-NT-DATE        PIC X(10).
              05 WS-NT-PARTITIONED PIC X(01).
              05 WS-NT-RESULT      PIC X(01).
      *          M=MET, B=BREACHED, I=INCOMPLETE
              05 WS-NT-DEADLINE    PIC S9(11) COMP-3.
              05 WS-NT-WINDOW-END  PIC S9(11) COMP-3.
              05 WS-NT-LAST-STEP   PIC 9(02) COMP.
              05 WS-NT-STEP        OCCURS 8.
                 07 WS-NT-START-TS PIC X(19).
                 07 WS-NT-END-TS   PIC X(19).
                 07 WS-NT-STATUS   PIC X(01).
                 07 WS-NT-START    PIC S9(11) COMP-3.
                 07 WS-NT-END      PIC S9(11) COMP-3.
                 07 WS-NT-FLAG-SLOW
                                   PIC X(01).
                 07 WS-NT-FLAG-LATE
                                   PIC X(01).
      *
      *    PER-STEP TOTALS FOR THE TREND SECTION ****************
       01  WS-STEP-TOTALS.
           03 WS-ST-ENTRY          OCCURS 8.
              05 WS-ST-NIGHTS      PIC 9(05) COMP-3.
              05 WS-ST-SUM         PIC S9(09) COMP-3.
              05 WS-ST-MAX         PIC S9(07) COMP-3.
              05 WS-ST-SLOW        PIC 9(05) COMP-3.
              05 WS-ST-LATE        PIC 9(05) COMP-3.
              05 WS-ST-FAILED      PIC 9(05) COMP-3.
      *
       01  WS-WORK.
           03 WS-PT-SUB            PIC 9(02) COMP.
           03 WS-STEP-SUB          PIC 9(02) COMP.
           03 WS-NT-SUB            PIC 9(04) COMP.
           03 WS-NT-INS            PIC 9(04) COMP.
           03 WS-NT-SCAN           PIC 9(04) COMP.
           03 WS-NT-FIRST          PIC 9(04) COMP.
           03 WS-NT-LAST           PIC 9(04) COMP.
           03 WS-AVG-COUNT         PIC 9(04) COMP.
           03 WS-START-DATE-X      PIC X(10).
           03 WS-RT-DATE-NUM       PIC 9(08).
           03 WS-RT-DATE-NUM-X REDEFINES WS-RT-DATE-NUM.
              05 WS-RT-YEAR        PIC X(04).
              05 WS-RT-MONTH       PIC X(02).
              05 WS-RT-DAY         PIC X(02).
           03 WS-HISTORY-FROM      PIC 9(08) VALUE ZEROS.
           03 WS-HISTORY-INT       PIC S9(09) COMP-3.
           03 WS-TS                PIC X(19).
           03 WS-TS-DATE           PIC 9(08).
           03 WS-TS-DATE-X REDEFINES WS-TS-DATE.
              05 WS-TS-YEAR        PIC X(04).
              05 WS-TS-MONTH       PIC X(02).
              05 WS-TS-DAY         PIC X(02).
           03 WS-TS-HH             PIC 9(02).
           03 WS-TS-MM             PIC 9(02).
           03 WS-TS-MINUTES        PIC S9(11) COMP-3.
           03 WS-DEADLINE-MINS     PIC S9(05) COMP-3.
           03 WS-DAY-INT           PIC S9(09) COMP-3.
           03 WS-DAY-MINS          PIC S9(05) COMP-3.
           03 WS-ELAPSED           PIC S9(07) COMP-3.
           03 WS-OFFSET            PIC S9(07) COMP-3.
           03 WS-SUM-ELAPSED       PIC S9(09) COMP-3.
           03 WS-SUM-OFFSET        PIC S9(09) COMP-3.
           03 WS-SUM-PRIOR         PIC S9(09) COMP-3.
           03 WS-AVG-ELAPSED       PIC S9(07) COMP-3.
           03 WS-AVG-OFFSET        PIC S9(07) COMP-3.
           03 WS-RECENT-AVG        PIC S9(07) COMP-3.
           03 WS-RECENT-COUNT      PIC 9(04) COMP.
           03 WS-PRIOR-AVG         PIC S9(07) COMP-3.
           03 WS-PRIOR-COUNT       PIC 9(04) COMP.
           03 WS-CHANGE-PCT        PIC S9(05) COMP-3.
           03 WS-DUR-MINUTES       PIC S9(07) COMP-3.
           03 WS-DUR-ABS           PIC 9(07).
           03 WS-DUR-HOURS         PIC 9(05).
           03 WS-DUR-HH            PIC 9(02).
           03 WS-DUR-MM            PIC 9(02).
           03 WS-DUR-SIGN          PIC X(01).
           03 WS-DUR-TEXT          PIC X(06).
           03 WS-CLOCK-TEXT        PIC X(11).
           03 WS-CLOCK-DATE        PIC 9(08).
      *
       01  COUNTERS.
           03 WS-RUNCTL-READ       PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-RUNCTL-USED       PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-RUNCTL-NO-NIGHT   PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-NIGHTS-LISTED     PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-NIGHTS-MET        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-NIGHTS-BREACHED   PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-NIGHTS-INCOMPLETE PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-STEPS-SLOW        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-STEPS-LATE        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-PG-WRITTEN-LINES  PIC 9(02) VALUE ZEROS.
           03 WS-PAGE-NUMBER       PIC 9(05) VALUE ZEROS.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-HEADER-1.
           03 FILLER               PIC X(16) VALUE 'COV1970'.
           03 TITLE-1              PIC X(40) VALUE
                '*** BATCH WINDOW ELAPSED TIME / SLA *** '.
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
           03 FILLER               PIC X(11) VALUE 'DEADLINE: '.
           03 DEADLINE-1B-HH       PIC 9(02).
           03 FILLER               PIC X(01) VALUE ':'.
           03 DEADLINE-1B-MM       PIC 9(02).
           03 FILLER               PIC X(10) VALUE '  TRAIL: '.
           03 TRAIL-1B             PIC Z9.
           03 FILLER               PIC X(07) VALUE ' NIGHTS'.
      *
      *    NIGHTLY CRITICAL PATH SECTION ***************************
       01  WS-HEADER-2N.
           03 FILLER               PIC X(12) VALUE 'LOAD DATE'.
           03 FILLER               PIC X(10) VALUE 'STEP'.
           03 FILLER               PIC X(13) VALUE 'STARTED'.
           03 FILLER               PIC X(13) VALUE 'ENDED'.
           03 FILLER               PIC X(04) VALUE 'ST'.
           03 FILLER               PIC X(08) VALUE 'ELAPSED'.
           03 FILLER               PIC X(08) VALUE 'AVERAGE'.
           03 FILLER               PIC X(09) VALUE 'USUAL AT'.
           03 FILLER               PIC X(40) VALUE 'FLAGS'.
      *
       01  WS-HEADER-3N.
           03 FILLER               PIC X(10) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(02) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(05) VALUE ALL '='.
           03 FILLER               PIC X(04).
           03 FILLER               PIC X(30) VALUE ALL '='.
      *
       01  WS-STEP-LINE.
           03 LOAD-DATE-O          PIC X(10).
           03 FILLER               PIC X(02).
           03 STEP-O               PIC X(08).
           03 FILLER               PIC X(02).
           03 STARTED-O            PIC X(11).
           03 FILLER               PIC X(02).
           03 ENDED-O              PIC X(11).
           03 FILLER               PIC X(02).
           03 STEP-STATUS-O        PIC X(02).
           03 FILLER               PIC X(02).
           03 ELAPSED-O            PIC X(06).
           03 FILLER               PIC X(02).
           03 AVERAGE-O            PIC X(06).
           03 FILLER               PIC X(02).
           03 USUAL-AT-O           PIC X(05).
           03 FILLER               PIC X(04).
           03 FLAGS-O              PIC X(40).
      *
       01  WS-WINDOW-LINE.
           03 FILLER               PIC X(12).
           03 FILLER               PIC X(10) VALUE 'WINDOW'.
           03 W-STARTED-O          PIC X(11).
           03 FILLER               PIC X(02).
           03 W-ENDED-O            PIC X(11).
           03 FILLER               PIC X(06).
           03 W-ELAPSED-O          PIC X(06).
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(10) VALUE 'DEADLINE '.
           03 W-DEADLINE-O         PIC X(11).
           03 FILLER               PIC X(10) VALUE '  MARGIN '.
           03 W-MARGIN-O           PIC X(06).
           03 FILLER               PIC X(02).
           03 W-RESULT-O           PIC X(10).
           03 FILLER               PIC X(02).
           03 W-LOAD-TYPE-O        PIC X(11).
      *
      *    BREACHED NIGHTS SECTION *********************************
       01  WS-HEADER-2B.
           03 FILLER               PIC X(12) VALUE 'LOAD DATE'.
           03 FILLER               PIC X(13) VALUE 'DEADLINE'.
           03 FILLER               PIC X(13) VALUE 'WINDOW END'.
           03 FILLER               PIC X(08) VALUE 'LATE BY'.
           03 FILLER               PIC X(10) VALUE 'LAST STEP'.
           03 FILLER               PIC X(12) VALUE 'LOAD'.
           03 FILLER               PIC X(30) VALUE 'SLOW / LATE STEPS'.
      *
       01  WS-HEADER-3B.
           03 FILLER               PIC X(10) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(11) VALUE ALL '='.
           03 FILLER               PIC X(01).
           03 FILLER               PIC X(40) VALUE ALL '='.
      *
       01  WS-BREACH-LINE.
           03 B-LOAD-DATE-O        PIC X(10).
           03 FILLER               PIC X(02).
           03 B-DEADLINE-O         PIC X(11).
           03 FILLER               PIC X(02).
           03 B-WINDOW-END-O       PIC X(11).
           03 FILLER               PIC X(02).
           03 B-LATE-BY-O          PIC X(06).
           03 FILLER               PIC X(02).
           03 B-LAST-STEP-O        PIC X(08).
           03 FILLER               PIC X(02).
           03 B-LOAD-TYPE-O        PIC X(11).
           03 FILLER               PIC X(01).
           03 B-CULPRITS-O         PIC X(64).
      *
      *    TREND SECTION *******************************************
       01  WS-HEADER-2T.
           03 FILLER               PIC X(10) VALUE 'STEP'.
           03 FILLER               PIC X(08) VALUE ' NIGHTS'.
           03 FILLER               PIC X(09) VALUE 'AVERAGE'.
           03 FILLER               PIC X(09) VALUE 'LONGEST'.
           03 FILLER               PIC X(09) VALUE 'LATEST'.
           03 FILLER               PIC X(09) VALUE 'PRIOR'.
           03 FILLER               PIC X(09) VALUE 'CHANGE'.
           03 FILLER               PIC X(07) VALUE '  SLOW'.
           03 FILLER               PIC X(07) VALUE '  LATE'.
           03 FILLER               PIC X(06) VALUE 'FAILED'.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(10) VALUE 'TREND'.
      *
       01  WS-HEADER-3T.
           03 FILLER               PIC X(08) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(03).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(03).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(03).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(03).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(03).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(01).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(01).
           03 FILLER               PIC X(06) VALUE ALL '='.
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(10) VALUE ALL '='.
      *
       01  WS-TREND-LINE.
           03 T-STEP-O             PIC X(08).
           03 FILLER               PIC X(02).
           03 T-NIGHTS-O           PIC ZZ,ZZ9.
           03 FILLER               PIC X(02).
           03 T-AVERAGE-O          PIC X(06).
           03 FILLER               PIC X(03).
           03 T-LONGEST-O          PIC X(06).
           03 FILLER               PIC X(03).
           03 T-LATEST-O           PIC X(06).
           03 FILLER               PIC X(03).
           03 T-PRIOR-O            PIC X(06).
           03 FILLER               PIC X(03).
           03 T-CHANGE-O           PIC -ZZZ9.
           03 FILLER               PIC X(01) VALUE '%'.
           03 FILLER               PIC X(03).
           03 T-SLOW-O             PIC ZZ,ZZ9.
           03 FILLER               PIC X(01).
           03 T-LATE-O             PIC ZZ,ZZ9.
           03 FILLER               PIC X(01).
           03 T-FAILED-O           PIC ZZ,ZZ9.
           03 FILLER               PIC X(02).
           03 T-TREND-O            PIC X(10).
      *
       01  WS-TRAILER-1.
           03 FILLER               PIC X(26) VALUE
                        '*** NIGHTS LISTED:        '.
           03 NIGHTS-O             PIC ZZ,ZZ9.
           03 FILLER               PIC X(08) VALUE '  MET: '.
           03 MET-O                PIC ZZ,ZZ9.
           03 FILLER               PIC X(13) VALUE '  BREACHED: '.
           03 BREACHED-O           PIC ZZ,ZZ9.
           03 FILLER               PIC X(15) VALUE '  INCOMPLETE: '.
           03 INCOMPLETE-O         PIC ZZ,ZZ9.
           03 FILLER               PIC X(04) VALUE ' ***'.
      *
       01  WS-TRAILER-2.
           03 FILLER               PIC X(26) VALUE
                        '*** STEPS FLAGGED SLOW:   '.
           03 SLOW-O               PIC ZZ,ZZ9.
           03 FILLER               PIC X(15) VALUE '  LATE START: '.
           03 LATE-O               PIC ZZ,ZZ9.
           03 FILLER               PIC X(04) VALUE ' ***'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       OPEN-FILES.
           PERFORM GET-PARAMETERS
           IF WS-PARM-ERROR-FOUND
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT  RUNCTL-FILE
           IF WS-RUNCTL-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19RCT-STATUS: '
                     WS-RUNCTL-STATUS
             MOVE 16              TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT PRINT-LINE
           MOVE 'S'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           COMPUTE WS-DEADLINE-MINS = WS-DEADLINE-HH * 60
                                    + WS-DEADLINE-MM
      *    NIGHTS BEFORE DATEFROM ARE ONLY NEEDED FOR THE TRAILING
      *    AVERAGES: TWO TRAILS' WORTH PLUS A WEEK OF SLACK ******
           IF WS-DATE-FROM > 0
             COMPUTE WS-HISTORY-INT =
                 FUNCTION INTEGER-OF-DATE (WS-DATE-FROM)
                 - (WS-TRAIL * 2) - 7
             MOVE FUNCTION DATE-OF-INTEGER (WS-HISTORY-INT)
                                        TO WS-HISTORY-FROM
           END-IF
           INITIALIZE WS-STEP-TOTALS
           .
      *
       LOAD-NIGHTS.
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > 9
             PERFORM BROWSE-PROGRAM
           END-PERFORM
           IF WS-TABLE-IS-FULL
             DISPLAY '*** WARNING MORE THAN 1000 NIGHTS, '
                     'NARROW DATEFROM/DATETO'
           END-IF
           PERFORM VARYING WS-NT-SUB FROM 1 BY 1
                   UNTIL WS-NT-SUB > WS-NT-USED
             PERFORM MEASURE-NIGHT
           END-PERFORM
           .
      *
       LIST-NIGHTS.
           MOVE 'N'                     TO WS-SECTION
           PERFORM WRITE-HEADERS
           MOVE 0                       TO WS-NT-FIRST
                                           WS-NT-LAST
           PERFORM VARYING WS-NT-SUB FROM 1 BY 1
                   UNTIL WS-NT-SUB > WS-NT-USED
             MOVE WS-NT-DATE (WS-NT-SUB) TO WS-START-DATE-X
             PERFORM DATE-X-TO-NUM
             IF WS-RT-DATE-NUM >= WS-DATE-FROM
                AND WS-RT-DATE-NUM <= WS-DATE-TO
               IF WS-NT-FIRST = 0
                 MOVE WS-NT-SUB         TO WS-NT-FIRST
               END-IF
               MOVE WS-NT-SUB           TO WS-NT-LAST
               PERFORM WRITE-NIGHT
             END-IF
           END-PERFORM
           .
      *
       LIST-BREACHES.
           MOVE 'B'                     TO WS-SECTION
           PERFORM WRITE-HEADERS
           IF WS-NT-FIRST > 0
             PERFORM VARYING WS-NT-SUB FROM WS-NT-FIRST BY 1
                     UNTIL WS-NT-SUB > WS-NT-LAST
               IF WS-NT-RESULT (WS-NT-SUB) = 'B'
                 PERFORM WRITE-BREACH-LINE
               END-IF
             END-PERFORM
           END-IF
           .
      *
       LIST-TREND.
           MOVE 'T'                     TO WS-SECTION
           PERFORM WRITE-HEADERS
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 8
             PERFORM WRITE-TREND-LINE
           END-PERFORM
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           MOVE WS-NIGHTS-LISTED        TO NIGHTS-O
           MOVE WS-NIGHTS-MET           TO MET-O
           MOVE WS-NIGHTS-BREACHED      TO BREACHED-O
           MOVE WS-NIGHTS-INCOMPLETE    TO INCOMPLETE-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           MOVE WS-STEPS-SLOW           TO SLOW-O
           MOVE WS-STEPS-LATE           TO LATE-O
           WRITE PRINT-REC            FROM WS-TRAILER-2
           DISPLAY 'COV19RCT rows READ: '         WS-RUNCTL-READ
           DISPLAY 'ROWS USED: '                  WS-RUNCTL-USED
           DISPLAY 'ROWS WITH NO LOAD NIGHT: '    WS-RUNCTL-NO-NIGHT
           DISPLAY 'NIGHTS LISTED: '              WS-NIGHTS-LISTED
           DISPLAY 'NIGHTS BREACHED: '            WS-NIGHTS-BREACHED
           DISPLAY 'NIGHTS INCOMPLETE: '          WS-NIGHTS-INCOMPLETE
           DISPLAY 'STEPS FLAGGED SLOW: '         WS-STEPS-SLOW
           DISPLAY 'STEPS FLAGGED LATE START: '   WS-STEPS-LATE
           IF WS-NIGHTS-BREACHED > 0
             MOVE 4                     TO WS-CONDITION
           END-IF
           .
      *
       CLOSE-STOP.
           CLOSE        RUNCTL-FILE
                        PRINT-LINE
           MOVE 'C'          TO WS-RC-FUNCTION
           PERFORM REGISTER-RUN-CONTROL
           MOVE WS-CONDITION       TO RETURN-CODE
           GOBACK
           .
      *
       BROWSE-PROGRAM.
      *    ALL ROWS OF ONE PROGRAM, FROM THE HISTORY DATE ON *****
           MOVE WS-PT-PROGRAM (WS-PT-SUB) TO RT-PROGRAM
           MOVE LOW-VALUES              TO RT-DATE
           IF WS-HISTORY-FROM > 0
             STRING WS-HISTORY-FROM (1:4) '-'
                    WS-HISTORY-FROM (5:2) '-'
                    WS-HISTORY-FROM (7:2)
                    DELIMITED BY SIZE
                    INTO RT-DATE
             END-STRING
           END-IF
           START RUNCTL-FILE KEY IS NOT LESS THAN RT-KEY
             INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE SPACE                   TO LASTREC
           PERFORM READ-RUNCTL
           PERFORM UNTIL LASTREC = 'Y'
                      OR RT-PROGRAM NOT = WS-PT-PROGRAM (WS-PT-SUB)
             PERFORM POST-RUNCTL-ROW
             PERFORM READ-RUNCTL
           END-PERFORM
           .
      *
       POST-RUNCTL-ROW.
           MOVE RT-DATE                 TO WS-START-DATE-X
           PERFORM DATE-X-TO-NUM
           IF WS-RT-DATE-NUM NOT NUMERIC
              OR WS-RT-DATE-NUM > WS-DATE-TO
              OR RT-START-TIME = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE WS-PT-STEP (WS-PT-SUB)  TO WS-STEP-SUB
      *    ONLY THE LOAD OPENS A NIGHT; A REPORT RUN FOR A DATE
      *    THAT WAS NEVER LOADED IS A RERUN, NOT A WINDOW *******
           IF WS-STEP-SUB = 1
             PERFORM FIND-OR-ADD-NIGHT
           ELSE
             PERFORM FIND-NIGHT
           END-IF
           IF NOT WS-NIGHT-IS-FOUND
             ADD 1                      TO WS-RUNCTL-NO-NIGHT
             EXIT PARAGRAPH
           END-IF
           ADD 1                        TO WS-RUNCTL-USED
           IF RT-PROGRAM = 'COV1947'
             MOVE 'Y'           TO WS-NT-PARTITIONED (WS-NT-SUB)
           END-IF
           MOVE RT-START-TIME           TO WS-TS
           PERFORM TS-TO-MINUTES
           IF WS-NT-START-TS (WS-NT-SUB WS-STEP-SUB) = SPACES
              OR WS-TS-MINUTES < WS-NT-START (WS-NT-SUB WS-STEP-SUB)
             MOVE RT-START-TIME
                          TO WS-NT-START-TS (WS-NT-SUB WS-STEP-SUB)
             MOVE WS-TS-MINUTES
                          TO WS-NT-START (WS-NT-SUB WS-STEP-SUB)
           END-IF
      *    BOTH HALVES OF A PARTITIONED LOAD: THE STEP ENDS WITH
      *    THE LATER ONE AND IS ONLY COMPLETE IF BOTH ARE *******
           IF RT-END-TIME NOT = SPACES
             MOVE RT-END-TIME           TO WS-TS
             PERFORM TS-TO-MINUTES
             IF WS-TS-MINUTES > WS-NT-END (WS-NT-SUB WS-STEP-SUB)
               MOVE RT-END-TIME
                          TO WS-NT-END-TS (WS-NT-SUB WS-STEP-SUB)
               MOVE WS-TS-MINUTES
                          TO WS-NT-END (WS-NT-SUB WS-STEP-SUB)
             END-IF
           END-IF
           IF WS-NT-STATUS (WS-NT-SUB WS-STEP-SUB) = SPACE
              OR WS-NT-STATUS (WS-NT-SUB WS-STEP-SUB) = 'C'
             MOVE RT-STATUS     TO WS-NT-STATUS (WS-NT-SUB WS-STEP-SUB)
           END-IF
           .
      *
       FIND-NIGHT.
           MOVE 'N'                     TO WS-NIGHT-FOUND
           PERFORM VARYING WS-NT-SUB FROM WS-NT-USED BY -1
                   UNTIL WS-NT-SUB < 1 OR WS-NIGHT-IS-FOUND
             IF WS-NT-DATE (WS-NT-SUB) = RT-DATE
               MOVE 'Y'                 TO WS-NIGHT-FOUND
             END-IF
           END-PERFORM
           IF WS-NIGHT-IS-FOUND
             ADD 1                      TO WS-NT-SUB
           END-IF
           .
      *
       FIND-OR-ADD-NIGHT.
           PERFORM FIND-NIGHT
           IF WS-NIGHT-IS-FOUND
             EXIT PARAGRAPH
           END-IF
           IF WS-NT-USED >= 1000
             MOVE 'Y'                   TO WS-TABLE-FULL
             EXIT PARAGRAPH
           END-IF
      *    KEEP THE TABLE IN DATE ORDER: OPEN A SLOT AFTER THE
      *    LAST NIGHT THAT SORTS BEFORE THIS ONE ****************
           MOVE 1                       TO WS-NT-INS
           PERFORM VARYING WS-NT-SCAN FROM WS-NT-USED BY -1
                   UNTIL WS-NT-SCAN < 1 OR WS-NT-INS > 1
             IF WS-NT-DATE (WS-NT-SCAN) < RT-DATE
               COMPUTE WS-NT-INS = WS-NT-SCAN + 1
             END-IF
           END-PERFORM
           PERFORM VARYING WS-NT-SCAN FROM WS-NT-USED BY -1
                   UNTIL WS-NT-SCAN < WS-NT-INS
             MOVE WS-NT-ENTRY (WS-NT-SCAN)
                                 TO WS-NT-ENTRY (WS-NT-SCAN + 1)
           END-PERFORM
           ADD 1                        TO WS-NT-USED
           MOVE WS-NT-INS               TO WS-NT-SUB
           INITIALIZE WS-NT-ENTRY (WS-NT-SUB)
           MOVE RT-DATE                 TO WS-NT-DATE (WS-NT-SUB)
           MOVE 'N'             TO WS-NT-PARTITIONED (WS-NT-SUB)
           MOVE 'Y'                     TO WS-NIGHT-FOUND
           .
      *
       MEASURE-NIGHT.
      *    DEADLINE IS THE FIRST DEADLINE TIME AFTER THE LOAD
      *    STARTED: THE SAME MORNING FOR A LOAD STARTED AFTER
      *    MIDNIGHT, OTHERWISE THE NEXT MORNING ****************
           DIVIDE WS-NT-START (WS-NT-SUB 1) BY 1440
                  GIVING WS-DAY-INT REMAINDER WS-DAY-MINS
           IF WS-DAY-MINS < WS-DEADLINE-MINS
             COMPUTE WS-NT-DEADLINE (WS-NT-SUB) =
                     WS-DAY-INT * 1440 + WS-DEADLINE-MINS
           ELSE
             COMPUTE WS-NT-DEADLINE (WS-NT-SUB) =
                     (WS-DAY-INT + 1) * 1440 + WS-DEADLINE-MINS
           END-IF
           MOVE 'M'                     TO WS-NT-RESULT (WS-NT-SUB)
           MOVE 0                   TO WS-NT-WINDOW-END (WS-NT-SUB)
           MOVE 1                   TO WS-NT-LAST-STEP (WS-NT-SUB)
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 8
             IF WS-NT-START-TS (WS-NT-SUB WS-STEP-SUB) NOT = SPACES
               IF WS-NT-STATUS (WS-NT-SUB WS-STEP-SUB) NOT = 'C'
                 MOVE 'I'               TO WS-NT-RESULT (WS-NT-SUB)
               END-IF
               IF WS-NT-END (WS-NT-SUB WS-STEP-SUB) >
                  WS-NT-WINDOW-END (WS-NT-SUB)
                 MOVE WS-NT-END (WS-NT-SUB WS-STEP-SUB)
                                   TO WS-NT-WINDOW-END (WS-NT-SUB)
                 MOVE WS-STEP-SUB  TO WS-NT-LAST-STEP (WS-NT-SUB)
               END-IF
             END-IF
           END-PERFORM
      *    A NIGHT THAT ENDED PAST THE DEADLINE BREACHED IT EVEN
      *    IF SOMETHING ALSO FAILED ****************************
           IF WS-NT-WINDOW-END (WS-NT-SUB) >
              WS-NT-DEADLINE (WS-NT-SUB)
             MOVE 'B'                   TO WS-NT-RESULT (WS-NT-SUB)
           END-IF
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 8
             PERFORM FLAG-STEP
           END-PERFORM
           .
      *
       FLAG-STEP.
           MOVE 'N'         TO WS-NT-FLAG-SLOW (WS-NT-SUB WS-STEP-SUB)
                               WS-NT-FLAG-LATE (WS-NT-SUB WS-STEP-SUB)
           IF WS-NT-START-TS (WS-NT-SUB WS-STEP-SUB) = SPACES
             EXIT PARAGRAPH
           END-IF
           PERFORM TRAILING-AVERAGE
           IF WS-AVG-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OFFSET = WS-NT-START (WS-NT-SUB WS-STEP-SUB)
                             - WS-NT-DEADLINE (WS-NT-SUB)
           IF WS-OFFSET > WS-AVG-OFFSET + WS-LATE-MINS
             MOVE 'Y'       TO WS-NT-FLAG-LATE (WS-NT-SUB WS-STEP-SUB)
           END-IF
           IF WS-NT-END-TS (WS-NT-SUB WS-STEP-SUB) = SPACES
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ELAPSED = WS-NT-END (WS-NT-SUB WS-STEP-SUB)
                              - WS-NT-START (WS-NT-SUB WS-STEP-SUB)
           IF WS-ELAPSED * 100 >= WS-AVG-ELAPSED * WS-SLOW-PCT
              AND WS-ELAPSED >= WS-AVG-ELAPSED + 5
             MOVE 'Y'       TO WS-NT-FLAG-SLOW (WS-NT-SUB WS-STEP-SUB)
           END-IF
           .
      *
       TRAILING-AVERAGE.
      *    AVERAGE ELAPSED AND START OFFSET FROM THE DEADLINE OVER
      *    THE LAST TRAIL NIGHTS BEFORE THIS ONE ON WHICH THE STEP
      *    COMPLETED **********************************************
           MOVE 0                       TO WS-AVG-COUNT
                                           WS-SUM-ELAPSED
                                           WS-SUM-OFFSET
                                           WS-AVG-ELAPSED
                                           WS-AVG-OFFSET
           PERFORM VARYING WS-NT-SCAN FROM WS-NT-SUB BY -1
                   UNTIL WS-NT-SCAN <= 1 OR WS-AVG-COUNT >= WS-TRAIL
             IF WS-NT-STATUS (WS-NT-SCAN - 1 WS-STEP-SUB) = 'C'
               ADD 1                    TO WS-AVG-COUNT
               COMPUTE WS-SUM-ELAPSED = WS-SUM-ELAPSED
                     + WS-NT-END (WS-NT-SCAN - 1 WS-STEP-SUB)
                     - WS-NT-START (WS-NT-SCAN - 1 WS-STEP-SUB)
               COMPUTE WS-SUM-OFFSET = WS-SUM-OFFSET
                     + WS-NT-START (WS-NT-SCAN - 1 WS-STEP-SUB)
                     - WS-NT-DEADLINE (WS-NT-SCAN - 1)
             END-IF
           END-PERFORM
           IF WS-AVG-COUNT > 0
             COMPUTE WS-AVG-ELAPSED ROUNDED =
                     WS-SUM-ELAPSED / WS-AVG-COUNT
             COMPUTE WS-AVG-OFFSET ROUNDED =
                     WS-SUM-OFFSET / WS-AVG-COUNT
           END-IF
           .
      *
       WRITE-NIGHT.
           ADD 1                        TO WS-NIGHTS-LISTED
           EVALUATE WS-NT-RESULT (WS-NT-SUB)
             WHEN 'B'
               ADD 1                    TO WS-NIGHTS-BREACHED
             WHEN 'I'
               ADD 1                    TO WS-NIGHTS-INCOMPLETE
             WHEN OTHER
               ADD 1                    TO WS-NIGHTS-MET
           END-EVALUATE
           IF WS-PG-WRITTEN-LINES + 10 > WS-PAGE-BREAK
             PERFORM WRITE-HEADERS
           END-IF
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 8
             PERFORM WRITE-STEP-LINE
           END-PERFORM
      *
           MOVE SPACES                  TO W-STARTED-O
                                           W-ENDED-O
                                           W-ELAPSED-O
                                           W-MARGIN-O
           MOVE WS-NT-START-TS (WS-NT-SUB 1) (6:11)
                                        TO W-STARTED-O
           IF WS-NT-WINDOW-END (WS-NT-SUB) > 0
             MOVE WS-NT-END-TS (WS-NT-SUB WS-NT-LAST-STEP (WS-NT-SUB))
                                  (6:11) TO W-ENDED-O
             COMPUTE WS-DUR-MINUTES = WS-NT-WINDOW-END (WS-NT-SUB)
                                    - WS-NT-START (WS-NT-SUB 1)
             PERFORM FORMAT-DURATION
             MOVE WS-DUR-TEXT           TO W-ELAPSED-O
             COMPUTE WS-DUR-MINUTES = WS-NT-DEADLINE (WS-NT-SUB)
                                    - WS-NT-WINDOW-END (WS-NT-SUB)
             PERFORM FORMAT-DURATION
             MOVE WS-DUR-TEXT           TO W-MARGIN-O
           END-IF
           MOVE WS-NT-DEADLINE (WS-NT-SUB) TO WS-TS-MINUTES
           PERFORM MINUTES-TO-CLOCK
           MOVE WS-CLOCK-TEXT           TO W-DEADLINE-O
           EVALUATE WS-NT-RESULT (WS-NT-SUB)
             WHEN 'B'
               MOVE 'BREACHED'          TO W-RESULT-O
             WHEN 'I'
               MOVE 'INCOMPLETE'        TO W-RESULT-O
             WHEN OTHER
               MOVE 'MET'               TO W-RESULT-O
           END-EVALUATE
           IF WS-NT-PARTITIONED (WS-NT-SUB) = 'Y'
             MOVE 'PARTITIONED'         TO W-LOAD-TYPE-O
           ELSE
             MOVE 'SERIAL'              TO W-LOAD-TYPE-O
           END-IF
           WRITE PRINT-REC            FROM WS-WINDOW-LINE
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           ADD 2                        TO WS-PG-WRITTEN-LINES
           .
      *
       WRITE-STEP-LINE.
           ADD 1                        TO WS-PG-WRITTEN-LINES
           MOVE SPACES                  TO WS-STEP-LINE
           IF WS-STEP-SUB = 1
             MOVE WS-NT-DATE (WS-NT-SUB) TO LOAD-DATE-O
           END-IF
           MOVE WS-STEP-NAME (WS-STEP-SUB) TO STEP-O
           IF WS-NT-START-TS (WS-NT-SUB WS-STEP-SUB) = SPACES
             MOVE 'NOT RUN'             TO FLAGS-O
             WRITE PRINT-REC          FROM WS-STEP-LINE
             EXIT PARAGRAPH
           END-IF
           MOVE WS-NT-START-TS (WS-NT-SUB WS-STEP-SUB) (6:11)
                                        TO STARTED-O
           MOVE WS-NT-END-TS (WS-NT-SUB WS-STEP-SUB) (6:11)
                                        TO ENDED-O
           MOVE WS-NT-STATUS (WS-NT-SUB WS-STEP-SUB)
                                        TO STEP-STATUS-O
           ADD 1                  TO WS-ST-NIGHTS (WS-STEP-SUB)
           IF WS-NT-END-TS (WS-NT-SUB WS-STEP-SUB) NOT = SPACES
             COMPUTE WS-DUR-MINUTES =
                     WS-NT-END (WS-NT-SUB WS-STEP-SUB)
                   - WS-NT-START (WS-NT-SUB WS-STEP-SUB)
             ADD WS-DUR-MINUTES   TO WS-ST-SUM (WS-STEP-SUB)
             IF WS-DUR-MINUTES > WS-ST-MAX (WS-STEP-SUB)
               MOVE WS-DUR-MINUTES TO WS-ST-MAX (WS-STEP-SUB)
             END-IF
             PERFORM FORMAT-DURATION
             MOVE WS-DUR-TEXT           TO ELAPSED-O
           END-IF
           PERFORM TRAILING-AVERAGE
           IF WS-AVG-COUNT > 0
             MOVE WS-AVG-ELAPSED        TO WS-DUR-MINUTES
             PERFORM FORMAT-DURATION
             MOVE WS-DUR-TEXT           TO AVERAGE-O
             COMPUTE WS-TS-MINUTES = WS-NT-DEADLINE (WS-NT-SUB)
                                   + WS-AVG-OFFSET
             PERFORM MINUTES-TO-CLOCK
             MOVE WS-CLOCK-TEXT (7:5)   TO USUAL-AT-O
           END-IF
           MOVE 1                       TO WS-NT-SCAN
           IF WS-NT-FLAG-SLOW (WS-NT-SUB WS-STEP-SUB) = 'Y'
             STRING 'SLOW ' DELIMITED BY SIZE
                    INTO FLAGS-O WITH POINTER WS-NT-SCAN
             END-STRING
             ADD 1                      TO WS-STEPS-SLOW
             ADD 1                TO WS-ST-SLOW (WS-STEP-SUB)
           END-IF
           IF WS-NT-FLAG-LATE (WS-NT-SUB WS-STEP-SUB) = 'Y'
             STRING 'LATE START ' DELIMITED BY SIZE
                    INTO FLAGS-O WITH POINTER WS-NT-SCAN
             END-STRING
             ADD 1                      TO WS-STEPS-LATE
             ADD 1                TO WS-ST-LATE (WS-STEP-SUB)
           END-IF
           EVALUATE WS-NT-STATUS (WS-NT-SUB WS-STEP-SUB)
             WHEN 'F'
               STRING 'FAILED ' DELIMITED BY SIZE
                      INTO FLAGS-O WITH POINTER WS-NT-SCAN
               END-STRING
               ADD 1              TO WS-ST-FAILED (WS-STEP-SUB)
             WHEN 'S'
               STRING 'NEVER ENDED ' DELIMITED BY SIZE
                      INTO FLAGS-O WITH POINTER WS-NT-SCAN
               END-STRING
               ADD 1              TO WS-ST-FAILED (WS-STEP-SUB)
           END-EVALUATE
           WRITE PRINT-REC            FROM WS-STEP-LINE
           .
      *
       WRITE-BREACH-LINE.
           ADD 1                        TO WS-PG-WRITTEN-LINES
           IF WS-PG-WRITTEN-LINES > WS-PAGE-BREAK
             PERFORM WRITE-HEADERS
           END-IF
           MOVE SPACES                  TO WS-BREACH-LINE
           MOVE WS-NT-DATE (WS-NT-SUB)  TO B-LOAD-DATE-O
           MOVE WS-NT-DEADLINE (WS-NT-SUB) TO WS-TS-MINUTES
           PERFORM MINUTES-TO-CLOCK
           MOVE WS-CLOCK-TEXT           TO B-DEADLINE-O
           MOVE WS-NT-END-TS (WS-NT-SUB WS-NT-LAST-STEP (WS-NT-SUB))
                                  (6:11) TO B-WINDOW-END-O
           COMPUTE WS-DUR-MINUTES = WS-NT-WINDOW-END (WS-NT-SUB)
                                  - WS-NT-DEADLINE (WS-NT-SUB)
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TEXT             TO B-LATE-BY-O
           MOVE WS-STEP-NAME (WS-NT-LAST-STEP (WS-NT-SUB))
                                        TO B-LAST-STEP-O
           IF WS-NT-PARTITIONED (WS-NT-SUB) = 'Y'
             MOVE 'PARTITIONED'         TO B-LOAD-TYPE-O
           ELSE
             MOVE 'SERIAL'              TO B-LOAD-TYPE-O
           END-IF
      *    THE STEPS THAT ATE THE MARGIN *************************
           MOVE 1                       TO WS-NT-SCAN
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 8
             IF WS-NT-FLAG-SLOW (WS-NT-SUB WS-STEP-SUB) = 'Y'
                OR WS-NT-FLAG-LATE (WS-NT-SUB WS-STEP-SUB) = 'Y'
               STRING WS-STEP-NAME (WS-STEP-SUB) DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      INTO B-CULPRITS-O WITH POINTER WS-NT-SCAN
               END-STRING
             END-IF
           END-PERFORM
           WRITE PRINT-REC            FROM WS-BREACH-LINE
           .
      *
       WRITE-TREND-LINE.
           ADD 1                        TO WS-PG-WRITTEN-LINES
           MOVE SPACES                  TO T-AVERAGE-O
                                           T-LONGEST-O
                                           T-LATEST-O
                                           T-PRIOR-O
           MOVE WS-STEP-NAME (WS-STEP-SUB) TO T-STEP-O
           MOVE WS-ST-NIGHTS (WS-STEP-SUB) TO T-NIGHTS-O
           MOVE WS-ST-SLOW (WS-STEP-SUB)   TO T-SLOW-O
           MOVE WS-ST-LATE (WS-STEP-SUB)   TO T-LATE-O
           MOVE WS-ST-FAILED (WS-STEP-SUB) TO T-FAILED-O
           MOVE 0                       TO T-CHANGE-O
           IF WS-ST-NIGHTS (WS-STEP-SUB) = 0
             MOVE 'NOT RUN'             TO T-TREND-O
             WRITE PRINT-REC          FROM WS-TREND-LINE
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DUR-MINUTES ROUNDED = WS-ST-SUM (WS-STEP-SUB)
                                          / WS-ST-NIGHTS (WS-STEP-SUB)
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TEXT             TO T-AVERAGE-O
           MOVE WS-ST-MAX (WS-STEP-SUB) TO WS-DUR-MINUTES
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TEXT             TO T-LONGEST-O
      *    LATEST TRAIL NIGHTS IN RANGE AGAINST THE TRAIL BEFORE
      *    THEM (WHICH MAY REACH BACK BEFORE DATEFROM) ************
           MOVE 0                       TO WS-RECENT-COUNT
                                           WS-PRIOR-COUNT
                                           WS-SUM-ELAPSED
                                           WS-SUM-PRIOR
           PERFORM VARYING WS-NT-SCAN FROM WS-NT-LAST BY -1
                   UNTIL WS-NT-SCAN < 1
                      OR WS-PRIOR-COUNT >= WS-TRAIL
             IF WS-NT-STATUS (WS-NT-SCAN WS-STEP-SUB) = 'C'
               IF WS-RECENT-COUNT < WS-TRAIL
                 ADD 1                  TO WS-RECENT-COUNT
                 COMPUTE WS-SUM-ELAPSED = WS-SUM-ELAPSED
                       + WS-NT-END (WS-NT-SCAN WS-STEP-SUB)
                       - WS-NT-START (WS-NT-SCAN WS-STEP-SUB)
               ELSE
                 ADD 1                  TO WS-PRIOR-COUNT
                 COMPUTE WS-SUM-PRIOR = WS-SUM-PRIOR
                       + WS-NT-END (WS-NT-SCAN WS-STEP-SUB)
                       - WS-NT-START (WS-NT-SCAN WS-STEP-SUB)
               END-IF
             END-IF
           END-PERFORM
           IF WS-RECENT-COUNT > 0
             COMPUTE WS-RECENT-AVG ROUNDED =
                     WS-SUM-ELAPSED / WS-RECENT-COUNT
             MOVE WS-RECENT-AVG         TO WS-DUR-MINUTES
             PERFORM FORMAT-DURATION
             MOVE WS-DUR-TEXT           TO T-LATEST-O
           END-IF
           IF WS-PRIOR-COUNT = 0
             MOVE 'NO HISTORY'          TO T-TREND-O
             WRITE PRINT-REC          FROM WS-TREND-LINE
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRIOR-AVG ROUNDED =
                   WS-SUM-PRIOR / WS-PRIOR-COUNT
           MOVE WS-PRIOR-AVG            TO WS-DUR-MINUTES
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TEXT             TO T-PRIOR-O
           IF WS-PRIOR-AVG > 0
             COMPUTE WS-CHANGE-PCT ROUNDED =
                     (WS-RECENT-AVG - WS-PRIOR-AVG) * 100
                   / WS-PRIOR-AVG
             MOVE WS-CHANGE-PCT         TO T-CHANGE-O
           END-IF
           IF WS-RECENT-AVG * 100 >= WS-PRIOR-AVG * WS-TREND-PCT
              AND WS-RECENT-AVG >= WS-PRIOR-AVG + 5
             MOVE 'SLOWING'             TO T-TREND-O
           ELSE
             MOVE 'STEADY'              TO T-TREND-O
           END-IF
           WRITE PRINT-REC            FROM WS-TREND-LINE
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
           MOVE WS-DEADLINE-HH          TO DEADLINE-1B-HH
           MOVE WS-DEADLINE-MM          TO DEADLINE-1B-MM
           MOVE WS-TRAIL                TO TRAIL-1B
      *
           WRITE PRINT-REC            FROM WS-HEADER-1
                 AFTER ADVANCING PAGE
           EVALUATE TRUE
             WHEN WS-SECTION-NIGHTS
               MOVE 'NIGHTLY CRITICAL PATH'  TO SECTION-1B
               WRITE PRINT-REC        FROM WS-HEADER-1B
               WRITE PRINT-REC        FROM WS-HEADER-2N
               WRITE PRINT-REC        FROM WS-HEADER-3N
             WHEN WS-SECTION-BREACHES
               MOVE 'NIGHTS THAT BREACHED THE DEADLINE'
                                             TO SECTION-1B
               WRITE PRINT-REC        FROM WS-HEADER-1B
               WRITE PRINT-REC        FROM WS-HEADER-2B
               WRITE PRINT-REC        FROM WS-HEADER-3B
             WHEN OTHER
               MOVE 'ELAPSED TIME TREND BY STEP'  TO SECTION-1B
               WRITE PRINT-REC        FROM WS-HEADER-1B
               WRITE PRINT-REC        FROM WS-HEADER-2T
               WRITE PRINT-REC        FROM WS-HEADER-3T
           END-EVALUATE
           MOVE 4                       TO WS-PG-WRITTEN-LINES
           .
      *
       READ-RUNCTL.
           READ RUNCTL-FILE NEXT RECORD
             AT END MOVE 'Y'            TO LASTREC
             NOT AT END ADD 1           TO WS-RUNCTL-READ
           END-READ
           .
      *
       DATE-X-TO-NUM.
      *    'YYYY-MM-DD' -> YYYYMMDD ******************************
           MOVE WS-START-DATE-X (1:4)   TO WS-RT-YEAR
           MOVE WS-START-DATE-X (6:2)   TO WS-RT-MONTH
           MOVE WS-START-DATE-X (9:2)   TO WS-RT-DAY
           .
      *
       TS-TO-MINUTES.
      *    'YYYY-MM-DD HH:MM:SS' -> MINUTES SINCE THE EPOCH *******
           MOVE WS-TS (1:4)             TO WS-TS-YEAR
           MOVE WS-TS (6:2)             TO WS-TS-MONTH
           MOVE WS-TS (9:2)             TO WS-TS-DAY
           MOVE 0                       TO WS-TS-MINUTES
           IF WS-TS-DATE NOT NUMERIC
              OR WS-TS (12:2) NOT NUMERIC
              OR WS-TS (15:2) NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           MOVE WS-TS (12:2)            TO WS-TS-HH
           MOVE WS-TS (15:2)            TO WS-TS-MM
           COMPUTE WS-TS-MINUTES =
                   FUNCTION INTEGER-OF-DATE (WS-TS-DATE) * 1440
                 + WS-TS-HH * 60 + WS-TS-MM
           .
      *
       MINUTES-TO-CLOCK.
      *    MINUTES SINCE THE EPOCH -> 'MM-DD HH:MM' **************
           DIVIDE WS-TS-MINUTES BY 1440
                  GIVING WS-DAY-INT REMAINDER WS-DAY-MINS
           MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
                                        TO WS-CLOCK-DATE
           DIVIDE WS-DAY-MINS BY 60
                  GIVING WS-DUR-HH REMAINDER WS-DUR-MM
           MOVE SPACES                  TO WS-CLOCK-TEXT
           STRING WS-CLOCK-DATE (5:2) '-' WS-CLOCK-DATE (7:2) ' '
                  WS-DUR-HH ':' WS-DUR-MM
                  DELIMITED BY SIZE
                  INTO WS-CLOCK-TEXT
           END-STRING
           .
      *
       FORMAT-DURATION.
      *    SIGNED MINUTES -> '-HH:MM' (HOURS CAPPED AT 99) *******
           IF WS-DUR-MINUTES < 0
             MOVE '-'                   TO WS-DUR-SIGN
             COMPUTE WS-DUR-ABS = 0 - WS-DUR-MINUTES
           ELSE
             MOVE SPACE                 TO WS-DUR-SIGN
             MOVE WS-DUR-MINUTES        TO WS-DUR-ABS
           END-IF
           DIVIDE WS-DUR-ABS BY 60
                  GIVING WS-DUR-HOURS REMAINDER WS-DUR-MM
           IF WS-DUR-HOURS > 99
             MOVE 99                    TO WS-DUR-HH
             MOVE 59                    TO WS-DUR-MM
           ELSE
             MOVE WS-DUR-HOURS          TO WS-DUR-HH
           END-IF
           MOVE SPACES                  TO WS-DUR-TEXT
           STRING WS-DUR-SIGN WS-DUR-HH ':' WS-DUR-MM
                  DELIMITED BY SIZE
                  INTO WS-DUR-TEXT
           END-STRING
           .
      *
       GET-PARAMETERS.
           MOVE 7                  TO WS-PARM-COUNT
           MOVE 'DATEFROM'         TO WS-PARM-KEYWORD (1)
           MOVE 'DATETO'           TO WS-PARM-KEYWORD (2)
           MOVE 'DEADLINE'         TO WS-PARM-KEYWORD (3)
           MOVE 'TRAIL'            TO WS-PARM-KEYWORD (4)
           MOVE 'SLOWPCT'          TO WS-PARM-KEYWORD (5)
           MOVE 'LATEMINS'         TO WS-PARM-KEYWORD (6)
           MOVE 'TRENDPCT'         TO WS-PARM-KEYWORD (7)
           MOVE SPACES             TO WS-PARM-VALUE (1)
                                      WS-PARM-VALUE (2)
                                      WS-PARM-VALUE (3)
                                      WS-PARM-VALUE (4)
                                      WS-PARM-VALUE (5)
                                      WS-PARM-VALUE (6)
                                      WS-PARM-VALUE (7)
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
           IF WS-PARM-VALUE (3) NOT = SPACES
             IF WS-PARM-VALUE (3) (1:4) NUMERIC
                AND WS-PARM-VALUE (3) (5:1) = SPACE
               MOVE WS-PARM-VALUE (3) (1:4) TO WS-DEADLINE
             ELSE
               DISPLAY '*** ERROR DEADLINE is not HHMM'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           IF WS-DEADLINE-HH > 23 OR WS-DEADLINE-MM > 59
             DISPLAY '*** ERROR DEADLINE is not a valid time'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           IF WS-PARM-VALUE (4) NOT = SPACES
             IF WS-PARM-VALUE (4) (1:2) NUMERIC
               MOVE WS-PARM-VALUE (4) (1:2) TO WS-TRAIL
             ELSE
               DISPLAY '*** ERROR TRAIL is not Numeric'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           IF WS-TRAIL = 0
             DISPLAY '*** ERROR TRAIL must be at least 1'
             MOVE 'Y'              TO WS-PARM-ERROR
           END-IF
           IF WS-PARM-VALUE (5) NOT = SPACES
             IF WS-PARM-VALUE (5) (1:3) NUMERIC
               MOVE WS-PARM-VALUE (5) (1:3) TO WS-SLOW-PCT
             ELSE
               DISPLAY '*** ERROR SLOWPCT is not Numeric'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           IF WS-PARM-VALUE (6) NOT = SPACES
             IF WS-PARM-VALUE (6) (1:3) NUMERIC
               MOVE WS-PARM-VALUE (6) (1:3) TO WS-LATE-MINS
             ELSE
               DISPLAY '*** ERROR LATEMINS is not Numeric'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           IF WS-PARM-VALUE (7) NOT = SPACES
             IF WS-PARM-VALUE (7) (1:3) NUMERIC
               MOVE WS-PARM-VALUE (7) (1:3) TO WS-TREND-PCT
             ELSE
               DISPLAY '*** ERROR TRENDPCT is not Numeric'
               MOVE 'Y'            TO WS-PARM-ERROR
             END-IF
           END-IF
           .
      *
       REGISTER-RUN-CONTROL.
           MOVE 'COV1970'          TO WS-RC-PROGRAM
           MOVE SPACES             TO WS-RC-DATE
           CALL 'COVRNCTL'      USING WS-RC-COMM-AREA
           .
