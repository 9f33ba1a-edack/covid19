      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1981.
       AUTHOR.        Georges B.
      *Drain Of The CV69 Online Log Onto The Batch Side Files ...
      *The CV69 transaction (COV1969) cannot share COV19JRN,
      *COV19AVL, COV19MAU and COV19DAU with the batch programs, so
      *it writes its journal, violation and audit rows to the
      *COV19OLG cluster CICS owns, inside the unit of work that
      *posts the change.  This utility is the first step of the
      *batch window, after COV19OLG and the masters are closed in
      *CICS and before any batch maintenance or the COV1951 trim:
      *it reads COV19OLG in key (written) order, appends each row
      *to the side file its target names, and deletes it from
      *COV19OLG once written.  A run that stops on an error leaves
      *the unwritten rows on COV19OLG and a rerun carries on from
      *there.
      *Return code 4 when COV19OLG is missing or holds a row with
      *an unknown target (left on file), 16 when a file could not
      *be opened or a row could not be written or deleted.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT ONLINE-LOG ASSIGN COV19OLG
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS OL-KEY
              FILE STATUS    IS WS-ONLINE-LOG-STATUS
           .
      *
           SELECT COVID19D-JOURNAL ASSIGN COV19JRN
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-JOURNAL-STATUS
           .
      *
           SELECT VIOLATION-LOG ASSIGN COV19AVL
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-VIOLATION-STATUS
           .
      *
           SELECT COUNTRYS-MAINT-AUDIT ASSIGN COV19MAU
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-MAU-STATUS
           .
      *
           SELECT COVID19D-MAINT-AUDIT ASSIGN COV19DAU
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-DAU-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  ONLINE-LOG.
       COPY COVOLOG  REPLACING ==:TAG1:== BY ==ONLINE-LOG==
                               ==:TAG2:== BY ==OL==.
      *
       FD  COVID19D-JOURNAL
           RECORDING MODE IS F
           .
       COPY COVJRNL  REPLACING ==:TAG1:== BY ==JOURNAL==
                               ==:TAG2:== BY ==JR==.
      *
       FD  VIOLATION-LOG
           RECORDING MODE IS F
           .
       COPY COVVIOL  REPLACING ==:TAG1:== BY ==VIOLATION==
                               ==:TAG2:== BY ==AV==.
      *
      *    THE COV1941 AUDIT IMAGES, CARRIED WHOLE FROM COV19OLG **
       FD  COUNTRYS-MAINT-AUDIT
           RECORDING MODE IS F
           .
       01  COUNTRYS-MAINT-AUDIT-REC  PIC X(274).
      *
       FD  COVID19D-MAINT-AUDIT
           RECORDING MODE IS F
           .
       01  COVID19D-MAINT-AUDIT-REC  PIC X(199).
      *------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-FILES-STATUS.
           03 WS-ONLINE-LOG-STATUS PIC 99 VALUE ZEROS.
           03 WS-JOURNAL-STATUS    PIC 99 VALUE ZEROS.
           03 WS-VIOLATION-STATUS  PIC 99 VALUE ZEROS.
           03 WS-MAU-STATUS        PIC 99 VALUE ZEROS.
           03 WS-DAU-STATUS        PIC 99 VALUE ZEROS.
           03 WS-TARGET-STATUS     PIC 99 VALUE ZEROS.
      *
       01  WS-FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-ABORT             PIC X VALUE 'N'.
            88 WS-ABORT-RUN        VALUE 'Y'.
      *
       01  COUNTERS.
           03 WS-OLG-READ          PIC 9(07) VALUE ZEROS.
           03 WS-JOURNAL-WRITTEN   PIC 9(07) VALUE ZEROS.
           03 WS-VIOLATION-WRITTEN PIC 9(07) VALUE ZEROS.
           03 WS-MAU-WRITTEN       PIC 9(07) VALUE ZEROS.
           03 WS-DAU-WRITTEN       PIC 9(07) VALUE ZEROS.
           03 WS-UNKNOWN-LEFT      PIC 9(07) VALUE ZEROS.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       MAIN.
           OPEN I-O ONLINE-LOG
           IF WS-ONLINE-LOG-STATUS = 35
             DISPLAY '*** COV1981 NO COV19OLG, NOTHING TO DRAIN'
             MOVE 4               TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF WS-ONLINE-LOG-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19OLG-STATUS: '
                     WS-ONLINE-LOG-STATUS
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-SIDE-FILES
           IF WS-ABORT-RUN
             CLOSE ONLINE-LOG
             MOVE 16              TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
      *
           PERFORM READ-ONLINE-LOG
           PERFORM DRAIN-ONE-ROW
                   UNTIL LASTREC = 'Y' OR WS-ABORT-RUN
      *
           CLOSE ONLINE-LOG
                 COVID19D-JOURNAL
                 VIOLATION-LOG
                 COUNTRYS-MAINT-AUDIT
                 COVID19D-MAINT-AUDIT
           PERFORM WRITE-TRAILERS
           IF WS-ABORT-RUN
             MOVE 16              TO RETURN-CODE
           ELSE
             IF WS-UNKNOWN-LEFT > 0
               MOVE 4             TO RETURN-CODE
             END-IF
           END-IF
           .
      *
       MAIN-STOP.
           GOBACK
           .
      *
       OPEN-SIDE-FILES.
      *    THE SIDE FILES ARE APPENDED TO, AS THEIR BATCH WRITERS
      *    DO; A FILE NOT YET CREATED IS STARTED ******************
           OPEN EXTEND COVID19D-JOURNAL
           IF WS-JOURNAL-STATUS = 35
             OPEN OUTPUT COVID19D-JOURNAL
           END-IF
           IF WS-JOURNAL-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19JRN-STATUS: '
                     WS-JOURNAL-STATUS
             MOVE 'Y'             TO WS-ABORT
             EXIT PARAGRAPH
           END-IF
           OPEN EXTEND VIOLATION-LOG
           IF WS-VIOLATION-STATUS = 35
             OPEN OUTPUT VIOLATION-LOG
           END-IF
           IF WS-VIOLATION-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19AVL-STATUS: '
                     WS-VIOLATION-STATUS
             CLOSE COVID19D-JOURNAL
             MOVE 'Y'             TO WS-ABORT
             EXIT PARAGRAPH
           END-IF
           OPEN EXTEND COUNTRYS-MAINT-AUDIT
           IF WS-MAU-STATUS = 35
             OPEN OUTPUT COUNTRYS-MAINT-AUDIT
           END-IF
           IF WS-MAU-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19MAU-STATUS: '
                     WS-MAU-STATUS
             CLOSE COVID19D-JOURNAL
                   VIOLATION-LOG
             MOVE 'Y'             TO WS-ABORT
             EXIT PARAGRAPH
           END-IF
           OPEN EXTEND COVID19D-MAINT-AUDIT
           IF WS-DAU-STATUS = 35
             OPEN OUTPUT COVID19D-MAINT-AUDIT
           END-IF
           IF WS-DAU-STATUS > 0
             DISPLAY '*** ERROR OPENING COV19DAU-STATUS: '
                     WS-DAU-STATUS
             CLOSE COVID19D-JOURNAL
                   VIOLATION-LOG
                   COUNTRYS-MAINT-AUDIT
             MOVE 'Y'             TO WS-ABORT
           END-IF
           .
      *
       READ-ONLINE-LOG.
           READ ONLINE-LOG NEXT RECORD
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END   ADD 1    TO WS-OLG-READ
           END-READ
           IF WS-ONLINE-LOG-STATUS > 0
              AND WS-ONLINE-LOG-STATUS NOT = 10
             DISPLAY '*** ERROR READING COV19OLG-STATUS: '
                     WS-ONLINE-LOG-STATUS
             MOVE 'Y'             TO WS-ABORT
           END-IF
           .
      *
       DRAIN-ONE-ROW.
           MOVE ZEROS              TO WS-TARGET-STATUS
           EVALUATE TRUE
             WHEN OL-FOR-JOURNAL
               MOVE OL-DATA        TO JOURNAL-REC
               WRITE JOURNAL-REC
               MOVE WS-JOURNAL-STATUS   TO WS-TARGET-STATUS
             WHEN OL-FOR-VIOLATION
               MOVE OL-DATA        TO VIOLATION-REC
               WRITE VIOLATION-REC
               MOVE WS-VIOLATION-STATUS TO WS-TARGET-STATUS
             WHEN OL-FOR-COUNTRYS-AUD
               MOVE OL-DATA        TO COUNTRYS-MAINT-AUDIT-REC
               WRITE COUNTRYS-MAINT-AUDIT-REC
               MOVE WS-MAU-STATUS       TO WS-TARGET-STATUS
             WHEN OL-FOR-COVID19D-AUD
               MOVE OL-DATA        TO COVID19D-MAINT-AUDIT-REC
               WRITE COVID19D-MAINT-AUDIT-REC
               MOVE WS-DAU-STATUS       TO WS-TARGET-STATUS
             WHEN OTHER
               DISPLAY '*** COV1981 UNKNOWN TARGET ' OL-TARGET
                       ' ON COV19OLG KEY ' OL-KEY ', LEFT ON FILE'
               ADD 1               TO WS-UNKNOWN-LEFT
               PERFORM READ-ONLINE-LOG
               EXIT PARAGRAPH
           END-EVALUATE
           IF WS-TARGET-STATUS > 0
             DISPLAY '*** ERROR WRITING TARGET ' OL-TARGET
                     ' FROM COV19OLG KEY ' OL-KEY
                     ' STATUS: ' WS-TARGET-STATUS
             MOVE 'Y'              TO WS-ABORT
             EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
             WHEN OL-FOR-JOURNAL
               ADD 1               TO WS-JOURNAL-WRITTEN
             WHEN OL-FOR-VIOLATION
               ADD 1               TO WS-VIOLATION-WRITTEN
             WHEN OL-FOR-COUNTRYS-AUD
               ADD 1               TO WS-MAU-WRITTEN
             WHEN OTHER
               ADD 1               TO WS-DAU-WRITTEN
           END-EVALUATE
           DELETE ONLINE-LOG RECORD
           IF WS-ONLINE-LOG-STATUS > 0
             DISPLAY '*** ERROR DELETING COV19OLG KEY ' OL-KEY
                     ' STATUS: ' WS-ONLINE-LOG-STATUS
             MOVE 'Y'              TO WS-ABORT
             EXIT PARAGRAPH
           END-IF
           PERFORM READ-ONLINE-LOG
           .
      *
       WRITE-TRAILERS.
           DISPLAY '*** COV1981 COV19OLG Rows Read:     ' WS-OLG-READ
           DISPLAY '*** COV1981 COV19JRN Rows Written:  '
                   WS-JOURNAL-WRITTEN
           DISPLAY '*** COV1981 COV19AVL Rows Written:  '
                   WS-VIOLATION-WRITTEN
           DISPLAY '*** COV1981 COV19MAU Rows Written:  '
                   WS-MAU-WRITTEN
           DISPLAY '*** COV1981 COV19DAU Rows Written:  '
                   WS-DAU-WRITTEN
           DISPLAY '*** COV1981 Unknown Rows Left:      '
                   WS-UNKNOWN-LEFT
           IF WS-ABORT-RUN
             DISPLAY '*** COV1981 STOPPED ON AN ERROR, THE REST OF '
                     'COV19OLG IS LEFT FOR THE RERUN'
           END-IF
           .
