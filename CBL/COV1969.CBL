      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1969.
       AUTHOR.        Georges B.
      *Online CICS Approval Of Dual-Control Pending Changes ...
      *Transaction CV69, the online form of COV1941.  Pages through
      *the COV19PND queue showing one pending request at a time,
      *the captured before and after images field by field with
      *changed fields marked, and lets the second operator approve
      *or reject it with a disposition.  The reviewer is the
      *signed-on CICS user id, which may not be the operator who
      *captured the request and must hold APPROVE on the COV19OPA
      *authority master; a denial is logged to COV19AVL as
      *COVAUTH logs it.  An approve posts the change, re-totals
      *the WORLD row and writes the same COV19MAU / COV19DAU audit
      *images and COV19JRN journal rows COV1941 writes.  Those
      *rows, and the COV19AVL denials, go to COV19OLG, a
      *recoverable KSDS owned by CICS, in the same unit of work
      *as the master updates, so a rollback takes them back with
      *the change; an approve whose rows cannot be written is
      *rolled back and stays pending.  The batch window closes
      *COV19OLG in CICS with the masters and runs COV1981 first,
      *which moves the rows onto COV19JRN, COV19AVL, COV19MAU and
      *COV19DAU ahead of the batch programs and the COV1951
      *trim.  The queue row is
      *read for update before anything is posted, so two
      *reviewers cannot both dispose of it.  Map-less
      *pseudo-conversational SEND TEXT / RECEIVE like CV28, the
      *sequence on screen carried in the commarea.  COV19PND,
      *COUNTRYS, COVID19D and COV19OPA are the batch VSAM
      *clusters; COVID19P is the CV-DATE alternate index path
      *over COVID19D.  A COVID19D change dated in a month closed
      *on the COV19PER period-control cluster is not posted
      *online: it stays pending for COV1941 with OVERRIDE=Y,
      *which writes the COV19ADJ adjustment ledger row.  A
      *COV19PER that cannot be read refuses the approve.
      *Commands: N (or ENTER)=next pending, P=previous pending,
      *          S nnnnnnn=show that sequence, A=approve,
      *          R disposition=reject, X=end.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
      *==============================
       DATA DIVISION.
      *==============================
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-COMMAREA.
           03 CA-SEQ               PIC 9(07) VALUE ZEROS.
      *
       01  WS-RESP                 PIC S9(08) COMP.
       01  WS-RESP2                PIC S9(08) COMP.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-RUN==.
      *
       01  WS-INPUT-DATA.
           03 WS-INPUT-AREA        PIC X(80) VALUE SPACES.
           03 WS-INPUT-LEN         PIC S9(04) COMP VALUE +80.
           03 WS-IN-COMMAND        PIC X(04) VALUE SPACES.
           03 WS-IN-OPERAND        PIC X(20) VALUE SPACES.
           03 WS-IN-PTR            PIC 9(03) COMP VALUE 1.
      *
       01  WS-FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-SESSION-END       PIC X VALUE 'N'.
            88 WS-SESSION-ENDED    VALUE 'Y'.
           03 WS-REQUEST-FLAG      PIC X VALUE 'N'.
            88 WS-REQUEST-FOUND    VALUE 'Y'.
           03 WS-ACTED-FLAG        PIC X VALUE 'N'.
            88 WS-REQUEST-ACTED-ON VALUE 'Y'.
           03 WS-ACTION            PIC X VALUE SPACE.
      *    A=APPROVE AND POST, R=REJECT ***
            88 WS-ACTION-APPROVE   VALUE 'A'.
            88 WS-ACTION-REJECT    VALUE 'R'.
           03 WS-BEFORE-FLAG       PIC X VALUE 'N'.
            88 WS-BEFORE-REC-FOUND VALUE 'Y'.
           03 WS-APPLY-OK          PIC X VALUE 'N'.
            88 WS-APPLY-WORKED     VALUE 'Y'.
           03 WS-LOG-ERROR         PIC X VALUE 'N'.
            88 WS-LOG-ERROR-FOUND  VALUE 'Y'.
           03 WS-WORLD-ERROR       PIC X VALUE 'N'.
            88 WS-WORLD-ERROR-FOUND VALUE 'Y'.
           03 WS-PERIOD-FLAG       PIC X VALUE 'N'.
            88 WS-PERIOD-IS-LOCKED VALUE 'Y'.
      *
       01  WS-USERID               PIC X(08) VALUE SPACES.
       01  WS-DENY-REASON          PIC X(24) VALUE SPACES.
       01  WS-IN-REASON            PIC X(20) VALUE SPACES.
      *
       01  WS-RID-KEYS.
           03 WS-PND-RID           PIC 9(07).
           03 WS-PND-RID-X REDEFINES WS-PND-RID
                                   PIC X(07).
           03 WS-CV-RID.
              05 WS-CV-RID-CODE    PIC X(05).
              05 WS-CV-RID-DATE    PIC 9(08).
           03 WS-PATH-RID          PIC 9(08).
           03 WS-PER-RID           PIC 9(06).
      *
       COPY COVPEND      REPLACING ==:TAG1:== BY ==PENDING==
                                   ==:TAG2:== BY ==PD==.
      *
       COPY COUNTRYS     REPLACING ==:TAG1:== BY ==COUNTRYS==
                                   ==:TAG2:== BY ==C==.
      *
       COPY COVID19D     REPLACING ==:TAG1:== BY ==COVID19D==
                                   ==:TAG2:== BY ==CV==.
      *
       COPY COVOPAUT     REPLACING ==:TAG1:== BY ==OPAUTH==
                                   ==:TAG2:== BY ==OA==.
      *
       COPY COVVIOL      REPLACING ==:TAG1:== BY ==VIOLATION==
                                   ==:TAG2:== BY ==AV==.
      *
       COPY COVJRNL      REPLACING ==:TAG1:== BY ==JOURNAL==
                                   ==:TAG2:== BY ==JR==.
      *
       COPY COVPERD      REPLACING ==:TAG1:== BY ==PERIOD==
                                   ==:TAG2:== BY ==PC==.
      *
       COPY COVOLOG      REPLACING ==:TAG1:== BY ==ONLINE-LOG==
                                   ==:TAG2:== BY ==OL==.
      *
       01  WS-OLG-WORK.
           03 WS-OLG-ABSTIME       PIC S9(15) COMP-3 VALUE ZEROS.
           03 WS-OLG-ROW           PIC 9(03) VALUE ZEROS.
      *
      *    WORK COPIES OF THE MASTER LAYOUTS TO DECODE THE IMAGES *
       COPY COUNTRYS     REPLACING ==:TAG1:== BY ==WORK-COUNTRYS==
                                   ==:TAG2:== BY ==WC==.
      *
       COPY COVID19D     REPLACING ==:TAG1:== BY ==WORK-COVID19D==
                                   ==:TAG2:== BY ==WV==.
      *
      *    THE COV1941 AUDIT IMAGES, LOGGED THROUGH COV19OLG *****
       01  COUNTRYS-MAINT-AUDIT-REC.
           03 MAU-RUN-TIMESTAMP     PIC X(19).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MAU-FUNCTION          PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MAU-CODE              PIC X(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MAU-BEFORE-NAME       PIC X(50).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MAU-BEFORE-SLUG       PIC X(50).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MAU-B-STATUS          PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MAU-B-INADATE         PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MAU-AFTER-NAME        PIC X(50).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MAU-AFTER-SLUG        PIC X(50).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MAU-A-STATUS          PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MAU-A-INADATE         PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 MAU-RESULT            PIC X(20).
      *
       01  COVID19D-MAINT-AUDIT-REC.
           03 DAU-RUN-TIMESTAMP     PIC X(19).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 DAU-FUNCTION          PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 DAU-CODE              PIC X(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 DAU-DATE              PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 DAU-BEFORE-IMAGE.
              05 DAU-B-NEW-CONFIRMED   PIC 9(09).
              05 FILLER                PIC X(01) VALUE SPACE.
              05 DAU-B-TOT-CONFIRMED   PIC 9(09).
              05 FILLER                PIC X(01) VALUE SPACE.
              05 DAU-B-NEW-DEATHS      PIC 9(09).
              05 FILLER                PIC X(01) VALUE SPACE.
              05 DAU-B-TOT-DEATHS      PIC 9(09).
              05 FILLER                PIC X(01) VALUE SPACE.
              05 DAU-B-NEW-RECOVERED   PIC 9(09).
              05 FILLER                PIC X(01) VALUE SPACE.
              05 DAU-B-TOT-RECOVERED   PIC 9(09).
              05 FILLER                PIC X(01) VALUE SPACE.
              05 DAU-B-ACTIVE          PIC S9(09) SIGN LEADING
                                                  SEPARATE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 DAU-AFTER-IMAGE.
              05 DAU-A-NEW-CONFIRMED   PIC 9(09).
              05 FILLER                PIC X(01) VALUE SPACE.
              05 DAU-A-TOT-CONFIRMED   PIC 9(09).
              05 FILLER                PIC X(01) VALUE SPACE.
              05 DAU-A-NEW-DEATHS      PIC 9(09).
              05 FILLER                PIC X(01) VALUE SPACE.
              05 DAU-A-TOT-DEATHS      PIC 9(09).
              05 FILLER                PIC X(01) VALUE SPACE.
              05 DAU-A-NEW-RECOVERED   PIC 9(09).
              05 FILLER                PIC X(01) VALUE SPACE.
              05 DAU-A-TOT-RECOVERED   PIC 9(09).
              05 FILLER                PIC X(01) VALUE SPACE.
              05 DAU-A-ACTIVE          PIC S9(09) SIGN LEADING
                                                  SEPARATE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 DAU-RESULT            PIC X(20).
      *
       01  WS-BEFORE-IMAGE.
           03 WS-B-NEW-CONFIRMED     PIC 9(09) VALUE ZEROS.
           03 WS-B-TOT-CONFIRMED     PIC 9(09) VALUE ZEROS.
           03 WS-B-NEW-DEATHS        PIC 9(09) VALUE ZEROS.
           03 WS-B-TOT-DEATHS        PIC 9(09) VALUE ZEROS.
           03 WS-B-NEW-RECOVERED     PIC 9(09) VALUE ZEROS.
           03 WS-B-TOT-RECOVERED     PIC 9(09) VALUE ZEROS.
           03 WS-B-ACTIVE            PIC S9(09) VALUE ZEROS.
           03 WS-B-NAME              PIC X(50) VALUE SPACES.
           03 WS-B-SLUG              PIC X(50) VALUE SPACES.
           03 WS-B-STATUS            PIC X(01) VALUE SPACE.
           03 WS-B-INADATE           PIC 9(08) VALUE ZEROS.
      *
       01  WS-WORLD-RETOTAL.
           03 WS-WLD-NEW-CONFIRMED   PIC 9(09) VALUE ZEROS.
           03 WS-WLD-TOT-CONFIRMED   PIC 9(09) VALUE ZEROS.
           03 WS-WLD-NEW-DEATHS      PIC 9(09) VALUE ZEROS.
           03 WS-WLD-TOT-DEATHS      PIC 9(09) VALUE ZEROS.
           03 WS-WLD-NEW-RECOVERED   PIC 9(09) VALUE ZEROS.
           03 WS-WLD-TOT-RECOVERED   PIC 9(09) VALUE ZEROS.
      *
       01  WS-JOURNAL-DATA.
           03 WS-JRN-SEQ             PIC 9(07) VALUE ZEROS.
           03 WS-JRN-FILE-ID         PIC X(01).
           03 WS-JRN-ACTION          PIC X(01).
           03 WS-JRN-BEFORE          PIC X(114).
           03 WS-JRN-AFTER           PIC X(114).
      *
       01  WS-RESULT                 PIC X(20) VALUE SPACES.
       01  WS-TIMESTAMP              PIC X(19) VALUE SPACES.
       01  WS-MESSAGE                PIC X(80) VALUE SPACES.
      *
      *    ONE FIELD OF THE REQUEST, BEFORE AND AFTER, FOR THE SCREEN
       01  WS-FIELD-WORK.
           03 WS-FLD-LABEL           PIC X(10).
           03 WS-FLD-BEFORE          PIC X(50).
           03 WS-FLD-AFTER           PIC X(50).
           03 WS-FLD-LINE            PIC 9(02) COMP VALUE ZEROS.
           03 WS-FLD-SUB             PIC 9(02) COMP VALUE ZEROS.
           03 WS-FLD-NUMBER-O        PIC -ZZZ,ZZZ,ZZ9.
      *
       01  WS-END-TEXT             PIC X(40) VALUE
                'CV69 DUAL-CONTROL APPROVAL ENDED'.
      *
       01  WS-REPLY-TEXT.
           03 WS-REPLY-LINE-1.
              05 FILLER            PIC X(30) VALUE
                   'CV69 DUAL-CONTROL APPROVAL    '.
              05 FILLER            PIC X(10) VALUE 'REVIEWER: '.
              05 RPL-USER          PIC X(08).
              05 FILLER            PIC X(32) VALUE SPACE.
           03 WS-REPLY-LINE-2.
              05 FILLER            PIC X(05) VALUE 'SEQ: '.
              05 RPL-SEQ           PIC 9(07).
              05 FILLER            PIC X(08) VALUE '  FILE: '.
              05 RPL-FILE          PIC X(08).
              05 FILLER            PIC X(12) VALUE '  FUNCTION: '.
              05 RPL-FUNCTION      PIC X(07).
              05 FILLER            PIC X(07) VALUE '  KEY: '.
              05 RPL-KEY-CODE      PIC X(05).
              05 FILLER            PIC X(01) VALUE SPACE.
              05 RPL-KEY-DATE      PIC X(08).
              05 FILLER            PIC X(12) VALUE SPACE.
           03 WS-REPLY-LINE-3.
              05 FILLER            PIC X(13) VALUE 'CAPTURED BY: '.
              05 RPL-CAPT-BY       PIC X(08).
              05 FILLER            PIC X(05) VALUE ' AT: '.
              05 RPL-CAPT-TS       PIC X(19).
              05 FILLER            PIC X(10) VALUE '  STATUS: '.
              05 RPL-STATUS        PIC X(01).
              05 FILLER            PIC X(24) VALUE SPACE.
           03 WS-REPLY-LINE-4.
              05 RPL-MESSAGE       PIC X(80).
           03 WS-REPLY-DETAIL      OCCURS 14.
              05 RPL-FLD-LABEL     PIC X(10).
              05 RPL-FLD-WHICH     PIC X(08).
              05 RPL-FLD-VALUE     PIC X(50).
              05 FILLER            PIC X(02).
              05 RPL-FLD-MARK      PIC X(10).
           03 WS-REPLY-LINE-5.
              05 FILLER            PIC X(40) VALUE
                   'N=NEXT P=PREV S NNNNNNN=SHOW A=APPROVE '.
              05 FILLER            PIC X(40) VALUE
                   'R DISPOSITION=REJECT X=END'.
      *------------------------------
       LINKAGE SECTION.
      *------------------------------
       01  DFHCOMMAREA             PIC X(07).
      *==============================
       PROCEDURE DIVISION.
      *==============================
       MAIN.
           EXEC CICS ASSIGN
                USERID (WS-USERID)
                RESP (WS-RESP)
           END-EXEC
           IF EIBCALEN = 0
             MOVE ZEROS            TO CA-SEQ
             PERFORM SHOW-NEXT-PENDING
           ELSE
             MOVE DFHCOMMAREA      TO WS-COMMAREA
             PERFORM PROCESS-COMMAND
           END-IF
           IF WS-SESSION-ENDED
             EXEC CICS SEND TEXT
                  FROM (WS-END-TEXT)
                  LENGTH (LENGTH OF WS-END-TEXT)
                  ERASE
                  FREEKB
                  RESP (WS-RESP)
             END-EXEC
             EXEC CICS RETURN
             END-EXEC
           ELSE
             PERFORM SEND-REPLY
             PERFORM RETURN-TRANSID
           END-IF
           .
      *
       RETURN-TRANSID.
           EXEC CICS RETURN
                TRANSID ('CV69')
                COMMAREA (WS-COMMAREA)
                LENGTH (LENGTH OF WS-COMMAREA)
           END-EXEC
           .
      *
       PROCESS-COMMAND.
           MOVE SPACES             TO WS-INPUT-AREA
           MOVE +80                TO WS-INPUT-LEN
           EXEC CICS RECEIVE
                INTO (WS-INPUT-AREA)
                LENGTH (WS-INPUT-LEN)
                RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(LENGERR)
             PERFORM SHOW-CURRENT-REQUEST
             EXIT PARAGRAPH
           END-IF
      *
      *    THE FIRST WORD IS THE COMMAND; WHAT FOLLOWS IT IS THE
      *    SEQUENCE FOR S OR THE DISPOSITION FOR R ****************
           MOVE SPACES             TO WS-IN-COMMAND
                                      WS-IN-OPERAND
           MOVE 1                  TO WS-IN-PTR
           UNSTRING WS-INPUT-AREA
               DELIMITED BY ALL ' '
               INTO WS-IN-COMMAND
               WITH POINTER WS-IN-PTR
           END-UNSTRING
           IF WS-IN-PTR NOT > 80
             MOVE WS-INPUT-AREA (WS-IN-PTR:) TO WS-IN-OPERAND
           END-IF
           EVALUATE WS-IN-COMMAND
             WHEN SPACES
             WHEN 'N'
               PERFORM SHOW-NEXT-PENDING
             WHEN 'CV69'
               MOVE ZEROS          TO CA-SEQ
               PERFORM SHOW-NEXT-PENDING
             WHEN 'P'
               PERFORM SHOW-PREV-PENDING
             WHEN 'S'
               IF WS-IN-OPERAND (1:7) NUMERIC
                 MOVE WS-IN-OPERAND (1:7) TO CA-SEQ
                 PERFORM SHOW-CURRENT-REQUEST
               ELSE
                 MOVE 'S MUST BE FOLLOWED BY A 7-DIGIT SEQUENCE'
                                   TO WS-MESSAGE
                 PERFORM SHOW-CURRENT-REQUEST
               END-IF
             WHEN 'A'
             WHEN 'R'
               MOVE WS-IN-COMMAND (1:1) TO WS-ACTION
               PERFORM ACT-ON-REQUEST
               IF WS-REQUEST-ACTED-ON
                 PERFORM SHOW-NEXT-PENDING
               ELSE
                 PERFORM SHOW-CURRENT-REQUEST
               END-IF
             WHEN 'X'
               MOVE 'Y'            TO WS-SESSION-END
             WHEN OTHER
               MOVE 'UNKNOWN COMMAND, USE N P S A R OR X'
                                   TO WS-MESSAGE
               PERFORM SHOW-CURRENT-REQUEST
           END-EVALUATE
           .
      *
       SHOW-CURRENT-REQUEST.
           MOVE 'N'                TO WS-REQUEST-FLAG
           IF CA-SEQ NOT = ZEROS
             MOVE CA-SEQ           TO WS-PND-RID
             EXEC CICS READ
                  DATASET ('COV19PND')
                  INTO (PENDING-REC)
                  RIDFLD (WS-PND-RID)
                  RESP (WS-RESP)
             END-EXEC
             IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y'            TO WS-REQUEST-FLAG
             ELSE
               MOVE 'SEQUENCE NOT ON THE COV19PND QUEUE'
                                   TO WS-MESSAGE
             END-IF
           END-IF
           PERFORM BUILD-REPLY
           .
      *
       SHOW-NEXT-PENDING.
      *    FIRST PENDING REQUEST AFTER THE ONE ON SCREEN **********
           MOVE 'N'                TO WS-REQUEST-FLAG
           MOVE SPACE              TO LASTREC
           COMPUTE WS-PND-RID = CA-SEQ + 1
           EXEC CICS STARTBR
                DATASET ('COV19PND')
                RIDFLD (WS-PND-RID)
                GTEQ
                RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y'              TO LASTREC
           END-IF
           PERFORM UNTIL LASTREC = 'Y'
             EXEC CICS READNEXT
                  DATASET ('COV19PND')
                  INTO (PENDING-REC)
                  RIDFLD (WS-PND-RID)
                  RESP (WS-RESP)
             END-EXEC
             IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y'            TO LASTREC
             ELSE
               IF PD-STATUS = 'P'
                 MOVE 'Y'          TO WS-REQUEST-FLAG
                 MOVE 'Y'          TO LASTREC
               END-IF
             END-IF
           END-PERFORM
           EXEC CICS ENDBR
                DATASET ('COV19PND')
                RESP (WS-RESP)
           END-EXEC
           IF WS-REQUEST-FOUND
             MOVE PD-SEQ           TO CA-SEQ
             PERFORM BUILD-REPLY
           ELSE
             IF WS-MESSAGE = SPACES
               MOVE 'NO MORE PENDING REQUESTS ON THE QUEUE'
                                   TO WS-MESSAGE
             END-IF
             PERFORM SHOW-CURRENT-REQUEST
           END-IF
           .
      *
       SHOW-PREV-PENDING.
      *    LAST PENDING REQUEST BEFORE THE ONE ON SCREEN.  AS IN
      *    CV28 THE BROWSE POSITION IS MATERIALIZED WITH A READNEXT
      *    BEFORE STEPPING BACK; THE FIRST READPREV RE-READS IT ***
           MOVE 'N'                TO WS-REQUEST-FLAG
           MOVE SPACE              TO LASTREC
           MOVE CA-SEQ             TO WS-PND-RID
           EXEC CICS STARTBR
                DATASET ('COV19PND')
                RIDFLD (WS-PND-RID)
                GTEQ
                RESP (WS-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT
                    DATASET ('COV19PND')
                    INTO (PENDING-REC)
                    RIDFLD (WS-PND-RID)
                    RESP (WS-RESP)
               END-EXEC
             WHEN WS-RESP = DFHRESP(NOTFND)
               MOVE HIGH-VALUES    TO WS-PND-RID-X
               EXEC CICS STARTBR
                    DATASET ('COV19PND')
                    RIDFLD (WS-PND-RID-X)
                    GTEQ
                    RESP (WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'Y'          TO LASTREC
               END-IF
             WHEN OTHER
               MOVE 'Y'            TO LASTREC
           END-EVALUATE
           PERFORM UNTIL LASTREC = 'Y'
             EXEC CICS READPREV
                  DATASET ('COV19PND')
                  INTO (PENDING-REC)
                  RIDFLD (WS-PND-RID)
                  RESP (WS-RESP)
             END-EXEC
             IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y'            TO LASTREC
             ELSE
               IF PD-STATUS = 'P' AND PD-SEQ < CA-SEQ
                 MOVE 'Y'          TO WS-REQUEST-FLAG
                 MOVE 'Y'          TO LASTREC
               END-IF
             END-IF
           END-PERFORM
           EXEC CICS ENDBR
                DATASET ('COV19PND')
                RESP (WS-RESP)
           END-EXEC
           IF WS-REQUEST-FOUND
             MOVE PD-SEQ           TO CA-SEQ
             PERFORM BUILD-REPLY
           ELSE
             MOVE 'NO EARLIER PENDING REQUEST ON THE QUEUE'
                                   TO WS-MESSAGE
             PERFORM SHOW-CURRENT-REQUEST
           END-IF
           .
      *
       ACT-ON-REQUEST.
           MOVE 'N'                TO WS-ACTED-FLAG
           IF CA-SEQ = ZEROS
             MOVE 'NO REQUEST ON SCREEN TO APPROVE OR REJECT'
                                   TO WS-MESSAGE
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-AUTHORITY
           IF WS-DENY-REASON NOT = SPACES
             STRING 'NOT AUTHORIZED TO APPROVE: ' WS-DENY-REASON
                    DELIMITED BY SIZE
                    INTO WS-MESSAGE
             END-STRING
             EXIT PARAGRAPH
           END-IF
      *    HOLD THE QUEUE ROW UNTIL THE TASK ENDS SO A SECOND
      *    REVIEWER CANNOT DISPOSE OF IT AT THE SAME TIME *********
           MOVE CA-SEQ             TO WS-PND-RID
           EXEC CICS READ
                DATASET ('COV19PND')
                INTO (PENDING-REC)
                RIDFLD (WS-PND-RID)
                UPDATE
                RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE 'SEQUENCE NOT ON THE COV19PND QUEUE'
                                   TO WS-MESSAGE
             EXIT PARAGRAPH
           END-IF
           IF PD-STATUS NOT = 'P'
             EXEC CICS UNLOCK
                  DATASET ('COV19PND')
             END-EXEC
             STRING 'SEQ ALREADY DISPOSED, STATUS: ' PD-STATUS
                    ' BY ' PD-REVIEWED-BY
                    DELIMITED BY SIZE
                    INTO WS-MESSAGE
             END-STRING
             EXIT PARAGRAPH
           END-IF
      *    DUAL CONTROL: THE REVIEWER MAY NOT BE THE REQUESTER ****
           IF PD-CAPTURED-BY = WS-USERID
             EXEC CICS UNLOCK
                  DATASET ('COV19PND')
             END-EXEC
             STRING 'REVIEWER IS THE REQUESTER: ' WS-USERID
                    DELIMITED BY SIZE
                    INTO WS-MESSAGE
             END-STRING
             EXIT PARAGRAPH
           END-IF
           IF WS-ACTION-APPROVE AND PD-FILE-ID NOT = 'C'
             PERFORM CHECK-PERIOD-LOCK
             IF WS-PERIOD-IS-LOCKED
               EXEC CICS UNLOCK
                    DATASET ('COV19PND')
               END-EXEC
               EXIT PARAGRAPH
             END-IF
           END-IF
           PERFORM BUILD-TIMESTAMP
           MOVE 'N'                TO WS-LOG-ERROR
                                      WS-WORLD-ERROR
           EVALUATE TRUE
             WHEN WS-ACTION-REJECT
               PERFORM REJECT-REQUEST
             WHEN WS-ACTION-APPROVE
               PERFORM APPROVE-REQUEST
           END-EVALUATE
      *    NO CHANGE GOES THROUGH WITHOUT ITS JOURNAL AND AUDIT
      *    ROWS: BACK OUT THE MASTERS AND LEAVE THE ROW PENDING ***
           IF WS-LOG-ERROR-FOUND
             MOVE SPACES           TO WS-MESSAGE
             STRING 'COV19OLG NOT WRITTEN, SEQ ' CA-SEQ
                    ' ROLLED BACK AND LEFT PENDING'
                    DELIMITED BY SIZE
                    INTO WS-MESSAGE
             END-STRING
             EXEC CICS SYNCPOINT ROLLBACK
             END-EXEC
             EXIT PARAGRAPH
           END-IF
           MOVE WS-TIMESTAMP       TO PD-REVIEWED-TS
           MOVE WS-USERID          TO PD-REVIEWED-BY
           EXEC CICS REWRITE
                DATASET ('COV19PND')
                FROM (PENDING-REC)
                RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
             STRING 'ERROR REWRITE COV19PND, SEQ ' CA-SEQ
                    ' LEFT UNCHANGED'
                    DELIMITED BY SIZE
                    INTO WS-MESSAGE
             END-STRING
             EXEC CICS SYNCPOINT ROLLBACK
             END-EXEC
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y'                TO WS-ACTED-FLAG
           IF WS-WORLD-ERROR-FOUND
             MOVE 'WARNING: WORLD ROW NOT RE-TOTALLED'
                                   TO WS-MESSAGE (41:40)
           END-IF
           .
      *
       CHECK-PERIOD-LOCK.
      *    A CLOSED MONTH IS ONLY CHANGED BY COV1941 UNDER AN
      *    OVERRIDE; NO ROW FOR THE MONTH MEANS IT WAS NEVER
      *    CLOSED ********************************************
           MOVE 'N'                TO WS-PERIOD-FLAG
           MOVE PD-KEY-DATE (1:6)  TO WS-PER-RID
           EXEC CICS READ
                DATASET ('COV19PER')
                INTO (PERIOD-REC)
                RIDFLD (WS-PER-RID)
                RESP (WS-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NOTFND)
               CONTINUE
             WHEN WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y'            TO WS-PERIOD-FLAG
               MOVE 'PERIOD CONTROL FILE UNUSABLE, NOT APPROVED'
                                   TO WS-MESSAGE
             WHEN PC-CLOSED
               MOVE 'Y'            TO WS-PERIOD-FLAG
               STRING 'MONTH ' WS-PER-RID ' IS CLOSED,'
                      ' POST IT WITH COV1941 OVERRIDE=Y'
                      DELIMITED BY SIZE
                      INTO WS-MESSAGE
               END-STRING
           END-EVALUATE
           .
      *
       CHECK-AUTHORITY.
      *    THE ONLINE FORM OF THE COVAUTH APPROVE CHECK, WITH THE
      *    SAME REASONS AND THE SAME COV19AVL ROW ON A DENIAL ******
           MOVE SPACES             TO WS-DENY-REASON
           IF WS-USERID = SPACES
             MOVE 'NO OPERATOR ID GIVEN'  TO WS-DENY-REASON
           ELSE
             MOVE WS-USERID        TO OA-OPERATOR
             EXEC CICS READ
                  DATASET ('COV19OPA')
                  INTO (OPAUTH-REC)
                  RIDFLD (OA-OPERATOR)
                  RESP (WS-RESP)
             END-EXEC
             EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'OPERATOR NOT ON FILE' TO WS-DENY-REASON
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'AUTHORITY FILE UNUSABLE' TO WS-DENY-REASON
               WHEN NOT OA-ACTIVE
                 MOVE 'OPERATOR SUSPENDED'    TO WS-DENY-REASON
               WHEN OA-AUTH-APPROVE NOT = 'Y'
                 MOVE 'FUNCTION NOT GRANTED'  TO WS-DENY-REASON
             END-EVALUATE
           END-IF
           IF WS-DENY-REASON NOT = SPACES
             PERFORM LOG-VIOLATION
           END-IF
           .
      *
       LOG-VIOLATION.
           PERFORM BUILD-TIMESTAMP
           MOVE SPACES             TO VIOLATION-REC
           MOVE WS-TIMESTAMP       TO AV-TIMESTAMP
           MOVE WS-USERID          TO AV-OPERATOR
           MOVE 'COV1969'          TO AV-PROGRAM
           MOVE 'APPROVE'          TO AV-FUNCTION
           MOVE WS-DENY-REASON     TO AV-REASON
           STRING 'SEQ=' CA-SEQ ' ACTION=' WS-ACTION
                  DELIMITED BY SIZE
                  INTO AV-DETAIL
           END-STRING
           MOVE SPACES             TO ONLINE-LOG-REC
           MOVE 'V'                TO OL-TARGET
           MOVE VIOLATION-REC      TO OL-DATA
           PERFORM WRITE-ONLINE-LOG
           .
      *
       REJECT-REQUEST.
           MOVE WS-IN-OPERAND      TO WS-IN-REASON
           IF WS-IN-REASON = SPACES
             MOVE 'REJECTED'       TO WS-IN-REASON
           END-IF
           MOVE 'R'                TO PD-STATUS
           MOVE WS-IN-REASON       TO PD-DISPOSITION
           STRING 'SEQ ' CA-SEQ ' REJECTED BY ' WS-USERID
                  DELIMITED BY SIZE
                  INTO WS-MESSAGE
           END-STRING
           .
      *
       APPROVE-REQUEST.
           MOVE 'N'                TO WS-APPLY-OK
           EVALUATE TRUE
             WHEN PD-FILE-ID = 'C'
               PERFORM APPLY-COUNTRYS-CHANGE
             WHEN OTHER
               PERFORM APPLY-COVID19D-CHANGE
           END-EVALUATE
           IF WS-APPLY-WORKED
             MOVE 'A'              TO PD-STATUS
             MOVE 'APPLIED'        TO PD-DISPOSITION
             STRING 'SEQ ' CA-SEQ ' APPLIED BY ' WS-USERID
                    DELIMITED BY SIZE
                    INTO WS-MESSAGE
             END-STRING
           ELSE
             MOVE 'F'              TO PD-STATUS
             MOVE WS-RESULT        TO PD-DISPOSITION
             STRING 'SEQ ' CA-SEQ ' APPLY FAILED: ' WS-RESULT
                    DELIMITED BY SIZE
                    INTO WS-MESSAGE
             END-STRING
           END-IF
           .
      *
       APPLY-COUNTRYS-CHANGE.
           MOVE 'N'                TO WS-BEFORE-FLAG
           MOVE SPACES             TO WS-B-NAME WS-B-SLUG
                                      WS-B-STATUS
           MOVE ZEROS              TO WS-B-INADATE
           MOVE SPACES             TO WS-JRN-BEFORE
                                      WS-JRN-AFTER
           MOVE PD-KEY-CODE        TO C-CODE
           EXEC CICS READ
                DATASET ('COUNTRYS')
                INTO (COUNTRYS-REC)
                RIDFLD (C-CODE)
                UPDATE
                RESP (WS-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y'            TO WS-BEFORE-FLAG
               MOVE COUNTRYS-REC   TO WS-JRN-BEFORE (1:114)
               MOVE C-NAME         TO WS-B-NAME
               MOVE C-SLUG         TO WS-B-SLUG
               MOVE C-STATUS       TO WS-B-STATUS
               MOVE C-INACTIVE-DATE TO WS-B-INADATE
             WHEN WS-RESP = DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE 'FAILED-OPEN'  TO WS-RESULT
               EXIT PARAGRAPH
           END-EVALUATE
      *
           MOVE PD-AFTER-IMAGE (1:114) TO WORK-COUNTRYS-REC
           EVALUATE TRUE
             WHEN PD-FUNCTION = 'A'
               IF WS-BEFORE-REC-FOUND
                 MOVE 'STALE-EXISTS'    TO WS-RESULT
                 EXEC CICS UNLOCK
                      DATASET ('COUNTRYS')
                 END-EXEC
               ELSE
                 MOVE WORK-COUNTRYS-REC TO COUNTRYS-REC
                 EXEC CICS WRITE
                      DATASET ('COUNTRYS')
                      FROM (COUNTRYS-REC)
                      RIDFLD (C-CODE)
                      RESP (WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'FAILED'        TO WS-RESULT
                 ELSE
                   MOVE 'ADDED'         TO WS-RESULT
                   MOVE 'Y'             TO WS-APPLY-OK
                   MOVE 'W'             TO WS-JRN-ACTION
                   MOVE COUNTRYS-REC    TO WS-JRN-AFTER (1:114)
                 END-IF
               END-IF
             WHEN PD-FUNCTION = 'C'
               IF NOT WS-BEFORE-REC-FOUND
                 MOVE 'STALE-NOTFOUND'  TO WS-RESULT
               ELSE
                 MOVE WORK-COUNTRYS-REC TO COUNTRYS-REC
                 EXEC CICS REWRITE
                      DATASET ('COUNTRYS')
                      FROM (COUNTRYS-REC)
                      RESP (WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'FAILED'        TO WS-RESULT
                 ELSE
                   MOVE 'CORRECTED'     TO WS-RESULT
                   MOVE 'Y'             TO WS-APPLY-OK
                   MOVE 'R'             TO WS-JRN-ACTION
                   MOVE COUNTRYS-REC    TO WS-JRN-AFTER (1:114)
                 END-IF
               END-IF
             WHEN OTHER
               IF NOT WS-BEFORE-REC-FOUND
                 MOVE 'STALE-NOTFOUND'  TO WS-RESULT
               ELSE
                 EXEC CICS DELETE
                      DATASET ('COUNTRYS')
                      RESP (WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'FAILED'        TO WS-RESULT
                 ELSE
                   MOVE 'DELETED'       TO WS-RESULT
                   MOVE 'Y'             TO WS-APPLY-OK
                   MOVE 'D'             TO WS-JRN-ACTION
                 END-IF
               END-IF
           END-EVALUATE
           PERFORM WRITE-COUNTRYS-AUDIT
           IF WS-APPLY-WORKED
             MOVE 'C'              TO WS-JRN-FILE-ID
             PERFORM WRITE-JOURNAL
           END-IF
           .
      *
       WRITE-COUNTRYS-AUDIT.
           MOVE SPACES                   TO COUNTRYS-MAINT-AUDIT-REC
           MOVE WS-TIMESTAMP             TO MAU-RUN-TIMESTAMP
           MOVE PD-FUNCTION              TO MAU-FUNCTION
           MOVE PD-KEY-CODE              TO MAU-CODE
           MOVE WS-B-NAME                TO MAU-BEFORE-NAME
           MOVE WS-B-SLUG                TO MAU-BEFORE-SLUG
           MOVE WS-B-STATUS              TO MAU-B-STATUS
           MOVE WS-B-INADATE             TO MAU-B-INADATE
           IF PD-FUNCTION = 'D'
             MOVE SPACES                TO MAU-AFTER-NAME
                                           MAU-AFTER-SLUG
                                           MAU-A-STATUS
             MOVE ZEROS                  TO MAU-A-INADATE
           ELSE
             MOVE PD-AFTER-IMAGE (1:114) TO WORK-COUNTRYS-REC
             MOVE WC-NAME                TO MAU-AFTER-NAME
             MOVE WC-SLUG                TO MAU-AFTER-SLUG
             MOVE WC-STATUS              TO MAU-A-STATUS
             MOVE WC-INACTIVE-DATE       TO MAU-A-INADATE
           END-IF
           MOVE WS-RESULT                TO MAU-RESULT
           MOVE SPACES                   TO ONLINE-LOG-REC
           MOVE 'M'                      TO OL-TARGET
           MOVE COUNTRYS-MAINT-AUDIT-REC TO OL-DATA
           PERFORM WRITE-ONLINE-LOG
           .
      *
       APPLY-COVID19D-CHANGE.
           MOVE 'N'                TO WS-BEFORE-FLAG
           MOVE ZEROS              TO WS-B-NEW-CONFIRMED
                                      WS-B-TOT-CONFIRMED
                                      WS-B-NEW-DEATHS
                                      WS-B-TOT-DEATHS
                                      WS-B-NEW-RECOVERED
                                      WS-B-TOT-RECOVERED
                                      WS-B-ACTIVE
           MOVE SPACES             TO WS-JRN-BEFORE
                                      WS-JRN-AFTER
           MOVE PD-KEY-CODE        TO WS-CV-RID-CODE
           MOVE PD-KEY-DATE        TO WS-CV-RID-DATE
           EXEC CICS READ
                DATASET ('COVID19D')
                INTO (COVID19D-REC)
                RIDFLD (WS-CV-RID)
                UPDATE
                RESP (WS-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y'                 TO WS-BEFORE-FLAG
               MOVE COVID19D-REC        TO WS-JRN-BEFORE (1:48)
               MOVE CV-NEW-CONFIRMED    TO WS-B-NEW-CONFIRMED
               MOVE CV-TOTAL-CONFIRMED  TO WS-B-TOT-CONFIRMED
               MOVE CV-NEW-DEATHS       TO WS-B-NEW-DEATHS
               MOVE CV-TOTAL-DEATHS     TO WS-B-TOT-DEATHS
               MOVE CV-NEW-RECOVERED    TO WS-B-NEW-RECOVERED
               MOVE CV-TOTAL-RECOVERED  TO WS-B-TOT-RECOVERED
               MOVE CV-ACTIVE-CASES     TO WS-B-ACTIVE
             WHEN WS-RESP = DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE 'FAILED-OPEN'       TO WS-RESULT
               EXIT PARAGRAPH
           END-EVALUATE
      *
           EVALUATE TRUE
             WHEN PD-FUNCTION = 'A'
               IF WS-BEFORE-REC-FOUND
                 MOVE 'STALE-EXISTS'      TO WS-RESULT
                 EXEC CICS UNLOCK
                      DATASET ('COVID19D')
                 END-EXEC
               ELSE
                 MOVE PD-AFTER-IMAGE (1:48) TO COVID19D-REC
                 EXEC CICS WRITE
                      DATASET ('COVID19D')
                      FROM (COVID19D-REC)
                      RIDFLD (WS-CV-RID)
                      RESP (WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'FAILED'          TO WS-RESULT
                 ELSE
                   MOVE 'ADDED'           TO WS-RESULT
                   MOVE 'Y'               TO WS-APPLY-OK
                   MOVE 'W'               TO WS-JRN-ACTION
                   MOVE COVID19D-REC      TO WS-JRN-AFTER (1:48)
                 END-IF
               END-IF
             WHEN PD-FUNCTION = 'C'
               IF NOT WS-BEFORE-REC-FOUND
                 MOVE 'STALE-NOTFOUND'    TO WS-RESULT
               ELSE
                 MOVE PD-AFTER-IMAGE (1:48) TO COVID19D-REC
                 EXEC CICS REWRITE
                      DATASET ('COVID19D')
                      FROM (COVID19D-REC)
                      RESP (WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'FAILED'          TO WS-RESULT
                 ELSE
                   MOVE 'CORRECTED'       TO WS-RESULT
                   MOVE 'Y'               TO WS-APPLY-OK
                   MOVE 'R'               TO WS-JRN-ACTION
                   MOVE COVID19D-REC      TO WS-JRN-AFTER (1:48)
                 END-IF
               END-IF
             WHEN OTHER
               IF NOT WS-BEFORE-REC-FOUND
                 MOVE 'STALE-NOTFOUND'    TO WS-RESULT
               ELSE
                 EXEC CICS DELETE
                      DATASET ('COVID19D')
                      RESP (WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'FAILED'          TO WS-RESULT
                 ELSE
                   MOVE 'DELETED'         TO WS-RESULT
                   MOVE 'Y'               TO WS-APPLY-OK
                   MOVE 'D'               TO WS-JRN-ACTION
                 END-IF
               END-IF
           END-EVALUATE
           PERFORM WRITE-COVID19D-AUDIT
           IF WS-APPLY-WORKED
             MOVE 'D'              TO WS-JRN-FILE-ID
             PERFORM WRITE-JOURNAL
             PERFORM RETOTAL-WORLD-ROW
           END-IF
           .
      *
       WRITE-COVID19D-AUDIT.
           MOVE SPACES                   TO COVID19D-MAINT-AUDIT-REC
           MOVE WS-TIMESTAMP             TO DAU-RUN-TIMESTAMP
           MOVE PD-FUNCTION              TO DAU-FUNCTION
           MOVE PD-KEY-CODE              TO DAU-CODE
           MOVE PD-KEY-DATE              TO DAU-DATE
           MOVE WS-B-NEW-CONFIRMED       TO DAU-B-NEW-CONFIRMED
           MOVE WS-B-TOT-CONFIRMED       TO DAU-B-TOT-CONFIRMED
           MOVE WS-B-NEW-DEATHS          TO DAU-B-NEW-DEATHS
           MOVE WS-B-TOT-DEATHS          TO DAU-B-TOT-DEATHS
           MOVE WS-B-NEW-RECOVERED       TO DAU-B-NEW-RECOVERED
           MOVE WS-B-TOT-RECOVERED       TO DAU-B-TOT-RECOVERED
           MOVE WS-B-ACTIVE              TO DAU-B-ACTIVE
           IF PD-FUNCTION = 'D'
             MOVE ZEROS                  TO DAU-A-NEW-CONFIRMED
                                            DAU-A-TOT-CONFIRMED
                                            DAU-A-NEW-DEATHS
                                            DAU-A-TOT-DEATHS
                                            DAU-A-NEW-RECOVERED
                                            DAU-A-TOT-RECOVERED
                                            DAU-A-ACTIVE
           ELSE
             MOVE PD-AFTER-IMAGE (1:48)  TO WORK-COVID19D-REC
             MOVE WV-NEW-CONFIRMED       TO DAU-A-NEW-CONFIRMED
             MOVE WV-TOTAL-CONFIRMED     TO DAU-A-TOT-CONFIRMED
             MOVE WV-NEW-DEATHS          TO DAU-A-NEW-DEATHS
             MOVE WV-TOTAL-DEATHS        TO DAU-A-TOT-DEATHS
             MOVE WV-NEW-RECOVERED       TO DAU-A-NEW-RECOVERED
             MOVE WV-TOTAL-RECOVERED     TO DAU-A-TOT-RECOVERED
             MOVE WV-ACTIVE-CASES        TO DAU-A-ACTIVE
           END-IF
           MOVE WS-RESULT                TO DAU-RESULT
           MOVE SPACES                   TO ONLINE-LOG-REC
           MOVE 'D'                      TO OL-TARGET
           MOVE COVID19D-MAINT-AUDIT-REC TO OL-DATA
           PERFORM WRITE-ONLINE-LOG
           .
      *
       RETOTAL-WORLD-ROW.
      *    RE-SUM EVERY COUNTRY ROW FOR THE DATE (WORLD AND REGION
      *    ROLLUP ROWS EXCLUDED) OVER THE BY-DATE PATH AND PUT THE
      *    RESULT BACK ON THE WORLD ROW, AS COV1941 DOES.  READNEXT
      *    ON A NON-UNIQUE PATH ANSWERS DUPKEY FOR ALL BUT THE LAST
      *    ROW OF A DATE ******************************************
           MOVE ZEROS               TO WS-WLD-NEW-CONFIRMED
                                       WS-WLD-TOT-CONFIRMED
                                       WS-WLD-NEW-DEATHS
                                       WS-WLD-TOT-DEATHS
                                       WS-WLD-NEW-RECOVERED
                                       WS-WLD-TOT-RECOVERED
           MOVE SPACE               TO LASTREC
           MOVE PD-KEY-DATE         TO WS-PATH-RID
           EXEC CICS STARTBR
                DATASET ('COVID19P')
                RIDFLD (WS-PATH-RID)
                GTEQ
                RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(DUPKEY)
             MOVE 'Y'               TO LASTREC
           END-IF
           PERFORM UNTIL LASTREC = 'Y'
             EXEC CICS READNEXT
                  DATASET ('COVID19P')
                  INTO (COVID19D-REC)
                  RIDFLD (WS-PATH-RID)
                  RESP (WS-RESP)
             END-EXEC
             IF (WS-RESP NOT = DFHRESP(NORMAL)
                 AND WS-RESP NOT = DFHRESP(DUPKEY))
                OR CV-DATE NOT = PD-KEY-DATE
               MOVE 'Y'             TO LASTREC
             ELSE
               IF CV-CODE NOT = 'WORLD'
                  AND CV-CODE (1:2) NOT = 'R-'
                 ADD CV-NEW-CONFIRMED   TO WS-WLD-NEW-CONFIRMED
                 ADD CV-TOTAL-CONFIRMED TO WS-WLD-TOT-CONFIRMED
                 ADD CV-NEW-DEATHS      TO WS-WLD-NEW-DEATHS
                 ADD CV-TOTAL-DEATHS    TO WS-WLD-TOT-DEATHS
                 ADD CV-NEW-RECOVERED   TO WS-WLD-NEW-RECOVERED
                 ADD CV-TOTAL-RECOVERED TO WS-WLD-TOT-RECOVERED
               END-IF
             END-IF
           END-PERFORM
           EXEC CICS ENDBR
                DATASET ('COVID19P')
                RESP (WS-RESP)
           END-EXEC
      *
           MOVE 'WORLD'             TO WS-CV-RID-CODE
           MOVE PD-KEY-DATE         TO WS-CV-RID-DATE
           MOVE SPACES              TO WS-JRN-BEFORE
                                       WS-JRN-AFTER
           EXEC CICS READ
                DATASET ('COVID19D')
                INTO (COVID19D-REC)
                RIDFLD (WS-CV-RID)
                UPDATE
                RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
             MOVE 'R'               TO WS-JRN-ACTION
             MOVE COVID19D-REC      TO WS-JRN-BEFORE (1:48)
             PERFORM BUILD-WORLD-RECORD
             EXEC CICS REWRITE
                  DATASET ('COVID19D')
                  FROM (COVID19D-REC)
                  RESP (WS-RESP)
             END-EXEC
           ELSE
             MOVE 'W'               TO WS-JRN-ACTION
             PERFORM BUILD-WORLD-RECORD
             EXEC CICS WRITE
                  DATASET ('COVID19D')
                  FROM (COVID19D-REC)
                  RIDFLD (WS-CV-RID)
                  RESP (WS-RESP)
             END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
             MOVE 'D'               TO WS-JRN-FILE-ID
             MOVE COVID19D-REC      TO WS-JRN-AFTER (1:48)
             PERFORM WRITE-JOURNAL
           ELSE
             MOVE 'Y'               TO WS-WORLD-ERROR
           END-IF
           .
      *
       BUILD-WORLD-RECORD.
           MOVE 'WORLD'             TO CV-CODE
           MOVE PD-KEY-DATE         TO CV-DATE
           MOVE WS-WLD-NEW-CONFIRMED   TO CV-NEW-CONFIRMED
           MOVE WS-WLD-TOT-CONFIRMED   TO CV-TOTAL-CONFIRMED
           MOVE WS-WLD-NEW-DEATHS      TO CV-NEW-DEATHS
           MOVE WS-WLD-TOT-DEATHS      TO CV-TOTAL-DEATHS
           MOVE WS-WLD-NEW-RECOVERED   TO CV-NEW-RECOVERED
           MOVE WS-WLD-TOT-RECOVERED   TO CV-TOTAL-RECOVERED
           COMPUTE CV-ACTIVE-CASES = WS-WLD-TOT-CONFIRMED
               - WS-WLD-TOT-DEATHS - WS-WLD-TOT-RECOVERED
           .
      *
       WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE  TO WS-RUN-DATE-DATA
           MOVE SPACES                 TO JOURNAL-REC
           STRING WS-RUN-YEAR    '-'  WS-RUN-MONTH  '-'  WS-RUN-DAY
                  ' '
                  WS-RUN-HOURS   ':'  WS-RUN-MINUTES ':' WS-RUN-SECONDS
                  DELIMITED BY SIZE
                  INTO JR-TIMESTAMP
           END-STRING
           ADD 1                        TO WS-JRN-SEQ
           MOVE WS-JRN-SEQ              TO JR-SEQ
           MOVE WS-JRN-FILE-ID          TO JR-FILE-ID
           MOVE WS-JRN-ACTION           TO JR-ACTION
           MOVE WS-JRN-BEFORE           TO JR-BEFORE-IMAGE
           MOVE WS-JRN-AFTER            TO JR-AFTER-IMAGE
           MOVE SPACES                  TO ONLINE-LOG-REC
           MOVE 'J'                     TO OL-TARGET
           MOVE JOURNAL-REC             TO OL-DATA
           PERFORM WRITE-ONLINE-LOG
           .
      *
       WRITE-ONLINE-LOG.
      *    THE KEY KEEPS THE ROWS IN THE ORDER THEY WERE WRITTEN
      *    FOR THE COV1981 DRAIN ***********************************
           EXEC CICS ASKTIME
                ABSTIME (WS-OLG-ABSTIME)
           END-EXEC
           ADD 1                        TO WS-OLG-ROW
           MOVE WS-OLG-ABSTIME          TO OL-ABSTIME
           MOVE EIBTASKN                TO OL-TASK
           MOVE WS-OLG-ROW              TO OL-ROW
           EXEC CICS WRITE
                DATASET ('COV19OLG')
                FROM (ONLINE-LOG-REC)
                RIDFLD (OL-KEY)
                RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y'                   TO WS-LOG-ERROR
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
       BUILD-REPLY.
           MOVE WS-USERID          TO RPL-USER
           MOVE WS-MESSAGE         TO RPL-MESSAGE
           PERFORM VARYING WS-FLD-SUB FROM 1 BY 1
                   UNTIL WS-FLD-SUB > 14
             MOVE SPACES TO WS-REPLY-DETAIL (WS-FLD-SUB)
           END-PERFORM
           MOVE ZEROS              TO WS-FLD-LINE
           IF NOT WS-REQUEST-FOUND
             MOVE ZEROS            TO RPL-SEQ
             MOVE SPACES           TO RPL-FILE RPL-FUNCTION
                                      RPL-KEY-CODE RPL-KEY-DATE
                                      RPL-CAPT-BY RPL-CAPT-TS
                                      RPL-STATUS
             EXIT PARAGRAPH
           END-IF
           MOVE PD-SEQ             TO RPL-SEQ
           MOVE PD-KEY-CODE        TO RPL-KEY-CODE
           MOVE PD-CAPTURED-BY     TO RPL-CAPT-BY
           MOVE PD-CAPTURED-TS     TO RPL-CAPT-TS
           MOVE PD-STATUS          TO RPL-STATUS
           EVALUATE PD-FUNCTION
             WHEN 'A'   MOVE 'ADD'     TO RPL-FUNCTION
             WHEN 'C'   MOVE 'CORRECT' TO RPL-FUNCTION
             WHEN OTHER MOVE 'DELETE'  TO RPL-FUNCTION
           END-EVALUATE
           IF PD-FILE-ID = 'C'
             MOVE 'COUNTRYS'       TO RPL-FILE
             MOVE SPACES           TO RPL-KEY-DATE
             PERFORM SHOW-COUNTRYS-FIELDS
           ELSE
             MOVE 'COVID19D'       TO RPL-FILE
             MOVE PD-KEY-DATE      TO RPL-KEY-DATE
             PERFORM SHOW-COVID19D-FIELDS
           END-IF
           .
      *
       SHOW-COUNTRYS-FIELDS.
           MOVE 'NAME'             TO WS-FLD-LABEL
           PERFORM DECODE-COUNTRYS-IMAGES
           MOVE 'SLUG'             TO WS-FLD-LABEL
           PERFORM DECODE-COUNTRYS-IMAGES
           MOVE 'STATUS'           TO WS-FLD-LABEL
           PERFORM DECODE-COUNTRYS-IMAGES
           MOVE 'INACT DATE'       TO WS-FLD-LABEL
           PERFORM DECODE-COUNTRYS-IMAGES
           .
      *
       DECODE-COUNTRYS-IMAGES.
      *    ONE FIELD, NAMED BY WS-FLD-LABEL, FROM EACH IMAGE.  AN
      *    ADD HAS NO BEFORE IMAGE AND A DELETE NO AFTER IMAGE;
      *    THOSE SIDES SHOW BLANK *********************************
           MOVE SPACES             TO WS-FLD-BEFORE
                                      WS-FLD-AFTER
           IF PD-BEFORE-IMAGE NOT = SPACES
             MOVE PD-BEFORE-IMAGE (1:114) TO WORK-COUNTRYS-REC
             PERFORM EDIT-COUNTRYS-FIELD
             MOVE WS-FLD-AFTER     TO WS-FLD-BEFORE
             MOVE SPACES           TO WS-FLD-AFTER
           END-IF
           IF PD-AFTER-IMAGE NOT = SPACES
             MOVE PD-AFTER-IMAGE (1:114) TO WORK-COUNTRYS-REC
             PERFORM EDIT-COUNTRYS-FIELD
           END-IF
           PERFORM ADD-FIELD-LINES
           .
      *
       EDIT-COUNTRYS-FIELD.
      *    LEAVES THE FIELD OF WORK-COUNTRYS-REC IN WS-FLD-AFTER **
           EVALUATE WS-FLD-LABEL
             WHEN 'NAME'
               MOVE WC-NAME            TO WS-FLD-AFTER
             WHEN 'SLUG'
               MOVE WC-SLUG            TO WS-FLD-AFTER
             WHEN 'STATUS'
               MOVE WC-STATUS          TO WS-FLD-AFTER
             WHEN OTHER
               MOVE WC-INACTIVE-DATE   TO WS-FLD-AFTER
           END-EVALUATE
           .
      *
       SHOW-COVID19D-FIELDS.
           MOVE 'NEW CONF'         TO WS-FLD-LABEL
           PERFORM DECODE-COVID19D-IMAGES
           MOVE 'TOTAL CONF'       TO WS-FLD-LABEL
           PERFORM DECODE-COVID19D-IMAGES
           MOVE 'NEW DEATH'        TO WS-FLD-LABEL
           PERFORM DECODE-COVID19D-IMAGES
           MOVE 'TOT DEATH'        TO WS-FLD-LABEL
           PERFORM DECODE-COVID19D-IMAGES
           MOVE 'NEW RECOV'        TO WS-FLD-LABEL
           PERFORM DECODE-COVID19D-IMAGES
           MOVE 'TOT RECOV'        TO WS-FLD-LABEL
           PERFORM DECODE-COVID19D-IMAGES
           MOVE 'ACTIVE'           TO WS-FLD-LABEL
           PERFORM DECODE-COVID19D-IMAGES
           .
      *
       DECODE-COVID19D-IMAGES.
      *    ONE COUNTER, NAMED BY WS-FLD-LABEL, FROM EACH IMAGE *****
           MOVE SPACES             TO WS-FLD-BEFORE
                                      WS-FLD-AFTER
           IF PD-BEFORE-IMAGE NOT = SPACES
             MOVE PD-BEFORE-IMAGE (1:48) TO WORK-COVID19D-REC
             PERFORM EDIT-COVID19D-COUNTER
             MOVE WS-FLD-NUMBER-O  TO WS-FLD-BEFORE
           END-IF
           IF PD-AFTER-IMAGE NOT = SPACES
             MOVE PD-AFTER-IMAGE (1:48) TO WORK-COVID19D-REC
             PERFORM EDIT-COVID19D-COUNTER
             MOVE WS-FLD-NUMBER-O  TO WS-FLD-AFTER
           END-IF
           PERFORM ADD-FIELD-LINES
           .
      *
       EDIT-COVID19D-COUNTER.
           EVALUATE WS-FLD-LABEL
             WHEN 'NEW CONF'
               MOVE WV-NEW-CONFIRMED   TO WS-FLD-NUMBER-O
             WHEN 'TOTAL CONF'
               MOVE WV-TOTAL-CONFIRMED TO WS-FLD-NUMBER-O
             WHEN 'NEW DEATH'
               MOVE WV-NEW-DEATHS      TO WS-FLD-NUMBER-O
             WHEN 'TOT DEATH'
               MOVE WV-TOTAL-DEATHS    TO WS-FLD-NUMBER-O
             WHEN 'NEW RECOV'
               MOVE WV-NEW-RECOVERED   TO WS-FLD-NUMBER-O
             WHEN 'TOT RECOV'
               MOVE WV-TOTAL-RECOVERED TO WS-FLD-NUMBER-O
             WHEN OTHER
               MOVE WV-ACTIVE-CASES    TO WS-FLD-NUMBER-O
           END-EVALUATE
           .
      *
       ADD-FIELD-LINES.
      *    TWO SCREEN LINES PER FIELD, THE AFTER LINE MARKED WHEN
      *    THE REQUEST CHANGES THE FIELD **************************
           IF WS-FLD-LINE > 12
             EXIT PARAGRAPH
           END-IF
           ADD 1                   TO WS-FLD-LINE
           MOVE WS-FLD-LABEL       TO RPL-FLD-LABEL (WS-FLD-LINE)
           MOVE 'BEFORE: '         TO RPL-FLD-WHICH (WS-FLD-LINE)
           MOVE WS-FLD-BEFORE      TO RPL-FLD-VALUE (WS-FLD-LINE)
           ADD 1                   TO WS-FLD-LINE
           MOVE 'AFTER:  '         TO RPL-FLD-WHICH (WS-FLD-LINE)
           MOVE WS-FLD-AFTER       TO RPL-FLD-VALUE (WS-FLD-LINE)
           IF WS-FLD-BEFORE NOT = WS-FLD-AFTER
             MOVE '<< CHANGED'     TO RPL-FLD-MARK (WS-FLD-LINE)
           END-IF
           .
      *
       SEND-REPLY.
           EXEC CICS SEND TEXT
                FROM (WS-REPLY-TEXT)
                LENGTH (LENGTH OF WS-REPLY-TEXT)
                ERASE
                FREEKB
                RESP (WS-RESP)
           END-EXEC
           .
