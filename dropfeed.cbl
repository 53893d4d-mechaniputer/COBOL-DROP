       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROPFEED.
       AUTHOR. ALAN BEADLE.
       REMARKS. STATUS FEED FOR THE INTRANET AND DIGITAL SIGNAGE. RUNS
                ALONGSIDE THE COBOLDROP MASTER AND EVERY FEW SECONDS
                REWRITES FEED-STATUS.TXT, A PIPE-DELIMITED EXPORT OF
                THE MASTER'S DROPSTAT.DAT SNAPSHOT AND THE FLEET STATUS
                FILES. ONCE A DAY IT ALSO REWRITES FEED-EVENTS.TXT WITH
                THE NEXT OCCURRENCE OF EVERY EVENT ON THE MASTER. EACH
                EXPORT STARTS WITH A HEADER CARRYING THE GENERATION
                STAMP AND A SEQUENCE NUMBER KEPT IN FEEDSEQ.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STATUS-SNAPSHOT-FILE ASSIGN TO "DROPSTAT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DROPSTAT.
           SELECT OPTIONAL FEEDPARM-FILE ASSIGN TO "FEEDPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT OPTIONAL FEEDSEQ-FILE ASSIGN TO "FEEDSEQ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FEEDSEQ.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO "FLEETROSTER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROSTER.
           SELECT OPTIONAL FLEET-STATUS-FILE
               ASSIGN TO WS-FLEET-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FLEET.
           SELECT OPTIONAL EVENTS-FILE ASSIGN TO "EVENTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EV-ID
               FILE STATUS IS WS-FS-EVENTS.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLIDAY.
           SELECT FEED-STATUS-FILE ASSIGN TO "FEED-STATUS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FEED.
           SELECT FEED-EVENTS-FILE ASSIGN TO "FEED-EVENTS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FEEDEV.
       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-SNAPSHOT-FILE.
       01  STATUS-SNAPSHOT-RECORD.
           05  DS-STAMP        PIC 9(14).
           05  DS-TERM-ID      PIC X(8).
           05  DS-EVENT-ID     PIC 9(6).
           05  DS-EVENT-LABEL  PIC X(20).
           05  DS-TARGET-KEY   PIC 9(14).
           05  DS-SECS-REMAINING PIC 9(9).
           05  DS-STATE        PIC X(8).
           05  DS-DISPLAY-YR   PIC 9(4).
           05  DS-BANNER       PIC X(40).
           05  DS-ANN-ID       PIC 9(6).
           05  DS-ANN-TEXT     PIC X(60).
           05  DS-TZ-COUNT     PIC 9.
           05  DS-TZ-ENTRY OCCURS 5 TIMES.
               10  DS-TZ-LABEL     PIC X(10).
               10  DS-TZ-REMAIN    PIC 9(9).
       FD  FEEDPARM-FILE.
       01  FEEDPARM-RECORD.
           05  FP-INTERVAL-SECS PIC 9(3).
           05  FP-STALE-SECS    PIC 9(3).
       FD  FEEDSEQ-FILE.
       01  FEEDSEQ-RECORD.
           05  FQ-LAST-SEQ     PIC 9(9).
       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05  FR-TERM-ID      PIC X(8).
       FD  FLEET-STATUS-FILE.
       01  FLEET-STATUS-RECORD.
           05  FS-TERM-ID      PIC X(8).
           05  FS-YR           PIC 9(4).
           05  FS-MO           PIC 99.
           05  FS-DA           PIC 99.
           05  FS-HR           PIC 99.
           05  FS-MIN          PIC 99.
           05  FS-SEC          PIC 99.
           05  FS-PARA         PIC X(8).
           05  FS-BALLROW      PIC 99.
           05  FS-ANN-ID       PIC 9(6).
       FD  EVENTS-FILE.
       01  EVENTS-RECORD.
           05  EV-ID           PIC 9(6).
           05  EV-MO           PIC 99.
           05  EV-DA           PIC 99.
           05  EV-HR           PIC 99.
           05  EV-MIN          PIC 99.
           05  EV-SEC          PIC 99.
           05  EV-REST-ROW     PIC 99.
           05  EV-DROP-ROW     PIC 99.
           05  EV-LABEL        PIC X(20).
           05  EV-IS-YEAREND   PIC X.
           05  EV-REC-TYPE     PIC X.
           05  EV-YEAR         PIC 9(4).
           05  EV-DOW          PIC 9.
           05  EV-NTH          PIC 9.
           05  EV-THEME        PIC X(8).
           05  EV-HOL-RULE     PIC X.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HO-TYPE         PIC X.
           05  HO-FROM-DATE    PIC 9(8).
           05  HO-FROM-TIME    PIC 9(6).
           05  HO-THRU-DATE    PIC 9(8).
           05  HO-THRU-TIME    PIC 9(6).
           05  HO-DESC         PIC X(20).
       FD  FEED-STATUS-FILE.
       01  FEED-STATUS-LINE    PIC X(200).
       FD  FEED-EVENTS-FILE.
       01  FEED-EVENTS-LINE    PIC X(200).
       WORKING-STORAGE SECTION.
       01  KEYIN             PIC X
              VALUE SPACE.
           88  QUIT VALUES 'Q' 'q'.
       01  WS-DATE.
           05  YR            PIC 9(4).
           05  MO            PIC 99.
           05  DA            PIC 99.
       01  WS-TIME.
           05  HR            PIC 99.
           05  MIN           PIC 99.
           05  SEC           PIC 99.
       01  WS-INTERVAL-SECS  PIC 9(3) VALUE 5.
       01  WS-STALE-SECS     PIC 9(3) VALUE 30.
       01  WS-TICKS          PIC 9(3) VALUE 0.
       01  WS-FEED-SEQ       PIC 9(9) VALUE 0.
       01  WS-EVENTS-DATE    PIC 9(8) VALUE 0.
       01  WS-NOW-CCYYMMDD   PIC 9(8).
       01  WS-NOW-INT        PIC 9(9).
       01  WS-NOW-SECS       PIC 9(5).
       01  WS-AGE-SECS       PIC S9(9).
       01  WS-KEY-STAMP.
           05  WS-KEY-DATE   PIC 9(8).
           05  WS-KEY-HH     PIC 99.
           05  WS-KEY-MM     PIC 99.
           05  WS-KEY-SS     PIC 99.
       01  WS-KEY-KEY REDEFINES WS-KEY-STAMP PIC 9(14).
       01  WS-KEY-INT        PIC 9(9).
       01  WS-ISO-STAMP.
           05  IS-YR         PIC 9(4).
           05  FILLER        PIC X VALUE '-'.
           05  IS-MO         PIC 99.
           05  FILLER        PIC X VALUE '-'.
           05  IS-DA         PIC 99.
           05  FILLER        PIC X VALUE 'T'.
           05  IS-HR         PIC 99.
           05  FILLER        PIC X VALUE ':'.
           05  IS-MIN        PIC 99.
           05  FILLER        PIC X VALUE ':'.
           05  IS-SEC        PIC 99.
       01  WS-GEN-STAMP      PIC X(19).
       01  WS-SNAP-STAMP     PIC X(19).
       01  WS-TARGET-STAMP   PIC X(19).
       01  WS-SNAP-FLAG      PIC X(6).
       01  WS-FLT-FLAG       PIC X(6).
       01  WS-FLT-PARA       PIC X(8).
       01  WS-FLT-STAMP      PIC X(19).
       01  WS-NUM-EDIT       PIC Z(8)9.
       01  WS-NUM-TEXT       PIC X(9).
       01  WS-SEQ-TEXT       PIC X(9).
       01  WS-YR-TEXT        PIC X(4).
       01  WS-OUT-LINE       PIC X(200).
       01  WS-OUT-COUNT      PIC 9(5).
       01  WS-CLEAN-BANNER   PIC X(40).
       01  WS-CLEAN-NOTICE   PIC X(60).
       01  WS-CLEAN-LABEL    PIC X(20).
       01  WS-TZ-IDX         PIC 9.
       01  WS-FLEET-FILE-NAME PIC X(20).
       01  WS-FLEET-COUNT    PIC 99 VALUE 0.
       01  WS-FLEET-ROSTER.
           05  WS-FLEET-TERM OCCURS 10 TIMES PIC X(8).
       01  WS-FLEET-IDX      PIC 99.
       01  WS-FLT-CCYYMMDD   PIC 9(8).
       01  WS-FLT-INT        PIC 9(9).
       01  WS-FLT-SECS       PIC 9(5).
       01  WS-FLT-AGE        PIC S9(9).
       01  WS-TODAY-INT      PIC 9(9).
       01  WS-TODAY-DOW      PIC 9.
       01  WS-DOW-AHEAD      PIC 9.
       01  WS-OCC-INT        PIC 9(9).
       01  WS-OCC-CCYYMMDD   PIC 9(8).
       01  WS-OCC-YR         PIC 9(4).
       01  WS-OCC-MO         PIC 99.
       01  WS-OCC-BASE-INT   PIC 9(9).
       01  WS-OCC-ADJ        PIC X.
       01  WS-NTH-FIRST-INT  PIC 9(9).
       01  WS-NTH-FIRST-DOW  PIC 9.
       01  WS-NTH-OFFSET     PIC 99.
       01  WS-HOL-COUNT      PIC 9(3) VALUE 0.
       01  WS-HOL-TABLE.
           05  WS-HOL-ENTRY OCCURS 200 TIMES.
               10  WS-HOL-TYPE      PIC X.
               10  WS-HOL-FROM-KEY  PIC 9(14).
               10  WS-HOL-THRU-KEY  PIC 9(14).
       01  WS-HOL-IDX        PIC 9(3).
       01  WS-HOL-KEY        PIC 9(14).
       01  WS-HOL-STEPS      PIC 9(3).
       01  WS-BUSDAY-INT     PIC 9(9).
       01  WS-BUSDAY-CCYYMMDD PIC 9(8).
       01  WS-BUSDAY-DOW     PIC 9.
       01  WS-BUSDAY-FLAG    PIC X.
           88  WS-IS-BUSINESS-DAY VALUE 'Y'.
       01  WS-UPC-COUNT      PIC 9(3) VALUE 0.
       01  WS-UPC-TABLE.
           05  WS-UPC-ENTRY OCCURS 500 TIMES.
               10  WS-UPC-KEY       PIC 9(14).
               10  WS-UPC-ID        PIC 9(6).
               10  WS-UPC-LABEL     PIC X(20).
               10  WS-UPC-YEAREND   PIC X.
               10  WS-UPC-TYPE      PIC X.
               10  WS-UPC-ADJ       PIC X.
               10  WS-UPC-DONE      PIC X.
       01  WS-UPC-IDX        PIC 9(3).
       01  WS-UPC-CUR        PIC 9(3).
       01  WS-FILE-STATUSES.
           05  WS-FS-DROPSTAT   PIC XX.
           05  WS-FS-PARM       PIC XX.
           05  WS-FS-FEEDSEQ    PIC XX.
           05  WS-FS-ROSTER     PIC XX.
           05  WS-FS-FLEET      PIC XX.
           05  WS-FS-EVENTS     PIC XX.
           05  WS-FS-HOLIDAY    PIC XX.
           05  WS-FS-FEED       PIC XX.
           05  WS-FS-FEEDEV     PIC XX.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-INITIALIZE
           PERFORM UNTIL QUIT
             PERFORM 150-GET-CLOCK
             IF WS-NOW-CCYYMMDD NOT = WS-EVENTS-DATE
               PERFORM 400-PUBLISH-EVENTS
             END-IF
             IF WS-TICKS = 0
               PERFORM 200-PUBLISH-STATUS
             END-IF
             ADD 1 TO WS-TICKS
             IF WS-TICKS >= WS-INTERVAL-SECS
               MOVE 0 TO WS-TICKS
             END-IF
             ACCEPT KEYIN WITH TIMEOUT 1
             END-ACCEPT
           END-PERFORM
           PERFORM 900-SHUTDOWN
           STOP RUN.

       010-INITIALIZE.
           OPEN INPUT FEEDPARM-FILE
           IF WS-FS-PARM = '00'
             READ FEEDPARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF FP-INTERVAL-SECS IS NUMERIC
                     AND FP-INTERVAL-SECS > 0
                   MOVE FP-INTERVAL-SECS TO WS-INTERVAL-SECS
                 END-IF
                 IF FP-STALE-SECS IS NUMERIC AND FP-STALE-SECS > 0
                   MOVE FP-STALE-SECS TO WS-STALE-SECS
                 END-IF
             END-READ
           END-IF
           CLOSE FEEDPARM-FILE
           OPEN INPUT FEEDSEQ-FILE
           IF WS-FS-FEEDSEQ = '00'
             READ FEEDSEQ-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF FQ-LAST-SEQ IS NUMERIC
                   MOVE FQ-LAST-SEQ TO WS-FEED-SEQ
                 END-IF
             END-READ
           END-IF
           CLOSE FEEDSEQ-FILE
           DISPLAY 'DROPFEED: PUBLISHING FEED-STATUS.TXT EVERY '
               WS-INTERVAL-SECS ' SECS'
           DISPLAY 'DROPFEED: LAST SEQUENCE ' WS-FEED-SEQ.

       150-GET-CLOCK.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           COMPUTE WS-NOW-CCYYMMDD =
               YR * 10000 + MO * 100 + DA
           COMPUTE WS-NOW-INT =
               FUNCTION INTEGER-OF-DATE(WS-NOW-CCYYMMDD)
           COMPUTE WS-NOW-SECS = HR * 3600 + MIN * 60 + SEC.

       160-NEXT-SEQUENCE.
           IF WS-FEED-SEQ = 999999999
             MOVE 1 TO WS-FEED-SEQ
           ELSE
             ADD 1 TO WS-FEED-SEQ
           END-IF
           OPEN OUTPUT FEEDSEQ-FILE
           MOVE WS-FEED-SEQ TO FQ-LAST-SEQ
           WRITE FEEDSEQ-RECORD
           CLOSE FEEDSEQ-FILE
           MOVE WS-FEED-SEQ TO WS-NUM-EDIT
           MOVE FUNCTION TRIM(WS-NUM-EDIT) TO WS-SEQ-TEXT
           COMPUTE WS-KEY-KEY =
               WS-NOW-CCYYMMDD * 1000000 + HR * 10000 + MIN * 100
                 + SEC
           PERFORM 810-FORMAT-ISO
           MOVE WS-ISO-STAMP TO WS-GEN-STAMP.

       200-PUBLISH-STATUS.
           PERFORM 160-NEXT-SEQUENCE
           PERFORM 210-READ-SNAPSHOT
           OPEN OUTPUT FEED-STATUS-FILE
           MOVE 0 TO WS-OUT-COUNT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'HDR|STATUS|' WS-GEN-STAMP '|'
               FUNCTION TRIM(WS-SEQ-TEXT) '|'
               FUNCTION TRIM(WS-SNAP-STAMP) '|'
               FUNCTION TRIM(WS-SNAP-FLAG)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 290-WRITE-STATUS-LINE
           IF WS-SNAP-FLAG NOT = 'NOSTAT'
             PERFORM 220-EXPORT-COUNTDOWN
             PERFORM VARYING WS-TZ-IDX FROM 1 BY 1
                 UNTIL WS-TZ-IDX > DS-TZ-COUNT OR WS-TZ-IDX > 5
               PERFORM 230-EXPORT-ONE-ZONE
             END-PERFORM
             MOVE DS-STATE TO WS-FLT-PARA
             MOVE WS-SNAP-FLAG TO WS-FLT-FLAG
             MOVE WS-SNAP-STAMP TO WS-FLT-STAMP
             MOVE SPACES TO WS-OUT-LINE
             STRING 'FLT|' FUNCTION TRIM(DS-TERM-ID) '|MASTER|'
                 FUNCTION TRIM(WS-FLT-PARA) '|'
                 FUNCTION TRIM(WS-FLT-FLAG) '|'
                 FUNCTION TRIM(WS-FLT-STAMP)
                 DELIMITED BY SIZE INTO WS-OUT-LINE
             PERFORM 290-WRITE-STATUS-LINE
           END-IF
           PERFORM 240-LOAD-ROSTER
           PERFORM VARYING WS-FLEET-IDX FROM 1 BY 1
               UNTIL WS-FLEET-IDX > WS-FLEET-COUNT
             PERFORM 250-EXPORT-ONE-TERMINAL
           END-PERFORM
           ADD 1 TO WS-OUT-COUNT
           MOVE WS-OUT-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'END|' FUNCTION TRIM(WS-NUM-EDIT)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           MOVE WS-OUT-LINE TO FEED-STATUS-LINE
           WRITE FEED-STATUS-LINE
           CLOSE FEED-STATUS-FILE.

       210-READ-SNAPSHOT.
           MOVE 'NOSTAT' TO WS-SNAP-FLAG
           MOVE SPACES TO WS-SNAP-STAMP
           OPEN INPUT STATUS-SNAPSHOT-FILE
           IF WS-FS-DROPSTAT = '00'
             READ STATUS-SNAPSHOT-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF DS-STAMP IS NUMERIC
                   MOVE DS-STAMP TO WS-KEY-KEY
                   PERFORM 810-FORMAT-ISO
                   MOVE WS-ISO-STAMP TO WS-SNAP-STAMP
                   COMPUTE WS-KEY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-KEY-DATE)
                   COMPUTE WS-AGE-SECS =
                       (WS-NOW-INT - WS-KEY-INT) * 86400
                         + WS-NOW-SECS
                         - (WS-KEY-HH * 3600 + WS-KEY-MM * 60
                            + WS-KEY-SS)
                   IF WS-KEY-INT > 0 AND WS-AGE-SECS <= WS-STALE-SECS
                     MOVE 'OK' TO WS-SNAP-FLAG
                   ELSE
                     MOVE 'STALE' TO WS-SNAP-FLAG
                   END-IF
                 END-IF
             END-READ
           END-IF
           CLOSE STATUS-SNAPSHOT-FILE
           IF WS-SNAP-FLAG NOT = 'NOSTAT'
             IF DS-TZ-COUNT NOT NUMERIC
               MOVE 0 TO DS-TZ-COUNT
             END-IF
           END-IF.

       220-EXPORT-COUNTDOWN.
           MOVE DS-EVENT-LABEL TO WS-CLEAN-LABEL
           INSPECT WS-CLEAN-LABEL REPLACING ALL '|' BY '/'
           MOVE DS-BANNER TO WS-CLEAN-BANNER
           INSPECT WS-CLEAN-BANNER REPLACING ALL '|' BY '/'
           MOVE SPACES TO WS-CLEAN-NOTICE
           IF DS-ANN-ID IS NUMERIC AND DS-ANN-ID > 0
             MOVE DS-ANN-TEXT TO WS-CLEAN-NOTICE
             INSPECT WS-CLEAN-NOTICE REPLACING ALL '|' BY '/'
           END-IF
           MOVE DS-TARGET-KEY TO WS-KEY-KEY
           PERFORM 810-FORMAT-ISO
           MOVE WS-ISO-STAMP TO WS-TARGET-STAMP
           MOVE DS-SECS-REMAINING TO WS-NUM-EDIT
           MOVE FUNCTION TRIM(WS-NUM-EDIT) TO WS-NUM-TEXT
           MOVE DS-DISPLAY-YR TO WS-YR-TEXT
           MOVE DS-EVENT-ID TO WS-NUM-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'EVT|' FUNCTION TRIM(WS-NUM-EDIT) '|'
               FUNCTION TRIM(WS-CLEAN-LABEL) '|'
               WS-TARGET-STAMP '|'
               FUNCTION TRIM(WS-NUM-TEXT) '|'
               FUNCTION TRIM(DS-STATE) '|'
               WS-YR-TEXT '|'
               FUNCTION TRIM(WS-CLEAN-BANNER) '|'
               FUNCTION TRIM(WS-CLEAN-NOTICE)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 290-WRITE-STATUS-LINE.

       230-EXPORT-ONE-ZONE.
           MOVE DS-TZ-LABEL(WS-TZ-IDX) TO WS-CLEAN-LABEL
           INSPECT WS-CLEAN-LABEL REPLACING ALL '|' BY '/'
           MOVE DS-TZ-REMAIN(WS-TZ-IDX) TO WS-NUM-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'TZ|' FUNCTION TRIM(WS-CLEAN-LABEL) '|'
               FUNCTION TRIM(WS-NUM-EDIT)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 290-WRITE-STATUS-LINE.

       240-LOAD-ROSTER.
           MOVE 0 TO WS-FLEET-COUNT
           OPEN INPUT ROSTER-FILE
           IF WS-FS-ROSTER = '00'
             PERFORM UNTIL WS-FS-ROSTER NOT = '00'
                 OR WS-FLEET-COUNT = 10
               READ ROSTER-FILE
                 AT END
                   MOVE '10' TO WS-FS-ROSTER
                 NOT AT END
                   IF FR-TERM-ID NOT = SPACES
                     ADD 1 TO WS-FLEET-COUNT
                     MOVE FR-TERM-ID TO WS-FLEET-TERM(WS-FLEET-COUNT)
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE ROSTER-FILE.

       250-EXPORT-ONE-TERMINAL.
           MOVE SPACES TO WS-FLEET-FILE-NAME
           STRING 'FLEET-' DELIMITED BY SIZE
               WS-FLEET-TERM(WS-FLEET-IDX) DELIMITED BY SPACE
               '.DAT' DELIMITED BY SIZE
               INTO WS-FLEET-FILE-NAME
           MOVE SPACES TO WS-FLT-PARA
           MOVE SPACES TO WS-FLT-STAMP
           MOVE 'NOSTAT' TO WS-FLT-FLAG
           OPEN INPUT FLEET-STATUS-FILE
           IF WS-FS-FLEET = '00'
             READ FLEET-STATUS-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE FS-PARA TO WS-FLT-PARA
                 MOVE 'STALE' TO WS-FLT-FLAG
                 IF FS-YR IS NUMERIC AND FS-MO IS NUMERIC
                     AND FS-DA IS NUMERIC AND FS-HR IS NUMERIC
                     AND FS-MIN IS NUMERIC AND FS-SEC IS NUMERIC
                   COMPUTE WS-FLT-CCYYMMDD =
                       FS-YR * 10000 + FS-MO * 100 + FS-DA
                   COMPUTE WS-FLT-INT =
                       FUNCTION INTEGER-OF-DATE(WS-FLT-CCYYMMDD)
                   COMPUTE WS-FLT-SECS =
                       FS-HR * 3600 + FS-MIN * 60 + FS-SEC
                   COMPUTE WS-FLT-AGE =
                       (WS-NOW-INT - WS-FLT-INT) * 86400
                         + WS-NOW-SECS - WS-FLT-SECS
                   IF WS-FLT-INT > 0
                       AND WS-FLT-AGE <= WS-STALE-SECS
                     MOVE 'OK' TO WS-FLT-FLAG
                   END-IF
                   COMPUTE WS-KEY-KEY =
                       WS-FLT-CCYYMMDD * 1000000 + FS-HR * 10000
                         + FS-MIN * 100 + FS-SEC
                   PERFORM 810-FORMAT-ISO
                   MOVE WS-ISO-STAMP TO WS-FLT-STAMP
                 END-IF
             END-READ
           END-IF
           CLOSE FLEET-STATUS-FILE
           MOVE SPACES TO WS-OUT-LINE
           STRING 'FLT|' FUNCTION TRIM(WS-FLEET-TERM(WS-FLEET-IDX))
               '|FOLLOWER|'
               FUNCTION TRIM(WS-FLT-PARA) '|'
               FUNCTION TRIM(WS-FLT-FLAG) '|'
               FUNCTION TRIM(WS-FLT-STAMP)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 290-WRITE-STATUS-LINE.

       290-WRITE-STATUS-LINE.
           MOVE WS-OUT-LINE TO FEED-STATUS-LINE
           WRITE FEED-STATUS-LINE
           ADD 1 TO WS-OUT-COUNT.

       400-PUBLISH-EVENTS.
           MOVE WS-NOW-CCYYMMDD TO WS-EVENTS-DATE
           MOVE WS-NOW-INT TO WS-TODAY-INT
           PERFORM 410-LOAD-HOLIDAYS
           MOVE 0 TO WS-UPC-COUNT
           OPEN INPUT EVENTS-FILE
           IF WS-FS-EVENTS = '00'
             PERFORM UNTIL WS-FS-EVENTS NOT = '00'
                 AND WS-FS-EVENTS NOT = '04'
               READ EVENTS-FILE NEXT RECORD
                 AT END
                   MOVE '10' TO WS-FS-EVENTS
                 NOT AT END
                   PERFORM 420-NEXT-OCCURRENCE
                   IF WS-OCC-INT > 0 AND WS-UPC-COUNT < 500
                     PERFORM 430-ADD-UPCOMING
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE EVENTS-FILE
           PERFORM 160-NEXT-SEQUENCE
           OPEN OUTPUT FEED-EVENTS-FILE
           MOVE WS-UPC-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'HDR|EVENTS|' WS-GEN-STAMP '|'
               FUNCTION TRIM(WS-SEQ-TEXT) '|'
               FUNCTION TRIM(WS-NUM-EDIT)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           MOVE WS-OUT-LINE TO FEED-EVENTS-LINE
           WRITE FEED-EVENTS-LINE
           MOVE 1 TO WS-UPC-CUR
           PERFORM UNTIL WS-UPC-CUR = 0
             PERFORM 440-FIND-EARLIEST
             IF WS-UPC-CUR > 0
               MOVE 'Y' TO WS-UPC-DONE(WS-UPC-CUR)
               PERFORM 450-EXPORT-ONE-EVENT
             END-IF
           END-PERFORM
           MOVE WS-UPC-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'END|' FUNCTION TRIM(WS-NUM-EDIT)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           MOVE WS-OUT-LINE TO FEED-EVENTS-LINE
           WRITE FEED-EVENTS-LINE
           CLOSE FEED-EVENTS-FILE
           DISPLAY 'DROPFEED: FEED-EVENTS.TXT WRITTEN, '
               WS-UPC-COUNT ' EVENTS'.

       410-LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOL-COUNT
           OPEN INPUT HOLIDAY-FILE
           IF WS-FS-HOLIDAY = '00'
             PERFORM UNTIL WS-FS-HOLIDAY NOT = '00'
                 OR WS-HOL-COUNT >= 200
               READ HOLIDAY-FILE
                 AT END
                   MOVE '10' TO WS-FS-HOLIDAY
                 NOT AT END
                   PERFORM 415-LOAD-ONE-HOLIDAY
               END-READ
             END-PERFORM
           END-IF
           CLOSE HOLIDAY-FILE.

       415-LOAD-ONE-HOLIDAY.
           IF HO-TYPE = 'H'
               AND HO-FROM-DATE IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(HO-FROM-DATE) = 0
             ADD 1 TO WS-HOL-COUNT
             MOVE HO-TYPE TO WS-HOL-TYPE(WS-HOL-COUNT)
             COMPUTE WS-HOL-FROM-KEY(WS-HOL-COUNT) =
                 HO-FROM-DATE * 1000000
             IF HO-THRU-DATE IS NUMERIC
                 AND HO-THRU-DATE >= HO-FROM-DATE
               COMPUTE WS-HOL-THRU-KEY(WS-HOL-COUNT) =
                   HO-THRU-DATE * 1000000 + 235959
             ELSE
               COMPUTE WS-HOL-THRU-KEY(WS-HOL-COUNT) =
                   HO-FROM-DATE * 1000000 + 235959
             END-IF
           END-IF.

       420-NEXT-OCCURRENCE.
           MOVE 0 TO WS-OCC-INT
           MOVE 'N' TO WS-OCC-ADJ
           EVALUATE EV-REC-TYPE
             WHEN 'O'
               COMPUTE WS-OCC-CCYYMMDD =
                   EV-YEAR * 10000 + EV-MO * 100 + EV-DA
               COMPUTE WS-OCC-INT =
                   FUNCTION INTEGER-OF-DATE(WS-OCC-CCYYMMDD)
             WHEN 'W'
               COMPUTE WS-TODAY-DOW =
                   FUNCTION MOD(WS-TODAY-INT - 1, 7) + 1
               COMPUTE WS-DOW-AHEAD =
                   FUNCTION MOD(EV-DOW - WS-TODAY-DOW + 7, 7)
               COMPUTE WS-OCC-INT = WS-TODAY-INT + WS-DOW-AHEAD
             WHEN 'N'
               MOVE YR TO WS-OCC-YR
               PERFORM 425-NTH-IN-YEAR
               IF WS-OCC-INT < WS-TODAY-INT
                 ADD 1 TO WS-OCC-YR
                 PERFORM 425-NTH-IN-YEAR
               END-IF
             WHEN OTHER
               COMPUTE WS-OCC-CCYYMMDD =
                   YR * 10000 + EV-MO * 100 + EV-DA
               COMPUTE WS-OCC-INT =
                   FUNCTION INTEGER-OF-DATE(WS-OCC-CCYYMMDD)
               IF WS-OCC-INT < WS-TODAY-INT
                 COMPUTE WS-OCC-CCYYMMDD =
                     (YR + 1) * 10000 + EV-MO * 100 + EV-DA
                 COMPUTE WS-OCC-INT =
                     FUNCTION INTEGER-OF-DATE(WS-OCC-CCYYMMDD)
               END-IF
           END-EVALUATE
           IF WS-OCC-INT < WS-TODAY-INT
             MOVE 0 TO WS-OCC-INT
           END-IF
           IF WS-OCC-INT > 0
               AND (EV-HOL-RULE = 'P' OR EV-HOL-RULE = 'N'
                 OR EV-HOL-RULE = 'S')
             MOVE WS-OCC-INT TO WS-OCC-BASE-INT
             PERFORM 426-APPLY-HOLIDAY-RULE
             IF WS-OCC-INT > 0 AND WS-OCC-INT NOT = WS-OCC-BASE-INT
               MOVE 'Y' TO WS-OCC-ADJ
             END-IF
           END-IF.

       425-NTH-IN-YEAR.
           MOVE 0 TO WS-OCC-INT
           COMPUTE WS-OCC-CCYYMMDD =
               WS-OCC-YR * 10000 + EV-MO * 100 + 1
           COMPUTE WS-NTH-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-OCC-CCYYMMDD)
           IF WS-NTH-FIRST-INT > 0
             COMPUTE WS-NTH-FIRST-DOW =
                 FUNCTION MOD(WS-NTH-FIRST-INT - 1, 7) + 1
             COMPUTE WS-NTH-OFFSET =
                 FUNCTION MOD(EV-DOW - WS-NTH-FIRST-DOW + 7, 7)
                 + (EV-NTH - 1) * 7
             COMPUTE WS-OCC-INT = WS-NTH-FIRST-INT + WS-NTH-OFFSET
             COMPUTE WS-OCC-CCYYMMDD =
                 FUNCTION DATE-OF-INTEGER(WS-OCC-INT)
             MOVE WS-OCC-CCYYMMDD(5:2) TO WS-OCC-MO
             IF WS-OCC-MO NOT = EV-MO
               SUBTRACT 7 FROM WS-OCC-INT
             END-IF
           END-IF.

       426-APPLY-HOLIDAY-RULE.
           MOVE WS-OCC-INT TO WS-BUSDAY-INT
           PERFORM 427-CHECK-BUSINESS-DAY
           IF NOT WS-IS-BUSINESS-DAY
             MOVE 0 TO WS-HOL-STEPS
             EVALUATE EV-HOL-RULE
               WHEN 'S'
                 MOVE 0 TO WS-OCC-INT
               WHEN 'P'
                 PERFORM UNTIL WS-IS-BUSINESS-DAY
                     OR WS-HOL-STEPS > 366
                   SUBTRACT 1 FROM WS-BUSDAY-INT
                   ADD 1 TO WS-HOL-STEPS
                   PERFORM 427-CHECK-BUSINESS-DAY
                 END-PERFORM
               WHEN 'N'
                 PERFORM UNTIL WS-IS-BUSINESS-DAY
                     OR WS-HOL-STEPS > 366
                   ADD 1 TO WS-BUSDAY-INT
                   ADD 1 TO WS-HOL-STEPS
                   PERFORM 427-CHECK-BUSINESS-DAY
                 END-PERFORM
             END-EVALUATE
             IF WS-OCC-INT > 0
               MOVE WS-BUSDAY-INT TO WS-OCC-INT
             END-IF
           END-IF.

       427-CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUSDAY-FLAG
           COMPUTE WS-BUSDAY-DOW =
               FUNCTION MOD(WS-BUSDAY-INT - 1, 7) + 1
           IF WS-BUSDAY-DOW >= 6
             MOVE 'N' TO WS-BUSDAY-FLAG
           ELSE
             COMPUTE WS-BUSDAY-CCYYMMDD =
                 FUNCTION DATE-OF-INTEGER(WS-BUSDAY-INT)
             COMPUTE WS-HOL-KEY = WS-BUSDAY-CCYYMMDD * 1000000
             PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                 UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF WS-HOL-TYPE(WS-HOL-IDX) = 'H'
                   AND WS-HOL-KEY >= WS-HOL-FROM-KEY(WS-HOL-IDX)
                   AND WS-HOL-KEY <= WS-HOL-THRU-KEY(WS-HOL-IDX)
                 MOVE 'N' TO WS-BUSDAY-FLAG
               END-IF
             END-PERFORM
           END-IF.

       430-ADD-UPCOMING.
           ADD 1 TO WS-UPC-COUNT
           COMPUTE WS-OCC-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-OCC-INT)
           COMPUTE WS-UPC-KEY(WS-UPC-COUNT) =
               WS-OCC-CCYYMMDD * 1000000
                 + EV-HR * 10000 + EV-MIN * 100 + EV-SEC
           MOVE EV-ID TO WS-UPC-ID(WS-UPC-COUNT)
           MOVE EV-LABEL TO WS-UPC-LABEL(WS-UPC-COUNT)
           IF EV-IS-YEAREND = 'Y'
             MOVE 'Y' TO WS-UPC-YEAREND(WS-UPC-COUNT)
           ELSE
             MOVE 'N' TO WS-UPC-YEAREND(WS-UPC-COUNT)
           END-IF
           IF EV-REC-TYPE = 'O' OR EV-REC-TYPE = 'W'
               OR EV-REC-TYPE = 'N'
             MOVE EV-REC-TYPE TO WS-UPC-TYPE(WS-UPC-COUNT)
           ELSE
             MOVE 'A' TO WS-UPC-TYPE(WS-UPC-COUNT)
           END-IF
           MOVE WS-OCC-ADJ TO WS-UPC-ADJ(WS-UPC-COUNT)
           MOVE 'N' TO WS-UPC-DONE(WS-UPC-COUNT).

       440-FIND-EARLIEST.
           MOVE 0 TO WS-UPC-CUR
           PERFORM VARYING WS-UPC-IDX FROM 1 BY 1
               UNTIL WS-UPC-IDX > WS-UPC-COUNT
             IF WS-UPC-DONE(WS-UPC-IDX) = 'N'
               IF WS-UPC-CUR = 0
                 MOVE WS-UPC-IDX TO WS-UPC-CUR
               ELSE
                 IF WS-UPC-KEY(WS-UPC-IDX) < WS-UPC-KEY(WS-UPC-CUR)
                   MOVE WS-UPC-IDX TO WS-UPC-CUR
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       450-EXPORT-ONE-EVENT.
           MOVE WS-UPC-KEY(WS-UPC-CUR) TO WS-KEY-KEY
           PERFORM 810-FORMAT-ISO
           MOVE WS-UPC-LABEL(WS-UPC-CUR) TO WS-CLEAN-LABEL
           INSPECT WS-CLEAN-LABEL REPLACING ALL '|' BY '/'
           MOVE WS-UPC-ID(WS-UPC-CUR) TO WS-NUM-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'EVT|' FUNCTION TRIM(WS-NUM-EDIT) '|'
               FUNCTION TRIM(WS-CLEAN-LABEL) '|'
               WS-ISO-STAMP '|'
               WS-UPC-YEAREND(WS-UPC-CUR) '|'
               WS-UPC-TYPE(WS-UPC-CUR) '|'
               WS-UPC-ADJ(WS-UPC-CUR)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           MOVE WS-OUT-LINE TO FEED-EVENTS-LINE
           WRITE FEED-EVENTS-LINE.

       810-FORMAT-ISO.
           MOVE WS-KEY-DATE(1:4) TO IS-YR
           MOVE WS-KEY-DATE(5:2) TO IS-MO
           MOVE WS-KEY-DATE(7:2) TO IS-DA
           MOVE WS-KEY-HH TO IS-HR
           MOVE WS-KEY-MM TO IS-MIN
           MOVE WS-KEY-SS TO IS-SEC.

       900-SHUTDOWN.
           DISPLAY 'DROPFEED: STOPPED AT SEQUENCE ' WS-FEED-SEQ.
