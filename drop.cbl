       PROGRAM-ID. COBOLDROP.
       AUTHOR. ALAN BEADLE.
       DATE-WRITTEN 12/31/2022.
       REMARKS. BALL-DROP COUNTDOWN DISPLAY FOR THE YEAR-END AND
           CALENDAR EVENTS, MASTER OR FOLLOWER OF THE DISPLAY FLEET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EVENTS-FILE ASSIGN TO "EVENTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EV-ID
               FILE STATUS IS WS-FS-EVENTS.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLIDAY.
           SELECT OPTIONAL TIMEZONE-FILE ASSIGN TO "TIMEZONES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TZ.
           SELECT OPTIONAL THEME-FILE ASSIGN TO WS-THEME-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-THEME.
           SELECT OPTIONAL ANNOUNCE-FILE ASSIGN TO "ANNOUNCE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANNOUNCE.
           SELECT OPTIONAL ANNLOG-FILE ASSIGN TO "ANNOUNCE-LOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANNLOG.
           SELECT OPTIONAL STATUS-SNAPSHOT-FILE ASSIGN TO "DROPSTAT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DROPSTAT.
       DATA DIVISION.
       FILE SECTION.
       FD  EVENTS-FILE.
       01  EVENTS-RECORD.
           05  EV-ID           PIC 9(6).
           05  EV-MO           PIC 99.
           05  EV-DA           PIC 99.
           05  EV-HR           PIC 99.
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
       FD  TIMEZONE-FILE.
       01  TIMEZONE-RECORD.
           05  TZ-LABEL        PIC X(10).
           05  CM-MODE         PIC X.
       FD  SHARED-CLOCK-FILE.
       01  SHARED-CLOCK-RECORD.
           05  SC-YR           PIC 9(4).
           05  SC-MO           PIC 99.
           05  SC-DA           PIC 99.
           05  SC-HR           PIC 99.
           05  SC-BALLROW      PIC 99.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CP-YR           PIC 9(4).
           05  CP-MO           PIC 99.
           05  CP-DA           PIC 99.
           05  CP-HR           PIC 99.
           05  CP-EVENT-DA     PIC 99.
           05  CP-ROLLED-FLAG  PIC X.
           05  CP-PARA         PIC X(8).
           05  CP-EVENT-ID     PIC 9(6).
       FD  HEARTBEAT-FILE.
       01  HEARTBEAT-RECORD.
           05  HL-YR           PIC 9(4).
           05  HL-MO           PIC 99.
           05  HL-DA           PIC 99.
           05  HL-HR           PIC 99.
           05  HL-BALLROW      PIC 99.
           05  HL-REHEARSAL    PIC X.
           05  HL-DETAIL       PIC X(8).
           05  HL-EVENT-ID     PIC 9(6).
           05  HL-TERM-ID      PIC X(8).
       01  HEARTBEAT-TRAILER   PIC X(78).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  NA-YR           PIC 9(4).
           05  NA-MO           PIC 99.
           05  NA-DA           PIC 99.
           05  NA-HR           PIC 99.
           05  NA-MIN          PIC 99.
           05  NA-SEC          PIC 99.
           05  NA-YEAR-OUT     PIC 9(4).
           05  NA-DEPT         PIC X(10).
           05  NA-GREETING     PIC X(40).
           05  NA-EVENT-ID     PIC 9(6).
       01  ARCHIVE-TRAILER     PIC X(78).
       FD  NEWYEAR-LOG-FILE.
       01  NEWYEAR-LOG-RECORD.
           05  NL-YR           PIC 9(4).
           05  NL-MO           PIC 99.
           05  NL-DA           PIC 99.
           05  NL-DET-HR       PIC 99.
           05  NL-TARGET-HR    PIC 99.
           05  NL-TARGET-MIN   PIC 99.
           05  NL-TARGET-SEC   PIC 99.
           05  NL-EVENT-ID     PIC 9(6).
       01  NEWYEAR-LOG-TRAILER PIC X(78).
       FD  EXCEPTIONS-FILE.
       01  EXCEPTIONS-RECORD.
           05  CE-YR           PIC 9(4).
           05  CE-MO           PIC 99.
           05  CE-DA           PIC 99.
           05  CE-HR           PIC 99.
           05  CE-MIN          PIC 99.
           05  CE-SEC          PIC 99.
           05  CE-REASON       PIC X(30).
       01  EXCEPTIONS-TRAILER  PIC X(78).
       FD  TRIGGER-FILE.
       01  TRIGGER-RECORD.
           05  BT-YR           PIC 9(4).
           05  BT-MO           PIC 99.
           05  BT-DA           PIC 99.
           05  BT-HR           PIC 99.
           05  BT-MIN          PIC 99.
           05  BT-SEC          PIC 99.
           05  BT-MESSAGE      PIC X(30).
           05  BT-EVENT-ID     PIC 9(6).
       01  TRIGGER-TRAILER     PIC X(78).
       FD  COMMAND-FILE.
       01  COMMAND-RECORD.
           05  CD-SEQ          PIC 9(6).
       FD  REHEARSAL-FILE.
       01  REHEARSAL-RECORD.
           05  RH-MODE         PIC X.
           05  RH-YR           PIC 9(4).
           05  RH-MO           PIC 99.
           05  RH-DA           PIC 99.
           05  RH-HR           PIC 99.
           05  RH-FACTOR       PIC 9(3).
       FD  SCRIPT-FILE.
       01  SCRIPT-RECORD.
           05  RS-YR           PIC 9(4).
           05  RS-MO           PIC 99.
           05  RS-DA           PIC 99.
           05  RS-HR           PIC 99.
           05  RS-SEC          PIC 99.
       FD  BATCH-ACK-FILE.
       01  BATCH-ACK-RECORD.
           05  BA-YR           PIC 9(4).
           05  BA-MO           PIC 99.
           05  BA-DA           PIC 99.
           05  BA-HR           PIC 99.
       FD  FLEET-STATUS-FILE.
       01  FLEET-STATUS-RECORD.
           05  FS-TERM-ID      PIC X(8).
           05  FS-YR           PIC 9(4).
           05  FS-MO           PIC 99.
           05  FS-DA           PIC 99.
           05  FS-HR           PIC 99.
           05  FS-SEC          PIC 99.
           05  FS-PARA         PIC X(8).
           05  FS-BALLROW      PIC 99.
           05  FS-ANN-ID       PIC 9(6).
       FD  THEMESEL-FILE.
       01  THEMESEL-RECORD.
           05  TS-THEME        PIC X(8).
           05  TH-SEQ          PIC 99.
           05  TH-ROW          PIC 99.
           05  TH-TEXT         PIC X(40).
       FD  ANNOUNCE-FILE.
       01  ANNOUNCE-RECORD.
           05  AN-ID           PIC 9(6).
           05  AN-STATUS       PIC X.
           05  AN-PRIORITY     PIC X.
           05  AN-TARGET       PIC X(8).
           05  AN-START-KEY    PIC 9(14).
           05  AN-EXPIRY-KEY   PIC 9(14).
           05  AN-OPERATOR     PIC X(8).
           05  AN-TEXT         PIC X(60).
       FD  ANNLOG-FILE.
       01  ANNLOG-RECORD.
           05  AL-STAMP        PIC 9(14).
           05  AL-ACTION       PIC X(8).
           05  AL-ID           PIC 9(6).
           05  AL-TERM-ID      PIC X(8).
           05  AL-OPERATOR     PIC X(8).
           05  AL-PRIORITY     PIC X.
           05  AL-TEXT         PIC X(60).
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
       WORKING-STORAGE SECTION.
       01  CURROW            PIC 99.
       01  BALLROW           PIC 99.
              VALUE SPACE.
           88  QUIT VALUES 'Q' 'q'.
       01  WS-DATE.
           05  YR            PIC 9(4).
           05  MODA.
           10  MO            PIC 99.
           10  DA            PIC 99.
              VALUE ':'.
           05  OUTSEC        PIC 99.
       01  WS-NEWYEAR.
           05  YEAR-OUT      PIC 9B9B9B9.

       01  WS-EVENT.
           05  WS-EV-ID        PIC 9(6) VALUE 0.
           05  WS-EV-MO        PIC 99 VALUE 12.
           05  WS-EV-DA        PIC 99 VALUE 31.
           05  WS-EV-HR        PIC 99 VALUE 23.
               88  WS-EV-IS-YEAREND-EVENT VALUE 'Y'.
           05  WS-EV-REC-TYPE  PIC X VALUE 'A'.
           05  WS-EV-THEME     PIC X(8) VALUE SPACES.
       01  WS-EV-OCC-YR      PIC 9(4).
       01  WS-EVENT-COUNT    PIC 9(6) VALUE 0.
       01  WS-EVT-ENTRY.
           05  WS-EVT-ID        PIC 9(6).
           05  WS-EVT-MO        PIC 99.
           05  WS-EVT-DA        PIC 99.
           05  WS-EVT-HR        PIC 99.
           05  WS-EVT-MIN       PIC 99.
           05  WS-EVT-SEC       PIC 99.
           05  WS-EVT-REST-ROW  PIC 99.
           05  WS-EVT-DROP-ROW  PIC 99.
           05  WS-EVT-LABEL     PIC X(20).
           05  WS-EVT-IS-YEAREND PIC X.
           05  WS-EVT-REC-TYPE  PIC X.
           05  WS-EVT-YEAR      PIC 9(4).
           05  WS-EVT-DOW       PIC 9.
           05  WS-EVT-NTH       PIC 9.
           05  WS-EVT-THEME     PIC X(8).
           05  WS-EVT-HOL-RULE  PIC X.
       01  WS-EVT-SEL-ENTRY  PIC X(60).
       01  WS-EVT-SEL-YR     PIC 9(4).
       01  WS-SEL-MO         PIC 99.
       01  WS-SEL-DA         PIC 99.
       01  WS-SEL-ADJ-FLAG   PIC X.
       01  WS-SEL-ORIG-MO    PIC 99.
       01  WS-SEL-ORIG-DA    PIC 99.
       01  WS-EV-ADJ-FLAG    PIC X VALUE 'N'.
           88  WS-EV-WAS-ADJUSTED VALUE 'Y'.
       01  WS-EV-ORIG-MO     PIC 99.
       01  WS-EV-ORIG-DA     PIC 99.
       01  WS-CAND-ADJ-FLAG  PIC X.
       01  WS-CAND-ORIG-MO   PIC 99.
       01  WS-CAND-ORIG-DA   PIC 99.
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
       01  WS-BLACKOUT-FLAG  PIC X VALUE 'N'.
           88  WS-IN-BLACKOUT    VALUE 'Y'.
       01  WS-ADJ-NOTICE-LINE.
           05  FILLER        PIC X(9) VALUE 'HOLIDAY: '.
           05  ADJ-WORD      PIC X(9).
           05  FILLER        PIC X(6) VALUE ' FROM '.
           05  ADJ-ORIG-MO   PIC 99.
           05  FILLER        PIC X VALUE '/'.
           05  ADJ-ORIG-DA   PIC 99.
           05  FILLER        PIC X(4) VALUE ' TO '.
           05  ADJ-NEW-MO    PIC 99.
           05  FILLER        PIC X VALUE '/'.
           05  ADJ-NEW-DA    PIC 99.
       01  WS-TODAY-CCYYMMDD PIC 9(8).
       01  WS-TODAY-INT      PIC 9(9).
       01  WS-CAND-YR        PIC 9(4).
       01  WS-CAND-MO        PIC 99.
       01  WS-CAND-DA        PIC 99.
       01  WS-CAND-CCYYMMDD  PIC 9(8).
       01  WS-CAND-INT       PIC 9(9).
       01  WS-TODAY-DOW      PIC 9.
       01  WS-DOW-AHEAD      PIC 9.
       01  WS-NTH-YR         PIC 9(4).
       01  WS-NTH-FIRST-INT  PIC 9(9).
       01  WS-NTH-FIRST-DOW  PIC 9.
       01  WS-NTH-OFFSET     PIC 99.
           05  FILLER        PIC X(5) VALUE ' DAYS'.
       01  WS-POST-MO            PIC 99.
       01  WS-POST-DA            PIC 99.
       01  WS-DISPLAY-YR         PIC 9(4).
       01  WS-EVENT-CCYYMMDD     PIC 9(8).
       01  WS-EVENT-INT          PIC 9(9).
       01  WS-NEXT-INT           PIC 9(9).
       01  WS-NEXT-CCYYMMDD      PIC 9(8).
       01  WS-TARGET-SECS-OF-DAY PIC 9(5).
       01  WS-CUR-SECS-OF-DAY    PIC 9(5).
       01  WS-CP-SECS-OF-DAY     PIC 9(5).
           05  WS-CP-ROLLED-FLAG  PIC X VALUE 'N'.
               88  WS-CP-ROLLED-OVER VALUE 'Y'.

       01  WS-MIN-VALID-YR   PIC 9(4) VALUE 2022.
       01  WS-PREV-YR        PIC 9(4) VALUE 0.
       01  WS-PREV-YR-SET-FLAG PIC X VALUE 'N'.
           88  WS-PREV-YR-IS-SET VALUE 'Y'.
       01  WS-CLOCK-BAD      PIC X VALUE 'N'.
           88  WS-CLOCK-IS-BAD   VALUE 'Y'.
       01  WS-EXC-REASON     PIC X(30).
       01  WS-VAL-NEXT-MO        PIC 99.
       01  WS-VAL-NEXT-YR        PIC 9(4).
       01  WS-VAL-CCYYMMDD       PIC 9(8).
       01  WS-VAL-INT            PIC 9(9).
       01  WS-VAL-LASTDAY-CCYYMMDD PIC 9(8).
       01  WS-STANDBY-IDX    PIC 99.
       01  WS-SHARED-STALE-SECS PIC 9(3) VALUE 15.
       01  WS-LOCAL-DATE.
           05  LC-YR         PIC 9(4).
           05  LC-MO         PIC 99.
           05  LC-DA         PIC 99.
       01  WS-LOCAL-TIME.
           88  WS-FRAME-ACTIVE  VALUE 'Y'.
       01  WS-BLANK-DIGIT-LINE PIC X(21) VALUE SPACES.
       01  WS-BLANK-FRAME-LINE PIC X(40) VALUE SPACES.
       01  WS-ANN-NOW-KEY    PIC 9(14).
       01  WS-ANN-CURRENT.
           05  WS-ANN-ID         PIC 9(6) VALUE 0.
           05  WS-ANN-STATUS     PIC X VALUE SPACE.
           05  WS-ANN-PRIORITY   PIC X VALUE SPACE.
               88  WS-ANN-TAKEOVER  VALUE 'H'.
               88  WS-ANN-TICKER    VALUE 'L'.
           05  WS-ANN-TARGET     PIC X(8) VALUE SPACES.
           05  WS-ANN-START-KEY  PIC 9(14) VALUE 0.
           05  WS-ANN-EXPIRY-KEY PIC 9(14) VALUE 0.
           05  WS-ANN-OPERATOR   PIC X(8) VALUE SPACES.
           05  WS-ANN-TEXT       PIC X(60) VALUE SPACES.
       01  WS-ANN-CANDIDATE.
           05  WS-ANNC-ID        PIC 9(6).
           05  WS-ANNC-STATUS    PIC X.
           05  WS-ANNC-PRIORITY  PIC X.
           05  WS-ANNC-TARGET    PIC X(8).
           05  WS-ANNC-START-KEY PIC 9(14).
           05  WS-ANNC-EXPIRY-KEY PIC 9(14).
           05  WS-ANNC-OPERATOR  PIC X(8).
           05  WS-ANNC-TEXT      PIC X(60).
       01  WS-ANN-ACTION     PIC X(8).
       01  WS-ANN-TICK       PIC 9(5) VALUE 0.
       01  WS-ANN-LEN        PIC 99.
       01  WS-ANN-CYCLE      PIC 9(3).
       01  WS-ANN-OFFSET     PIC 9(3).
       01  WS-ANN-PTR        PIC 9(3).
       01  WS-ANN-SCROLL     PIC X(120).
       01  WS-ANN-BORDER     PIC X(66) VALUE ALL '*'.
       01  WS-ANN-HOLD-LINE.
           05  FILLER        PIC X(17) VALUE 'COUNTDOWN HELD - '.
           05  AH-HR         PIC 99.
           05  FILLER        PIC X VALUE ':'.
           05  AH-MIN        PIC 99.
           05  FILLER        PIC X VALUE ':'.
           05  AH-SEC        PIC 99.
       01  WS-DS-REMAIN      PIC S9(9).
       01  WS-DS-NOW-INT     PIC 9(9).
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY OCCURS 5 TIMES.
               10  WS-CTL-COUNT     PIC 9(9).
               10  WS-CTL-FIRST     PIC 9(14).
               10  WS-CTL-LAST      PIC 9(14).
               10  WS-CTL-HASH      PIC 9(15).
       01  WS-CTL-IDX        PIC 9.
       01  WS-CTL-REC        PIC X(80).
       01  WS-CTL-POS        PIC 99.
       01  WS-CTL-REC-HASH   PIC 9(15).
       01  WS-CTL-WRITER     PIC X(8) VALUE 'COBOLDRP'.
       01  WS-CTL-BREAK-FLAG PIC X VALUE 'N'.
           88  WS-CTL-DAY-BREAK VALUE 'Y'.
       01  WS-CTL-TRAILER.
           05  CT-TAG          PIC X(4) VALUE 'TRLR'.
           05  CT-COUNT        PIC 9(9).
           05  CT-FIRST        PIC 9(14).
           05  CT-LAST         PIC 9(14).
           05  CT-HASH         PIC 9(15).
           05  CT-WRITER       PIC X(8).
           05  CT-CLOSED       PIC 9(14).
       01  WS-FILE-STATUSES.
           05  WS-FS-EVENTS     PIC XX.
           05  WS-FS-HOLIDAY    PIC XX.
           05  WS-FS-TZ         PIC XX.
           05  WS-FS-GREET      PIC XX.
           05  WS-FS-ANIM       PIC XX.
           05  WS-FS-FLEET      PIC XX.
           05  WS-FS-THEMESEL   PIC XX.
           05  WS-FS-THEME      PIC XX.
           05  WS-FS-ANNOUNCE   PIC XX.
           05  WS-FS-ANNLOG     PIC XX.
           05  WS-FS-DROPSTAT   PIC XX.

       PROCEDURE DIVISION.
       100-MAIN.
             PERFORM 150-GET-CLOCK
             PERFORM 160-VALIDATE-CLOCK
             PERFORM 170-POLL-COMMAND
             IF NOT WS-REHEARSING
               PERFORM 190-CHECK-ANNOUNCEMENT
             END-IF
             IF WS-ANN-TAKEOVER
               PERFORM 195-SHOW-TAKEOVER
             ELSE
               IF WS-PAUSED
                 PERFORM 175-SHOW-PAUSED
               ELSE
                 IF WS-CLOCK-IS-BAD
                   PERFORM 700-CLOCK-WARNING
                 ELSE
                   PERFORM 065-COMPUTE-POST-DAY
                   PERFORM 200-DETERMINE-STATE
                 END-IF
                 PERFORM 300-BALL
                 IF WS-FRAME-ACTIVE
                   PERFORM 560-SHOW-FRAME
                 END-IF
                 IF WS-ANN-TICKER
                   PERFORM 197-SCROLL-TICKER
                 END-IF
               END-IF
             END-IF
             IF NOT WS-CLOCK-IS-BAD
             ELSE
               IF WS-IS-MASTER
                 PERFORM 800-MASTER-CLOCK-WRITE
                 PERFORM 870-WRITE-STATUS-SNAPSHOT
                 IF NOT WS-ANN-TAKEOVER
                   PERFORM 860-SHOW-FLEET-PANEL
                 END-IF
               ELSE
                 PERFORM 850-WRITE-FLEET-STATUS
               END-IF
           IF WS-REHEARSING
             PERFORM 156-REHEARSAL-CLOCK
           ELSE
             ACCEPT WS-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM 046-LOAD-THEME-SELECT
           PERFORM 035-LOAD-HOLIDAYS
           PERFORM 025-SELECT-NEXT-EVENT
           PERFORM 030-LOAD-TIMEZONES
           PERFORM 040-LOAD-GREETING
           PERFORM 059-LOAD-CMDAUTH
           COMPUTE WS-WINDOW-SECS = WS-AP-LEAD-MIN * 60
           PERFORM 060-LOAD-CHECKPOINT
           PERFORM 070-SCAN-OPEN-TAILS
           OPEN EXTEND HEARTBEAT-FILE
           IF WS-FS-LOG NOT = '00'
             OPEN OUTPUT HEARTBEAT-FILE
           OPEN EXTEND EXCEPTIONS-FILE
           IF WS-FS-EXC NOT = '00'
             OPEN OUTPUT EXCEPTIONS-FILE
           END-IF
           MOVE 'RECOVERY' TO WS-CTL-WRITER
           PERFORM 885-WRITE-TRAILERS
           MOVE 'COBOLDRP' TO WS-CTL-WRITER.

       070-SCAN-OPEN-TAILS.
           INITIALIZE WS-CTL-TABLE
           MOVE 1 TO WS-CTL-IDX
           OPEN INPUT HEARTBEAT-FILE
           IF WS-FS-LOG = '00'
             PERFORM UNTIL WS-FS-LOG NOT = '00'
                 AND WS-FS-LOG NOT = '04'
               READ HEARTBEAT-FILE
                 AT END
                   MOVE '10' TO WS-FS-LOG
                 NOT AT END
                   MOVE HEARTBEAT-TRAILER TO WS-CTL-REC
                   PERFORM 075-SCAN-ONE-RECORD
               END-READ
             END-PERFORM
             CLOSE HEARTBEAT-FILE
           END-IF
           MOVE 2 TO WS-CTL-IDX
           OPEN INPUT ARCHIVE-FILE
           IF WS-FS-ARCHIVE = '00'
             PERFORM UNTIL WS-FS-ARCHIVE NOT = '00'
                 AND WS-FS-ARCHIVE NOT = '04'
               READ ARCHIVE-FILE
                 AT END
                   MOVE '10' TO WS-FS-ARCHIVE
                 NOT AT END
                   MOVE ARCHIVE-TRAILER TO WS-CTL-REC
                   PERFORM 075-SCAN-ONE-RECORD
               END-READ
             END-PERFORM
             CLOSE ARCHIVE-FILE
           END-IF
           MOVE 3 TO WS-CTL-IDX
           OPEN INPUT NEWYEAR-LOG-FILE
           IF WS-FS-NYLOG = '00'
             PERFORM UNTIL WS-FS-NYLOG NOT = '00'
                 AND WS-FS-NYLOG NOT = '04'
               READ NEWYEAR-LOG-FILE
                 AT END
                   MOVE '10' TO WS-FS-NYLOG
                 NOT AT END
                   MOVE NEWYEAR-LOG-TRAILER TO WS-CTL-REC
                   PERFORM 075-SCAN-ONE-RECORD
               END-READ
             END-PERFORM
             CLOSE NEWYEAR-LOG-FILE
           END-IF
           MOVE 4 TO WS-CTL-IDX
           OPEN INPUT EXCEPTIONS-FILE
           IF WS-FS-EXC = '00'
             PERFORM UNTIL WS-FS-EXC NOT = '00'
                 AND WS-FS-EXC NOT = '04'
               READ EXCEPTIONS-FILE
                 AT END
                   MOVE '10' TO WS-FS-EXC
                 NOT AT END
                   MOVE EXCEPTIONS-TRAILER TO WS-CTL-REC
                   PERFORM 075-SCAN-ONE-RECORD
               END-READ
             END-PERFORM
             CLOSE EXCEPTIONS-FILE
           END-IF.

       075-SCAN-ONE-RECORD.
           IF WS-CTL-REC(1:4) = 'TRLR'
             INITIALIZE WS-CTL-ENTRY(WS-CTL-IDX)
           ELSE
             PERFORM 880-ADD-CONTROL
           END-IF.

       012-LOAD-REHEARSAL.
               MOVE RH-FACTOR TO WS-RH-FACTOR
             END-IF
             COMPUTE WS-RH-START-CCYYMMDD =
                 RH-YR * 10000 + RH-MO * 100 + RH-DA
             COMPUTE WS-RH-BASE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-RH-START-CCYYMMDD)
             IF WS-RH-BASE-INT = 0

       065-COMPUTE-POST-DAY.
           COMPUTE WS-EVENT-CCYYMMDD =
               WS-EV-OCC-YR * 10000 + WS-EV-MO * 100 + WS-EV-DA
           COMPUTE WS-EVENT-INT =
               FUNCTION INTEGER-OF-DATE(WS-EVENT-CCYYMMDD)
           COMPUTE WS-NEXT-INT = WS-EVENT-INT + 1
           MOVE WS-NEXT-CCYYMMDD(7:2) TO WS-POST-DA.

       020-LOAD-EVENT.
           MOVE EV-ID TO WS-EVT-ID
           MOVE EV-MO TO WS-EVT-MO
           MOVE EV-DA TO WS-EVT-DA
           MOVE EV-HR TO WS-EVT-HR
           MOVE EV-MIN TO WS-EVT-MIN
           MOVE EV-SEC TO WS-EVT-SEC
           IF EV-REST-ROW >= 3 AND EV-REST-ROW <= 15
               AND EV-DROP-ROW >= 3 AND EV-DROP-ROW <= 15
               AND EV-REST-ROW <= EV-DROP-ROW
             MOVE EV-REST-ROW TO WS-EVT-REST-ROW
             MOVE EV-DROP-ROW TO WS-EVT-DROP-ROW
           ELSE
             MOVE 03 TO WS-EVT-REST-ROW
             MOVE 15 TO WS-EVT-DROP-ROW
           END-IF
           MOVE EV-LABEL TO WS-EVT-LABEL
           IF EV-IS-YEAREND = 'N'
             MOVE 'N' TO WS-EVT-IS-YEAREND
           ELSE
             MOVE 'Y' TO WS-EVT-IS-YEAREND
           END-IF
           PERFORM 022-LOAD-RECURRENCE
           MOVE EV-THEME TO WS-EVT-THEME
           IF EV-HOL-RULE = 'P' OR EV-HOL-RULE = 'N'
               OR EV-HOL-RULE = 'S'
             MOVE EV-HOL-RULE TO WS-EVT-HOL-RULE
           ELSE
             MOVE 'F' TO WS-EVT-HOL-RULE
           END-IF.

       021-DEFAULT-EVENT.
           MOVE WS-EV-ID TO WS-EVT-ID
           MOVE WS-EV-MO TO WS-EVT-MO
           MOVE WS-EV-DA TO WS-EVT-DA
           MOVE WS-EV-HR TO WS-EVT-HR
           MOVE WS-EV-MIN TO WS-EVT-MIN
           MOVE WS-EV-SEC TO WS-EVT-SEC
           MOVE WS-EV-REST-ROW TO WS-EVT-REST-ROW
           MOVE WS-EV-DROP-ROW TO WS-EVT-DROP-ROW
           MOVE WS-EV-LABEL TO WS-EVT-LABEL
           MOVE WS-EV-IS-YEAREND TO WS-EVT-IS-YEAREND
           MOVE 'A' TO WS-EVT-REC-TYPE
           MOVE 0 TO WS-EVT-YEAR
           MOVE 0 TO WS-EVT-DOW
           MOVE 0 TO WS-EVT-NTH
           MOVE SPACES TO WS-EVT-THEME
           MOVE 'F' TO WS-EVT-HOL-RULE.

       022-LOAD-RECURRENCE.
           MOVE 'A' TO WS-EVT-REC-TYPE
           MOVE 0 TO WS-EVT-YEAR
           MOVE 0 TO WS-EVT-DOW
           MOVE 0 TO WS-EVT-NTH
           EVALUATE EV-REC-TYPE
             WHEN 'O'
               IF EV-YEAR IS NUMERIC
                 MOVE 'O' TO WS-EVT-REC-TYPE
                 MOVE EV-YEAR TO WS-EVT-YEAR
               END-IF
             WHEN 'W'
               IF EV-DOW IS NUMERIC
                   AND EV-DOW >= 1 AND EV-DOW <= 7
                 MOVE 'W' TO WS-EVT-REC-TYPE
                 MOVE EV-DOW TO WS-EVT-DOW
               END-IF
             WHEN 'N'
               IF EV-DOW IS NUMERIC
                   AND EV-DOW >= 1 AND EV-DOW <= 7
                   AND EV-NTH IS NUMERIC
                   AND EV-NTH >= 1 AND EV-NTH <= 5
                 MOVE 'N' TO WS-EVT-REC-TYPE
                 MOVE EV-DOW TO WS-EVT-DOW
                 MOVE EV-NTH TO WS-EVT-NTH
               END-IF
             WHEN OTHER
               CONTINUE

       025-SELECT-NEXT-EVENT.
           COMPUTE WS-TODAY-CCYYMMDD =
               YR * 10000 + MO * 100 + DA
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
           MOVE 999999999 TO WS-BEST-INT
           MOVE YR TO WS-EVT-SEL-YR
           MOVE WS-EV-MO TO WS-SEL-MO
           MOVE WS-EV-DA TO WS-SEL-DA
           MOVE 0 TO WS-EVENT-COUNT
           OPEN INPUT EVENTS-FILE
           IF WS-FS-EVENTS = '00'
             PERFORM UNTIL WS-FS-EVENTS NOT = '00'
               READ EVENTS-FILE NEXT RECORD
                 AT END
                   MOVE '10' TO WS-FS-EVENTS
                 NOT AT END
                   ADD 1 TO WS-EVENT-COUNT
                   PERFORM 020-LOAD-EVENT
                   PERFORM 026-SCORE-ONE-EVENT
               END-READ
             END-PERFORM
           END-IF
           CLOSE EVENTS-FILE
           IF WS-EVENT-COUNT = 0
             PERFORM 021-DEFAULT-EVENT
             PERFORM 026-SCORE-ONE-EVENT
           END-IF
           IF WS-BEST-INT NOT = 999999999
             MOVE WS-EVT-SEL-ENTRY TO WS-EVT-ENTRY
             MOVE WS-EVT-ID TO WS-EV-ID
             MOVE WS-SEL-MO TO WS-EV-MO
             MOVE WS-SEL-DA TO WS-EV-DA
             MOVE WS-EVT-HR TO WS-EV-HR
             MOVE WS-EVT-MIN TO WS-EV-MIN
             MOVE WS-EVT-SEC TO WS-EV-SEC
             MOVE WS-EVT-REST-ROW TO WS-EV-REST-ROW
             MOVE WS-EVT-DROP-ROW TO WS-EV-DROP-ROW
             MOVE WS-EVT-LABEL TO WS-EV-LABEL
             MOVE WS-EVT-IS-YEAREND TO WS-EV-IS-YEAREND
             MOVE WS-EVT-REC-TYPE TO WS-EV-REC-TYPE
             MOVE WS-EVT-THEME TO WS-EV-THEME
             MOVE WS-EVT-SEL-YR TO WS-EV-OCC-YR
             MOVE WS-SEL-ADJ-FLAG TO WS-EV-ADJ-FLAG
             MOVE WS-SEL-ORIG-MO TO WS-EV-ORIG-MO
             MOVE WS-SEL-ORIG-DA TO WS-EV-ORIG-DA
           ELSE
             MOVE YR TO WS-EV-OCC-YR
             MOVE 'N' TO WS-EV-ADJ-FLAG
           END-IF
           IF WS-BEST-INT NOT = 999999999
               AND WS-BEST-INT > WS-TODAY-INT

       026-SCORE-ONE-EVENT.
           MOVE 0 TO WS-CAND-INT
           MOVE 'N' TO WS-CAND-ADJ-FLAG
           EVALUATE WS-EVT-REC-TYPE
             WHEN 'O'
               PERFORM 028-SCORE-ONE-TIME
             WHEN 'W'
             WHEN OTHER
               PERFORM 027-SCORE-ANNUAL
           END-EVALUATE
           IF WS-CAND-INT > 0 AND WS-EVT-HOL-RULE NOT = 'F'
             PERFORM 032-APPLY-HOLIDAY-RULE
           END-IF
           IF WS-CAND-INT > 0 AND WS-CAND-INT + 1 >= WS-TODAY-INT
               AND WS-CAND-INT < WS-BEST-INT
             MOVE WS-CAND-INT TO WS-BEST-INT
             MOVE WS-EVT-ENTRY TO WS-EVT-SEL-ENTRY
             MOVE WS-CAND-YR TO WS-EVT-SEL-YR
             MOVE WS-CAND-MO TO WS-SEL-MO
             MOVE WS-CAND-DA TO WS-SEL-DA
             MOVE WS-CAND-ADJ-FLAG TO WS-SEL-ADJ-FLAG
             MOVE WS-CAND-ORIG-MO TO WS-SEL-ORIG-MO
             MOVE WS-CAND-ORIG-DA TO WS-SEL-ORIG-DA
           END-IF.

       027-SCORE-ANNUAL.
           IF WS-EVT-MO >= 1 AND WS-EVT-MO <= 12
               AND WS-EVT-DA >= 1
               AND WS-EVT-DA <= 31
             MOVE YR TO WS-CAND-YR
             MOVE WS-EVT-MO TO WS-CAND-MO
             MOVE WS-EVT-DA TO WS-CAND-DA
             COMPUTE WS-CAND-CCYYMMDD =
                 WS-CAND-YR * 10000 + WS-CAND-MO * 100 + WS-CAND-DA
             COMPUTE WS-CAND-INT =
                 FUNCTION INTEGER-OF-DATE(WS-CAND-CCYYMMDD)
             IF WS-CAND-INT > 0 AND WS-CAND-INT + 1 < WS-TODAY-INT
               ADD 1 TO WS-CAND-YR
               COMPUTE WS-CAND-CCYYMMDD =
                   WS-CAND-YR * 10000 + WS-CAND-MO * 100 + WS-CAND-DA
               COMPUTE WS-CAND-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CAND-CCYYMMDD)
             END-IF
           END-IF.

       028-SCORE-ONE-TIME.
           IF WS-EVT-MO >= 1 AND WS-EVT-MO <= 12
               AND WS-EVT-DA >= 1
               AND WS-EVT-DA <= 31
             MOVE WS-EVT-YEAR TO WS-CAND-YR
             MOVE WS-EVT-MO TO WS-CAND-MO
             MOVE WS-EVT-DA TO WS-CAND-DA
             COMPUTE WS-CAND-CCYYMMDD =
                 WS-CAND-YR * 10000 + WS-CAND-MO * 100 + WS-CAND-DA
             COMPUTE WS-CAND-INT =
                 FUNCTION INTEGER-OF-DATE(WS-CAND-CCYYMMDD)
           END-IF.
           COMPUTE WS-TODAY-DOW =
               FUNCTION MOD(WS-TODAY-INT - 1, 7) + 1
           COMPUTE WS-DOW-AHEAD =
               FUNCTION MOD(WS-EVT-DOW
                 - WS-TODAY-DOW + 7, 7)
           IF WS-DOW-AHEAD = 6
             COMPUTE WS-CAND-INT = WS-TODAY-INT - 1
           END-IF
           COMPUTE WS-CAND-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-CAND-INT)
           MOVE WS-CAND-CCYYMMDD(1:4) TO WS-CAND-YR
           MOVE WS-CAND-CCYYMMDD(5:2) TO WS-CAND-MO
           MOVE WS-CAND-CCYYMMDD(7:2) TO WS-CAND-DA.

       031-SCORE-NTH-WEEKDAY.
           IF WS-EVT-MO >= 1 AND WS-EVT-MO <= 12
             MOVE YR TO WS-NTH-YR
             PERFORM 033-NTH-IN-YEAR
             IF WS-CAND-INT > 0 AND WS-CAND-INT + 1 < WS-TODAY-INT
       033-NTH-IN-YEAR.
           MOVE 0 TO WS-CAND-INT
           COMPUTE WS-CAND-CCYYMMDD =
               WS-NTH-YR * 10000 + WS-EVT-MO * 100 + 1
           COMPUTE WS-NTH-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAND-CCYYMMDD)
           IF WS-NTH-FIRST-INT > 0
             COMPUTE WS-NTH-FIRST-DOW =
                 FUNCTION MOD(WS-NTH-FIRST-INT - 1, 7) + 1
             COMPUTE WS-NTH-OFFSET =
                 FUNCTION MOD(WS-EVT-DOW
                   - WS-NTH-FIRST-DOW + 7, 7)
                 + (WS-EVT-NTH - 1) * 7
             COMPUTE WS-CAND-INT = WS-NTH-FIRST-INT + WS-NTH-OFFSET
             COMPUTE WS-CAND-CCYYMMDD =
                 FUNCTION DATE-OF-INTEGER(WS-CAND-INT)
             MOVE WS-CAND-CCYYMMDD(5:2) TO WS-CAND-MO
             IF WS-CAND-MO NOT = WS-EVT-MO
               SUBTRACT 7 FROM WS-CAND-INT
               COMPUTE WS-CAND-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-CAND-INT)
               MOVE WS-CAND-CCYYMMDD(5:2) TO WS-CAND-MO
             END-IF
             MOVE WS-CAND-CCYYMMDD(1:4) TO WS-CAND-YR
             MOVE WS-CAND-CCYYMMDD(7:2) TO WS-CAND-DA
           END-IF.

       032-APPLY-HOLIDAY-RULE.
           MOVE WS-CAND-INT TO WS-BUSDAY-INT
           PERFORM 034-CHECK-BUSINESS-DAY
           IF NOT WS-IS-BUSINESS-DAY
             MOVE WS-CAND-MO TO WS-CAND-ORIG-MO
             MOVE WS-CAND-DA TO WS-CAND-ORIG-DA
             MOVE 0 TO WS-HOL-STEPS
             EVALUATE WS-EVT-HOL-RULE
               WHEN 'S'
                 MOVE 0 TO WS-CAND-INT
               WHEN 'P'
                 PERFORM UNTIL WS-IS-BUSINESS-DAY
                     OR WS-HOL-STEPS > 366
                   SUBTRACT 1 FROM WS-BUSDAY-INT
                   ADD 1 TO WS-HOL-STEPS
                   PERFORM 034-CHECK-BUSINESS-DAY
                 END-PERFORM
               WHEN 'N'
                 PERFORM UNTIL WS-IS-BUSINESS-DAY
                     OR WS-HOL-STEPS > 366
                   ADD 1 TO WS-BUSDAY-INT
                   ADD 1 TO WS-HOL-STEPS
                   PERFORM 034-CHECK-BUSINESS-DAY
                 END-PERFORM
             END-EVALUATE
             IF WS-CAND-INT > 0 AND WS-IS-BUSINESS-DAY
               MOVE WS-BUSDAY-INT TO WS-CAND-INT
               COMPUTE WS-CAND-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-CAND-INT)
               MOVE WS-CAND-CCYYMMDD(1:4) TO WS-CAND-YR
               MOVE WS-CAND-CCYYMMDD(5:2) TO WS-CAND-MO
               MOVE WS-CAND-CCYYMMDD(7:2) TO WS-CAND-DA
               MOVE 'Y' TO WS-CAND-ADJ-FLAG
             END-IF
           END-IF.

       034-CHECK-BUSINESS-DAY.
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

       035-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE
           IF WS-FS-HOLIDAY = '00'
             PERFORM UNTIL WS-FS-HOLIDAY NOT = '00'
                 OR WS-HOL-COUNT >= 200
               READ HOLIDAY-FILE
                 AT END
                   MOVE '10' TO WS-FS-HOLIDAY
                 NOT AT END
                   PERFORM 036-LOAD-ONE-HOLIDAY
               END-READ
             END-PERFORM
           END-IF
           CLOSE HOLIDAY-FILE.

       036-LOAD-ONE-HOLIDAY.
           IF (HO-TYPE = 'H' OR HO-TYPE = 'B')
               AND HO-FROM-DATE IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(HO-FROM-DATE) = 0
             ADD 1 TO WS-HOL-COUNT
             MOVE HO-TYPE TO WS-HOL-TYPE(WS-HOL-COUNT)
             IF HO-TYPE = 'H' OR HO-FROM-TIME NOT NUMERIC
               COMPUTE WS-HOL-FROM-KEY(WS-HOL-COUNT) =
                   HO-FROM-DATE * 1000000
             ELSE
               COMPUTE WS-HOL-FROM-KEY(WS-HOL-COUNT) =
                   HO-FROM-DATE * 1000000 + HO-FROM-TIME
             END-IF
             IF HO-THRU-DATE IS NUMERIC
                 AND HO-THRU-DATE >= HO-FROM-DATE
               COMPUTE WS-HOL-THRU-KEY(WS-HOL-COUNT) =
                   HO-THRU-DATE * 1000000 + 235959
             ELSE
               COMPUTE WS-HOL-THRU-KEY(WS-HOL-COUNT) =
                   HO-FROM-DATE * 1000000 + 235959
             END-IF
             IF HO-TYPE = 'B' AND HO-THRU-DATE IS NUMERIC
                 AND HO-THRU-DATE >= HO-FROM-DATE
                 AND HO-THRU-TIME IS NUMERIC
               COMPUTE WS-HOL-THRU-KEY(WS-HOL-COUNT) =
                   HO-THRU-DATE * 1000000 + HO-THRU-TIME
             END-IF
           END-IF.

       030-LOAD-TIMEZONES.
           OPEN INPUT TIMEZONE-FILE
           IF WS-FS-TZ = '00'
               AT END
                 CONTINUE
               NOT AT END
                 IF CP-EVENT-ID IS NOT NUMERIC
                   MOVE WS-EV-ID TO CP-EVENT-ID
                 END-IF
                 IF CP-EVENT-ID = WS-EV-ID
                     AND CP-EVENT-MO = WS-EV-MO
                     AND CP-EVENT-DA = WS-EV-DA
                   COMPUTE WS-CP-SECS-OF-DAY =
                       CP-HR * 3600 + CP-MIN * 60 + CP-SEC
                   IF (CP-MO = WS-EV-MO AND CP-DA = WS-EV-DA AND
             IF WS-IS-FOLLOWER
               PERFORM 155-READ-SHARED-CLOCK
             ELSE
               ACCEPT WS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME FROM TIME
             END-IF
           END-IF.
           END-PERFORM
           COMPUTE WS-RH-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-RH-CUR-INT)
           MOVE WS-RH-CCYYMMDD(1:4) TO YR
           MOVE WS-RH-CCYYMMDD(5:2) TO MO
           MOVE WS-RH-CCYYMMDD(7:2) TO DA
           COMPUTE HR = WS-RH-ABS-SECS / 3600
             CLOSE SHARED-CLOCK-FILE
           END-IF
           IF WS-FS-SHARED NOT = '00'
             ACCEPT WS-DATE FROM DATE YYYYMMDD
             ACCEPT WS-TIME FROM TIME
           END-IF
           IF WS-SHARED-IS-STALE
           END-IF.

       159-CHECK-SHARED-STALE.
           ACCEPT WS-LOCAL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCAL-TIME FROM TIME
           COMPUTE WS-SHC-NOW-CCYYMMDD =
               LC-YR * 10000 + LC-MO * 100 + LC-DA
           COMPUTE WS-SHC-NOW-INT =
               FUNCTION INTEGER-OF-DATE(WS-SHC-NOW-CCYYMMDD)
           COMPUTE WS-SHC-NOW-SECS =
               AND SC-MO >= 1 AND SC-MO <= 12
               AND SC-DA >= 1 AND SC-DA <= 31
             COMPUTE WS-SHC-CCYYMMDD =
                 SC-YR * 10000 + SC-MO * 100 + SC-DA
             COMPUTE WS-SHC-INT =
                 FUNCTION INTEGER-OF-DATE(WS-SHC-CCYYMMDD)
             COMPUTE WS-SHC-SECS =
                     AND FS-DA IS NUMERIC AND FS-HR IS NUMERIC
                     AND FS-MIN IS NUMERIC AND FS-SEC IS NUMERIC
                   COMPUTE WS-FLT-CCYYMMDD =
                       FS-YR * 10000 + FS-MO * 100 + FS-DA
                   COMPUTE WS-FLT-INT =
                       FUNCTION INTEGER-OF-DATE(WS-FLT-CCYYMMDD)
                   COMPUTE WS-FLT-SECS =
                     MOVE 'Y' TO WS-CLOCK-BAD
                     MOVE 'INVALID SECOND' TO WS-EXC-REASON
                   ELSE
                     IF YR < WS-MIN-VALID-YR
                       MOVE 'Y' TO WS-CLOCK-BAD
                       MOVE 'YEAR BEFORE MINIMUM' TO WS-EXC-REASON
                     ELSE
                       IF WS-PREV-YR-IS-SET AND YR < WS-PREV-YR
                         MOVE 'Y' TO WS-CLOCK-BAD
                         MOVE 'YEAR MOVED BACKWARD' TO WS-EXC-REASON
                       END-IF
             MOVE YR TO WS-VAL-NEXT-YR
           END-IF
           COMPUTE WS-VAL-CCYYMMDD =
               WS-VAL-NEXT-YR * 10000 + WS-VAL-NEXT-MO * 100 + 1
           COMPUTE WS-VAL-INT =
               FUNCTION INTEGER-OF-DATE(WS-VAL-CCYYMMDD) - 1
           COMPUTE WS-VAL-LASTDAY-CCYYMMDD =
             MOVE WS-DAYS-UNTIL TO NXT-DAYS
             DISPLAY WS-BLANK-LABEL-LINE LINE 19 COL 4
             DISPLAY WS-NEXT-EVENT-LINE LINE 19 COL 4
             PERFORM 405-SHOW-ADJUSTED-DATE
             PERFORM 600-HEARTBEAT-LOG
             PERFORM 430-CLEAR-TIMEZONES
           END-IF.
           DISPLAY WS-CLOCK LINE 18.
           DISPLAY WS-BLANK-LABEL-LINE LINE 19 COL 4.
           DISPLAY WS-EV-LABEL LINE 19 COL 4.
           PERFORM 405-SHOW-ADJUSTED-DATE
           MOVE '400-COUN' TO WS-STATE
           IF WS-FRAME-ACTIVE
             PERFORM 565-CLEAR-FRAME
           PERFORM 600-HEARTBEAT-LOG
           PERFORM 420-SHOW-TIMEZONES.

       405-SHOW-ADJUSTED-DATE.
           DISPLAY WS-BLANK-LABEL-LINE LINE 17 COL 4
           IF WS-EV-WAS-ADJUSTED
             IF WS-EVT-HOL-RULE = 'P'
               MOVE 'MOVED BACK' TO ADJ-WORD
             ELSE
               MOVE 'MOVED FWD' TO ADJ-WORD
             END-IF
             MOVE WS-EV-ORIG-MO TO ADJ-ORIG-MO
             MOVE WS-EV-ORIG-DA TO ADJ-ORIG-DA
             MOVE WS-EV-MO TO ADJ-NEW-MO
             MOVE WS-EV-DA TO ADJ-NEW-DA
             DISPLAY WS-ADJ-NOTICE-LINE LINE 17 COL 4
           END-IF.

       410-SHOW-BIG-SECONDS.
           COMPUTE WS-BIG-TENS = WS-SECS-REMAINING / 10
           COMPUTE WS-BIG-UNITS =

       420-SHOW-TIMEZONES.
           COMPUTE WS-TZ-TODAY-CCYYMMDD =
               YR * 10000 + MO * 100 + DA
           COMPUTE WS-TZ-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TZ-TODAY-CCYYMMDD)
           PERFORM VARYING WS-TZ-IDX FROM 1 BY 1
           MOVE WS-AP-END-ROW TO BALLROW
           MOVE WS-DISPLAY-YR TO YEAR-OUT.
           DISPLAY WS-NEWYEAR LINE 16 COL 13.
           DISPLAY WS-BLANK-LABEL-LINE LINE 17 COL 4
           DISPLAY WS-CLOCK LINE 18
           DISPLAY WS-BLANK-LABEL-LINE LINE 19 COL 4
           DISPLAY WS-GR-BANNER LINE 19 COL 4.
             ELSE
               DISPLAY 'AWAITING BATCH PICKUP ' LINE 20 COL 4
               COMPUTE WS-ACK-NOW-CCYYMMDD =
                   YR * 10000 + MO * 100 + DA
               COMPUTE WS-ACK-NOW-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ACK-NOW-CCYYMMDD)
               COMPUTE WS-ACK-ELAPSED =
             MOVE SPACE TO HL-REHEARSAL
           END-IF
           MOVE WS-HB-DETAIL TO HL-DETAIL
           MOVE WS-EV-ID TO HL-EVENT-ID
           MOVE WS-TERM-ID TO HL-TERM-ID
           MOVE HEARTBEAT-RECORD TO WS-CTL-REC
           MOVE 1 TO WS-CTL-IDX
           PERFORM 882-CHECK-DAY-BREAK
           IF WS-CTL-DAY-BREAK
             PERFORM 891-CLOSE-HEARTBEAT-SEG
           END-IF
           WRITE HEARTBEAT-RECORD
           PERFORM 880-ADD-CONTROL.

       650-CHECKPOINT-WRITE.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-EV-DA TO CP-EVENT-DA
           MOVE WS-CP-ROLLED-FLAG TO CP-ROLLED-FLAG
           MOVE WS-STATE TO CP-PARA
           MOVE WS-EV-ID TO CP-EVENT-ID
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

           MOVE MIN TO CE-MIN
           MOVE SEC TO CE-SEC
           MOVE WS-EXC-REASON TO CE-REASON
           MOVE EXCEPTIONS-RECORD TO WS-CTL-REC
           MOVE 4 TO WS-CTL-IDX
           PERFORM 882-CHECK-DAY-BREAK
           IF WS-CTL-DAY-BREAK
             PERFORM 894-CLOSE-EXCEPTIONS-SEG
           END-IF
           WRITE EXCEPTIONS-RECORD
           PERFORM 880-ADD-CONTROL.

       510-FIRST-ROLLOVER-HOOKS.
           IF WS-EV-IS-YEAREND-EVENT
             PERFORM 512-CHECK-BLACKOUT
             IF WS-IN-BLACKOUT
               MOVE 'TRIGGER SUPPRESSED - BLACKOUT' TO WS-EXC-REASON
               PERFORM 710-LOG-EXCEPTION
             ELSE
               PERFORM 520-WRITE-BATCH-TRIGGER
             END-IF
             PERFORM 530-WRITE-ARCHIVE
             PERFORM 540-WRITE-RECONCILIATION
           END-IF.

       512-CHECK-BLACKOUT.
           MOVE 'N' TO WS-BLACKOUT-FLAG
           COMPUTE WS-HOL-KEY =
               (YR * 10000 + MO * 100 + DA) * 1000000
                 + HR * 10000 + MIN * 100 + SEC
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT
             IF WS-HOL-TYPE(WS-HOL-IDX) = 'B'
                 AND WS-HOL-KEY >= WS-HOL-FROM-KEY(WS-HOL-IDX)
                 AND WS-HOL-KEY <= WS-HOL-THRU-KEY(WS-HOL-IDX)
               MOVE 'Y' TO WS-BLACKOUT-FLAG
             END-IF
           END-PERFORM.

       520-WRITE-BATCH-TRIGGER.
           OPEN OUTPUT TRIGGER-FILE
           MOVE YR TO BT-YR
           MOVE MIN TO BT-MIN
           MOVE SEC TO BT-SEC
           MOVE 'YEAR-END ROLLOVER DETECTED' TO BT-MESSAGE
           MOVE WS-EV-ID TO BT-EVENT-ID
           MOVE TRIGGER-RECORD TO WS-CTL-REC
           WRITE TRIGGER-RECORD
           MOVE 5 TO WS-CTL-IDX
           PERFORM 880-ADD-CONTROL
           PERFORM 895-CLOSE-TRIGGER-SEG
           CLOSE TRIGGER-FILE
           COMPUTE WS-TRIG-CCYYMMDD =
               YR * 10000 + MO * 100 + DA
           COMPUTE WS-TRIG-INT =
               FUNCTION INTEGER-OF-DATE(WS-TRIG-CCYYMMDD)
           COMPUTE WS-TRIG-SECS = HR * 3600 + MIN * 60 + SEC
           MOVE WS-DISPLAY-YR TO NA-YEAR-OUT
           MOVE WS-GR-DEPT TO NA-DEPT
           MOVE WS-GR-BANNER TO NA-GREETING
           MOVE WS-EV-ID TO NA-EVENT-ID
           MOVE ARCHIVE-RECORD TO WS-CTL-REC
           MOVE 2 TO WS-CTL-IDX
           PERFORM 882-CHECK-DAY-BREAK
           IF WS-CTL-DAY-BREAK
             PERFORM 892-CLOSE-ARCHIVE-SEG
           END-IF
           WRITE ARCHIVE-RECORD
           PERFORM 880-ADD-CONTROL.

       540-WRITE-RECONCILIATION.
           MOVE YR TO NL-YR
           MOVE WS-EV-HR TO NL-TARGET-HR
           MOVE WS-EV-MIN TO NL-TARGET-MIN
           MOVE WS-EV-SEC TO NL-TARGET-SEC
           MOVE WS-EV-ID TO NL-EVENT-ID
           MOVE NEWYEAR-LOG-RECORD TO WS-CTL-REC
           MOVE 3 TO WS-CTL-IDX
           PERFORM 882-CHECK-DAY-BREAK
           IF WS-CTL-DAY-BREAK
             PERFORM 893-CLOSE-NEWYEAR-LOG-SEG
           END-IF
           WRITE NEWYEAR-LOG-RECORD
           PERFORM 880-ADD-CONTROL.

       800-MASTER-CLOCK-WRITE.
           OPEN OUTPUT SHARED-CLOCK-FILE
           PERFORM 430-CLEAR-TIMEZONES
           PERFORM 046-LOAD-THEME-SELECT
           MOVE '********' TO WS-ACTIVE-THEME
           MOVE 0 TO WS-HOL-COUNT
           PERFORM 035-LOAD-HOLIDAYS
           PERFORM 025-SELECT-NEXT-EVENT
           MOVE 0 TO WS-TZ-COUNT
           PERFORM 030-LOAD-TIMEZONES
           END-PERFORM
           PERFORM 600-HEARTBEAT-LOG.

       190-CHECK-ANNOUNCEMENT.
           COMPUTE WS-ANN-NOW-KEY =
               (YR * 10000 + MO * 100 + DA) * 1000000
               + HR * 10000 + MIN * 100 + SEC
           MOVE 0 TO WS-ANNC-ID
           MOVE SPACE TO WS-ANNC-PRIORITY
           MOVE 0 TO WS-ANNC-START-KEY
           OPEN INPUT ANNOUNCE-FILE
           IF WS-FS-ANNOUNCE = '00'
             PERFORM UNTIL WS-FS-ANNOUNCE NOT = '00'
               READ ANNOUNCE-FILE
                 AT END
                   MOVE '10' TO WS-FS-ANNOUNCE
                 NOT AT END
                   PERFORM 191-CONSIDER-ANNOUNCEMENT
               END-READ
             END-PERFORM
           END-IF
           CLOSE ANNOUNCE-FILE
           IF WS-ANNC-ID NOT = WS-ANN-ID
             IF WS-ANN-ID > 0
               IF WS-ANN-EXPIRY-KEY NOT > WS-ANN-NOW-KEY
                 MOVE 'EXPIRED' TO WS-ANN-ACTION
               ELSE
                 MOVE 'CLEARED' TO WS-ANN-ACTION
               END-IF
               PERFORM 192-LOG-ANNOUNCEMENT
               IF WS-ANN-TAKEOVER
                 PERFORM 196-CLEAR-SCREEN
               END-IF
             END-IF
             IF WS-ANNC-ID > 0
               MOVE WS-ANN-CANDIDATE TO WS-ANN-CURRENT
               MOVE 'DISPLAY' TO WS-ANN-ACTION
               PERFORM 192-LOG-ANNOUNCEMENT
               IF WS-ANN-TAKEOVER
                 PERFORM 196-CLEAR-SCREEN
               ELSE
                 PERFORM 193-BUILD-TICKER
               END-IF
             ELSE
               MOVE 0 TO WS-ANN-ID
               MOVE SPACE TO WS-ANN-PRIORITY
             END-IF
           END-IF.

       191-CONSIDER-ANNOUNCEMENT.
           IF AN-ID IS NUMERIC AND AN-ID > 0
               AND AN-STATUS = 'A'
               AND (AN-TARGET = WS-TERM-ID OR AN-TARGET = 'ALL')
               AND AN-START-KEY IS NUMERIC
               AND AN-EXPIRY-KEY IS NUMERIC
               AND AN-START-KEY NOT > WS-ANN-NOW-KEY
               AND AN-EXPIRY-KEY > WS-ANN-NOW-KEY
             IF WS-ANNC-ID = 0
                 OR (AN-PRIORITY = 'H' AND WS-ANNC-PRIORITY NOT = 'H')
                 OR (AN-PRIORITY = WS-ANNC-PRIORITY
                     AND AN-START-KEY > WS-ANNC-START-KEY)
               MOVE ANNOUNCE-RECORD TO WS-ANN-CANDIDATE
               IF WS-ANNC-PRIORITY NOT = 'H'
                 MOVE 'L' TO WS-ANNC-PRIORITY
               END-IF
             END-IF
           END-IF.

       192-LOG-ANNOUNCEMENT.
           OPEN EXTEND ANNLOG-FILE
           IF WS-FS-ANNLOG NOT = '00'
             OPEN OUTPUT ANNLOG-FILE
           END-IF
           COMPUTE AL-STAMP =
               (YR * 10000 + MO * 100 + DA) * 1000000
               + HR * 10000 + MIN * 100 + SEC
           MOVE WS-ANN-ACTION TO AL-ACTION
           MOVE WS-ANN-ID TO AL-ID
           MOVE WS-TERM-ID TO AL-TERM-ID
           MOVE WS-ANN-OPERATOR TO AL-OPERATOR
           MOVE WS-ANN-PRIORITY TO AL-PRIORITY
           MOVE WS-ANN-TEXT TO AL-TEXT
           WRITE ANNLOG-RECORD
           CLOSE ANNLOG-FILE.

       193-BUILD-TICKER.
           MOVE 60 TO WS-ANN-LEN
           PERFORM UNTIL WS-ANN-LEN = 1
               OR WS-ANN-TEXT(WS-ANN-LEN:1) NOT = SPACE
             SUBTRACT 1 FROM WS-ANN-LEN
           END-PERFORM
           COMPUTE WS-ANN-CYCLE = WS-ANN-LEN + 5
           MOVE SPACES TO WS-ANN-SCROLL
           MOVE 1 TO WS-ANN-PTR
           PERFORM UNTIL WS-ANN-PTR > WS-ANN-CYCLE + 42
             STRING WS-ANN-TEXT(1:WS-ANN-LEN) DELIMITED BY SIZE
                 '  *  ' DELIMITED BY SIZE
                 INTO WS-ANN-SCROLL WITH POINTER WS-ANN-PTR
             END-STRING
           END-PERFORM
           MOVE 0 TO WS-ANN-TICK.

       195-SHOW-TAKEOVER.
           MOVE 'ANNOUNCE' TO WS-STATE
           MOVE HR TO AH-HR
           MOVE MIN TO AH-MIN
           MOVE SEC TO AH-SEC
           DISPLAY WS-ANN-BORDER LINE 8 COL 7
           DISPLAY '*** ANNOUNCEMENT ***' LINE 10 COL 30
           DISPLAY WS-ANN-TEXT LINE 12 COL 10
           DISPLAY WS-ANN-HOLD-LINE LINE 14 COL 27
           DISPLAY WS-ANN-BORDER LINE 16 COL 7
           IF NOT WS-CLOCK-IS-BAD
             PERFORM 198-HOLD-ROLLOVER
           END-IF
           PERFORM 600-HEARTBEAT-LOG.

       196-CLEAR-SCREEN.
           PERFORM VARYING CURROW FROM 2 BY 1
               UNTIL CURROW > 24
             DISPLAY WS-BLANK-FULL-LINE LINE CURROW COL 2
           END-PERFORM
           MOVE 'N' TO WS-BIGDIG-SHOWN.

       197-SCROLL-TICKER.
           ADD 1 TO WS-ANN-TICK
           COMPUTE WS-ANN-OFFSET =
               FUNCTION MOD(WS-ANN-TICK, WS-ANN-CYCLE) + 1
           DISPLAY WS-ANN-SCROLL(WS-ANN-OFFSET:42) LINE 19 COL 4.

       198-HOLD-ROLLOVER.
           IF MO = WS-EV-MO AND DA = WS-EV-DA
               AND WS-EV-OCC-YR = YR
               AND NOT WS-CP-ROLLED-OVER
             COMPUTE WS-CUR-SECS-OF-DAY = HR * 3600 + MIN * 60 + SEC
             IF WS-CUR-SECS-OF-DAY >= WS-TARGET-SECS-OF-DAY
               IF WS-EV-IS-YEAREND-EVENT
                 ADD 1 TO YR GIVING WS-DISPLAY-YR
               ELSE
                 MOVE YR TO WS-DISPLAY-YR
               END-IF
               PERFORM 510-FIRST-ROLLOVER-HOOKS
               MOVE 'Y' TO WS-CP-ROLLED-FLAG
             END-IF
           END-IF.

       516-VALIDATE-ACK.
           IF BA-YR IS NUMERIC AND BA-MO IS NUMERIC
               AND BA-DA IS NUMERIC AND BA-HR IS NUMERIC
               AND BA-MIN IS NUMERIC AND BA-SEC IS NUMERIC
             COMPUTE WS-ACKR-CCYYMMDD =
                 BA-YR * 10000 + BA-MO * 100 + BA-DA
             COMPUTE WS-ACKR-INT =
                 FUNCTION INTEGER-OF-DATE(WS-ACKR-CCYYMMDD)
             COMPUTE WS-ACKR-SECS =
           MOVE SEC TO FS-SEC
           MOVE WS-STATE TO FS-PARA
           MOVE BALLROW TO FS-BALLROW
           MOVE WS-ANN-ID TO FS-ANN-ID
           WRITE FLEET-STATUS-RECORD
           CLOSE FLEET-STATUS-FILE.

           PERFORM 056-LOAD-ROSTER
           IF WS-FLEET-COUNT > 0
             COMPUTE WS-FLT-NOW-CCYYMMDD =
                 YR * 10000 + MO * 100 + DA
             COMPUTE WS-FLT-NOW-INT =
                 FUNCTION INTEGER-OF-DATE(WS-FLT-NOW-CCYYMMDD)
             COMPUTE WS-FLT-NOW-SECS = HR * 3600 + MIN * 60 + SEC
                 MOVE FS-MIN TO FL-MIN
                 MOVE FS-SEC TO FL-SEC
                 MOVE FS-PARA TO FL-PARA
                 IF FS-ANN-ID IS NUMERIC AND FS-ANN-ID > 0
                   STRING 'AN' DELIMITED BY SIZE
                       FS-ANN-ID DELIMITED BY SIZE
                       INTO FL-PARA
                 END-IF
                 IF FS-YR IS NUMERIC AND FS-MO IS NUMERIC
                     AND FS-DA IS NUMERIC AND FS-HR IS NUMERIC
                     AND FS-MIN IS NUMERIC AND FS-SEC IS NUMERIC
                   COMPUTE WS-FLT-CCYYMMDD =
                       FS-YR * 10000 + FS-MO * 100 + FS-DA
                   COMPUTE WS-FLT-INT =
                       FUNCTION INTEGER-OF-DATE(WS-FLT-CCYYMMDD)
                   COMPUTE WS-FLT-SECS =
           CLOSE FLEET-STATUS-FILE
           DISPLAY WS-FLEET-LINE LINE (2 + WS-FLEET-IDX) COL 47.

       870-WRITE-STATUS-SNAPSHOT.
           OPEN OUTPUT STATUS-SNAPSHOT-FILE
           COMPUTE DS-STAMP =
               YR * 10000000000 + MO * 100000000 + DA * 1000000
                 + HR * 10000 + MIN * 100 + SEC
           MOVE WS-TERM-ID TO DS-TERM-ID
           MOVE WS-EV-ID TO DS-EVENT-ID
           MOVE WS-EV-LABEL TO DS-EVENT-LABEL
           COMPUTE DS-TARGET-KEY =
               WS-EVENT-CCYYMMDD * 1000000
                 + WS-EV-HR * 10000 + WS-EV-MIN * 100 + WS-EV-SEC
           MOVE WS-STATE TO DS-STATE
           MOVE SPACES TO DS-BANNER
           COMPUTE WS-TZ-TODAY-CCYYMMDD =
               YR * 10000 + MO * 100 + DA
           COMPUTE WS-TZ-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TZ-TODAY-CCYYMMDD)
           MOVE WS-TZ-TODAY-INT TO WS-DS-NOW-INT
           IF WS-STATE = '500-NEWY'
             MOVE 0 TO DS-SECS-REMAINING
             MOVE WS-DISPLAY-YR TO DS-DISPLAY-YR
             MOVE WS-GR-BANNER TO DS-BANNER
           ELSE
             COMPUTE WS-DS-REMAIN =
                 (WS-EVENT-INT - WS-DS-NOW-INT) * 86400
                   + WS-TARGET-SECS-OF-DAY
                   - (HR * 3600 + MIN * 60 + SEC)
             IF WS-DS-REMAIN < 0
               MOVE 0 TO WS-DS-REMAIN
             END-IF
             MOVE WS-DS-REMAIN TO DS-SECS-REMAINING
             IF WS-EV-IS-YEAREND-EVENT
               ADD 1 TO WS-EV-OCC-YR GIVING DS-DISPLAY-YR
             ELSE
               MOVE WS-EV-OCC-YR TO DS-DISPLAY-YR
             END-IF
           END-IF
           MOVE WS-ANN-ID TO DS-ANN-ID
           MOVE WS-ANN-TEXT TO DS-ANN-TEXT
           MOVE WS-TZ-COUNT TO DS-TZ-COUNT
           PERFORM VARYING WS-TZ-IDX FROM 1 BY 1
               UNTIL WS-TZ-IDX > 5
             MOVE SPACES TO DS-TZ-LABEL(WS-TZ-IDX)
             MOVE 0 TO DS-TZ-REMAIN(WS-TZ-IDX)
             IF WS-TZ-IDX <= WS-TZ-COUNT
               PERFORM 875-SNAPSHOT-ONE-ZONE
             END-IF
           END-PERFORM
           WRITE STATUS-SNAPSHOT-RECORD
           CLOSE STATUS-SNAPSHOT-FILE.

       875-SNAPSHOT-ONE-ZONE.
           MOVE WS-TZ-LABEL(WS-TZ-IDX) TO DS-TZ-LABEL(WS-TZ-IDX)
           MOVE WS-TZ-OFFSET-MIN(WS-TZ-IDX) TO WS-TZ-EFF-MIN
           PERFORM 426-NORMALIZE-ZONE-TIME
           IF WS-TZ-DST-DELTA(WS-TZ-IDX) NOT = 0
             PERFORM 427-CHECK-DST-RULE
           END-IF
           COMPUTE WS-DS-REMAIN =
               (WS-EVENT-INT - WS-TZ-ZONE-INT) * 86400
                 + WS-TARGET-SECS-OF-DAY - WS-TZ-ABS
           IF WS-DS-REMAIN < 0
             MOVE 0 TO WS-DS-REMAIN
           END-IF
           MOVE WS-DS-REMAIN TO DS-TZ-REMAIN(WS-TZ-IDX).

       880-ADD-CONTROL.
           MOVE 0 TO WS-CTL-REC-HASH
           PERFORM VARYING WS-CTL-POS FROM 1 BY 1
               UNTIL WS-CTL-POS > 80
             COMPUTE WS-CTL-REC-HASH = WS-CTL-REC-HASH
                 + FUNCTION ORD(WS-CTL-REC(WS-CTL-POS:1)) * WS-CTL-POS
           END-PERFORM
           ADD 1 TO WS-CTL-COUNT(WS-CTL-IDX)
           IF WS-CTL-REC(1:14) IS NUMERIC
             IF WS-CTL-FIRST(WS-CTL-IDX) = 0
               MOVE WS-CTL-REC(1:14) TO WS-CTL-FIRST(WS-CTL-IDX)
             END-IF
             MOVE WS-CTL-REC(1:14) TO WS-CTL-LAST(WS-CTL-IDX)
           END-IF
           COMPUTE WS-CTL-HASH(WS-CTL-IDX) =
               FUNCTION MOD(WS-CTL-HASH(WS-CTL-IDX) + WS-CTL-REC-HASH,
                 1000000000000000).

       882-CHECK-DAY-BREAK.
           MOVE 'N' TO WS-CTL-BREAK-FLAG
           IF WS-CTL-COUNT(WS-CTL-IDX) > 0
               AND WS-CTL-REC(1:8) IS NUMERIC
               AND WS-CTL-REC(1:8) NOT =
                 WS-CTL-LAST(WS-CTL-IDX)(1:8)
             MOVE 'Y' TO WS-CTL-BREAK-FLAG
           END-IF.

       885-WRITE-TRAILERS.
           PERFORM 891-CLOSE-HEARTBEAT-SEG
           PERFORM 892-CLOSE-ARCHIVE-SEG
           PERFORM 893-CLOSE-NEWYEAR-LOG-SEG
           PERFORM 894-CLOSE-EXCEPTIONS-SEG.

       886-BUILD-TRAILER.
           MOVE WS-CTL-COUNT(WS-CTL-IDX) TO CT-COUNT
           MOVE WS-CTL-FIRST(WS-CTL-IDX) TO CT-FIRST
           MOVE WS-CTL-LAST(WS-CTL-IDX) TO CT-LAST
           MOVE WS-CTL-HASH(WS-CTL-IDX) TO CT-HASH
           MOVE WS-CTL-WRITER TO CT-WRITER
           MOVE FUNCTION CURRENT-DATE(1:14) TO CT-CLOSED
           INITIALIZE WS-CTL-ENTRY(WS-CTL-IDX).

       891-CLOSE-HEARTBEAT-SEG.
           MOVE 1 TO WS-CTL-IDX
           IF WS-CTL-COUNT(WS-CTL-IDX) > 0
             PERFORM 886-BUILD-TRAILER
             WRITE HEARTBEAT-TRAILER FROM WS-CTL-TRAILER
           END-IF.

       892-CLOSE-ARCHIVE-SEG.
           MOVE 2 TO WS-CTL-IDX
           IF WS-CTL-COUNT(WS-CTL-IDX) > 0
             PERFORM 886-BUILD-TRAILER
             WRITE ARCHIVE-TRAILER FROM WS-CTL-TRAILER
           END-IF.

       893-CLOSE-NEWYEAR-LOG-SEG.
           MOVE 3 TO WS-CTL-IDX
           IF WS-CTL-COUNT(WS-CTL-IDX) > 0
             PERFORM 886-BUILD-TRAILER
             WRITE NEWYEAR-LOG-TRAILER FROM WS-CTL-TRAILER
           END-IF.

       894-CLOSE-EXCEPTIONS-SEG.
           MOVE 4 TO WS-CTL-IDX
           IF WS-CTL-COUNT(WS-CTL-IDX) > 0
             PERFORM 886-BUILD-TRAILER
             WRITE EXCEPTIONS-TRAILER FROM WS-CTL-TRAILER
           END-IF.

       895-CLOSE-TRIGGER-SEG.
           MOVE 5 TO WS-CTL-IDX
           IF WS-CTL-COUNT(WS-CTL-IDX) > 0
             PERFORM 886-BUILD-TRAILER
             WRITE TRIGGER-TRAILER FROM WS-CTL-TRAILER
           END-IF.

       900-SHUTDOWN.
           IF WS-ANN-ID > 0
             MOVE 'CLEARED' TO WS-ANN-ACTION
             PERFORM 192-LOG-ANNOUNCEMENT
           END-IF
           PERFORM 885-WRITE-TRAILERS
           CLOSE HEARTBEAT-FILE
           CLOSE ARCHIVE-FILE
           CLOSE NEWYEAR-LOG-FILE
