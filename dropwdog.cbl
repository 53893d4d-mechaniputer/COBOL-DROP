       FILE SECTION.
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
       FD  WATCHDOG-PARM-FILE.
       01  WATCHDOG-PARM-RECORD.
           05  WD-STALL-SECS   PIC 9(3).
           05  WD-FLEET-STALL-SECS PIC 9(3).
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05  WA-YR           PIC 9(4).
           05  WA-MO           PIC 99.
           05  WA-DA           PIC 99.
           05  WA-HR           PIC 99.
           05  WA-MIN          PIC 99.
           05  WA-SEC          PIC 99.
           05  WA-REASON       PIC X(30).
       01  ALERT-TRAILER       PIC X(78).
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
           05  FS-SEC          PIC 99.
           05  FS-PARA         PIC X(8).
           05  FS-BALLROW      PIC 99.
           05  FS-ANN-ID       PIC 9(6).
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
       01  WS-STALL-SECS     PIC 9(3) VALUE 15.
       01  WS-BADCLOCK-LIMIT PIC 9(3) VALUE 3.
       01  WS-HB-COUNT       PIC 9(9) VALUE 0.
           05  FILLER        PIC X(15)
              VALUE 'DROPWDOG ALERT '.
           05  AL-REASON     PIC X(30).
       01  WS-CTL-COUNT      PIC 9(9) VALUE 0.
       01  WS-CTL-FIRST      PIC 9(14) VALUE 0.
       01  WS-CTL-LAST       PIC 9(14) VALUE 0.
       01  WS-CTL-HASH       PIC 9(15) VALUE 0.
       01  WS-CTL-REC        PIC X(80).
       01  WS-CTL-POS        PIC 99.
       01  WS-CTL-REC-HASH   PIC 9(15).
       01  WS-CTL-WRITER     PIC X(8) VALUE 'DROPWDOG'.
       01  WS-CTL-TRAILER.
           05  CT-TAG          PIC X(4) VALUE 'TRLR'.
           05  CT-COUNT        PIC 9(9).
           05  CT-FIRST        PIC 9(14).
           05  CT-LAST         PIC 9(14).
           05  CT-HASH         PIC 9(15).
           05  CT-WRITER       PIC X(8).
           05  CT-CLOSED       PIC 9(14).
       01  WS-FILE-STATUSES.
           05  WS-FS-LOG        PIC XX.
           05  WS-FS-PARM       PIC XX.
             END-READ
             CLOSE WATCHDOG-PARM-FILE
           END-IF
           PERFORM 020-SCAN-ALERT-TAIL
           OPEN EXTEND ALERT-FILE
           IF WS-FS-ALERT NOT = '00'
             OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE 'RECOVERY' TO WS-CTL-WRITER
           PERFORM 890-CLOSE-ALERT-SEG
           MOVE 'DROPWDOG' TO WS-CTL-WRITER
           PERFORM 150-GET-CLOCK
           MOVE WS-NOW-INT TO WS-HB-INT
           MOVE WS-NOW-SECS TO WS-HB-SECS
           DISPLAY 'DROPWDOG: STALL LIMIT ' WS-STALL-SECS
               ' SECS, BADCLOCK LIMIT ' WS-BADCLOCK-LIMIT.

       020-SCAN-ALERT-TAIL.
           OPEN INPUT ALERT-FILE
           IF WS-FS-ALERT = '00'
             PERFORM UNTIL WS-FS-ALERT NOT = '00'
                 AND WS-FS-ALERT NOT = '04'
               READ ALERT-FILE
                 AT END
                   MOVE '10' TO WS-FS-ALERT
                 NOT AT END
                   MOVE ALERT-TRAILER TO WS-CTL-REC
                   IF WS-CTL-REC(1:4) = 'TRLR'
                     MOVE 0 TO WS-CTL-COUNT
                     MOVE 0 TO WS-CTL-FIRST
                     MOVE 0 TO WS-CTL-LAST
                     MOVE 0 TO WS-CTL-HASH
                   ELSE
                     PERFORM 880-ADD-CONTROL
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ALERT-FILE
           END-IF.

       150-GET-CLOCK.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           COMPUTE WS-NOW-CCYYMMDD =
               YR * 10000 + MO * 100 + DA
           COMPUTE WS-NOW-INT =
               FUNCTION INTEGER-OF-DATE(WS-NOW-CCYYMMDD)
           COMPUTE WS-NOW-SECS = HR * 3600 + MIN * 60 + SEC.

       210-ONE-HEARTBEAT.
           IF HL-REHEARSAL = 'R'
               OR HEARTBEAT-RECORD(1:4) = 'TRLR'
             CONTINUE
           ELSE
             PERFORM 215-LIVE-HEARTBEAT
               AND HL-DA IS NUMERIC AND HL-HR IS NUMERIC
               AND HL-MIN IS NUMERIC AND HL-SEC IS NUMERIC
             COMPUTE WS-HB-CCYYMMDD =
                 HL-YR * 10000 + HL-MO * 100 + HL-DA
             COMPUTE WS-HB-INT =
                 FUNCTION INTEGER-OF-DATE(WS-HB-CCYYMMDD)
             COMPUTE WS-HB-SECS =
                     AND FS-DA IS NUMERIC AND FS-HR IS NUMERIC
                     AND FS-MIN IS NUMERIC AND FS-SEC IS NUMERIC
                   COMPUTE WS-FLT-CCYYMMDD =
                       FS-YR * 10000 + FS-MO * 100 + FS-DA
                   COMPUTE WS-FLT-INT =
                       FUNCTION INTEGER-OF-DATE(WS-FLT-CCYYMMDD)
                   COMPUTE WS-FLT-SECS =
           MOVE MIN TO WA-MIN
           MOVE SEC TO WA-SEC
           MOVE WS-ALERT-REASON TO WA-REASON
           MOVE ALERT-RECORD TO WS-CTL-REC
           IF WS-CTL-COUNT > 0
               AND WS-CTL-REC(1:8) NOT = WS-CTL-LAST(1:8)
             PERFORM 890-CLOSE-ALERT-SEG
           END-IF
           WRITE ALERT-RECORD
           PERFORM 880-ADD-CONTROL
           MOVE WS-ALERT-REASON TO AL-REASON
           DISPLAY WS-ALERT-LINE UPON CONSOLE.

       880-ADD-CONTROL.
           MOVE 0 TO WS-CTL-REC-HASH
           PERFORM VARYING WS-CTL-POS FROM 1 BY 1
               UNTIL WS-CTL-POS > 80
             COMPUTE WS-CTL-REC-HASH = WS-CTL-REC-HASH
                 + FUNCTION ORD(WS-CTL-REC(WS-CTL-POS:1)) * WS-CTL-POS
           END-PERFORM
           ADD 1 TO WS-CTL-COUNT
           IF WS-CTL-REC(1:14) IS NUMERIC
             IF WS-CTL-FIRST = 0
               MOVE WS-CTL-REC(1:14) TO WS-CTL-FIRST
             END-IF
             MOVE WS-CTL-REC(1:14) TO WS-CTL-LAST
           END-IF
           COMPUTE WS-CTL-HASH =
               FUNCTION MOD(WS-CTL-HASH + WS-CTL-REC-HASH,
                 1000000000000000).

       890-CLOSE-ALERT-SEG.
           IF WS-CTL-COUNT > 0
             MOVE WS-CTL-COUNT TO CT-COUNT
             MOVE WS-CTL-FIRST TO CT-FIRST
             MOVE WS-CTL-LAST TO CT-LAST
             MOVE WS-CTL-HASH TO CT-HASH
             MOVE WS-CTL-WRITER TO CT-WRITER
             MOVE FUNCTION CURRENT-DATE(1:14) TO CT-CLOSED
             WRITE ALERT-TRAILER FROM WS-CTL-TRAILER
             MOVE 0 TO WS-CTL-COUNT
             MOVE 0 TO WS-CTL-FIRST
             MOVE 0 TO WS-CTL-LAST
             MOVE 0 TO WS-CTL-HASH
           END-IF.

       900-SHUTDOWN.
           PERFORM 890-CLOSE-ALERT-SEG
           CLOSE ALERT-FILE.
