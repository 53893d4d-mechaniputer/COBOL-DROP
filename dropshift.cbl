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
       FD  SHIFTPARM-FILE.
       01  SHIFTPARM-RECORD.
           05  SP-GAP-SECS     PIC 9(5).
       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-GAP-THRESHOLD  PIC 9(5) VALUE 60.
       01  WS-HB-COUNT       PIC 9(7) VALUE 0.
       01  WS-REH-COUNT      PIC 9(7) VALUE 0.
       01  WS-PREV-INT       PIC 9(9) VALUE 0.
       01  WS-PREV-SECS      PIC 9(5) VALUE 0.
       01  WS-PREV-PARA      PIC X(8) VALUE SPACES.
       01  WS-PREV-STAMP     PIC X(19) VALUE SPACES.
       01  WS-DELTA-SECS     PIC S9(9).
       01  WS-FIRST-FLAG     PIC X VALUE 'Y'.
           88  WS-FIRST-HEARTBEAT VALUE 'Y'.
       01  WS-FIRST-STAMP    PIC X(19) VALUE SPACES.
       01  WS-LAST-STAMP     PIC X(19) VALUE SPACES.
       01  WS-STAMP.
           05  ST-YR         PIC 9(4).
           05  FILLER        PIC X VALUE '/'.
           05  ST-MO         PIC 99.
           05  FILLER        PIC X VALUE '/'.
       01  WS-RSN-FOUND      PIC X.
       01  WS-DETAIL-GAP.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  DG-STAMP      PIC X(19).
           05  FILLER        PIC X(7) VALUE '  GAP  '.
           05  DG-SECS       PIC ZZZZZZZ9.
           05  FILLER        PIC X(12) VALUE ' SECS SINCE '.
           05  DG-PREV       PIC X(19).
       01  WS-DETAIL-TRANS.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  DT-STAMP      PIC X(19).
           05  FILLER        PIC X(7) VALUE '  TRAN '.
           05  DT-FROM       PIC X(8).
           05  FILLER        PIC X(4) VALUE ' -> '.
       01  WS-PERIOD-LINE.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  FILLER        PIC X(8) VALUE 'PERIOD: '.
           05  PD-FROM       PIC X(19).
           05  FILLER        PIC X(4) VALUE ' - '.
           05  PD-TO         PIC X(19).
       01  WS-REASON-LINE.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  RL-TEXT       PIC X(30).
           END-IF.

       210-ONE-HEARTBEAT.
           IF HEARTBEAT-RECORD(1:4) = 'TRLR'
             CONTINUE
           ELSE
             IF HL-REHEARSAL = 'R'
               ADD 1 TO WS-REH-COUNT
             ELSE
               PERFORM 215-LIVE-HEARTBEAT
             END-IF
           END-IF.

       215-LIVE-HEARTBEAT.
           MOVE HL-SEC TO ST-SEC
           MOVE WS-STAMP TO WS-LAST-STAMP
           COMPUTE WS-HB-CCYYMMDD =
               HL-YR * 10000 + HL-MO * 100 + HL-DA
           COMPUTE WS-HB-INT =
               FUNCTION INTEGER-OF-DATE(WS-HB-CCYYMMDD)
           COMPUTE WS-HB-SECS =
                 AT END
                   MOVE '10' TO WS-FS-EXC
                 NOT AT END
                   IF EXCEPTIONS-RECORD(1:4) NOT = 'TRLR'
                     PERFORM 310-ONE-EXCEPTION
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EXCEPTIONS-FILE
