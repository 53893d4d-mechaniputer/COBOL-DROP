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
       FD  GREETING-FILE.
       01  GREETING-RECORD.
           05  GR-DEPT         PIC X(10).
       01  KEYIN             PIC X
              VALUE SPACE.
           88  QUIT VALUES 'Q' 'q'.
       01  WS-LOG-NAME       PIC X(30) VALUE 'COBOLDROP-LOG.DAT'.
       01  WS-LOG-NAME-IN    PIC X(30).
       01  WS-MODE           PIC X.
       01  WS-CURROW         PIC 99.
       01  WS-BALLROW        PIC 99.
       01  WS-STAMP.
           05  ST-YR         PIC 9(4).
           05  FILLER        PIC X VALUE '/'.
           05  ST-MO         PIC 99.
           05  FILLER        PIC X VALUE '/'.
           05  ST-SEC        PIC 99.
       01  WS-DETAIL-LINE.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  DL-STAMP      PIC X(19).
           05  FILLER        PIC X(2) VALUE SPACES.
           05  DL-STATE      PIC X(8).
           05  FILLER        PIC X(2) VALUE SPACES.
           05  DL-BANNER     PIC X(30).
       01  WS-SCREEN-STATUS.
           05  FILLER        PIC X(8) VALUE 'REPLAY: '.
           05  SC-STAMP      PIC X(19).
           05  FILLER        PIC X(2) VALUE SPACES.
           05  SC-DESC       PIC X(16).
       01  WS-BLANK-LINE     PIC X(42) VALUE SPACES.
           END-IF.

       020-PROMPT-STAMP.
           MOVE 'YEAR (1601-9999)' TO WS-PROMPT-TEXT
           MOVE 1601 TO WS-NUM-MIN
           MOVE 9999 TO WS-NUM-MAX
           PERFORM 810-PROMPT-NUMBER
           COMPUTE WS-WIN-CCYYMMDD = WS-NUM-VALUE * 10000
           MOVE 'MONTH (1-12)' TO WS-PROMPT-TEXT
           MOVE 1 TO WS-NUM-MIN
           MOVE 12 TO WS-NUM-MAX
               AND HL-MO >= 1 AND HL-MO <= 12
               AND HL-DA >= 1 AND HL-DA <= 31
             COMPUTE WS-HB-CCYYMMDD =
                 HL-YR * 10000 + HL-MO * 100 + HL-DA
             COMPUTE WS-HB-INT =
                 FUNCTION INTEGER-OF-DATE(WS-HB-CCYYMMDD)
             COMPUTE WS-HB-SECS =
