       FILE SECTION.
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
       FD  BATCH-ACK-FILE.
       01  BATCH-ACK-RECORD.
           05  BA-YR           PIC 9(4).
           05  BA-MO           PIC 99.
           05  BA-DA           PIC 99.
           05  BA-HR           PIC 99.
       01  JOURNAL-RECORD.
           05  JJ-STEP         PIC 99.
           05  JJ-NAME         PIC X(20).
           05  JJ-YR           PIC 9(4).
           05  JJ-MO           PIC 99.
           05  JJ-DA           PIC 99.
           05  JJ-HR           PIC 99.
           05  JJ-EVENT        PIC X(5).
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           05  YR            PIC 9(4).
           05  MO            PIC 99.
           05  DA            PIC 99.
       01  WS-TIME.
           05  HR            PIC 99.
           05  MIN           PIC 99.
           05  SEC           PIC 99.
       01  WS-TRIGGER-SEEN   PIC X VALUE 'N'.
       01  WS-ALREADY-ACKED  PIC X VALUE 'N'.
       01  WS-TRIG-CCYYMMDD  PIC 9(8).
       01  WS-STEP-IDX       PIC 99.
       01  WS-LAST-OK-STEP   PIC 99 VALUE 0.
       01  WS-RESUME-FLAG    PIC X VALUE 'N'.
       01  WS-TRIG-JOURNALED PIC X VALUE 'N'.
       01  WS-STOP-FLAG      PIC X VALUE 'N'.
           88  WS-SUITE-STOPPED  VALUE 'Y'.
       01  WS-ANSWER         PIC X.
           IF WS-FS-JRNL NOT = '00'
             OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-RESUME-FLAG = 'N' AND WS-TRIG-JOURNALED = 'N'
             PERFORM 540-JOURNAL-TRIGGER
           END-IF
           IF WS-LAST-OK-STEP >= WS-STEP-NO(WS-STEP-COUNT)
             DISPLAY 'DROPSUITE: SUITE ALREADY COMPLETE FOR THIS RUN'
           ELSE
                     AND BT-MIN IS NUMERIC AND BT-SEC IS NUMERIC
                   MOVE 'Y' TO WS-TRIGGER-SEEN
                   COMPUTE WS-TRIG-CCYYMMDD =
                       BT-YR * 10000 + BT-MO * 100 + BT-DA
                   COMPUTE WS-TRIG-INT =
                       FUNCTION INTEGER-OF-DATE(WS-TRIG-CCYYMMDD)
                   COMPUTE WS-TRIG-SECS =
       250-SCAN-JOURNAL.
           MOVE 0 TO WS-LAST-OK-STEP
           MOVE 'N' TO WS-RESUME-FLAG
           MOVE 'N' TO WS-TRIG-JOURNALED
           OPEN INPUT JOURNAL-FILE
           IF WS-FS-JRNL = '00'
             PERFORM UNTIL WS-FS-JRNL NOT = '00'
               AND JJ-HR IS NUMERIC AND JJ-MIN IS NUMERIC
               AND JJ-SEC IS NUMERIC
             COMPUTE WS-JJ-CCYYMMDD =
                 JJ-YR * 10000 + JJ-MO * 100 + JJ-DA
             COMPUTE WS-JJ-INT =
                 FUNCTION INTEGER-OF-DATE(WS-JJ-CCYYMMDD)
             COMPUTE WS-JJ-SECS =
                 (WS-JJ-INT - WS-TRIG-INT) * 86400
                   + WS-JJ-SECS - WS-TRIG-SECS
             IF WS-JJ-INT > 0 AND WS-JJ-DIFF >= 0
               IF JJ-STEP = 0
                 IF JJ-EVENT = 'TRIG'
                   MOVE 'Y' TO WS-TRIG-JOURNALED
                 END-IF
               ELSE
                 MOVE 'Y' TO WS-RESUME-FLAG
                 IF JJ-EVENT = 'OK' AND JJ-STEP > WS-LAST-OK-STEP
                   MOVE JJ-STEP TO WS-LAST-OK-STEP
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF WS-ALREADY-ACKED = 'Y'
             DISPLAY 'DROPSUITE: TRIGGER ALREADY ACKNOWLEDGED'
           ELSE
             ACCEPT WS-DATE FROM DATE YYYYMMDD
             ACCEPT WS-TIME FROM TIME
             OPEN OUTPUT BATCH-ACK-FILE
             MOVE YR TO BA-YR
                     AND BA-DA IS NUMERIC AND BA-HR IS NUMERIC
                     AND BA-MIN IS NUMERIC AND BA-SEC IS NUMERIC
                   COMPUTE WS-ACK-CCYYMMDD =
                       BA-YR * 10000 + BA-MO * 100 + BA-DA
                   COMPUTE WS-ACK-INT =
                       FUNCTION INTEGER-OF-DATE(WS-ACK-CCYYMMDD)
                   COMPUTE WS-ACK-SECS =
           PERFORM 530-WRITE-JOURNAL.

       530-WRITE-JOURNAL.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-STEP-NO(WS-STEP-IDX) TO JJ-STEP
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO JJ-NAME
           MOVE MIN TO JJ-MIN
           MOVE SEC TO JJ-SEC
           WRITE JOURNAL-RECORD.

       540-JOURNAL-TRIGGER.
           MOVE 0 TO JJ-STEP
           MOVE 'BATCH TRIGGER' TO JJ-NAME
           MOVE BT-YR TO JJ-YR
           MOVE BT-MO TO JJ-MO
           MOVE BT-DA TO JJ-DA
           MOVE BT-HR TO JJ-HR
           MOVE BT-MIN TO JJ-MIN
           MOVE BT-SEC TO JJ-SEC
           MOVE 'TRIG' TO JJ-EVENT
           WRITE JOURNAL-RECORD.
