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
           05  BA-MESSAGE      PIC X(30).
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           05  YR            PIC 9(4).
           05  MO            PIC 99.
           05  DA            PIC 99.
       01  WS-TIME.
           05  SEC           PIC 99.
       01  WS-TRIGGER-SEEN   PIC X VALUE 'N'.
       01  WS-ALREADY-ACKED  PIC X VALUE 'N'.
       01  WS-TRIG-CCYYMMDD  PIC 9(8).
       01  WS-TRIG-INT       PIC 9(9).
       01  WS-TRIG-SECS      PIC 9(5).

       150-CHECK-PRIOR-ACK.
           COMPUTE WS-TRIG-CCYYMMDD =
               BT-YR * 10000 + BT-MO * 100 + BT-DA
           COMPUTE WS-TRIG-INT =
               FUNCTION INTEGER-OF-DATE(WS-TRIG-CCYYMMDD)
           COMPUTE WS-TRIG-SECS =
                     AND BA-DA IS NUMERIC AND BA-HR IS NUMERIC
                     AND BA-MIN IS NUMERIC AND BA-SEC IS NUMERIC
                   COMPUTE WS-ACK-CCYYMMDD =
                       BA-YR * 10000 + BA-MO * 100 + BA-DA
                   COMPUTE WS-ACK-INT =
                       FUNCTION INTEGER-OF-DATE(WS-ACK-CCYYMMDD)
                   COMPUTE WS-ACK-SECS =
           CLOSE BATCH-ACK-FILE.

       200-WRITE-ACK.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           OPEN OUTPUT BATCH-ACK-FILE
           MOVE YR TO BA-YR
