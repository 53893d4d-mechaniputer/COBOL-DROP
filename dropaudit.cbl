       AUTHOR. ALAN BEADLE.
       REMARKS. ANNUAL ROLLOVER AUDIT - JOINS THE NEW-YEAR ARCHIVE,
                RECONCILIATION LOG AND BATCH TRIGGER BY DATE.
                SIGN-OFF IS REFUSED UNLESS DROPVRFY HAS PASSED THE
                CONTROL TOTALS SINCE THE LATEST ROLLOVER RECORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRIGGER-FILE ASSIGN TO "BATCH-TRIGGER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRIGGER.
           SELECT OPTIONAL VERIFY-RESULT-FILE
               ASSIGN TO "VERIFY-RESULT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VERIFY.
           SELECT REPORT-FILE ASSIGN TO "AUDIT-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
       FILE SECTION.
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
       FD  VERIFY-RESULT-FILE.
       01  VERIFY-RESULT-RECORD.
           05  VR-STAMP        PIC 9(14).
           05  VR-RESULT       PIC X(4).
           05  VR-FILES        PIC 9(5).
           05  VR-FAILURES     PIC 9(5).
           05  VR-WARNINGS     PIC 9(5).
           05  VR-GAPS         PIC 9(5).
       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-NA-COUNT       PIC 99 VALUE 0.
       01  WS-NA-TABLE.
           05  WS-NA-ENTRY OCCURS 30 TIMES.
               10  WS-NA-KEY     PIC 9(8).
               10  WS-NA-HR      PIC 99.
               10  WS-NA-MIN     PIC 99.
               10  WS-NA-SEC     PIC 99.
               10  WS-NA-YEAR-OUT PIC 9(4).
               10  WS-NA-DEPT    PIC X(10).
               10  WS-NA-GREETING PIC X(40).
               10  WS-NA-EVENT-ID PIC 9(6).
       01  WS-NL-COUNT       PIC 99 VALUE 0.
       01  WS-NL-TABLE.
           05  WS-NL-ENTRY OCCURS 30 TIMES.
               10  WS-NL-KEY     PIC 9(8).
               10  WS-NL-DET-SECS PIC 9(5).
               10  WS-NL-TGT-SECS PIC 9(5).
               10  WS-NL-EVENT-ID PIC 9(6).
       01  WS-BT-COUNT       PIC 99 VALUE 0.
       01  WS-BT-TABLE.
           05  WS-BT-ENTRY OCCURS 30 TIMES.
               10  WS-BT-KEY     PIC 9(8).
               10  WS-BT-HR      PIC 99.
               10  WS-BT-MIN     PIC 99.
               10  WS-BT-SEC     PIC 99.
               10  WS-BT-EVENT-ID PIC 9(6).
       01  WS-KEY-COUNT      PIC 99 VALUE 0.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 90 TIMES PIC 9(8).
       01  WS-IDX            PIC 99.
       01  WS-JDX            PIC 99.
       01  WS-KDX            PIC 99.
       01  WS-CUR-KEY        PIC 9(8).
       01  WS-KEY-FOUND      PIC X.
       01  WS-NA-HIT         PIC 99.
       01  WS-NL-HIT         PIC 99.
       01  WS-BT-HIT         PIC 99.
       01  WS-DELAY-SECS     PIC S9(6).
       01  WS-HOLD-KEY       PIC 9(8).
       01  WS-PAGE-HEAD.
           05  FILLER        PIC X(17) VALUE ' YEAR-END AUDIT: '.
           05  PH-YR         PIC 9(4).
           05  FILLER        PIC X VALUE '/'.
           05  PH-MO         PIC 99.
           05  FILLER        PIC X VALUE '/'.
           05  PH-DA         PIC 99.
           05  FILLER        PIC X(12) VALUE '   EVENT ID '.
           05  PH-EVENT-ID   PIC 9(6).
       01  WS-GREET-LINE.
           05  FILLER        PIC X(22) VALUE '   GREETING DISPLAYED:'.
           05  FILLER        PIC X VALUE SPACE.
       01  WS-YEARIN-LINE.
           05  FILLER        PIC X(22) VALUE '   YEAR DISPLAYED:    '.
           05  FILLER        PIC X VALUE SPACE.
           05  YL-YEAR       PIC 9(4).
       01  WS-DETECT-LINE.
           05  FILLER        PIC X(15) VALUE '   DETECTED AT '.
           05  DL-DET-HR     PIC 99.
           05  TL-SEC        PIC 99.
       01  WS-TREND-LINE.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  TR-YR         PIC 9(4).
           05  FILLER        PIC X VALUE '/'.
           05  TR-MO         PIC 99.
           05  FILLER        PIC X VALUE '/'.
           05  FILLER        PIC X(8) VALUE '  DELAY '.
           05  TR-DELAY      PIC ZZZZ9.
           05  FILLER        PIC X(6) VALUE ' SECS '.
           05  TR-FLAGS      PIC X(42).
       01  WS-FLAGS-TEXT     PIC X(44).
       01  WS-FLAGS-TEMP     PIC X(44).
       01  WS-LATEST-KEY     PIC 9(14) VALUE 0.
       01  WS-VERIFY-FOUND   PIC X VALUE 'N'.
       01  WS-SIGNOFF-FLAG   PIC X VALUE 'Y'.
           88  WS-SIGNOFF-CLEAN VALUE 'Y'.
       01  WS-REFUSE-REASON  PIC X(40) VALUE SPACES.
       01  WS-VR-STAMP       PIC 9(14).
       01  WS-VR-STAMP-R REDEFINES WS-VR-STAMP.
           05  WS-VR-YR      PIC 9(4).
           05  WS-VR-MO      PIC 99.
           05  WS-VR-DA      PIC 99.
           05  WS-VR-HR      PIC 99.
           05  WS-VR-MIN     PIC 99.
           05  WS-VR-SEC     PIC 99.
       01  WS-VERIFY-LINE.
           05  FILLER        PIC X(15) VALUE '   VERIFIED AT '.
           05  VL-YR         PIC 9(4).
           05  FILLER        PIC X VALUE '/'.
           05  VL-MO         PIC 99.
           05  FILLER        PIC X VALUE '/'.
           05  VL-DA         PIC 99.
           05  FILLER        PIC X VALUE SPACE.
           05  VL-HR         PIC 99.
           05  FILLER        PIC X VALUE ':'.
           05  VL-MIN        PIC 99.
           05  FILLER        PIC X VALUE ':'.
           05  VL-SEC        PIC 99.
           05  FILLER        PIC X(9) VALUE '  RESULT '.
           05  VL-RESULT     PIC X(4).
       01  WS-VERIFY-COUNTS.
           05  FILLER        PIC X(9) VALUE '   FILES '.
           05  VC-FILES      PIC ZZZZ9.
           05  FILLER        PIC X(8) VALUE ' FAILED '.
           05  VC-FAILURES   PIC ZZZZ9.
           05  FILLER        PIC X(10) VALUE ' WARNINGS '.
           05  VC-WARNINGS   PIC ZZZZ9.
           05  FILLER        PIC X(6) VALUE ' GAPS '.
           05  VC-GAPS       PIC ZZZZ9.
       01  WS-SIGNOFF-LINE.
           05  FILLER        PIC X(11) VALUE ' SIGN-OFF: '.
           05  SO-STATUS     PIC X(9).
           05  SO-REASON     PIC X(40).
       01  WS-FILE-STATUSES.
           05  WS-FS-ARCHIVE    PIC XX.
           05  WS-FS-NYLOG      PIC XX.
           05  WS-FS-TRIGGER    PIC XX.
           05  WS-FS-VERIFY     PIC XX.
           05  WS-FS-RPT        PIC XX.

       PROCEDURE DIVISION.
           PERFORM 200-LOAD-ARCHIVE
           PERFORM 300-LOAD-NEWYEAR-LOG
           PERFORM 400-LOAD-TRIGGER
           PERFORM 450-LOAD-VERIFY-RESULT
           PERFORM 500-BUILD-KEY-LIST
           PERFORM 600-PRINT-REPORT
           PERFORM 800-PRINT-VERIFICATION
           PERFORM 900-SHUTDOWN
           STOP RUN.

                 AT END
                   MOVE '10' TO WS-FS-ARCHIVE
                 NOT AT END
                   IF ARCHIVE-RECORD(1:4) NOT = 'TRLR'
                     PERFORM 210-LOAD-ONE-ARCHIVE
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE ARCHIVE-FILE.

       210-LOAD-ONE-ARCHIVE.
           ADD 1 TO WS-NA-COUNT
           COMPUTE WS-NA-KEY(WS-NA-COUNT) =
               NA-YR * 10000 + NA-MO * 100 + NA-DA
           MOVE NA-HR TO WS-NA-HR(WS-NA-COUNT)
           MOVE NA-MIN TO WS-NA-MIN(WS-NA-COUNT)
           MOVE NA-SEC TO WS-NA-SEC(WS-NA-COUNT)
           MOVE NA-YEAR-OUT TO WS-NA-YEAR-OUT(WS-NA-COUNT)
           MOVE NA-DEPT TO WS-NA-DEPT(WS-NA-COUNT)
           MOVE NA-GREETING TO WS-NA-GREETING(WS-NA-COUNT)
           MOVE 0 TO WS-NA-EVENT-ID(WS-NA-COUNT)
           IF NA-EVENT-ID IS NUMERIC
             MOVE NA-EVENT-ID TO WS-NA-EVENT-ID(WS-NA-COUNT)
           END-IF
           IF ARCHIVE-RECORD(1:14) IS NUMERIC
               AND ARCHIVE-RECORD(1:14) > WS-LATEST-KEY
             MOVE ARCHIVE-RECORD(1:14) TO WS-LATEST-KEY
           END-IF.

       300-LOAD-NEWYEAR-LOG.
           OPEN INPUT NEWYEAR-LOG-FILE
           IF WS-FS-NYLOG = '00'
                 AT END
                   MOVE '10' TO WS-FS-NYLOG
                 NOT AT END
                   IF NEWYEAR-LOG-RECORD(1:4) NOT = 'TRLR'
                     PERFORM 310-LOAD-ONE-NEWYEAR-LOG
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE NEWYEAR-LOG-FILE.

       310-LOAD-ONE-NEWYEAR-LOG.
           ADD 1 TO WS-NL-COUNT
           COMPUTE WS-NL-KEY(WS-NL-COUNT) =
               NL-YR * 10000 + NL-MO * 100 + NL-DA
           COMPUTE WS-NL-DET-SECS(WS-NL-COUNT) =
               NL-DET-HR * 3600 + NL-DET-MIN * 60
                 + NL-DET-SEC
           COMPUTE WS-NL-TGT-SECS(WS-NL-COUNT) =
               NL-TARGET-HR * 3600 + NL-TARGET-MIN * 60
                 + NL-TARGET-SEC
           MOVE 0 TO WS-NL-EVENT-ID(WS-NL-COUNT)
           IF NL-EVENT-ID IS NUMERIC
             MOVE NL-EVENT-ID TO WS-NL-EVENT-ID(WS-NL-COUNT)
           END-IF
           IF NEWYEAR-LOG-RECORD(1:14) IS NUMERIC
               AND NEWYEAR-LOG-RECORD(1:14) > WS-LATEST-KEY
             MOVE NEWYEAR-LOG-RECORD(1:14) TO WS-LATEST-KEY
           END-IF.

       400-LOAD-TRIGGER.
           OPEN INPUT TRIGGER-FILE
           IF WS-FS-TRIGGER = '00'
                 AT END
                   MOVE '10' TO WS-FS-TRIGGER
                 NOT AT END
                   IF TRIGGER-RECORD(1:4) NOT = 'TRLR'
                     PERFORM 410-LOAD-ONE-TRIGGER
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE TRIGGER-FILE.

       410-LOAD-ONE-TRIGGER.
           ADD 1 TO WS-BT-COUNT
           COMPUTE WS-BT-KEY(WS-BT-COUNT) =
               BT-YR * 10000 + BT-MO * 100 + BT-DA
           MOVE BT-HR TO WS-BT-HR(WS-BT-COUNT)
           MOVE BT-MIN TO WS-BT-MIN(WS-BT-COUNT)
           MOVE BT-SEC TO WS-BT-SEC(WS-BT-COUNT)
           MOVE 0 TO WS-BT-EVENT-ID(WS-BT-COUNT)
           IF BT-EVENT-ID IS NUMERIC
             MOVE BT-EVENT-ID TO WS-BT-EVENT-ID(WS-BT-COUNT)
           END-IF
           IF TRIGGER-RECORD(1:14) IS NUMERIC
               AND TRIGGER-RECORD(1:14) > WS-LATEST-KEY
             MOVE TRIGGER-RECORD(1:14) TO WS-LATEST-KEY
           END-IF.

       450-LOAD-VERIFY-RESULT.
           OPEN INPUT VERIFY-RESULT-FILE
           IF WS-FS-VERIFY = '00'
             READ VERIFY-RESULT-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF VR-STAMP IS NUMERIC
                   MOVE 'Y' TO WS-VERIFY-FOUND
                 END-IF
             END-READ
           END-IF
           CLOSE VERIFY-RESULT-FILE
           IF WS-VERIFY-FOUND NOT = 'Y'
             MOVE 'N' TO WS-SIGNOFF-FLAG
             MOVE '- CONTROL TOTALS NOT VERIFIED'
                 TO WS-REFUSE-REASON
           ELSE
             IF VR-RESULT NOT = 'PASS'
               MOVE 'N' TO WS-SIGNOFF-FLAG
               MOVE '- CONTROL TOTAL VERIFICATION FAILED'
                   TO WS-REFUSE-REASON
             ELSE
               IF VR-STAMP < WS-LATEST-KEY
                 MOVE 'N' TO WS-SIGNOFF-FLAG
                 MOVE '- VERIFICATION PREDATES LATEST ROLLOVER'
                     TO WS-REFUSE-REASON
               END-IF
             END-IF
           END-IF.

       500-BUILD-KEY-LIST.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NA-COUNT
           PERFORM 620-FIND-MATCHES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CUR-KEY(1:4) TO PH-YR
           MOVE WS-CUR-KEY(5:2) TO PH-MO
           MOVE WS-CUR-KEY(7:2) TO PH-DA
           MOVE 0 TO PH-EVENT-ID
           IF WS-NA-HIT > 0
             MOVE WS-NA-EVENT-ID(WS-NA-HIT) TO PH-EVENT-ID
           END-IF
           IF PH-EVENT-ID = 0 AND WS-NL-HIT > 0
             MOVE WS-NL-EVENT-ID(WS-NL-HIT) TO PH-EVENT-ID
           END-IF
           IF PH-EVENT-ID = 0 AND WS-BT-HIT > 0
             MOVE WS-BT-EVENT-ID(WS-BT-HIT) TO PH-EVENT-ID
           END-IF
           MOVE WS-PAGE-HEAD TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE
               UNTIL WS-IDX > WS-KEY-COUNT
             MOVE WS-KEY-ENTRY(WS-IDX) TO WS-CUR-KEY
             PERFORM 620-FIND-MATCHES
             MOVE WS-CUR-KEY(1:4) TO TR-YR
             MOVE WS-CUR-KEY(5:2) TO TR-MO
             MOVE WS-CUR-KEY(7:2) TO TR-DA
             MOVE SPACES TO WS-FLAGS-TEXT
             IF WS-NL-HIT > 0
               PERFORM 630-COMPUTE-DELAY
                 INTO WS-FLAGS-TEXT
           END-IF.

       800-PRINT-VERIFICATION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ' CONTROL TOTAL VERIFICATION' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-VERIFY-FOUND = 'Y'
             MOVE VR-STAMP TO WS-VR-STAMP
             MOVE WS-VR-YR TO VL-YR
             MOVE WS-VR-MO TO VL-MO
             MOVE WS-VR-DA TO VL-DA
             MOVE WS-VR-HR TO VL-HR
             MOVE WS-VR-MIN TO VL-MIN
             MOVE WS-VR-SEC TO VL-SEC
             MOVE VR-RESULT TO VL-RESULT
             MOVE WS-VERIFY-LINE TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE VR-FILES TO VC-FILES
             MOVE VR-FAILURES TO VC-FAILURES
             MOVE VR-WARNINGS TO VC-WARNINGS
             MOVE VR-GAPS TO VC-GAPS
             MOVE WS-VERIFY-COUNTS TO REPORT-LINE
             WRITE REPORT-LINE
           ELSE
             MOVE '   VERIFIED AT: *** NO VERIFY-RESULT.DAT ON FILE ***'
                 TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SIGNOFF-CLEAN
             MOVE 'CLEAN' TO SO-STATUS
             MOVE SPACES TO SO-REASON
           ELSE
             MOVE 'REFUSED' TO SO-STATUS
             MOVE WS-REFUSE-REASON TO SO-REASON
           END-IF
           MOVE WS-SIGNOFF-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE.

       900-SHUTDOWN.
           CLOSE REPORT-FILE
           DISPLAY 'DROPAUDIT: REPORT WRITTEN TO AUDIT-REPORT.TXT'
           IF WS-SIGNOFF-CLEAN
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY 'DROPAUDIT: SIGN-OFF REFUSED ' WS-REFUSE-REASON
             MOVE 8 TO RETURN-CODE
           END-IF.
