       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROPVRFY.
       AUTHOR. ALAN BEADLE.
       REMARKS. CONTROL TOTAL VERIFICATION FOR THE YEAR-END AUDIT.
                RECOMPUTES THE RECORD COUNT, FIRST AND LAST STAMP AND
                HASH TOTAL OF EVERY SEGMENT IN THE LIVE AND DATED
                ARCHIVE FILES, COMPARES THEM WITH THE CONTROL TRAILERS
                WRITTEN BY COBOLDROP, DROPWDOG AND DROPROLL, AND CHECKS
                THE DATED HEARTBEAT ARCHIVES FOR MISSING DAYS.
                RESULT TO VERIFY-RESULT.DAT FOR DROPAUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VRFYPARM-FILE ASSIGN TO "VRFYPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT OPTIONAL CHECK-FILE ASSIGN TO WS-CHECK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHECK.
           SELECT RESULT-FILE ASSIGN TO "VERIFY-RESULT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESULT.
           SELECT REPORT-FILE ASSIGN TO "VERIFY-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  VRFYPARM-FILE.
       01  VRFYPARM-RECORD.
           05  VP-LOOKBACK-DAYS PIC 9(3).
       FD  CHECK-FILE.
       01  CHECK-RECORD        PIC X(80).
       FD  RESULT-FILE.
       01  RESULT-RECORD.
           05  VR-STAMP        PIC 9(14).
           05  VR-RESULT       PIC X(4).
           05  VR-FILES        PIC 9(5).
           05  VR-FAILURES     PIC 9(5).
           05  VR-WARNINGS     PIC 9(5).
           05  VR-GAPS         PIC 9(5).
       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           05  YR            PIC 9(4).
           05  MO            PIC 99.
           05  DA            PIC 99.
       01  WS-TIME.
           05  HR            PIC 99.
           05  MIN           PIC 99.
           05  SEC           PIC 99.
       01  WS-LOOKBACK-DAYS  PIC 9(3) VALUE 400.
       01  WS-TODAY-CCYYMMDD PIC 9(8).
       01  WS-TODAY-INT      PIC 9(9).
       01  WS-START-INT      PIC 9(9).
       01  WS-DAY-INT        PIC 9(9).
       01  WS-DAY-CCYYMMDD   PIC 9(8).
       01  WS-DAY-TEXT       PIC X(8).
       01  WS-LIVE-TABLE.
           05  FILLER        PIC X(30) VALUE 'COBOLDROP-LOG.DAT'.
           05  FILLER        PIC X VALUE 'W'.
           05  FILLER        PIC X(30) VALUE 'CLOCK-EXCEPTIONS.DAT'.
           05  FILLER        PIC X VALUE 'W'.
           05  FILLER        PIC X(30) VALUE 'WATCHDOG-ALERTS.DAT'.
           05  FILLER        PIC X VALUE 'W'.
           05  FILLER        PIC X(30) VALUE 'NEWYEAR-ARCHIVE.DAT'.
           05  FILLER        PIC X VALUE 'F'.
           05  FILLER        PIC X(30) VALUE 'NEWYEAR-LOG.DAT'.
           05  FILLER        PIC X VALUE 'F'.
           05  FILLER        PIC X(30) VALUE 'BATCH-TRIGGER.DAT'.
           05  FILLER        PIC X VALUE 'F'.
       01  WS-LIVE-LIST REDEFINES WS-LIVE-TABLE.
           05  WS-LIVE-ENTRY OCCURS 6 TIMES.
               10  WS-LIVE-NAME     PIC X(30).
               10  WS-LIVE-TAIL     PIC X.
       01  WS-LIVE-IDX       PIC 9.
       01  WS-LOG-TABLE.
           05  FILLER        PIC X(20) VALUE 'COBOLDROP-LOG'.
           05  FILLER        PIC X(20) VALUE 'CLOCK-EXCEPTIONS'.
           05  FILLER        PIC X(20) VALUE 'WATCHDOG-ALERTS'.
       01  WS-LOG-NAMES REDEFINES WS-LOG-TABLE.
           05  WS-LOG-BASE OCCURS 3 TIMES PIC X(20).
       01  WS-LOG-IDX        PIC 9.
       01  WS-CHECK-NAME     PIC X(34).
       01  WS-TAIL-RULE      PIC X.
           88  WS-TAIL-IS-FAIL  VALUE 'F'.
       01  WS-ARCHIVE-MODE   PIC X VALUE 'N'.
           88  WS-CHECKING-ARCHIVE VALUE 'Y'.
       01  WS-FILE-FOUND     PIC X.
       01  WS-FILE-POS       PIC 9(9).
       01  WS-FILE-RECS      PIC 9(9).
       01  WS-FILE-TRLRS     PIC 9(5).
       01  WS-FILE-BAD       PIC 9(5).
       01  WS-FILE-RECOV     PIC 9(5).
       01  WS-FILE-FIRST     PIC 9(14).
       01  WS-LIVE-FIRST     PIC 9(14) VALUE 0.
       01  WS-CTL-COUNT      PIC 9(9).
       01  WS-CTL-FIRST      PIC 9(14).
       01  WS-CTL-LAST       PIC 9(14).
       01  WS-CTL-HASH       PIC 9(15).
       01  WS-CTL-REC        PIC X(80).
       01  WS-CTL-POS        PIC 99.
       01  WS-CTL-REC-HASH   PIC 9(15).
       01  WS-CTL-TRAILER.
           05  CT-TAG          PIC X(4).
           05  CT-COUNT        PIC 9(9).
           05  CT-FIRST        PIC 9(14).
           05  CT-LAST         PIC 9(14).
           05  CT-HASH         PIC 9(15).
           05  CT-WRITER       PIC X(8).
           05  CT-CLOSED       PIC 9(14).
       01  WS-FILE-COUNT     PIC 9(5) VALUE 0.
       01  WS-FAIL-COUNT     PIC 9(5) VALUE 0.
       01  WS-WARN-COUNT     PIC 9(5) VALUE 0.
       01  WS-GAP-COUNT      PIC 9(5) VALUE 0.
       01  WS-GAP-DAYS       PIC 9(9).
       01  WS-LAST-ARCH-INT  PIC 9(9) VALUE 0.
       01  WS-LIVE-FIRST-INT PIC 9(9).
       01  WS-GAP-FROM-INT   PIC 9(9).
       01  WS-GAP-THRU-INT   PIC 9(9).
       01  WS-OVERALL        PIC X(4).
       01  WS-CALC-STAMP.
           05  WS-CALC-DATE  PIC 9(8).
           05  WS-CALC-TIME  PIC 9(6).
       01  WS-CALC-KEY REDEFINES WS-CALC-STAMP PIC 9(14).
       01  WS-DATE-OUT.
           05  DO-YR         PIC 9(4).
           05  FILLER        PIC X VALUE '/'.
           05  DO-MO         PIC 99.
           05  FILLER        PIC X VALUE '/'.
           05  DO-DA         PIC 99.
       01  WS-DATE-IN        PIC 9(8).
       01  WS-DATE-IN-R REDEFINES WS-DATE-IN.
           05  DI-YR         PIC 9(4).
           05  DI-MO         PIC 99.
           05  DI-DA         PIC 99.
       01  WS-HEAD-LINE.
           05  FILLER        PIC X(6) VALUE '  FILE'.
           05  FILLER        PIC X(29) VALUE SPACES.
           05  FILLER        PIC X(7) VALUE 'RECORDS'.
           05  FILLER        PIC X(6) VALUE ' TRLRS'.
           05  FILLER        PIC X(5) VALUE ' RSLT'.
           05  FILLER        PIC X(5) VALUE ' NOTE'.
       01  WS-FILE-LINE.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  FL-NAME       PIC X(30).
           05  FILLER        PIC X VALUE SPACE.
           05  FL-RECS       PIC Z(8)9.
           05  FILLER        PIC X VALUE SPACE.
           05  FL-TRLRS      PIC ZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  FL-RESULT     PIC X(4).
           05  FILLER        PIC X VALUE SPACE.
           05  FL-NOTE       PIC X(26).
       01  WS-DETAIL-LINE.
           05  FILLER        PIC X(6) VALUE SPACES.
           05  DL-TEXT       PIC X(30).
           05  DL-POS        PIC Z(8)9.
           05  FILLER        PIC X VALUE SPACE.
           05  DL-WRITER     PIC X(8).
       01  WS-GAP-LINE.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  GL-BASE       PIC X(20).
           05  FILLER        PIC X(12) VALUE ' NO ARCHIVE '.
           05  GL-FROM       PIC X(10).
           05  FILLER        PIC X(6) VALUE ' THRU '.
           05  GL-THRU       PIC X(10).
           05  FILLER        PIC X VALUE SPACE.
           05  GL-DAYS       PIC ZZZZ9.
           05  FILLER        PIC X(5) VALUE ' DAYS'.
       01  WS-SUMMARY-LINE.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  SM-LABEL      PIC X(30).
           05  SM-VALUE      PIC X(19).
       01  WS-NUM-EDIT       PIC ZZZZ9.
       01  WS-FILE-STATUSES.
           05  WS-FS-PARM       PIC XX.
           05  WS-FS-CHECK      PIC XX.
           05  WS-FS-RESULT     PIC XX.
           05  WS-FS-RPT        PIC XX.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-INITIALIZE
           PERFORM 200-VERIFY-LIVE-FILES
           PERFORM 400-VERIFY-ARCHIVES
           PERFORM 600-PRINT-SUMMARY
           PERFORM 700-WRITE-RESULT
           PERFORM 900-SHUTDOWN
           STOP RUN.

       010-INITIALIZE.
           OPEN INPUT VRFYPARM-FILE
           IF WS-FS-PARM = '00'
             READ VRFYPARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF VP-LOOKBACK-DAYS IS NUMERIC
                     AND VP-LOOKBACK-DAYS > 0
                   MOVE VP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                 END-IF
             END-READ
           END-IF
           CLOSE VRFYPARM-FILE
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           COMPUTE WS-TODAY-CCYYMMDD =
               YR * 10000 + MO * 100 + DA
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
           COMPUTE WS-START-INT = WS-TODAY-INT - WS-LOOKBACK-DAYS
           OPEN OUTPUT REPORT-FILE
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ' COBOLDROP CONTROL TOTAL VERIFICATION REPORT'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       200-VERIFY-LIVE-FILES.
           MOVE ' LIVE FILES' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 210-PRINT-COLUMN-HEADS
           MOVE 'N' TO WS-ARCHIVE-MODE
           PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
               UNTIL WS-LIVE-IDX > 6
             MOVE WS-LIVE-NAME(WS-LIVE-IDX) TO WS-CHECK-NAME
             MOVE WS-LIVE-TAIL(WS-LIVE-IDX) TO WS-TAIL-RULE
             PERFORM 300-VERIFY-FILE
             IF WS-LIVE-IDX = 1
               MOVE WS-FILE-FIRST TO WS-LIVE-FIRST
             END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       210-PRINT-COLUMN-HEADS.
           WRITE REPORT-LINE FROM WS-HEAD-LINE
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE.

       300-VERIFY-FILE.
           MOVE 'N' TO WS-FILE-FOUND
           MOVE 0 TO WS-FILE-POS
           MOVE 0 TO WS-FILE-RECS
           MOVE 0 TO WS-FILE-TRLRS
           MOVE 0 TO WS-FILE-BAD
           MOVE 0 TO WS-FILE-RECOV
           MOVE 0 TO WS-FILE-FIRST
           PERFORM 340-RESET-SEGMENT
           OPEN INPUT CHECK-FILE
           IF WS-FS-CHECK = '00'
             MOVE 'Y' TO WS-FILE-FOUND
             PERFORM UNTIL WS-FS-CHECK NOT = '00'
                 AND WS-FS-CHECK NOT = '04'
               READ CHECK-FILE
                 AT END
                   MOVE '10' TO WS-FS-CHECK
                 NOT AT END
                   PERFORM 310-CHECK-RECORD
               END-READ
             END-PERFORM
           END-IF
           CLOSE CHECK-FILE
           IF WS-FILE-FOUND = 'Y'
             ADD 1 TO WS-FILE-COUNT
             PERFORM 330-RATE-FILE
           ELSE
             IF NOT WS-CHECKING-ARCHIVE
               MOVE SPACES TO WS-FILE-LINE
               MOVE WS-CHECK-NAME TO FL-NAME
               MOVE 0 TO FL-RECS
               MOVE 0 TO FL-TRLRS
               MOVE 'INFO' TO FL-RESULT
               MOVE 'NOT PRESENT' TO FL-NOTE
               WRITE REPORT-LINE FROM WS-FILE-LINE
             END-IF
           END-IF.

       310-CHECK-RECORD.
           ADD 1 TO WS-FILE-POS
           IF CHECK-RECORD(1:4) = 'TRLR'
             ADD 1 TO WS-FILE-TRLRS
             PERFORM 320-CHECK-TRAILER
             PERFORM 340-RESET-SEGMENT
           ELSE
             ADD 1 TO WS-FILE-RECS
             IF WS-FILE-FIRST = 0 AND CHECK-RECORD(1:14) IS NUMERIC
               MOVE CHECK-RECORD(1:14) TO WS-FILE-FIRST
             END-IF
             MOVE CHECK-RECORD TO WS-CTL-REC
             PERFORM 880-ADD-CONTROL
           END-IF.

       320-CHECK-TRAILER.
           MOVE CHECK-RECORD TO WS-CTL-TRAILER
           IF CT-COUNT IS NOT NUMERIC OR CT-HASH IS NOT NUMERIC
               OR CT-FIRST IS NOT NUMERIC OR CT-LAST IS NOT NUMERIC
               OR CT-COUNT NOT = WS-CTL-COUNT
               OR CT-HASH NOT = WS-CTL-HASH
               OR CT-FIRST NOT = WS-CTL-FIRST
               OR CT-LAST NOT = WS-CTL-LAST
             ADD 1 TO WS-FILE-BAD
             MOVE 'TRAILER MISMATCH AT RECORD' TO DL-TEXT
             MOVE WS-FILE-POS TO DL-POS
             MOVE CT-WRITER TO DL-WRITER
             WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
             IF CT-WRITER = 'RECOVERY'
               ADD 1 TO WS-FILE-RECOV
             END-IF
           END-IF.

       330-RATE-FILE.
           MOVE SPACES TO WS-FILE-LINE
           MOVE WS-CHECK-NAME TO FL-NAME
           MOVE WS-FILE-RECS TO FL-RECS
           MOVE WS-FILE-TRLRS TO FL-TRLRS
           MOVE 'OK' TO FL-RESULT
           IF WS-FILE-RECS = 0 AND WS-FILE-TRLRS = 0
             MOVE 'EMPTY' TO FL-NOTE
           END-IF
           IF WS-FILE-RECOV > 0
             MOVE 'WARN' TO FL-RESULT
             MOVE 'SEGMENT CLOSED BY RECOVERY' TO FL-NOTE
           END-IF
           IF WS-CTL-COUNT > 0
             IF WS-TAIL-IS-FAIL
               MOVE 'FAIL' TO FL-RESULT
               MOVE 'NO TRAILER ON LAST SEGMENT' TO FL-NOTE
             ELSE
               MOVE 'WARN' TO FL-RESULT
               MOVE 'OPEN SEGMENT - NOT CLOSED' TO FL-NOTE
             END-IF
           END-IF
           IF WS-FILE-BAD > 0
             MOVE 'FAIL' TO FL-RESULT
             MOVE 'CONTROL TOTAL MISMATCH' TO FL-NOTE
           END-IF
           IF FL-RESULT = 'FAIL'
             ADD 1 TO WS-FAIL-COUNT
           END-IF
           IF FL-RESULT = 'WARN'
             ADD 1 TO WS-WARN-COUNT
           END-IF
           WRITE REPORT-LINE FROM WS-FILE-LINE.

       340-RESET-SEGMENT.
           MOVE 0 TO WS-CTL-COUNT
           MOVE 0 TO WS-CTL-FIRST
           MOVE 0 TO WS-CTL-LAST
           MOVE 0 TO WS-CTL-HASH.

       400-VERIFY-ARCHIVES.
           MOVE ' DATED ARCHIVE FILES' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 210-PRINT-COLUMN-HEADS
           MOVE 'Y' TO WS-ARCHIVE-MODE
           MOVE 'F' TO WS-TAIL-RULE
           PERFORM VARYING WS-DAY-INT FROM WS-START-INT BY 1
               UNTIL WS-DAY-INT > WS-TODAY-INT
             PERFORM 410-VERIFY-ONE-DAY
           END-PERFORM
           IF WS-LAST-ARCH-INT > 0 AND WS-LIVE-FIRST > 0
             MOVE WS-LIVE-FIRST(1:8) TO WS-DATE-IN
             COMPUTE WS-LIVE-FIRST-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-IN)
             IF WS-LIVE-FIRST-INT > WS-LAST-ARCH-INT + 1
               MOVE WS-LIVE-FIRST-INT TO WS-DAY-INT
               PERFORM 420-REPORT-GAP
             END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       410-VERIFY-ONE-DAY.
           COMPUTE WS-DAY-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-DAY-CCYYMMDD TO WS-DAY-TEXT
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
               UNTIL WS-LOG-IDX > 3
             MOVE SPACES TO WS-CHECK-NAME
             STRING WS-LOG-BASE(WS-LOG-IDX) DELIMITED BY SPACE
                 '-' DELIMITED BY SIZE
                 WS-DAY-TEXT DELIMITED BY SIZE
                 '.DAT' DELIMITED BY SIZE
                 INTO WS-CHECK-NAME
             PERFORM 300-VERIFY-FILE
             IF WS-LOG-IDX = 1 AND WS-FILE-FOUND = 'Y'
               IF WS-LAST-ARCH-INT > 0
                   AND WS-DAY-INT > WS-LAST-ARCH-INT + 1
                 PERFORM 420-REPORT-GAP
               END-IF
               MOVE WS-DAY-INT TO WS-LAST-ARCH-INT
             END-IF
           END-PERFORM.

       420-REPORT-GAP.
           COMPUTE WS-GAP-FROM-INT = WS-LAST-ARCH-INT + 1
           COMPUTE WS-GAP-THRU-INT = WS-DAY-INT - 1
           COMPUTE WS-GAP-DAYS = WS-GAP-THRU-INT - WS-GAP-FROM-INT + 1
           ADD 1 TO WS-GAP-COUNT
           MOVE WS-LOG-BASE(1) TO GL-BASE
           COMPUTE WS-DATE-IN =
               FUNCTION DATE-OF-INTEGER(WS-GAP-FROM-INT)
           PERFORM 810-FORMAT-DATE
           MOVE WS-DATE-OUT TO GL-FROM
           COMPUTE WS-DATE-IN =
               FUNCTION DATE-OF-INTEGER(WS-GAP-THRU-INT)
           PERFORM 810-FORMAT-DATE
           MOVE WS-DATE-OUT TO GL-THRU
           MOVE WS-GAP-DAYS TO GL-DAYS
           WRITE REPORT-LINE FROM WS-GAP-LINE.

       600-PRINT-SUMMARY.
           IF WS-FAIL-COUNT > 0 OR WS-GAP-COUNT > 0
             MOVE 'FAIL' TO WS-OVERALL
           ELSE
             MOVE 'PASS' TO WS-OVERALL
           END-IF
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'FILES VERIFIED' TO SM-LABEL
           MOVE WS-FILE-COUNT TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO SM-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'FILES FAILED' TO SM-LABEL
           MOVE WS-FAIL-COUNT TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO SM-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'FILES WITH WARNINGS' TO SM-LABEL
           MOVE WS-WARN-COUNT TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO SM-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ARCHIVE SEQUENCE GAPS' TO SM-LABEL
           MOVE WS-GAP-COUNT TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO SM-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'VERIFICATION RESULT' TO SM-LABEL
           MOVE WS-OVERALL TO SM-VALUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE.

       700-WRITE-RESULT.
           MOVE WS-TODAY-CCYYMMDD TO WS-CALC-DATE
           COMPUTE WS-CALC-TIME = HR * 10000 + MIN * 100 + SEC
           OPEN OUTPUT RESULT-FILE
           MOVE WS-CALC-KEY TO VR-STAMP
           MOVE WS-OVERALL TO VR-RESULT
           MOVE WS-FILE-COUNT TO VR-FILES
           MOVE WS-FAIL-COUNT TO VR-FAILURES
           MOVE WS-WARN-COUNT TO VR-WARNINGS
           MOVE WS-GAP-COUNT TO VR-GAPS
           WRITE RESULT-RECORD
           CLOSE RESULT-FILE.

       810-FORMAT-DATE.
           MOVE DI-YR TO DO-YR
           MOVE DI-MO TO DO-MO
           MOVE DI-DA TO DO-DA.

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

       900-SHUTDOWN.
           CLOSE REPORT-FILE
           DISPLAY 'DROPVRFY: ' WS-FILE-COUNT ' FILES, '
               WS-FAIL-COUNT ' FAILED, ' WS-GAP-COUNT ' GAPS - '
               WS-OVERALL
           IF WS-OVERALL = 'FAIL'
             MOVE 8 TO RETURN-CODE
           ELSE
             IF WS-WARN-COUNT > 0
               MOVE 4 TO RETURN-CODE
             ELSE
               MOVE 0 TO RETURN-CODE
             END-IF
           END-IF.
