       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROPRUNS.
       AUTHOR. ALAN BEADLE.
       REMARKS. YEAR-END SUITE RUN-TIME HISTORY FROM SUITE-JOURNAL.DAT.
                PAIRS EACH STEP START WITH ITS OK OR FAIL, TIMES THE
                SUITE FROM THE BATCH TRIGGER TO THE LAST STEP, COMPARES
                THE LATEST RUN WITH THE AVERAGE AND WORST OF THE PRIOR
                YEARS AND LISTS RESTARTED STEPS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "SUITE-JOURNAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRNL.
           SELECT OPTIONAL TRIGGER-FILE ASSIGN TO "BATCH-TRIGGER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRIGGER.
           SELECT OPTIONAL RUNSPARM-FILE ASSIGN TO "RUNSPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT REPORT-FILE ASSIGN TO "SUITE-RUNTIME.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JJ-STEP         PIC 99.
           05  JJ-NAME         PIC X(20).
           05  JJ-YR           PIC 9(4).
           05  JJ-MO           PIC 99.
           05  JJ-DA           PIC 99.
           05  JJ-HR           PIC 99.
           05  JJ-MIN          PIC 99.
           05  JJ-SEC          PIC 99.
           05  JJ-EVENT        PIC X(5).
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
       FD  RUNSPARM-FILE.
       01  RUNSPARM-RECORD.
           05  RP-OVERRUN-PCT  PIC 9(3).
       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-OVERRUN-PCT    PIC 9(3) VALUE 20.
       01  WS-RUN-GAP-SECS   PIC 9(9) VALUE 2592000.
       01  WS-TRIG-KEY       PIC 9(14) VALUE 0.
       01  WS-RUN-COUNT      PIC 99 VALUE 0.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 30 TIMES.
               10  WS-RUN-START-KEY  PIC 9(14).
               10  WS-RUN-TRIG-FLAG  PIC X.
               10  WS-RUN-LAST-KEY   PIC 9(14).
               10  WS-RUN-END-KEY    PIC 9(14).
               10  WS-RUN-TOTAL-SECS PIC 9(9).
               10  WS-RUN-COMPLETE   PIC X.
               10  WS-RUN-STEP-COUNT PIC 99.
               10  WS-RUN-STEP OCCURS 20 TIMES.
                   15  WS-RS-STEP       PIC 99.
                   15  WS-RS-NAME       PIC X(20).
                   15  WS-RS-ATTEMPTS   PIC 99.
                   15  WS-RS-PEND-KEY   PIC 9(14).
                   15  WS-RS-SECS       PIC 9(9).
                   15  WS-RS-OUTCOME    PIC X(4).
       01  WS-RUN-IDX        PIC 99.
       01  WS-RUN-CUR        PIC 99.
       01  WS-RS-IDX         PIC 99.
       01  WS-RS-HIT         PIC 99.
       01  WS-CMP-IDX        PIC 99.
       01  WS-CMP-HIT        PIC 99.
       01  WS-JRNL-KEY       PIC 9(14).
       01  WS-JRNL-SECS      PIC 9(11).
       01  WS-PREV-JRNL-SECS PIC 9(11) VALUE 0.
       01  WS-START-SECS     PIC 9(11).
       01  WS-SKIPPED-RUNS   PIC 9(5) VALUE 0.
       01  WS-PRIOR-COUNT    PIC 99.
       01  WS-PRIOR-TOTAL    PIC 9(11).
       01  WS-PRIOR-WORST    PIC 9(9).
       01  WS-PRIOR-AVG      PIC 9(9).
       01  WS-LIMIT-SECS     PIC 9(11).
       01  WS-OVER-FLAG      PIC X.
       01  WS-OVERRUN-COUNT  PIC 9(3) VALUE 0.
       01  WS-RESTART-COUNT  PIC 9(3) VALUE 0.
       01  WS-CALC-STAMP.
           05  WS-CALC-DATE  PIC 9(8).
           05  WS-CALC-HH    PIC 99.
           05  WS-CALC-MM    PIC 99.
           05  WS-CALC-SS    PIC 99.
       01  WS-CALC-KEY REDEFINES WS-CALC-STAMP PIC 9(14).
       01  WS-CALC-SECS      PIC 9(11).
       01  WS-STAMP.
           05  ST-YR         PIC 9(4).
           05  FILLER        PIC X VALUE '/'.
           05  ST-MO         PIC 99.
           05  FILLER        PIC X VALUE '/'.
           05  ST-DA         PIC 99.
           05  FILLER        PIC X VALUE SPACE.
           05  ST-HR         PIC 99.
           05  FILLER        PIC X VALUE ':'.
           05  ST-MIN        PIC 99.
           05  FILLER        PIC X VALUE ':'.
           05  ST-SEC        PIC 99.
       01  WS-ELAPSED-IN     PIC 9(9).
       01  WS-EL-HH          PIC 9(4).
       01  WS-EL-MM          PIC 99.
       01  WS-EL-SS          PIC 99.
       01  WS-ELAPSED.
           05  EL-HH         PIC ZZZ9.
           05  FILLER        PIC X VALUE ':'.
           05  EL-MM         PIC 99.
           05  FILLER        PIC X VALUE ':'.
           05  EL-SS         PIC 99.
       01  WS-HIST-LINE.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  HL-STAMP      PIC X(19).
           05  FILLER        PIC X VALUE SPACE.
           05  HL-FROM       PIC X(7).
           05  FILLER        PIC X VALUE SPACE.
           05  HL-TOTAL      PIC X(10).
           05  FILLER        PIC X(2) VALUE SPACES.
           05  HL-STEPS      PIC Z9.
           05  FILLER        PIC X(3) VALUE SPACES.
           05  HL-STATUS     PIC X(10).
           05  FILLER        PIC X VALUE SPACE.
           05  HL-FLAG       PIC X(20).
       01  WS-STEP-LINE.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  SL-STEP       PIC 99.
           05  FILLER        PIC X VALUE SPACE.
           05  SL-NAME       PIC X(20).
           05  FILLER        PIC X VALUE SPACE.
           05  SL-OUTCOME    PIC X(4).
           05  FILLER        PIC X VALUE SPACE.
           05  SL-THIS       PIC X(10).
           05  FILLER        PIC X VALUE SPACE.
           05  SL-AVG        PIC X(10).
           05  FILLER        PIC X VALUE SPACE.
           05  SL-WORST      PIC X(10).
           05  FILLER        PIC X VALUE SPACE.
           05  SL-FLAG       PIC X(7).
       01  WS-RESTART-LINE.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  RL-STAMP      PIC X(19).
           05  FILLER        PIC X VALUE SPACE.
           05  RL-STEP       PIC 99.
           05  FILLER        PIC X VALUE SPACE.
           05  RL-NAME       PIC X(20).
           05  FILLER        PIC X VALUE SPACE.
           05  RL-ATTEMPTS   PIC Z9.
           05  FILLER        PIC X(10) VALUE ' ATTEMPTS '.
           05  RL-OUTCOME    PIC X(4).
       01  WS-SUMMARY-LINE.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  SM-LABEL      PIC X(30).
           05  SM-VALUE      PIC X(19).
       01  WS-NUM-EDIT       PIC ZZZZ9.
       01  WS-FILE-STATUSES.
           05  WS-FS-JRNL       PIC XX.
           05  WS-FS-TRIGGER    PIC XX.
           05  WS-FS-PARM       PIC XX.
           05  WS-FS-RPT        PIC XX.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-INITIALIZE
           PERFORM 200-READ-JOURNAL
           PERFORM 300-CLOSE-RUNS
           PERFORM 400-PRINT-HISTORY
           IF WS-RUN-COUNT > 0
             PERFORM 500-PRINT-LATEST-RUN
           END-IF
           PERFORM 600-PRINT-RESTARTS
           PERFORM 900-SHUTDOWN
           STOP RUN.

       010-INITIALIZE.
           OPEN INPUT RUNSPARM-FILE
           IF WS-FS-PARM = '00'
             READ RUNSPARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF RP-OVERRUN-PCT IS NUMERIC AND RP-OVERRUN-PCT > 0
                   MOVE RP-OVERRUN-PCT TO WS-OVERRUN-PCT
                 END-IF
             END-READ
           END-IF
           CLOSE RUNSPARM-FILE
           OPEN INPUT TRIGGER-FILE
           IF WS-FS-TRIGGER = '00'
             READ TRIGGER-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF TRIGGER-RECORD(1:14) IS NUMERIC
                   MOVE TRIGGER-RECORD(1:14) TO WS-TRIG-KEY
                 END-IF
             END-READ
           END-IF
           CLOSE TRIGGER-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ' COBOLDROP YEAR-END SUITE RUN-TIME REPORT'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE.

       200-READ-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-FS-JRNL = '00'
             PERFORM UNTIL WS-FS-JRNL NOT = '00'
                 AND WS-FS-JRNL NOT = '04'
               READ JOURNAL-FILE
                 AT END
                   MOVE '10' TO WS-FS-JRNL
                 NOT AT END
                   PERFORM 210-ONE-ENTRY
               END-READ
             END-PERFORM
           END-IF
           CLOSE JOURNAL-FILE.

       210-ONE-ENTRY.
           IF JJ-STEP IS NUMERIC AND JOURNAL-RECORD(23:14) IS NUMERIC
             MOVE JOURNAL-RECORD(23:14) TO WS-JRNL-KEY
             MOVE WS-JRNL-KEY TO WS-CALC-KEY
             PERFORM 800-KEY-TO-SECS
             MOVE WS-CALC-SECS TO WS-JRNL-SECS
             EVALUATE TRUE
               WHEN JJ-STEP = 0 AND JJ-EVENT = 'TRIG'
                 PERFORM 220-NEW-RUN
                 IF WS-RUN-CUR > 0
                   MOVE 'Y' TO WS-RUN-TRIG-FLAG(WS-RUN-CUR)
                 END-IF
               WHEN WS-RUN-CUR = 0
                 PERFORM 220-NEW-RUN
               WHEN WS-JRNL-SECS > WS-PREV-JRNL-SECS + WS-RUN-GAP-SECS
                 PERFORM 220-NEW-RUN
             END-EVALUATE
             MOVE WS-JRNL-SECS TO WS-PREV-JRNL-SECS
             IF WS-RUN-CUR > 0 AND JJ-STEP > 0
               PERFORM 230-APPLY-STEP-ENTRY
             END-IF
           END-IF.

       220-NEW-RUN.
           IF WS-RUN-COUNT < 30
             ADD 1 TO WS-RUN-COUNT
             MOVE WS-RUN-COUNT TO WS-RUN-CUR
             INITIALIZE WS-RUN-ENTRY(WS-RUN-CUR)
             MOVE WS-JRNL-KEY TO WS-RUN-START-KEY(WS-RUN-CUR)
             MOVE 'N' TO WS-RUN-TRIG-FLAG(WS-RUN-CUR)
           ELSE
             ADD 1 TO WS-SKIPPED-RUNS
             MOVE 0 TO WS-RUN-CUR
           END-IF.

       230-APPLY-STEP-ENTRY.
           MOVE 0 TO WS-RS-HIT
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RUN-STEP-COUNT(WS-RUN-CUR)
                 OR WS-RS-HIT > 0
             IF WS-RS-STEP(WS-RUN-CUR, WS-RS-IDX) = JJ-STEP
               MOVE WS-RS-IDX TO WS-RS-HIT
             END-IF
           END-PERFORM
           IF WS-RS-HIT = 0 AND WS-RUN-STEP-COUNT(WS-RUN-CUR) < 20
             ADD 1 TO WS-RUN-STEP-COUNT(WS-RUN-CUR)
             MOVE WS-RUN-STEP-COUNT(WS-RUN-CUR) TO WS-RS-HIT
             MOVE JJ-STEP TO WS-RS-STEP(WS-RUN-CUR, WS-RS-HIT)
             MOVE JJ-NAME TO WS-RS-NAME(WS-RUN-CUR, WS-RS-HIT)
             MOVE 'OPEN' TO WS-RS-OUTCOME(WS-RUN-CUR, WS-RS-HIT)
           END-IF
           IF WS-RS-HIT > 0
             MOVE WS-JRNL-KEY TO WS-RUN-LAST-KEY(WS-RUN-CUR)
             EVALUATE JJ-EVENT
               WHEN 'START'
                 ADD 1 TO WS-RS-ATTEMPTS(WS-RUN-CUR, WS-RS-HIT)
                 MOVE WS-JRNL-KEY
                     TO WS-RS-PEND-KEY(WS-RUN-CUR, WS-RS-HIT)
                 MOVE 'OPEN' TO WS-RS-OUTCOME(WS-RUN-CUR, WS-RS-HIT)
               WHEN 'OK'
               WHEN 'FAIL'
                 PERFORM 240-FINISH-ATTEMPT
             END-EVALUATE
           END-IF.

       240-FINISH-ATTEMPT.
           MOVE JJ-EVENT TO WS-RS-OUTCOME(WS-RUN-CUR, WS-RS-HIT)
           MOVE WS-JRNL-KEY TO WS-RUN-END-KEY(WS-RUN-CUR)
           IF WS-RS-PEND-KEY(WS-RUN-CUR, WS-RS-HIT) > 0
             MOVE WS-RS-PEND-KEY(WS-RUN-CUR, WS-RS-HIT) TO WS-CALC-KEY
             PERFORM 800-KEY-TO-SECS
             IF WS-JRNL-SECS >= WS-CALC-SECS
               COMPUTE WS-RS-SECS(WS-RUN-CUR, WS-RS-HIT) =
                   WS-JRNL-SECS - WS-CALC-SECS
             END-IF
             MOVE 0 TO WS-RS-PEND-KEY(WS-RUN-CUR, WS-RS-HIT)
           END-IF.

       300-CLOSE-RUNS.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > WS-RUN-COUNT
             IF WS-RUN-IDX = WS-RUN-COUNT
                 AND WS-RUN-TRIG-FLAG(WS-RUN-IDX) = 'N'
                 AND WS-TRIG-KEY > 0
                 AND WS-TRIG-KEY <= WS-RUN-START-KEY(WS-RUN-IDX)
               MOVE WS-TRIG-KEY TO WS-RUN-START-KEY(WS-RUN-IDX)
               MOVE 'Y' TO WS-RUN-TRIG-FLAG(WS-RUN-IDX)
             END-IF
             MOVE 'Y' TO WS-RUN-COMPLETE(WS-RUN-IDX)
             IF WS-RUN-STEP-COUNT(WS-RUN-IDX) = 0
               MOVE 'N' TO WS-RUN-COMPLETE(WS-RUN-IDX)
             END-IF
             PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                 UNTIL WS-RS-IDX > WS-RUN-STEP-COUNT(WS-RUN-IDX)
               IF WS-RS-OUTCOME(WS-RUN-IDX, WS-RS-IDX) NOT = 'OK'
                 MOVE 'N' TO WS-RUN-COMPLETE(WS-RUN-IDX)
               END-IF
             END-PERFORM
             MOVE 0 TO WS-RUN-TOTAL-SECS(WS-RUN-IDX)
             IF WS-RUN-END-KEY(WS-RUN-IDX) > 0
               MOVE WS-RUN-START-KEY(WS-RUN-IDX) TO WS-CALC-KEY
               PERFORM 800-KEY-TO-SECS
               MOVE WS-CALC-SECS TO WS-START-SECS
               MOVE WS-RUN-END-KEY(WS-RUN-IDX) TO WS-CALC-KEY
               PERFORM 800-KEY-TO-SECS
               IF WS-CALC-SECS >= WS-START-SECS
                 COMPUTE WS-RUN-TOTAL-SECS(WS-RUN-IDX) =
                     WS-CALC-SECS - WS-START-SECS
               END-IF
             END-IF
           END-PERFORM.

       400-PRINT-HISTORY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ' SUITE RUNS (TOTAL IS TRIGGER OR FIRST START TO LAST'
               TO REPORT-LINE
           MOVE 'STEP FINISHED)' TO REPORT-LINE(54:14)
           WRITE REPORT-LINE
           IF WS-RUN-COUNT = 0
             MOVE '  NO SUITE RUNS IN SUITE-JOURNAL.DAT' TO REPORT-LINE
             WRITE REPORT-LINE
           ELSE
             MOVE SPACES TO REPORT-LINE
             MOVE 'STARTED' TO REPORT-LINE(3:7)
             MOVE 'FROM' TO REPORT-LINE(23:4)
             MOVE 'TOTAL' TO REPORT-LINE(36:5)
             MOVE 'STEPS' TO REPORT-LINE(42:5)
             MOVE 'STATUS' TO REPORT-LINE(48:6)
             MOVE 'VS PRIOR AVERAGE' TO REPORT-LINE(59:16)
             WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > WS-RUN-COUNT
             PERFORM 410-PRINT-ONE-RUN
           END-PERFORM
           IF WS-SKIPPED-RUNS > 0
             MOVE 'JOURNAL ENTRIES OVER 30 RUNS' TO SM-LABEL
             MOVE WS-SKIPPED-RUNS TO WS-NUM-EDIT
             MOVE WS-NUM-EDIT TO SM-VALUE
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.

       410-PRINT-ONE-RUN.
           MOVE WS-RUN-START-KEY(WS-RUN-IDX) TO WS-CALC-KEY
           PERFORM 810-FORMAT-STAMP
           MOVE WS-STAMP TO HL-STAMP
           IF WS-RUN-TRIG-FLAG(WS-RUN-IDX) = 'Y'
             MOVE 'TRIGGER' TO HL-FROM
           ELSE
             MOVE 'START' TO HL-FROM
           END-IF
           MOVE WS-RUN-TOTAL-SECS(WS-RUN-IDX) TO WS-ELAPSED-IN
           PERFORM 820-FORMAT-ELAPSED
           MOVE WS-ELAPSED TO HL-TOTAL
           MOVE WS-RUN-STEP-COUNT(WS-RUN-IDX) TO HL-STEPS
           IF WS-RUN-COMPLETE(WS-RUN-IDX) = 'Y'
             MOVE 'COMPLETE' TO HL-STATUS
           ELSE
             MOVE 'INCOMPLETE' TO HL-STATUS
           END-IF
           MOVE SPACES TO HL-FLAG
           MOVE WS-RUN-IDX TO WS-RUN-CUR
           PERFORM 420-PRIOR-SUITE-STATS
           IF WS-PRIOR-COUNT = 0
             MOVE 'NO PRIOR YEARS' TO HL-FLAG
           ELSE
             IF WS-RUN-COMPLETE(WS-RUN-IDX) = 'Y'
               MOVE WS-RUN-TOTAL-SECS(WS-RUN-IDX) TO WS-ELAPSED-IN
               PERFORM 830-CHECK-OVERRUN
               IF WS-OVER-FLAG = 'Y'
                 MOVE 'OVERRUN' TO HL-FLAG
               ELSE
                 MOVE 'WITHIN LIMIT' TO HL-FLAG
               END-IF
               IF WS-RUN-TOTAL-SECS(WS-RUN-IDX) > WS-PRIOR-WORST
                 IF WS-OVER-FLAG = 'Y'
                   MOVE 'OVERRUN - NEW WORST' TO HL-FLAG
                 ELSE
                   MOVE 'NEW WORST' TO HL-FLAG
                 END-IF
               END-IF
             END-IF
           END-IF
           MOVE WS-HIST-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       420-PRIOR-SUITE-STATS.
           MOVE 0 TO WS-PRIOR-COUNT
           MOVE 0 TO WS-PRIOR-TOTAL
           MOVE 0 TO WS-PRIOR-WORST
           MOVE 0 TO WS-PRIOR-AVG
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX >= WS-RUN-CUR
             IF WS-RUN-COMPLETE(WS-CMP-IDX) = 'Y'
               ADD 1 TO WS-PRIOR-COUNT
               ADD WS-RUN-TOTAL-SECS(WS-CMP-IDX) TO WS-PRIOR-TOTAL
               IF WS-RUN-TOTAL-SECS(WS-CMP-IDX) > WS-PRIOR-WORST
                 MOVE WS-RUN-TOTAL-SECS(WS-CMP-IDX) TO WS-PRIOR-WORST
               END-IF
             END-IF
           END-PERFORM
           IF WS-PRIOR-COUNT > 0
             COMPUTE WS-PRIOR-AVG ROUNDED =
                 WS-PRIOR-TOTAL / WS-PRIOR-COUNT
           END-IF.

       430-PRIOR-STEP-STATS.
           MOVE 0 TO WS-PRIOR-COUNT
           MOVE 0 TO WS-PRIOR-TOTAL
           MOVE 0 TO WS-PRIOR-WORST
           MOVE 0 TO WS-PRIOR-AVG
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX >= WS-RUN-CUR
             MOVE 0 TO WS-CMP-HIT
             PERFORM VARYING WS-RS-HIT FROM 1 BY 1
                 UNTIL WS-RS-HIT > WS-RUN-STEP-COUNT(WS-CMP-IDX)
               IF WS-RS-STEP(WS-CMP-IDX, WS-RS-HIT)
                     = WS-RS-STEP(WS-RUN-CUR, WS-RS-IDX)
                   AND WS-RS-OUTCOME(WS-CMP-IDX, WS-RS-HIT) = 'OK'
                 MOVE WS-RS-HIT TO WS-CMP-HIT
               END-IF
             END-PERFORM
             IF WS-CMP-HIT > 0
               ADD 1 TO WS-PRIOR-COUNT
               ADD WS-RS-SECS(WS-CMP-IDX, WS-CMP-HIT) TO WS-PRIOR-TOTAL
               IF WS-RS-SECS(WS-CMP-IDX, WS-CMP-HIT) > WS-PRIOR-WORST
                 MOVE WS-RS-SECS(WS-CMP-IDX, WS-CMP-HIT)
                     TO WS-PRIOR-WORST
               END-IF
             END-IF
           END-PERFORM
           IF WS-PRIOR-COUNT > 0
             COMPUTE WS-PRIOR-AVG ROUNDED =
                 WS-PRIOR-TOTAL / WS-PRIOR-COUNT
           END-IF.

       500-PRINT-LATEST-RUN.
           MOVE WS-RUN-COUNT TO WS-RUN-CUR
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ' LATEST RUN BY STEP - OVERRUN IS MORE THAN' TO
               REPORT-LINE
           MOVE WS-OVERRUN-PCT TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO REPORT-LINE(44:5)
           MOVE '% OVER THE PRIOR AVERAGE' TO REPORT-LINE(49:24)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 'STEP' TO REPORT-LINE(3:4)
           MOVE 'RSLT' TO REPORT-LINE(27:4)
           MOVE 'THIS RUN' TO REPORT-LINE(34:8)
           MOVE 'PRIOR AVG' TO REPORT-LINE(44:9)
           MOVE 'PRIOR WORST' TO REPORT-LINE(54:11)
           WRITE REPORT-LINE
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RUN-STEP-COUNT(WS-RUN-CUR)
             PERFORM 510-PRINT-ONE-STEP
           END-PERFORM
           PERFORM 420-PRIOR-SUITE-STATS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SUITE TOTAL THIS RUN' TO SM-LABEL
           MOVE WS-RUN-TOTAL-SECS(WS-RUN-CUR) TO WS-ELAPSED-IN
           PERFORM 820-FORMAT-ELAPSED
           MOVE WS-ELAPSED TO SM-VALUE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-PRIOR-COUNT > 0
             MOVE 'PRIOR YEARS AVERAGE' TO SM-LABEL
             MOVE WS-PRIOR-AVG TO WS-ELAPSED-IN
             PERFORM 820-FORMAT-ELAPSED
             MOVE WS-ELAPSED TO SM-VALUE
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE 'PRIOR WORST YEAR' TO SM-LABEL
             MOVE WS-PRIOR-WORST TO WS-ELAPSED-IN
             PERFORM 820-FORMAT-ELAPSED
             MOVE WS-ELAPSED TO SM-VALUE
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE 'COMPLETE PRIOR RUNS COMPARED' TO SM-LABEL
             MOVE WS-PRIOR-COUNT TO WS-NUM-EDIT
             MOVE WS-NUM-EDIT TO SM-VALUE
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           MOVE 'STEPS OVER THE OVERRUN LIMIT' TO SM-LABEL
           MOVE WS-OVERRUN-COUNT TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO SM-VALUE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       510-PRINT-ONE-STEP.
           MOVE WS-RS-STEP(WS-RUN-CUR, WS-RS-IDX) TO SL-STEP
           MOVE WS-RS-NAME(WS-RUN-CUR, WS-RS-IDX) TO SL-NAME
           MOVE WS-RS-OUTCOME(WS-RUN-CUR, WS-RS-IDX) TO SL-OUTCOME
           MOVE SPACES TO SL-THIS
           MOVE SPACES TO SL-AVG
           MOVE SPACES TO SL-WORST
           MOVE SPACES TO SL-FLAG
           IF WS-RS-OUTCOME(WS-RUN-CUR, WS-RS-IDX) NOT = 'OPEN'
             MOVE WS-RS-SECS(WS-RUN-CUR, WS-RS-IDX) TO WS-ELAPSED-IN
             PERFORM 820-FORMAT-ELAPSED
             MOVE WS-ELAPSED TO SL-THIS
           END-IF
           PERFORM 430-PRIOR-STEP-STATS
           IF WS-PRIOR-COUNT > 0
             MOVE WS-PRIOR-AVG TO WS-ELAPSED-IN
             PERFORM 820-FORMAT-ELAPSED
             MOVE WS-ELAPSED TO SL-AVG
             MOVE WS-PRIOR-WORST TO WS-ELAPSED-IN
             PERFORM 820-FORMAT-ELAPSED
             MOVE WS-ELAPSED TO SL-WORST
             IF WS-RS-OUTCOME(WS-RUN-CUR, WS-RS-IDX) = 'OK'
               MOVE WS-RS-SECS(WS-RUN-CUR, WS-RS-IDX) TO WS-ELAPSED-IN
               PERFORM 830-CHECK-OVERRUN
               IF WS-OVER-FLAG = 'Y'
                 MOVE 'OVERRUN' TO SL-FLAG
                 ADD 1 TO WS-OVERRUN-COUNT
               END-IF
             END-IF
           ELSE
             MOVE 'NO PRIOR' TO SL-AVG
           END-IF
           MOVE WS-STEP-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       600-PRINT-RESTARTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ' STEPS THAT NEEDED A RESTART' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > WS-RUN-COUNT
             PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                 UNTIL WS-RS-IDX > WS-RUN-STEP-COUNT(WS-RUN-IDX)
               IF WS-RS-ATTEMPTS(WS-RUN-IDX, WS-RS-IDX) > 1
                 PERFORM 610-PRINT-ONE-RESTART
               END-IF
             END-PERFORM
           END-PERFORM
           IF WS-RESTART-COUNT = 0
             MOVE '  NONE' TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.

       610-PRINT-ONE-RESTART.
           ADD 1 TO WS-RESTART-COUNT
           MOVE WS-RUN-START-KEY(WS-RUN-IDX) TO WS-CALC-KEY
           PERFORM 810-FORMAT-STAMP
           MOVE WS-STAMP TO RL-STAMP
           MOVE WS-RS-STEP(WS-RUN-IDX, WS-RS-IDX) TO RL-STEP
           MOVE WS-RS-NAME(WS-RUN-IDX, WS-RS-IDX) TO RL-NAME
           MOVE WS-RS-ATTEMPTS(WS-RUN-IDX, WS-RS-IDX) TO RL-ATTEMPTS
           MOVE WS-RS-OUTCOME(WS-RUN-IDX, WS-RS-IDX) TO RL-OUTCOME
           MOVE WS-RESTART-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       800-KEY-TO-SECS.
           MOVE 0 TO WS-CALC-SECS
           IF WS-CALC-DATE > 16010101
             COMPUTE WS-CALC-SECS =
                 FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) * 86400
                   + WS-CALC-HH * 3600 + WS-CALC-MM * 60 + WS-CALC-SS
           END-IF.

       810-FORMAT-STAMP.
           MOVE WS-CALC-DATE(1:4) TO ST-YR
           MOVE WS-CALC-DATE(5:2) TO ST-MO
           MOVE WS-CALC-DATE(7:2) TO ST-DA
           MOVE WS-CALC-HH TO ST-HR
           MOVE WS-CALC-MM TO ST-MIN
           MOVE WS-CALC-SS TO ST-SEC.

       820-FORMAT-ELAPSED.
           COMPUTE WS-EL-HH = WS-ELAPSED-IN / 3600
           COMPUTE WS-EL-MM =
               (WS-ELAPSED-IN - (WS-EL-HH * 3600)) / 60
           COMPUTE WS-EL-SS =
               WS-ELAPSED-IN - (WS-EL-HH * 3600) - (WS-EL-MM * 60)
           MOVE WS-EL-HH TO EL-HH
           MOVE WS-EL-MM TO EL-MM
           MOVE WS-EL-SS TO EL-SS.

       830-CHECK-OVERRUN.
           MOVE 'N' TO WS-OVER-FLAG
           COMPUTE WS-LIMIT-SECS =
               WS-PRIOR-AVG * (100 + WS-OVERRUN-PCT)
           IF WS-ELAPSED-IN * 100 > WS-LIMIT-SECS
             MOVE 'Y' TO WS-OVER-FLAG
           END-IF.

       900-SHUTDOWN.
           CLOSE REPORT-FILE
           DISPLAY 'DROPRUNS: ' WS-RUN-COUNT ' SUITE RUN(S) READ'
           DISPLAY 'DROPRUNS: REPORT WRITTEN TO SUITE-RUNTIME.TXT'.
