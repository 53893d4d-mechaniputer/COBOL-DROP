       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROPFLT.
       AUTHOR. ALAN BEADLE.
       REMARKS. NIGHTLY FLEET CONSOLIDATION FOR COBOLDROP. MERGES THE
                MASTER HEARTBEAT LOG WITH THE LOG COPIED OFF EACH
                FOLLOWER ON FLEETROSTER.DAT (HBLOG-<TERMINAL>.DAT) INTO
                FLEET-LOG.DAT IN TIME AND TERMINAL ORDER, AND PRINTS A
                ROLLOVER CONSISTENCY SECTION PER EVENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HEARTBEAT-FILE ASSIGN TO WS-HB-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT OPTIONAL TERMID-FILE ASSIGN TO "TERMID.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TERMID.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO "FLEETROSTER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROSTER.
           SELECT FLEET-LOG-FILE ASSIGN TO "FLEET-LOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FLEETLOG.
           SELECT REPORT-FILE ASSIGN TO "FLEET-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
       FD  HEARTBEAT-FILE.
       01  HEARTBEAT-RECORD.
           05  HL-YR           PIC 9(4).
           05  HL-MO           PIC 99.
           05  HL-DA           PIC 99.
           05  HL-HR           PIC 99.
           05  HL-MIN          PIC 99.
           05  HL-SEC          PIC 99.
           05  HL-PARA         PIC X(8).
           05  HL-BALLROW      PIC 99.
           05  HL-REHEARSAL    PIC X.
           05  HL-DETAIL       PIC X(8).
           05  HL-EVENT-ID     PIC 9(6).
           05  HL-TERM-ID      PIC X(8).
       01  HEARTBEAT-TRAILER   PIC X(78).
       FD  TERMID-FILE.
       01  TERMID-RECORD.
           05  TI-TERM-ID      PIC X(8).
       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05  FR-TERM-ID      PIC X(8).
       FD  FLEET-LOG-FILE.
       01  FLEET-LOG-RECORD.
           05  FL-STAMP        PIC 9(14).
           05  FL-PARA         PIC X(8).
           05  FL-BALLROW      PIC 99.
           05  FL-REHEARSAL    PIC X.
           05  FL-DETAIL       PIC X(8).
           05  FL-EVENT-ID     PIC 9(6).
           05  FL-TERM-ID      PIC X(8).
       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(80).
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-STAMP        PIC 9(14).
           05  SR-PARA         PIC X(8).
           05  SR-BALLROW      PIC 99.
           05  SR-REHEARSAL    PIC X.
           05  SR-DETAIL       PIC X(8).
           05  SR-EVENT-ID     PIC 9(6).
           05  SR-TERM-ID      PIC X(8).
           05  SR-TRM-IDX      PIC 99.
       WORKING-STORAGE SECTION.
       01  WS-HB-FILE-NAME   PIC X(20).
       01  WS-MASTER-ID      PIC X(8) VALUE 'LOCAL'.
       01  WS-TRM-COUNT      PIC 99 VALUE 0.
       01  WS-TRM-TABLE.
           05  WS-TRM-ENTRY OCCURS 11 TIMES.
               10  WS-TRM-ID        PIC X(8).
               10  WS-TRM-FOUND     PIC X.
               10  WS-TRM-RECS      PIC 9(7).
               10  WS-TRM-REH       PIC 9(7).
               10  WS-TRM-FOREIGN   PIC 9(7).
       01  WS-TRM-IDX        PIC 99.
       01  WS-TRM-DUP        PIC X.
       01  WS-EVC-COUNT      PIC 99 VALUE 0.
       01  WS-EVC-TABLE.
           05  WS-EVC-ENTRY OCCURS 30 TIMES.
               10  WS-EVC-ID        PIC 9(6).
               10  WS-EVC-TRM OCCURS 11 TIMES.
                   15  WS-EVC-RECS       PIC 9(7).
                   15  WS-EVC-NEWY-KEY   PIC 9(14).
                   15  WS-EVC-MISMATCH   PIC 9(5).
                   15  WS-EVC-MIS-KEY    PIC 9(14).
                   15  WS-EVC-MIS-MPARA  PIC X(8).
                   15  WS-EVC-MIS-MROW   PIC 99.
                   15  WS-EVC-MIS-TPARA  PIC X(8).
                   15  WS-EVC-MIS-TROW   PIC 99.
       01  WS-EVC-IDX        PIC 99.
       01  WS-EVC-HIT        PIC 99.
       01  WS-EVC-SKIPPED    PIC 9(5) VALUE 0.
       01  WS-EVC-ANY-NEWY   PIC X.
       01  WS-FIND-EVENT-ID  PIC 9(6).
       01  WS-GRP-KEY        PIC 9(14) VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 11 TIMES.
               10  WS-GRP-PRESENT   PIC X.
               10  WS-GRP-PARA      PIC X(8).
               10  WS-GRP-ROW       PIC 99.
               10  WS-GRP-EVENT     PIC 9(6).
       01  WS-SORT-EOF       PIC X VALUE 'N'.
       01  WS-MERGED-COUNT   PIC 9(7) VALUE 0.
       01  WS-CALC-STAMP.
           05  WS-CALC-DATE  PIC 9(8).
           05  WS-CALC-HH    PIC 99.
           05  WS-CALC-MM    PIC 99.
           05  WS-CALC-SS    PIC 99.
       01  WS-CALC-KEY REDEFINES WS-CALC-STAMP PIC 9(14).
       01  WS-CALC-SECS      PIC 9(11).
       01  WS-MASTER-SECS    PIC 9(11).
       01  WS-OFFSET-SECS    PIC S9(9).
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
       01  WS-TERM-LINE.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  TL-TERM       PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  TL-ROLE       PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  TL-FILE       PIC X(20).
           05  TL-RECS       PIC ZZZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  TL-NOTE       PIC X(30).
       01  WS-EVENT-HEAD.
           05  FILLER        PIC X(7) VALUE ' EVENT '.
           05  EHD-ID        PIC 9(6).
       01  WS-ROLL-LINE.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  RL-TERM       PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  RL-RECS       PIC ZZZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  RL-ENTERED    PIC X(19).
           05  FILLER        PIC X VALUE SPACE.
           05  RL-OFFSET     PIC X(10).
           05  FILLER        PIC X VALUE SPACE.
           05  RL-MISMATCH   PIC ZZZZ9.
       01  WS-OFFSET-TEXT.
           05  OT-SECS       PIC +ZZZZZ9.
           05  FILLER        PIC X(3) VALUE ' S'.
       01  WS-MIS-LINE.
           05  FILLER        PIC X(4) VALUE SPACES.
           05  FILLER        PIC X(15) VALUE 'FIRST MISMATCH '.
           05  ML-STAMP      PIC X(19).
           05  FILLER        PIC X(8) VALUE ' MASTER '.
           05  ML-MPARA      PIC X(8).
           05  FILLER        PIC X(5) VALUE ' ROW '.
           05  ML-MROW       PIC 99.
           05  FILLER        PIC X(3) VALUE ' / '.
           05  ML-TPARA      PIC X(8).
           05  FILLER        PIC X(5) VALUE ' ROW '.
           05  ML-TROW       PIC 99.
       01  WS-SUMMARY-LINE.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  SM-LABEL      PIC X(30).
           05  SM-VALUE      PIC ZZZZZZZ9.
       01  WS-FILE-STATUSES.
           05  WS-FS-LOG        PIC XX.
           05  WS-FS-TERMID     PIC XX.
           05  WS-FS-ROSTER     PIC XX.
           05  WS-FS-FLEETLOG   PIC XX.
           05  WS-FS-RPT        PIC XX.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-INITIALIZE
           SORT SORT-FILE
               ON ASCENDING KEY SR-STAMP SR-TERM-ID
               INPUT PROCEDURE IS 200-RELEASE-LOGS
               OUTPUT PROCEDURE IS 300-MERGE-FLEET-LOG
           PERFORM 400-PRINT-TERMINALS
           PERFORM 500-PRINT-CONSISTENCY
           PERFORM 900-SHUTDOWN
           STOP RUN.

       010-INITIALIZE.
           OPEN INPUT TERMID-FILE
           IF WS-FS-TERMID = '00'
             READ TERMID-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF TI-TERM-ID NOT = SPACES
                   MOVE TI-TERM-ID TO WS-MASTER-ID
                 END-IF
             END-READ
           END-IF
           CLOSE TERMID-FILE
           MOVE 1 TO WS-TRM-COUNT
           MOVE WS-MASTER-ID TO WS-TRM-ID(1)
           OPEN INPUT ROSTER-FILE
           IF WS-FS-ROSTER = '00'
             PERFORM UNTIL WS-FS-ROSTER NOT = '00'
                 OR WS-TRM-COUNT = 11
               READ ROSTER-FILE
                 AT END
                   MOVE '10' TO WS-FS-ROSTER
                 NOT AT END
                   IF FR-TERM-ID NOT = SPACES
                     PERFORM 015-ADD-ROSTER-TERM
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE ROSTER-FILE
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
               UNTIL WS-TRM-IDX > WS-TRM-COUNT
             MOVE 'N' TO WS-TRM-FOUND(WS-TRM-IDX)
             MOVE 0 TO WS-TRM-RECS(WS-TRM-IDX)
             MOVE 0 TO WS-TRM-REH(WS-TRM-IDX)
             MOVE 0 TO WS-TRM-FOREIGN(WS-TRM-IDX)
           END-PERFORM
           OPEN OUTPUT REPORT-FILE
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ' COBOLDROP FLEET CONSOLIDATION REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE.

       015-ADD-ROSTER-TERM.
           MOVE 'N' TO WS-TRM-DUP
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
               UNTIL WS-TRM-IDX > WS-TRM-COUNT
             IF WS-TRM-ID(WS-TRM-IDX) = FR-TERM-ID
               MOVE 'Y' TO WS-TRM-DUP
             END-IF
           END-PERFORM
           IF WS-TRM-DUP = 'N'
             ADD 1 TO WS-TRM-COUNT
             MOVE FR-TERM-ID TO WS-TRM-ID(WS-TRM-COUNT)
           END-IF.

       020-SET-LOG-NAME.
           MOVE SPACES TO WS-HB-FILE-NAME
           IF WS-TRM-IDX = 1
             MOVE 'COBOLDROP-LOG.DAT' TO WS-HB-FILE-NAME
           ELSE
             STRING 'HBLOG-' DELIMITED BY SIZE
                 WS-TRM-ID(WS-TRM-IDX) DELIMITED BY SPACE
                 '.DAT' DELIMITED BY SIZE
                 INTO WS-HB-FILE-NAME
           END-IF.

       200-RELEASE-LOGS.
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
               UNTIL WS-TRM-IDX > WS-TRM-COUNT
             PERFORM 020-SET-LOG-NAME
             OPEN INPUT HEARTBEAT-FILE
             IF WS-FS-LOG = '00'
               MOVE 'Y' TO WS-TRM-FOUND(WS-TRM-IDX)
               PERFORM UNTIL WS-FS-LOG NOT = '00'
                   AND WS-FS-LOG NOT = '04'
                 READ HEARTBEAT-FILE
                   AT END
                     MOVE '10' TO WS-FS-LOG
                   NOT AT END
                     PERFORM 210-RELEASE-ONE
                 END-READ
               END-PERFORM
             END-IF
             CLOSE HEARTBEAT-FILE
           END-PERFORM.

       210-RELEASE-ONE.
           IF HEARTBEAT-RECORD(1:14) IS NUMERIC
             MOVE HEARTBEAT-RECORD(1:14) TO SR-STAMP
             MOVE HL-PARA TO SR-PARA
             MOVE HL-BALLROW TO SR-BALLROW
             MOVE HL-REHEARSAL TO SR-REHEARSAL
             MOVE HL-DETAIL TO SR-DETAIL
             IF HL-EVENT-ID IS NUMERIC
               MOVE HL-EVENT-ID TO SR-EVENT-ID
             ELSE
               MOVE 0 TO SR-EVENT-ID
             END-IF
             MOVE WS-TRM-ID(WS-TRM-IDX) TO SR-TERM-ID
             IF HL-TERM-ID NOT = SPACES
                 AND HL-TERM-ID NOT = WS-TRM-ID(WS-TRM-IDX)
               ADD 1 TO WS-TRM-FOREIGN(WS-TRM-IDX)
             END-IF
             MOVE WS-TRM-IDX TO SR-TRM-IDX
             ADD 1 TO WS-TRM-RECS(WS-TRM-IDX)
             RELEASE SORT-RECORD
           END-IF.

       300-MERGE-FLEET-LOG.
           OPEN OUTPUT FLEET-LOG-FILE
           PERFORM 330-CLEAR-GROUP
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
             RETURN SORT-FILE
               AT END
                 MOVE 'Y' TO WS-SORT-EOF
               NOT AT END
                 PERFORM 310-ONE-MERGED
             END-RETURN
           END-PERFORM
           PERFORM 340-COMPARE-GROUP
           CLOSE FLEET-LOG-FILE.

       310-ONE-MERGED.
           MOVE SR-STAMP TO FL-STAMP
           MOVE SR-PARA TO FL-PARA
           MOVE SR-BALLROW TO FL-BALLROW
           MOVE SR-REHEARSAL TO FL-REHEARSAL
           MOVE SR-DETAIL TO FL-DETAIL
           MOVE SR-EVENT-ID TO FL-EVENT-ID
           MOVE SR-TERM-ID TO FL-TERM-ID
           WRITE FLEET-LOG-RECORD
           ADD 1 TO WS-MERGED-COUNT
           IF SR-REHEARSAL = 'R'
             ADD 1 TO WS-TRM-REH(SR-TRM-IDX)
           ELSE
             IF SR-STAMP NOT = WS-GRP-KEY
               PERFORM 340-COMPARE-GROUP
               PERFORM 330-CLEAR-GROUP
               MOVE SR-STAMP TO WS-GRP-KEY
             END-IF
             MOVE 'Y' TO WS-GRP-PRESENT(SR-TRM-IDX)
             MOVE SR-PARA TO WS-GRP-PARA(SR-TRM-IDX)
             MOVE SR-BALLROW TO WS-GRP-ROW(SR-TRM-IDX)
             MOVE SR-EVENT-ID TO WS-GRP-EVENT(SR-TRM-IDX)
             IF SR-EVENT-ID > 0
               MOVE SR-EVENT-ID TO WS-FIND-EVENT-ID
               PERFORM 320-FIND-EVENT
               IF WS-EVC-HIT > 0
                 ADD 1 TO WS-EVC-RECS(WS-EVC-HIT, SR-TRM-IDX)
                 IF SR-PARA = '500-NEWY'
                     AND WS-EVC-NEWY-KEY(WS-EVC-HIT, SR-TRM-IDX) = 0
                   MOVE SR-STAMP
                       TO WS-EVC-NEWY-KEY(WS-EVC-HIT, SR-TRM-IDX)
                 END-IF
               END-IF
             END-IF
           END-IF.

       320-FIND-EVENT.
           MOVE 0 TO WS-EVC-HIT
           PERFORM VARYING WS-EVC-IDX FROM 1 BY 1
               UNTIL WS-EVC-IDX > WS-EVC-COUNT OR WS-EVC-HIT > 0
             IF WS-EVC-ID(WS-EVC-IDX) = WS-FIND-EVENT-ID
               MOVE WS-EVC-IDX TO WS-EVC-HIT
             END-IF
           END-PERFORM
           IF WS-EVC-HIT = 0
             IF WS-EVC-COUNT < 30
               ADD 1 TO WS-EVC-COUNT
               MOVE WS-EVC-COUNT TO WS-EVC-HIT
               INITIALIZE WS-EVC-ENTRY(WS-EVC-HIT)
               MOVE WS-FIND-EVENT-ID TO WS-EVC-ID(WS-EVC-HIT)
             ELSE
               ADD 1 TO WS-EVC-SKIPPED
             END-IF
           END-IF.

       330-CLEAR-GROUP.
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
               UNTIL WS-TRM-IDX > 11
             MOVE 'N' TO WS-GRP-PRESENT(WS-TRM-IDX)
           END-PERFORM.

       340-COMPARE-GROUP.
           IF WS-GRP-PRESENT(1) = 'Y' AND WS-GRP-EVENT(1) > 0
             MOVE WS-GRP-EVENT(1) TO WS-FIND-EVENT-ID
             PERFORM 320-FIND-EVENT
             IF WS-EVC-HIT > 0
               PERFORM VARYING WS-TRM-IDX FROM 2 BY 1
                   UNTIL WS-TRM-IDX > WS-TRM-COUNT
                 IF WS-GRP-PRESENT(WS-TRM-IDX) = 'Y'
                   IF WS-GRP-PARA(WS-TRM-IDX) NOT = WS-GRP-PARA(1)
                       OR WS-GRP-ROW(WS-TRM-IDX) NOT = WS-GRP-ROW(1)
                     PERFORM 345-NOTE-MISMATCH
                   END-IF
                 END-IF
               END-PERFORM
             END-IF
           END-IF.

       345-NOTE-MISMATCH.
           ADD 1 TO WS-EVC-MISMATCH(WS-EVC-HIT, WS-TRM-IDX)
           IF WS-EVC-MISMATCH(WS-EVC-HIT, WS-TRM-IDX) = 1
             MOVE WS-GRP-KEY TO WS-EVC-MIS-KEY(WS-EVC-HIT, WS-TRM-IDX)
             MOVE WS-GRP-PARA(1)
                 TO WS-EVC-MIS-MPARA(WS-EVC-HIT, WS-TRM-IDX)
             MOVE WS-GRP-ROW(1)
                 TO WS-EVC-MIS-MROW(WS-EVC-HIT, WS-TRM-IDX)
             MOVE WS-GRP-PARA(WS-TRM-IDX)
                 TO WS-EVC-MIS-TPARA(WS-EVC-HIT, WS-TRM-IDX)
             MOVE WS-GRP-ROW(WS-TRM-IDX)
                 TO WS-EVC-MIS-TROW(WS-EVC-HIT, WS-TRM-IDX)
           END-IF.

       400-PRINT-TERMINALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ' TERMINALS MERGED' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
               UNTIL WS-TRM-IDX > WS-TRM-COUNT
             PERFORM 020-SET-LOG-NAME
             MOVE WS-TRM-ID(WS-TRM-IDX) TO TL-TERM
             IF WS-TRM-IDX = 1
               MOVE 'MASTER' TO TL-ROLE
             ELSE
               MOVE 'FOLLOWER' TO TL-ROLE
             END-IF
             MOVE WS-HB-FILE-NAME TO TL-FILE
             MOVE WS-TRM-RECS(WS-TRM-IDX) TO TL-RECS
             MOVE SPACES TO TL-NOTE
             EVALUATE TRUE
               WHEN WS-TRM-FOUND(WS-TRM-IDX) = 'N'
                 MOVE 'LOG NOT FOUND' TO TL-NOTE
               WHEN WS-TRM-FOREIGN(WS-TRM-IDX) > 0
                 MOVE 'HAS OTHER TERMINAL IDS' TO TL-NOTE
               WHEN WS-TRM-REH(WS-TRM-IDX) > 0
                 MOVE 'INCLUDES REHEARSAL RECORDS' TO TL-NOTE
             END-EVALUATE
             MOVE WS-TERM-LINE TO REPORT-LINE
             WRITE REPORT-LINE
           END-PERFORM
           MOVE 'RECORDS WRITTEN TO FLEET-LOG' TO SM-LABEL
           MOVE WS-MERGED-COUNT TO SM-VALUE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       500-PRINT-CONSISTENCY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ' ROLLOVER CONSISTENCY BY EVENT' TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-EVC-COUNT = 0
             MOVE '  NO LIVE HEARTBEATS CARRY AN EVENT ID'
                 TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-EVC-HIT FROM 1 BY 1
               UNTIL WS-EVC-HIT > WS-EVC-COUNT
             PERFORM 510-PRINT-ONE-EVENT
           END-PERFORM
           IF WS-EVC-SKIPPED > 0
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE 'RECORDS FOR EVENTS OVER 30' TO SM-LABEL
             MOVE WS-EVC-SKIPPED TO SM-VALUE
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.

       510-PRINT-ONE-EVENT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EVC-ID(WS-EVC-HIT) TO EHD-ID
           MOVE WS-EVENT-HEAD TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EVC-ANY-NEWY
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
               UNTIL WS-TRM-IDX > WS-TRM-COUNT
             IF WS-EVC-NEWY-KEY(WS-EVC-HIT, WS-TRM-IDX) > 0
               MOVE 'Y' TO WS-EVC-ANY-NEWY
             END-IF
           END-PERFORM
           IF WS-EVC-ANY-NEWY = 'N'
             MOVE '  NO TERMINAL HAS ROLLED OVER FOR THIS EVENT'
                 TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE 'TERMINAL' TO REPORT-LINE(3:8)
           MOVE 'RECORDS' TO REPORT-LINE(12:7)
           MOVE 'ENTERED 500-NEWY' TO REPORT-LINE(20:16)
           MOVE 'VS MASTER' TO REPORT-LINE(40:9)
           MOVE 'SAME-SECOND MISMATCHES' TO REPORT-LINE(51:22)
           WRITE REPORT-LINE
           MOVE WS-EVC-NEWY-KEY(WS-EVC-HIT, 1) TO WS-CALC-KEY
           PERFORM 800-KEY-TO-SECS
           MOVE WS-CALC-SECS TO WS-MASTER-SECS
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
               UNTIL WS-TRM-IDX > WS-TRM-COUNT
             PERFORM 520-PRINT-ONE-TERMINAL
           END-PERFORM.

       520-PRINT-ONE-TERMINAL.
           MOVE WS-TRM-ID(WS-TRM-IDX) TO RL-TERM
           MOVE WS-EVC-RECS(WS-EVC-HIT, WS-TRM-IDX) TO RL-RECS
           MOVE SPACES TO RL-OFFSET
           MOVE WS-EVC-MISMATCH(WS-EVC-HIT, WS-TRM-IDX) TO RL-MISMATCH
           EVALUATE TRUE
             WHEN WS-EVC-RECS(WS-EVC-HIT, WS-TRM-IDX) = 0
               MOVE 'NO HEARTBEATS' TO RL-ENTERED
             WHEN WS-EVC-NEWY-KEY(WS-EVC-HIT, WS-TRM-IDX) = 0
               MOVE 'NEVER ROLLED OVER' TO RL-ENTERED
             WHEN OTHER
               MOVE WS-EVC-NEWY-KEY(WS-EVC-HIT, WS-TRM-IDX)
                   TO WS-CALC-KEY
               PERFORM 810-FORMAT-STAMP
               MOVE WS-STAMP TO RL-ENTERED
               IF WS-TRM-IDX = 1
                 MOVE 'MASTER' TO RL-OFFSET
               ELSE
                 IF WS-MASTER-SECS > 0
                   PERFORM 800-KEY-TO-SECS
                   COMPUTE WS-OFFSET-SECS =
                       WS-CALC-SECS - WS-MASTER-SECS
                   MOVE WS-OFFSET-SECS TO OT-SECS
                   MOVE WS-OFFSET-TEXT TO RL-OFFSET
                 ELSE
                   MOVE 'NO MASTER' TO RL-OFFSET
                 END-IF
               END-IF
           END-EVALUATE
           MOVE WS-ROLL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-EVC-MISMATCH(WS-EVC-HIT, WS-TRM-IDX) > 0
             MOVE WS-EVC-MIS-KEY(WS-EVC-HIT, WS-TRM-IDX)
                 TO WS-CALC-KEY
             PERFORM 810-FORMAT-STAMP
             MOVE WS-STAMP TO ML-STAMP
             MOVE WS-EVC-MIS-MPARA(WS-EVC-HIT, WS-TRM-IDX) TO ML-MPARA
             MOVE WS-EVC-MIS-MROW(WS-EVC-HIT, WS-TRM-IDX) TO ML-MROW
             MOVE WS-EVC-MIS-TPARA(WS-EVC-HIT, WS-TRM-IDX) TO ML-TPARA
             MOVE WS-EVC-MIS-TROW(WS-EVC-HIT, WS-TRM-IDX) TO ML-TROW
             MOVE WS-MIS-LINE TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.

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

       900-SHUTDOWN.
           CLOSE REPORT-FILE
           DISPLAY 'DROPFLT: ' WS-MERGED-COUNT ' RECORDS FROM '
               WS-TRM-COUNT ' TERMINAL(S) MERGED TO FLEET-LOG.DAT'
           DISPLAY 'DROPFLT: REPORT WRITTEN TO FLEET-REPORT.TXT'.
