       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROPESC.
       AUTHOR. ALAN BEADLE.
       REMARKS. ON-CALL ESCALATION FOR COBOLDROP - PICKS UP NEW
                WATCHDOG ALERTS AND ROUTED CLOCK EXCEPTIONS, PAGES
                THE ON-CALL TIERS THROUGH PAGE-OUT.DAT AND MOVES AN
                UNACKNOWLEDGED INCIDENT UP A TIER AFTER ITS WINDOW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO "WATCHDOG-ALERTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERT.
           SELECT OPTIONAL EXCEPTIONS-FILE
               ASSIGN TO "CLOCK-EXCEPTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.
           SELECT OPTIONAL ESC-ACK-FILE ASSIGN TO "ESCALATION-ACK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESCACK.
           SELECT OPTIONAL ONCALL-FILE ASSIGN TO "ONCALL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ONCALL.
           SELECT OPTIONAL ESCPARM-FILE ASSIGN TO "ESCPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT OPTIONAL ESC-STATE-FILE
               ASSIGN TO "ESCALATION-STATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATE.
           SELECT OPTIONAL ESC-OPEN-FILE ASSIGN TO "ESCALATION-OPEN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPEN.
           SELECT PAGE-FILE ASSIGN TO "PAGE-OUT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGE.
           SELECT ESC-HIST-FILE ASSIGN TO "ESCALATION-HIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.
       DATA DIVISION.
       FILE SECTION.
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
       FD  ESC-ACK-FILE.
       01  ESC-ACK-RECORD.
           05  EA-YR           PIC 9(4).
           05  EA-MO           PIC 99.
           05  EA-DA           PIC 99.
           05  EA-HR           PIC 99.
           05  EA-MIN          PIC 99.
           05  EA-SEC          PIC 99.
           05  EA-INCIDENT     PIC 9(6).
           05  EA-OPERATOR     PIC X(8).
       FD  ONCALL-FILE.
       01  ONCALL-RECORD.
           05  OC-SOURCE       PIC X.
           05  OC-REASON       PIC X(20).
           05  OC-PRIMARY      PIC X(8).
           05  OC-SECONDARY    PIC X(8).
           05  OC-MANAGER      PIC X(8).
           05  OC-ESC-MIN      PIC 9(3).
       FD  ESCPARM-FILE.
       01  ESCPARM-RECORD.
           05  XP-ESC-MIN      PIC 9(3).
       FD  ESC-STATE-FILE.
       01  ESC-STATE-RECORD.
           05  XS-LAST-INCIDENT PIC 9(6).
           05  XS-WD-KEY       PIC 9(14).
           05  XS-WD-SEEN      PIC 9(4).
           05  XS-EX-KEY       PIC 9(14).
           05  XS-EX-SEEN      PIC 9(4).
           05  XS-AK-KEY       PIC 9(14).
           05  XS-AK-SEEN      PIC 9(4).
       FD  ESC-OPEN-FILE.
       01  ESC-OPEN-RECORD.
           05  EO-INCIDENT     PIC 9(6).
           05  EO-SOURCE       PIC X.
           05  EO-REASON       PIC X(30).
           05  EO-RAISED-KEY   PIC 9(14).
           05  EO-NOTIFY-KEY   PIC 9(14).
           05  EO-TIER         PIC 9.
           05  EO-PRIMARY      PIC X(8).
           05  EO-SECONDARY    PIC X(8).
           05  EO-MANAGER      PIC X(8).
           05  EO-ESC-MIN      PIC 9(3).
       FD  PAGE-FILE.
       01  PAGE-RECORD.
           05  PG-YR           PIC 9(4).
           05  PG-MO           PIC 99.
           05  PG-DA           PIC 99.
           05  PG-HR           PIC 99.
           05  PG-MIN          PIC 99.
           05  PG-SEC          PIC 99.
           05  PG-INCIDENT     PIC 9(6).
           05  PG-ACTION       PIC X(6).
           05  PG-TIER         PIC X(9).
           05  PG-OPERATOR     PIC X(8).
           05  PG-REASON       PIC X(30).
       FD  ESC-HIST-FILE.
       01  ESC-HIST-RECORD.
           05  EH-YR           PIC 9(4).
           05  EH-MO           PIC 99.
           05  EH-DA           PIC 99.
           05  EH-HR           PIC 99.
           05  EH-MIN          PIC 99.
           05  EH-SEC          PIC 99.
           05  EH-INCIDENT     PIC 9(6).
           05  EH-ACTION       PIC X(6).
           05  EH-TIER         PIC X(9).
           05  EH-OPERATOR     PIC X(8).
           05  EH-ELAPSED      PIC 9(7).
           05  EH-REASON       PIC X(30).
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
       01  WS-NOW-KEY        PIC 9(14).
       01  WS-NOW-SECS       PIC 9(11).
       01  WS-DEFAULT-ESC-MIN PIC 9(3) VALUE 10.
       01  WS-ONCALL-COUNT   PIC 99 VALUE 0.
       01  WS-ONCALL-TABLE.
           05  WS-OC-ENTRY OCCURS 30 TIMES.
               10  WS-OC-SOURCE     PIC X.
               10  WS-OC-REASON     PIC X(20).
               10  WS-OC-PRIMARY    PIC X(8).
               10  WS-OC-SECONDARY  PIC X(8).
               10  WS-OC-MANAGER    PIC X(8).
               10  WS-OC-ESC-MIN    PIC 9(3).
       01  WS-OC-IDX         PIC 99.
       01  WS-OC-HIT         PIC 99.
       01  WS-OC-LEN         PIC 99.
       01  WS-INC-COUNT      PIC 99 VALUE 0.
       01  WS-INC-TABLE.
           05  WS-INC-ENTRY OCCURS 50 TIMES.
               10  WS-INC-ID        PIC 9(6).
               10  WS-INC-SOURCE    PIC X.
               10  WS-INC-REASON    PIC X(30).
               10  WS-INC-RAISED-KEY PIC 9(14).
               10  WS-INC-NOTIFY-KEY PIC 9(14).
               10  WS-INC-TIER      PIC 9.
               10  WS-INC-OPER      PIC X(8) OCCURS 3 TIMES.
               10  WS-INC-ESC-MIN   PIC 9(3).
       01  WS-INC-IDX        PIC 99.
       01  WS-INC-HIT        PIC 99.
       01  WS-NEXT-TIER      PIC 9.
       01  WS-OPEN-CHANGED   PIC X VALUE 'N'.
       01  WS-STATE-CHANGED  PIC X VALUE 'N'.
       01  WS-REC-STAMP      PIC X(14).
       01  WS-REC-KEY        PIC 9(14).
       01  WS-REC-NEW        PIC X.
       01  WS-SCAN-KEY       PIC 9(14).
       01  WS-SCAN-SEEN      PIC 9(4).
       01  WS-SCAN-SAME      PIC 9(4).
       01  WS-NEW-SOURCE     PIC X.
       01  WS-NEW-REASON     PIC X(30).
       01  WS-RECOVERY-HITS  PIC 99.
       01  WS-CALC-STAMP.
           05  WS-CALC-DATE  PIC 9(8).
           05  WS-CALC-HH    PIC 99.
           05  WS-CALC-MM    PIC 99.
           05  WS-CALC-SS    PIC 99.
       01  WS-CALC-KEY REDEFINES WS-CALC-STAMP PIC 9(14).
       01  WS-CALC-SECS      PIC 9(11).
       01  WS-FROM-SECS      PIC 9(11).
       01  WS-AGE-SECS       PIC S9(11).
       01  WS-PG-ACTION      PIC X(6).
       01  WS-TIER-NAMES.
           05  FILLER        PIC X(9) VALUE 'PRIMARY'.
           05  FILLER        PIC X(9) VALUE 'SECONDARY'.
           05  FILLER        PIC X(9) VALUE 'MANAGER'.
       01  WS-TIER-TABLE REDEFINES WS-TIER-NAMES.
           05  WS-TIER-NAME OCCURS 3 TIMES PIC X(9).
       01  WS-EH-ACTION      PIC X(6).
       01  WS-EH-OPERATOR    PIC X(8).
       01  WS-EH-TIER        PIC X(9).
       01  WS-EH-KEY         PIC 9(14).
       01  WS-PAGE-LINE.
           05  FILLER        PIC X(9) VALUE 'DROPESC '.
           05  PL-ACTION     PIC X(6).
           05  FILLER        PIC X VALUE SPACE.
           05  PL-INCIDENT   PIC 9(6).
           05  FILLER        PIC X VALUE SPACE.
           05  PL-OPERATOR   PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  PL-REASON     PIC X(30).
       01  WS-FILE-STATUSES.
           05  WS-FS-ALERT      PIC XX.
           05  WS-FS-EXC        PIC XX.
           05  WS-FS-ESCACK     PIC XX.
           05  WS-FS-ONCALL     PIC XX.
           05  WS-FS-PARM       PIC XX.
           05  WS-FS-STATE      PIC XX.
           05  WS-FS-OPEN       PIC XX.
           05  WS-FS-PAGE       PIC XX.
           05  WS-FS-HIST       PIC XX.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-INITIALIZE
           PERFORM UNTIL QUIT
             PERFORM 150-GET-CLOCK
             PERFORM 020-LOAD-ONCALL
             PERFORM 200-SCAN-ALERTS
             PERFORM 300-SCAN-EXCEPTIONS
             PERFORM 400-SCAN-ACKS
             PERFORM 500-CHECK-ESCALATIONS
             IF WS-OPEN-CHANGED = 'Y'
               PERFORM 600-WRITE-OPEN-FILE
             END-IF
             IF WS-STATE-CHANGED = 'Y'
               PERFORM 650-WRITE-STATE
             END-IF
             ACCEPT KEYIN WITH TIMEOUT 5
             END-ACCEPT
           END-PERFORM
           PERFORM 900-SHUTDOWN
           STOP RUN.

       010-INITIALIZE.
           OPEN INPUT ESCPARM-FILE
           IF WS-FS-PARM = '00'
             READ ESCPARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF XP-ESC-MIN IS NUMERIC AND XP-ESC-MIN > 0
                   MOVE XP-ESC-MIN TO WS-DEFAULT-ESC-MIN
                 END-IF
             END-READ
           END-IF
           CLOSE ESCPARM-FILE
           PERFORM 150-GET-CLOCK
           PERFORM 030-LOAD-STATE
           PERFORM 040-LOAD-OPEN
           OPEN EXTEND PAGE-FILE
           IF WS-FS-PAGE NOT = '00'
             OPEN OUTPUT PAGE-FILE
           END-IF
           OPEN EXTEND ESC-HIST-FILE
           IF WS-FS-HIST NOT = '00'
             OPEN OUTPUT ESC-HIST-FILE
           END-IF
           DISPLAY 'DROPESC: WATCHING WATCHDOG-ALERTS.DAT AND'
               ' CLOCK-EXCEPTIONS.DAT'
           DISPLAY 'DROPESC: DEFAULT ESCALATION ' WS-DEFAULT-ESC-MIN
               ' MIN, ' WS-INC-COUNT ' INCIDENT(S) STILL OPEN'.

       020-LOAD-ONCALL.
           MOVE 0 TO WS-ONCALL-COUNT
           OPEN INPUT ONCALL-FILE
           IF WS-FS-ONCALL = '00'
             PERFORM UNTIL WS-FS-ONCALL NOT = '00'
                 OR WS-ONCALL-COUNT = 30
               READ ONCALL-FILE
                 AT END
                   MOVE '10' TO WS-FS-ONCALL
                 NOT AT END
                   IF OC-PRIMARY NOT = SPACES
                       OR OC-SECONDARY NOT = SPACES
                       OR OC-MANAGER NOT = SPACES
                     ADD 1 TO WS-ONCALL-COUNT
                     MOVE ONCALL-RECORD
                         TO WS-OC-ENTRY(WS-ONCALL-COUNT)
                     IF OC-ESC-MIN IS NOT NUMERIC OR OC-ESC-MIN = 0
                       MOVE WS-DEFAULT-ESC-MIN
                           TO WS-OC-ESC-MIN(WS-ONCALL-COUNT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE ONCALL-FILE.

       030-LOAD-STATE.
           OPEN INPUT ESC-STATE-FILE
           IF WS-FS-STATE = '00'
             READ ESC-STATE-FILE
               AT END
                 MOVE '10' TO WS-FS-STATE
             END-READ
           END-IF
           IF WS-FS-STATE NOT = '00' OR XS-WD-KEY IS NOT NUMERIC
             MOVE 0 TO XS-LAST-INCIDENT
             MOVE WS-NOW-KEY TO XS-WD-KEY
             MOVE WS-NOW-KEY TO XS-EX-KEY
             MOVE WS-NOW-KEY TO XS-AK-KEY
             MOVE 0 TO XS-WD-SEEN
             MOVE 0 TO XS-EX-SEEN
             MOVE 0 TO XS-AK-SEEN
             MOVE 'Y' TO WS-STATE-CHANGED
           END-IF
           CLOSE ESC-STATE-FILE.

       040-LOAD-OPEN.
           MOVE 0 TO WS-INC-COUNT
           OPEN INPUT ESC-OPEN-FILE
           IF WS-FS-OPEN = '00'
             PERFORM UNTIL WS-FS-OPEN NOT = '00'
                 OR WS-INC-COUNT = 50
               READ ESC-OPEN-FILE
                 AT END
                   MOVE '10' TO WS-FS-OPEN
                 NOT AT END
                   IF EO-INCIDENT IS NUMERIC
                     ADD 1 TO WS-INC-COUNT
                     MOVE ESC-OPEN-RECORD
                         TO WS-INC-ENTRY(WS-INC-COUNT)
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE ESC-OPEN-FILE.

       150-GET-CLOCK.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO WS-CALC-DATE
           MOVE HR TO WS-CALC-HH
           MOVE MIN TO WS-CALC-MM
           MOVE SEC TO WS-CALC-SS
           MOVE WS-CALC-KEY TO WS-NOW-KEY
           PERFORM 800-KEY-TO-SECS
           MOVE WS-CALC-SECS TO WS-NOW-SECS.

       200-SCAN-ALERTS.
           MOVE XS-WD-KEY TO WS-SCAN-KEY
           MOVE XS-WD-SEEN TO WS-SCAN-SEEN
           MOVE 0 TO WS-SCAN-SAME
           OPEN INPUT ALERT-FILE
           IF WS-FS-ALERT = '00'
             PERFORM UNTIL WS-FS-ALERT NOT = '00'
                 AND WS-FS-ALERT NOT = '04'
               READ ALERT-FILE
                 AT END
                   MOVE '10' TO WS-FS-ALERT
                 NOT AT END
                   MOVE ALERT-RECORD(1:14) TO WS-REC-STAMP
                   PERFORM 250-CHECK-NEW-RECORD
                   IF WS-REC-NEW = 'Y'
                     MOVE 'W' TO WS-NEW-SOURCE
                     MOVE WA-REASON TO WS-NEW-REASON
                     PERFORM 260-NEW-ALERT
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE ALERT-FILE
           IF WS-SCAN-KEY NOT = XS-WD-KEY
               OR WS-SCAN-SEEN NOT = XS-WD-SEEN
             MOVE WS-SCAN-KEY TO XS-WD-KEY
             MOVE WS-SCAN-SEEN TO XS-WD-SEEN
             MOVE 'Y' TO WS-STATE-CHANGED
           END-IF.

       250-CHECK-NEW-RECORD.
           MOVE 'N' TO WS-REC-NEW
           IF WS-REC-STAMP IS NUMERIC
             MOVE WS-REC-STAMP TO WS-REC-KEY
             IF WS-REC-KEY > WS-SCAN-KEY
               MOVE WS-REC-KEY TO WS-SCAN-KEY
               MOVE 1 TO WS-SCAN-SEEN
               MOVE 1 TO WS-SCAN-SAME
               MOVE 'Y' TO WS-REC-NEW
             ELSE
               IF WS-REC-KEY = WS-SCAN-KEY
                 ADD 1 TO WS-SCAN-SAME
                 IF WS-SCAN-SAME > WS-SCAN-SEEN
                   ADD 1 TO WS-SCAN-SEEN
                   MOVE 'Y' TO WS-REC-NEW
                 END-IF
               END-IF
             END-IF
           END-IF.

       260-NEW-ALERT.
           MOVE 0 TO WS-RECOVERY-HITS
           IF WS-NEW-SOURCE = 'W'
             INSPECT WS-NEW-REASON TALLYING WS-RECOVERY-HITS
                 FOR ALL 'RESUMED' ALL 'RECOVERED'
           END-IF
           PERFORM 270-FIND-ROUTE
           MOVE 0 TO WS-INC-HIT
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
               UNTIL WS-INC-IDX > WS-INC-COUNT
             IF WS-INC-SOURCE(WS-INC-IDX) = WS-NEW-SOURCE
                 AND WS-INC-REASON(WS-INC-IDX) = WS-NEW-REASON
               MOVE WS-INC-IDX TO WS-INC-HIT
             END-IF
           END-PERFORM
           EVALUATE TRUE
             WHEN WS-RECOVERY-HITS > 0
               CONTINUE
             WHEN WS-INC-HIT > 0
               CONTINUE
             WHEN WS-OC-HIT = 0
               IF WS-NEW-SOURCE = 'W'
                 MOVE 'UNROUT' TO WS-EH-ACTION
                 MOVE SPACES TO WS-EH-TIER
                 MOVE SPACES TO WS-EH-OPERATOR
                 MOVE WS-REC-KEY TO WS-EH-KEY
                 MOVE 0 TO WS-INC-HIT
                 PERFORM 720-WRITE-HISTORY
               END-IF
             WHEN WS-INC-COUNT >= 50
               DISPLAY 'DROPESC: INCIDENT TABLE FULL - NOT PAGED: '
                   WS-NEW-REASON UPON CONSOLE
             WHEN OTHER
               PERFORM 280-OPEN-INCIDENT
           END-EVALUATE.

       270-FIND-ROUTE.
           MOVE 0 TO WS-OC-HIT
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
               UNTIL WS-OC-IDX > WS-ONCALL-COUNT OR WS-OC-HIT > 0
             IF WS-OC-SOURCE(WS-OC-IDX) = WS-NEW-SOURCE
                 OR WS-OC-SOURCE(WS-OC-IDX) = '*'
               MOVE 20 TO WS-OC-LEN
               PERFORM UNTIL WS-OC-LEN = 0
                   OR WS-OC-REASON(WS-OC-IDX)(WS-OC-LEN:1)
                     NOT = SPACE
                 SUBTRACT 1 FROM WS-OC-LEN
               END-PERFORM
               IF WS-OC-LEN = 0
                 MOVE WS-OC-IDX TO WS-OC-HIT
               ELSE
                 IF WS-OC-REASON(WS-OC-IDX)(1:WS-OC-LEN) = '*'
                     OR WS-OC-REASON(WS-OC-IDX)(1:WS-OC-LEN)
                       = WS-NEW-REASON(1:WS-OC-LEN)
                   MOVE WS-OC-IDX TO WS-OC-HIT
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       280-OPEN-INCIDENT.
           ADD 1 TO XS-LAST-INCIDENT
           MOVE 'Y' TO WS-STATE-CHANGED
           ADD 1 TO WS-INC-COUNT
           MOVE WS-INC-COUNT TO WS-INC-HIT
           MOVE XS-LAST-INCIDENT TO WS-INC-ID(WS-INC-HIT)
           MOVE WS-NEW-SOURCE TO WS-INC-SOURCE(WS-INC-HIT)
           MOVE WS-NEW-REASON TO WS-INC-REASON(WS-INC-HIT)
           MOVE WS-REC-KEY TO WS-INC-RAISED-KEY(WS-INC-HIT)
           MOVE WS-NOW-KEY TO WS-INC-NOTIFY-KEY(WS-INC-HIT)
           MOVE WS-OC-PRIMARY(WS-OC-HIT) TO WS-INC-OPER(WS-INC-HIT, 1)
           MOVE WS-OC-SECONDARY(WS-OC-HIT)
               TO WS-INC-OPER(WS-INC-HIT, 2)
           MOVE WS-OC-MANAGER(WS-OC-HIT) TO WS-INC-OPER(WS-INC-HIT, 3)
           MOVE WS-OC-ESC-MIN(WS-OC-HIT) TO WS-INC-ESC-MIN(WS-INC-HIT)
           MOVE 0 TO WS-INC-TIER(WS-INC-HIT)
           PERFORM 510-FIND-NEXT-TIER
           MOVE WS-NEXT-TIER TO WS-INC-TIER(WS-INC-HIT)
           MOVE 'NOTIFY' TO WS-PG-ACTION
           PERFORM 700-SEND-PAGE
           MOVE 'Y' TO WS-OPEN-CHANGED.

       300-SCAN-EXCEPTIONS.
           MOVE XS-EX-KEY TO WS-SCAN-KEY
           MOVE XS-EX-SEEN TO WS-SCAN-SEEN
           MOVE 0 TO WS-SCAN-SAME
           OPEN INPUT EXCEPTIONS-FILE
           IF WS-FS-EXC = '00'
             PERFORM UNTIL WS-FS-EXC NOT = '00'
                 AND WS-FS-EXC NOT = '04'
               READ EXCEPTIONS-FILE
                 AT END
                   MOVE '10' TO WS-FS-EXC
                 NOT AT END
                   MOVE EXCEPTIONS-RECORD(1:14) TO WS-REC-STAMP
                   PERFORM 250-CHECK-NEW-RECORD
                   IF WS-REC-NEW = 'Y'
                     MOVE 'E' TO WS-NEW-SOURCE
                     MOVE CE-REASON TO WS-NEW-REASON
                     PERFORM 260-NEW-ALERT
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE EXCEPTIONS-FILE
           IF WS-SCAN-KEY NOT = XS-EX-KEY
               OR WS-SCAN-SEEN NOT = XS-EX-SEEN
             MOVE WS-SCAN-KEY TO XS-EX-KEY
             MOVE WS-SCAN-SEEN TO XS-EX-SEEN
             MOVE 'Y' TO WS-STATE-CHANGED
           END-IF.

       400-SCAN-ACKS.
           MOVE XS-AK-KEY TO WS-SCAN-KEY
           MOVE XS-AK-SEEN TO WS-SCAN-SEEN
           MOVE 0 TO WS-SCAN-SAME
           OPEN INPUT ESC-ACK-FILE
           IF WS-FS-ESCACK = '00'
             PERFORM UNTIL WS-FS-ESCACK NOT = '00'
                 AND WS-FS-ESCACK NOT = '04'
               READ ESC-ACK-FILE
                 AT END
                   MOVE '10' TO WS-FS-ESCACK
                 NOT AT END
                   MOVE ESC-ACK-RECORD(1:14) TO WS-REC-STAMP
                   PERFORM 250-CHECK-NEW-RECORD
                   IF WS-REC-NEW = 'Y'
                     PERFORM 410-APPLY-ACK
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE ESC-ACK-FILE
           IF WS-SCAN-KEY NOT = XS-AK-KEY
               OR WS-SCAN-SEEN NOT = XS-AK-SEEN
             MOVE WS-SCAN-KEY TO XS-AK-KEY
             MOVE WS-SCAN-SEEN TO XS-AK-SEEN
             MOVE 'Y' TO WS-STATE-CHANGED
           END-IF.

       410-APPLY-ACK.
           MOVE 0 TO WS-INC-HIT
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
               UNTIL WS-INC-IDX > WS-INC-COUNT OR WS-INC-HIT > 0
             IF WS-INC-ID(WS-INC-IDX) = EA-INCIDENT
               MOVE WS-INC-IDX TO WS-INC-HIT
             END-IF
           END-PERFORM
           IF WS-INC-HIT > 0
             MOVE 'ACK' TO WS-EH-ACTION
             MOVE WS-TIER-NAME(WS-INC-TIER(WS-INC-HIT))
                 TO WS-EH-TIER
             MOVE EA-OPERATOR TO WS-EH-OPERATOR
             MOVE WS-REC-KEY TO WS-EH-KEY
             PERFORM 720-WRITE-HISTORY
             MOVE 'ACK' TO PL-ACTION
             MOVE WS-INC-ID(WS-INC-HIT) TO PL-INCIDENT
             MOVE EA-OPERATOR TO PL-OPERATOR
             MOVE WS-INC-REASON(WS-INC-HIT) TO PL-REASON
             DISPLAY WS-PAGE-LINE UPON CONSOLE
             PERFORM VARYING WS-INC-IDX FROM WS-INC-HIT BY 1
                 UNTIL WS-INC-IDX >= WS-INC-COUNT
               MOVE WS-INC-ENTRY(WS-INC-IDX + 1)
                   TO WS-INC-ENTRY(WS-INC-IDX)
             END-PERFORM
             SUBTRACT 1 FROM WS-INC-COUNT
             MOVE 'Y' TO WS-OPEN-CHANGED
           END-IF.

       500-CHECK-ESCALATIONS.
           PERFORM VARYING WS-INC-HIT FROM 1 BY 1
               UNTIL WS-INC-HIT > WS-INC-COUNT
             IF WS-INC-TIER(WS-INC-HIT) < 3
               MOVE WS-INC-NOTIFY-KEY(WS-INC-HIT) TO WS-CALC-KEY
               PERFORM 800-KEY-TO-SECS
               COMPUTE WS-AGE-SECS = WS-NOW-SECS - WS-CALC-SECS
               IF WS-AGE-SECS >= WS-INC-ESC-MIN(WS-INC-HIT) * 60
                 PERFORM 510-FIND-NEXT-TIER
                 IF WS-NEXT-TIER > WS-INC-TIER(WS-INC-HIT)
                   MOVE WS-NEXT-TIER TO WS-INC-TIER(WS-INC-HIT)
                   MOVE WS-NOW-KEY TO WS-INC-NOTIFY-KEY(WS-INC-HIT)
                   MOVE 'ESCAL' TO WS-PG-ACTION
                   PERFORM 700-SEND-PAGE
                   MOVE 'Y' TO WS-OPEN-CHANGED
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       510-FIND-NEXT-TIER.
           MOVE WS-INC-TIER(WS-INC-HIT) TO WS-NEXT-TIER
           PERFORM WITH TEST AFTER
               UNTIL WS-NEXT-TIER >= 3
                 OR WS-INC-OPER(WS-INC-HIT, WS-NEXT-TIER) NOT = SPACES
             ADD 1 TO WS-NEXT-TIER
           END-PERFORM
           IF WS-INC-OPER(WS-INC-HIT, WS-NEXT-TIER) = SPACES
             MOVE WS-INC-TIER(WS-INC-HIT) TO WS-NEXT-TIER
           END-IF
           IF WS-NEXT-TIER = 0
             MOVE 3 TO WS-NEXT-TIER
           END-IF.

       600-WRITE-OPEN-FILE.
           OPEN OUTPUT ESC-OPEN-FILE
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
               UNTIL WS-INC-IDX > WS-INC-COUNT
             MOVE WS-INC-ENTRY(WS-INC-IDX) TO ESC-OPEN-RECORD
             WRITE ESC-OPEN-RECORD
           END-PERFORM
           CLOSE ESC-OPEN-FILE
           MOVE 'N' TO WS-OPEN-CHANGED.

       650-WRITE-STATE.
           OPEN OUTPUT ESC-STATE-FILE
           WRITE ESC-STATE-RECORD
           CLOSE ESC-STATE-FILE
           MOVE 'N' TO WS-STATE-CHANGED.

       700-SEND-PAGE.
           MOVE YR TO PG-YR
           MOVE MO TO PG-MO
           MOVE DA TO PG-DA
           MOVE HR TO PG-HR
           MOVE MIN TO PG-MIN
           MOVE SEC TO PG-SEC
           MOVE WS-INC-ID(WS-INC-HIT) TO PG-INCIDENT
           MOVE WS-PG-ACTION TO PG-ACTION
           MOVE WS-TIER-NAME(WS-INC-TIER(WS-INC-HIT)) TO PG-TIER
           MOVE WS-INC-OPER(WS-INC-HIT, WS-INC-TIER(WS-INC-HIT))
               TO PG-OPERATOR
           MOVE WS-INC-REASON(WS-INC-HIT) TO PG-REASON
           WRITE PAGE-RECORD
           MOVE WS-PG-ACTION TO WS-EH-ACTION
           MOVE PG-TIER TO WS-EH-TIER
           MOVE PG-OPERATOR TO WS-EH-OPERATOR
           MOVE WS-NOW-KEY TO WS-EH-KEY
           PERFORM 720-WRITE-HISTORY
           MOVE WS-PG-ACTION TO PL-ACTION
           MOVE PG-INCIDENT TO PL-INCIDENT
           MOVE PG-OPERATOR TO PL-OPERATOR
           MOVE PG-REASON TO PL-REASON
           DISPLAY WS-PAGE-LINE UPON CONSOLE.

       720-WRITE-HISTORY.
           MOVE YR TO EH-YR
           MOVE MO TO EH-MO
           MOVE DA TO EH-DA
           MOVE HR TO EH-HR
           MOVE MIN TO EH-MIN
           MOVE SEC TO EH-SEC
           MOVE WS-EH-ACTION TO EH-ACTION
           MOVE WS-EH-TIER TO EH-TIER
           MOVE WS-EH-OPERATOR TO EH-OPERATOR
           IF WS-INC-HIT > 0
             MOVE WS-INC-ID(WS-INC-HIT) TO EH-INCIDENT
             MOVE WS-INC-REASON(WS-INC-HIT) TO EH-REASON
             MOVE WS-INC-RAISED-KEY(WS-INC-HIT) TO WS-CALC-KEY
             PERFORM 800-KEY-TO-SECS
             MOVE WS-CALC-SECS TO WS-FROM-SECS
             MOVE WS-EH-KEY TO WS-CALC-KEY
             PERFORM 800-KEY-TO-SECS
             COMPUTE WS-AGE-SECS = WS-CALC-SECS - WS-FROM-SECS
             IF WS-AGE-SECS < 0
               MOVE 0 TO WS-AGE-SECS
             END-IF
             MOVE WS-AGE-SECS TO EH-ELAPSED
           ELSE
             MOVE 0 TO EH-INCIDENT
             MOVE WS-NEW-REASON TO EH-REASON
             MOVE 0 TO EH-ELAPSED
           END-IF
           WRITE ESC-HIST-RECORD.

       800-KEY-TO-SECS.
           MOVE 0 TO WS-CALC-SECS
           IF WS-CALC-DATE > 16010101
             COMPUTE WS-CALC-SECS =
                 FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) * 86400
                   + WS-CALC-HH * 3600 + WS-CALC-MM * 60 + WS-CALC-SS
           END-IF.

       900-SHUTDOWN.
           IF WS-OPEN-CHANGED = 'Y'
             PERFORM 600-WRITE-OPEN-FILE
           END-IF
           IF WS-STATE-CHANGED = 'Y'
             PERFORM 650-WRITE-STATE
           END-IF
           CLOSE PAGE-FILE
           CLOSE ESC-HIST-FILE
           DISPLAY 'DROPESC: DONE'.
