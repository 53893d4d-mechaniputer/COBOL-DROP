       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROPRESP.
       AUTHOR. ALAN BEADLE.
       REMARKS. OPERATOR ACKNOWLEDGMENT SCREEN FOR DROPESC PAGES,
                AND THE RESPONSE-TIME REPORT FROM THE ESCALATION
                HISTORY FILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ESC-OPEN-FILE ASSIGN TO "ESCALATION-OPEN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPEN.
           SELECT ESC-ACK-FILE ASSIGN TO "ESCALATION-ACK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESCACK.
           SELECT OPTIONAL ESC-HIST-FILE
               ASSIGN TO "ESCALATION-HIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.
           SELECT REPORT-FILE ASSIGN TO "ESCALATION-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.
       DATA DIVISION.
       FILE SECTION.
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
       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-MENU-CHOICE    PIC X VALUE SPACE.
           88  WS-MENU-QUIT  VALUES 'Q' 'q'.
       01  WS-OPERATOR-ID    PIC X(8) VALUE SPACES.
       01  WS-DATE.
           05  YR            PIC 9(4).
           05  MO            PIC 99.
           05  DA            PIC 99.
       01  WS-TIME.
           05  HR            PIC 99.
           05  MIN           PIC 99.
           05  SEC           PIC 99.
       01  WS-IN-TEXT        PIC X(6).
       01  WS-IN-NUM         PIC 9(6).
       01  WS-IN-LEN         PIC 9.
       01  WS-OPEN-COUNT     PIC 99 VALUE 0.
       01  WS-FOUND          PIC X.
       01  WS-TIER-NAMES.
           05  FILLER        PIC X(9) VALUE 'PRIMARY'.
           05  FILLER        PIC X(9) VALUE 'SECONDARY'.
           05  FILLER        PIC X(9) VALUE 'MANAGER'.
       01  WS-TIER-TABLE REDEFINES WS-TIER-NAMES.
           05  WS-TIER-NAME OCCURS 3 TIMES PIC X(9).
       01  WS-OPEN-LINE.
           05  OL-INCIDENT   PIC 9(6).
           05  FILLER        PIC X VALUE SPACE.
           05  OL-REASON     PIC X(30).
           05  FILLER        PIC X(8) VALUE ' RAISED '.
           05  OL-RAISED     PIC X(14).
           05  FILLER        PIC X VALUE SPACE.
           05  OL-TIER       PIC X(9).
           05  FILLER        PIC X VALUE SPACE.
           05  OL-OPERATOR   PIC X(8).
       01  WS-RPT-COUNT      PIC 9(3) VALUE 0.
       01  WS-RPT-TABLE.
           05  WS-RPT-ENTRY OCCURS 500 TIMES.
               10  WS-RPT-ID        PIC 9(6).
               10  WS-RPT-STAMP     PIC X(14).
               10  WS-RPT-REASON    PIC X(30).
               10  WS-RPT-ESCALS    PIC 9.
               10  WS-RPT-ACK-TIER  PIC X(9).
               10  WS-RPT-ACK-OPER  PIC X(8).
               10  WS-RPT-ACK-SECS  PIC 9(7).
               10  WS-RPT-ACKED     PIC X.
       01  WS-RPT-IDX        PIC 9(3).
       01  WS-RPT-HIT        PIC 9(3).
       01  WS-RPT-ACKED-CNT  PIC 9(5) VALUE 0.
       01  WS-RPT-OPEN-CNT   PIC 9(5) VALUE 0.
       01  WS-RPT-UNROUTED   PIC 9(5) VALUE 0.
       01  WS-RPT-TOTAL-SECS PIC 9(9) VALUE 0.
       01  WS-RPT-WORST-SECS PIC 9(7) VALUE 0.
       01  WS-RPT-AVG-SECS   PIC 9(7) VALUE 0.
       01  WS-RPT-HDR-1.
           05  FILLER        PIC X(36)
               VALUE 'ESCALATION RESPONSE TIMES - RUN '.
           05  RH-DATE       PIC 9(8).
           05  FILLER        PIC X VALUE SPACE.
           05  RH-TIME       PIC 9(6).
       01  WS-RPT-HDR-2.
           05  FILLER        PIC X(50)
               VALUE 'INCID  RAISED         REASON'.
           05  FILLER        PIC X(50)
               VALUE '      ESC ACK TIER  ACK BY   RESPONSE'.
       01  WS-RPT-DETAIL.
           05  RD-INCIDENT   PIC 9(6).
           05  FILLER        PIC X VALUE SPACE.
           05  RD-STAMP      PIC X(14).
           05  FILLER        PIC X VALUE SPACE.
           05  RD-REASON     PIC X(30).
           05  FILLER        PIC X VALUE SPACE.
           05  RD-ESCALS     PIC 9.
           05  FILLER        PIC XX VALUE SPACES.
           05  RD-ACK-TIER   PIC X(9).
           05  FILLER        PIC X VALUE SPACE.
           05  RD-ACK-OPER   PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  RD-RESPONSE   PIC X(11).
       01  WS-RESP-TEXT.
           05  RT-MINUTES    PIC ZZZZZ9.
           05  FILLER        PIC X VALUE 'M'.
           05  RT-SECONDS    PIC 99.
           05  FILLER        PIC X VALUE 'S'.
       01  WS-RESP-MIN       PIC 9(6).
       01  WS-RESP-SEC       PIC 99.
       01  WS-RPT-SUMMARY.
           05  RS-LABEL      PIC X(30).
           05  RS-VALUE      PIC ZZZZZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  RS-TEXT       PIC X(11).
       01  WS-FILE-STATUSES.
           05  WS-FS-OPEN       PIC XX.
           05  WS-FS-ESCACK     PIC XX.
           05  WS-FS-HIST       PIC XX.
           05  WS-FS-REPORT     PIC XX.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 105-SIGN-ON
           PERFORM UNTIL WS-MENU-QUIT
             PERFORM 110-SHOW-MENU
             EVALUATE WS-MENU-CHOICE
               WHEN '1'
                 PERFORM 200-LIST-OPEN
               WHEN '2'
                 PERFORM 300-ACKNOWLEDGE
               WHEN '3'
                 PERFORM 400-RESPONSE-REPORT
               WHEN 'Q'
                 CONTINUE
               WHEN 'q'
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'DROPRESP: PLEASE CHOOSE 1-3 OR Q'
             END-EVALUATE
           END-PERFORM
           DISPLAY 'DROPRESP: DONE'
           STOP RUN.

       105-SIGN-ON.
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
             DISPLAY 'OPERATOR ID (UP TO 8 CHARS): '
                 WITH NO ADVANCING
             ACCEPT WS-OPERATOR-ID
           END-PERFORM.

       110-SHOW-MENU.
           DISPLAY ' '
           DISPLAY 'COBOLDROP ESCALATION ACKNOWLEDGMENT'
           DISPLAY '  1 - LIST OPEN INCIDENTS'
           DISPLAY '  2 - ACKNOWLEDGE AN INCIDENT'
           DISPLAY '  3 - RESPONSE-TIME REPORT (ESCALATION-REPORT.TXT)'
           DISPLAY '  Q - QUIT'
           DISPLAY 'CHOICE: ' WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.

       200-LIST-OPEN.
           MOVE 0 TO WS-OPEN-COUNT
           DISPLAY ' '
           DISPLAY 'INCID  REASON                         RAISED'
               '          TIER      PAGED'
           OPEN INPUT ESC-OPEN-FILE
           IF WS-FS-OPEN = '00'
             PERFORM UNTIL WS-FS-OPEN NOT = '00'
               READ ESC-OPEN-FILE
                 AT END
                   MOVE '10' TO WS-FS-OPEN
                 NOT AT END
                   IF EO-INCIDENT IS NUMERIC
                     ADD 1 TO WS-OPEN-COUNT
                     PERFORM 210-SHOW-OPEN-LINE
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE ESC-OPEN-FILE
           IF WS-OPEN-COUNT = 0
             DISPLAY 'DROPRESP: NO OPEN INCIDENTS'
           END-IF.

       210-SHOW-OPEN-LINE.
           MOVE EO-INCIDENT TO OL-INCIDENT
           MOVE EO-REASON TO OL-REASON
           MOVE EO-RAISED-KEY TO OL-RAISED
           MOVE SPACES TO OL-TIER
           MOVE SPACES TO OL-OPERATOR
           IF EO-TIER >= 1 AND EO-TIER <= 3
             MOVE WS-TIER-NAME(EO-TIER) TO OL-TIER
             EVALUATE EO-TIER
               WHEN 1
                 MOVE EO-PRIMARY TO OL-OPERATOR
               WHEN 2
                 MOVE EO-SECONDARY TO OL-OPERATOR
               WHEN OTHER
                 MOVE EO-MANAGER TO OL-OPERATOR
             END-EVALUATE
           END-IF
           DISPLAY WS-OPEN-LINE.

       300-ACKNOWLEDGE.
           PERFORM 200-LIST-OPEN
           IF WS-OPEN-COUNT > 0
             DISPLAY 'INCIDENT TO ACKNOWLEDGE (ENTER TO RETURN): '
                 WITH NO ADVANCING
             MOVE SPACES TO WS-IN-TEXT
             ACCEPT WS-IN-TEXT
             IF WS-IN-TEXT NOT = SPACES
               PERFORM 310-PARSE-INCIDENT
               PERFORM 320-FIND-OPEN
               IF WS-FOUND = 'Y'
                 PERFORM 330-WRITE-ACK
               ELSE
                 DISPLAY 'DROPRESP: INCIDENT ' WS-IN-TEXT
                     ' IS NOT OPEN'
               END-IF
             END-IF
           END-IF.

       310-PARSE-INCIDENT.
           MOVE 0 TO WS-IN-NUM
           MOVE 6 TO WS-IN-LEN
           PERFORM UNTIL WS-IN-LEN = 0
               OR WS-IN-TEXT(WS-IN-LEN:1) NOT = SPACE
             SUBTRACT 1 FROM WS-IN-LEN
           END-PERFORM
           IF WS-IN-LEN > 0
             IF WS-IN-TEXT(1:WS-IN-LEN) IS NUMERIC
               MOVE WS-IN-TEXT(1:WS-IN-LEN) TO WS-IN-NUM
             END-IF
           END-IF.

       320-FIND-OPEN.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT ESC-OPEN-FILE
           IF WS-FS-OPEN = '00'
             PERFORM UNTIL WS-FS-OPEN NOT = '00' OR WS-FOUND = 'Y'
               READ ESC-OPEN-FILE
                 AT END
                   MOVE '10' TO WS-FS-OPEN
                 NOT AT END
                   IF EO-INCIDENT IS NUMERIC
                       AND EO-INCIDENT = WS-IN-NUM
                       AND WS-IN-NUM > 0
                     MOVE 'Y' TO WS-FOUND
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE ESC-OPEN-FILE.

       330-WRITE-ACK.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE YR TO EA-YR
           MOVE MO TO EA-MO
           MOVE DA TO EA-DA
           MOVE HR TO EA-HR
           MOVE MIN TO EA-MIN
           MOVE SEC TO EA-SEC
           MOVE WS-IN-NUM TO EA-INCIDENT
           MOVE WS-OPERATOR-ID TO EA-OPERATOR
           OPEN EXTEND ESC-ACK-FILE
           IF WS-FS-ESCACK NOT = '00'
             OPEN OUTPUT ESC-ACK-FILE
           END-IF
           WRITE ESC-ACK-RECORD
           CLOSE ESC-ACK-FILE
           DISPLAY 'DROPRESP: INCIDENT ' WS-IN-NUM
               ' ACKNOWLEDGED BY ' WS-OPERATOR-ID.

       400-RESPONSE-REPORT.
           MOVE 0 TO WS-RPT-COUNT
           MOVE 0 TO WS-RPT-ACKED-CNT
           MOVE 0 TO WS-RPT-OPEN-CNT
           MOVE 0 TO WS-RPT-UNROUTED
           MOVE 0 TO WS-RPT-TOTAL-SECS
           MOVE 0 TO WS-RPT-WORST-SECS
           OPEN INPUT ESC-HIST-FILE
           IF WS-FS-HIST = '00'
             PERFORM UNTIL WS-FS-HIST NOT = '00'
               READ ESC-HIST-FILE
                 AT END
                   MOVE '10' TO WS-FS-HIST
                 NOT AT END
                   PERFORM 410-TALLY-HISTORY
               END-READ
             END-PERFORM
           END-IF
           CLOSE ESC-HIST-FILE
           PERFORM 420-WRITE-REPORT
           DISPLAY 'DROPRESP: ' WS-RPT-COUNT ' INCIDENT(S) WRITTEN TO'
               ' ESCALATION-REPORT.TXT'.

       410-TALLY-HISTORY.
           IF EH-ACTION = 'UNROUT'
             ADD 1 TO WS-RPT-UNROUTED
           ELSE
             MOVE 0 TO WS-RPT-HIT
             PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                 UNTIL WS-RPT-IDX > WS-RPT-COUNT OR WS-RPT-HIT > 0
               IF WS-RPT-ID(WS-RPT-IDX) = EH-INCIDENT
                 MOVE WS-RPT-IDX TO WS-RPT-HIT
               END-IF
             END-PERFORM
             IF WS-RPT-HIT = 0 AND EH-ACTION = 'NOTIFY'
                 AND WS-RPT-COUNT < 500
               ADD 1 TO WS-RPT-COUNT
               MOVE WS-RPT-COUNT TO WS-RPT-HIT
               MOVE EH-INCIDENT TO WS-RPT-ID(WS-RPT-HIT)
               MOVE ESC-HIST-RECORD(1:14) TO WS-RPT-STAMP(WS-RPT-HIT)
               MOVE EH-REASON TO WS-RPT-REASON(WS-RPT-HIT)
               MOVE 0 TO WS-RPT-ESCALS(WS-RPT-HIT)
               MOVE SPACES TO WS-RPT-ACK-TIER(WS-RPT-HIT)
               MOVE SPACES TO WS-RPT-ACK-OPER(WS-RPT-HIT)
               MOVE 0 TO WS-RPT-ACK-SECS(WS-RPT-HIT)
               MOVE 'N' TO WS-RPT-ACKED(WS-RPT-HIT)
             END-IF
             IF WS-RPT-HIT > 0
               EVALUATE EH-ACTION
                 WHEN 'ESCAL'
                   ADD 1 TO WS-RPT-ESCALS(WS-RPT-HIT)
                 WHEN 'ACK'
                   MOVE 'Y' TO WS-RPT-ACKED(WS-RPT-HIT)
                   MOVE EH-TIER TO WS-RPT-ACK-TIER(WS-RPT-HIT)
                   MOVE EH-OPERATOR TO WS-RPT-ACK-OPER(WS-RPT-HIT)
                   MOVE EH-ELAPSED TO WS-RPT-ACK-SECS(WS-RPT-HIT)
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
           END-IF.

       420-WRITE-REPORT.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO RH-DATE
           MOVE WS-TIME TO RH-TIME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM WS-RPT-HDR-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-RPT-HDR-2
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > WS-RPT-COUNT
             MOVE WS-RPT-ID(WS-RPT-IDX) TO RD-INCIDENT
             MOVE WS-RPT-STAMP(WS-RPT-IDX) TO RD-STAMP
             MOVE WS-RPT-REASON(WS-RPT-IDX) TO RD-REASON
             MOVE WS-RPT-ESCALS(WS-RPT-IDX) TO RD-ESCALS
             IF WS-RPT-ACKED(WS-RPT-IDX) = 'Y'
               ADD 1 TO WS-RPT-ACKED-CNT
               ADD WS-RPT-ACK-SECS(WS-RPT-IDX) TO WS-RPT-TOTAL-SECS
               IF WS-RPT-ACK-SECS(WS-RPT-IDX) > WS-RPT-WORST-SECS
                 MOVE WS-RPT-ACK-SECS(WS-RPT-IDX) TO WS-RPT-WORST-SECS
               END-IF
               MOVE WS-RPT-ACK-TIER(WS-RPT-IDX) TO RD-ACK-TIER
               MOVE WS-RPT-ACK-OPER(WS-RPT-IDX) TO RD-ACK-OPER
               MOVE WS-RPT-ACK-SECS(WS-RPT-IDX) TO WS-RESP-MIN
               PERFORM 430-FORMAT-RESPONSE
               MOVE WS-RESP-TEXT TO RD-RESPONSE
             ELSE
               ADD 1 TO WS-RPT-OPEN-CNT
               MOVE SPACES TO RD-ACK-TIER
               MOVE SPACES TO RD-ACK-OPER
               MOVE 'NOT ACKED' TO RD-RESPONSE
             END-IF
             WRITE REPORT-LINE FROM WS-RPT-DETAIL
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO RS-TEXT
           MOVE 'INCIDENTS PAGED' TO RS-LABEL
           MOVE WS-RPT-COUNT TO RS-VALUE
           WRITE REPORT-LINE FROM WS-RPT-SUMMARY
           MOVE 'ACKNOWLEDGED' TO RS-LABEL
           MOVE WS-RPT-ACKED-CNT TO RS-VALUE
           WRITE REPORT-LINE FROM WS-RPT-SUMMARY
           MOVE 'NOT YET ACKNOWLEDGED' TO RS-LABEL
           MOVE WS-RPT-OPEN-CNT TO RS-VALUE
           WRITE REPORT-LINE FROM WS-RPT-SUMMARY
           MOVE 'ALERTS WITH NO ON-CALL ROUTE' TO RS-LABEL
           MOVE WS-RPT-UNROUTED TO RS-VALUE
           WRITE REPORT-LINE FROM WS-RPT-SUMMARY
           IF WS-RPT-ACKED-CNT > 0
             COMPUTE WS-RPT-AVG-SECS =
                 WS-RPT-TOTAL-SECS / WS-RPT-ACKED-CNT
             MOVE WS-RPT-AVG-SECS TO WS-RESP-MIN
             PERFORM 430-FORMAT-RESPONSE
             MOVE 'AVERAGE RESPONSE (SECONDS)' TO RS-LABEL
             MOVE WS-RPT-AVG-SECS TO RS-VALUE
             MOVE WS-RESP-TEXT TO RS-TEXT
             WRITE REPORT-LINE FROM WS-RPT-SUMMARY
             MOVE WS-RPT-WORST-SECS TO WS-RESP-MIN
             PERFORM 430-FORMAT-RESPONSE
             MOVE 'WORST RESPONSE (SECONDS)' TO RS-LABEL
             MOVE WS-RPT-WORST-SECS TO RS-VALUE
             MOVE WS-RESP-TEXT TO RS-TEXT
             WRITE REPORT-LINE FROM WS-RPT-SUMMARY
           END-IF
           CLOSE REPORT-FILE.

       430-FORMAT-RESPONSE.
           COMPUTE WS-RESP-SEC = FUNCTION MOD(WS-RESP-MIN, 60)
           COMPUTE WS-RESP-MIN = (WS-RESP-MIN - WS-RESP-SEC) / 60
           MOVE WS-RESP-MIN TO RT-MINUTES
           MOVE WS-RESP-SEC TO RT-SECONDS.
