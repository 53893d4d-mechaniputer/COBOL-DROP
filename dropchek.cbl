       REMARKS. PRE-FLIGHT READINESS CHECK - VALIDATES THE COBOLDROP
                CONFIGURATION FILES AS A SET AND PRINTS A SINGLE
                PASS/FAIL REPORT FOR EVENT-MORNING SIGN-OFF.
                ENDS WITH RETURN CODE 0 (PASS), 4 (PASS WITH
                WARNINGS) OR 8 (FAIL) SO IT CAN ALSO BE CALLED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EVENTS-FILE ASSIGN TO "EVENTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EV-ID
               FILE STATUS IS WS-FS-EVENTS.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLIDAY.
           SELECT OPTIONAL TIMEZONE-FILE ASSIGN TO "TIMEZONES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TZ.
       FILE SECTION.
       FD  EVENTS-FILE.
       01  EVENTS-RECORD.
           05  EV-ID           PIC 9(6).
           05  EV-MO           PIC 99.
           05  EV-DA           PIC 99.
           05  EV-HR           PIC 99.
           05  EV-LABEL        PIC X(20).
           05  EV-IS-YEAREND   PIC X.
           05  EV-REC-TYPE     PIC X.
           05  EV-YEAR         PIC 9(4).
           05  EV-DOW          PIC 9.
           05  EV-NTH          PIC 9.
           05  EV-THEME        PIC X(8).
           05  EV-HOL-RULE     PIC X.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HO-TYPE         PIC X.
           05  HO-FROM-DATE    PIC 9(8).
           05  HO-FROM-TIME    PIC 9(6).
           05  HO-THRU-DATE    PIC 9(8).
           05  HO-THRU-TIME    PIC 9(6).
           05  HO-DESC         PIC X(20).
       FD  TIMEZONE-FILE.
       01  TIMEZONE-RECORD.
           05  TZ-LABEL        PIC X(10).
           05  CM-MODE         PIC X.
       FD  SHARED-CLOCK-FILE.
       01  SHARED-CLOCK-RECORD.
           05  SC-YR           PIC 9(4).
           05  SC-MO           PIC 99.
           05  SC-DA           PIC 99.
           05  SC-HR           PIC 99.
       01  WS-FAIL-COUNT     PIC 9(4) VALUE 0.
       01  WS-WARN-COUNT     PIC 9(4) VALUE 0.
       01  WS-OK-COUNT       PIC 9(4) VALUE 0.
       01  WS-EVENT-COUNT    PIC 9(6) VALUE 0.
       01  WS-TZ-COUNT       PIC 99 VALUE 0.
       01  WS-HOL-READ       PIC 9(4) VALUE 0.
       01  WS-HOL-BAD        PIC X.
       01  WS-HOL-COUNT      PIC 9(3) VALUE 0.
       01  WS-HOL-TABLE.
           05  WS-HOL-ENTRY OCCURS 200 TIMES.
               10  WS-HOL-TYPE      PIC X.
               10  WS-HOL-FROM-KEY  PIC 9(14).
               10  WS-HOL-THRU-KEY  PIC 9(14).
       01  WS-HOL-IDX        PIC 9(3).
       01  WS-HOL-KEY        PIC 9(14).
       01  WS-HOL-STEPS      PIC 9(3).
       01  WS-HOL-SEQ-TEXT   PIC X(4).
       01  WS-HOL-SEQ-NUM    PIC 9(4).
       01  WS-DATE.
           05  YR            PIC 9(4).
           05  MO            PIC 99.
           05  DA            PIC 99.
       01  WS-TODAY-CCYYMMDD PIC 9(8).
       01  WS-TODAY-INT      PIC 9(9).
       01  WS-TODAY-DOW      PIC 9.
       01  WS-OCC-YR         PIC 9(4).
       01  WS-OCC-CCYYMMDD   PIC 9(8).
       01  WS-OCC-INT        PIC 9(9).
       01  WS-OCC-MO         PIC 99.
       01  WS-DOW-AHEAD      PIC 9.
       01  WS-NTH-FIRST-INT  PIC 9(9).
       01  WS-NTH-FIRST-DOW  PIC 9.
       01  WS-NTH-OFFSET     PIC 99.
       01  WS-BUSDAY-INT     PIC 9(9).
       01  WS-BUSDAY-CCYYMMDD PIC 9(8).
       01  WS-BUSDAY-DOW     PIC 9.
       01  WS-BUSDAY-FLAG    PIC X.
           88  WS-IS-BUSINESS-DAY VALUE 'Y'.
       01  WS-OCC-TEXT       PIC X(8).
       01  WS-EVT-BAD        PIC X.
       01  WS-CHECK-MO       PIC 99.
       01  WS-CHECK-DA       PIC 99.
           05  CK-FLAG       PIC X(7).
           05  CK-TEXT       PIC X(70).
       01  WS-CK-TEXT        PIC X(70).
       01  WS-SEQ-TEXT       PIC X(6).
       01  WS-SEQ-NUM        PIC 9(6).
       01  WS-VERDICT-LINE.
           05  FILLER        PIC X(12) VALUE ' READINESS: '.
           05  VD-TEXT       PIC X(4).
           05  CL-VALUE      PIC ZZZ9.
       01  WS-FILE-STATUSES.
           05  WS-FS-EVENTS     PIC XX.
           05  WS-FS-HOLIDAY    PIC XX.
           05  WS-FS-TZ         PIC XX.
           05  WS-FS-GREET      PIC XX.
           05  WS-FS-ANIM       PIC XX.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-INITIALIZE
           PERFORM 150-CHECK-HOLIDAYS
           PERFORM 200-CHECK-EVENTS
           PERFORM 300-CHECK-TIMEZONES
           PERFORM 400-CHECK-GREETING
           PERFORM 675-CHECK-THEMESEL
           PERFORM 800-PRINT-VERDICT
           PERFORM 900-SHUTDOWN
           GOBACK.

       010-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-CCYYMMDD =
               YR * 10000 + MO * 100 + DA
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).

       150-CHECK-HOLIDAYS.
           MOVE 0 TO WS-HOL-READ
           MOVE 0 TO WS-HOL-COUNT
           OPEN INPUT HOLIDAY-FILE
           IF WS-FS-HOLIDAY = '00'
             PERFORM UNTIL WS-FS-HOLIDAY NOT = '00'
                 AND WS-FS-HOLIDAY NOT = '04'
               READ HOLIDAY-FILE
                 AT END
                   MOVE '10' TO WS-FS-HOLIDAY
                 NOT AT END
                   ADD 1 TO WS-HOL-READ
                   PERFORM 160-CHECK-ONE-HOLIDAY
               END-READ
             END-PERFORM
           END-IF
           CLOSE HOLIDAY-FILE
           IF WS-HOL-READ = 0
             MOVE 'HOLIDAYS.DAT EMPTY - NO HOLIDAYS OR BLACKOUTS'
                 TO WS-CK-TEXT
             PERFORM 720-REPORT-WARN
           ELSE
             MOVE 'HOLIDAYS.DAT PRESENT AND READ' TO WS-CK-TEXT
             PERFORM 710-REPORT-OK
           END-IF
           IF WS-HOL-READ > 200
             MOVE 'HOLIDAYS.DAT OVER 200 ENTRIES - EXTRAS IGNORED'
                 TO WS-CK-TEXT
             PERFORM 730-REPORT-FAIL
           END-IF.

       160-CHECK-ONE-HOLIDAY.
           MOVE 'N' TO WS-HOL-BAD
           MOVE WS-HOL-READ TO WS-HOL-SEQ-NUM
           MOVE WS-HOL-SEQ-NUM TO WS-HOL-SEQ-TEXT
           IF HO-TYPE NOT = 'H' AND HO-TYPE NOT = 'B'
             MOVE 'Y' TO WS-HOL-BAD
             MOVE SPACES TO WS-CK-TEXT
             STRING 'HOLIDAY ENTRY ' WS-HOL-SEQ-TEXT
                 ' TYPE NOT H OR B'
                 DELIMITED BY SIZE INTO WS-CK-TEXT
             PERFORM 730-REPORT-FAIL
           END-IF
           IF HO-FROM-DATE IS NOT NUMERIC
               OR HO-THRU-DATE IS NOT NUMERIC
             MOVE 'Y' TO WS-HOL-BAD
           ELSE
             IF FUNCTION TEST-DATE-YYYYMMDD(HO-FROM-DATE) NOT = 0
                 OR FUNCTION TEST-DATE-YYYYMMDD(HO-THRU-DATE) NOT = 0
                 OR HO-THRU-DATE < HO-FROM-DATE
               MOVE 'Y' TO WS-HOL-BAD
             END-IF
           END-IF
           IF HO-FROM-TIME IS NOT NUMERIC
               OR HO-THRU-TIME IS NOT NUMERIC
             MOVE 'Y' TO WS-HOL-BAD
           ELSE
             IF HO-FROM-TIME > 235959 OR HO-THRU-TIME > 235959
                 OR FUNCTION MOD(HO-FROM-TIME, 10000) > 5959
                 OR FUNCTION MOD(HO-THRU-TIME, 10000) > 5959
                 OR FUNCTION MOD(HO-FROM-TIME, 100) > 59
                 OR FUNCTION MOD(HO-THRU-TIME, 100) > 59
               MOVE 'Y' TO WS-HOL-BAD
             END-IF
             IF HO-THRU-DATE = HO-FROM-DATE
                 AND HO-THRU-TIME < HO-FROM-TIME
               MOVE 'Y' TO WS-HOL-BAD
             END-IF
           END-IF
           IF WS-HOL-BAD = 'Y'
             IF HO-TYPE = 'H' OR HO-TYPE = 'B'
               MOVE SPACES TO WS-CK-TEXT
               STRING 'HOLIDAY ENTRY ' WS-HOL-SEQ-TEXT ' '
                   HO-DESC ' BAD DATE OR TIME'
                   DELIMITED BY SIZE INTO WS-CK-TEXT
               PERFORM 730-REPORT-FAIL
             END-IF
           ELSE
             IF WS-HOL-COUNT < 200
               ADD 1 TO WS-HOL-COUNT
               MOVE HO-TYPE TO WS-HOL-TYPE(WS-HOL-COUNT)
               COMPUTE WS-HOL-FROM-KEY(WS-HOL-COUNT) =
                   HO-FROM-DATE * 1000000 + HO-FROM-TIME
               COMPUTE WS-HOL-THRU-KEY(WS-HOL-COUNT) =
                   HO-THRU-DATE * 1000000 + HO-THRU-TIME
               IF HO-TYPE = 'H'
                 COMPUTE WS-HOL-FROM-KEY(WS-HOL-COUNT) =
                     HO-FROM-DATE * 1000000
                 COMPUTE WS-HOL-THRU-KEY(WS-HOL-COUNT) =
                     HO-THRU-DATE * 1000000 + 235959
               END-IF
             END-IF
           END-IF.

       200-CHECK-EVENTS.
           MOVE 0 TO WS-EVENT-COUNT
           IF WS-FS-EVENTS = '00'
             PERFORM UNTIL WS-FS-EVENTS NOT = '00'
                 AND WS-FS-EVENTS NOT = '04'
               READ EVENTS-FILE NEXT RECORD
                 AT END
                   MOVE '10' TO WS-FS-EVENTS
                 NOT AT END
           END-IF
           CLOSE EVENTS-FILE
           IF WS-EVENT-COUNT = 0
             MOVE 'EVENTMAST.DAT EMPTY - BUILT-IN YEAR END USED'
                 TO WS-CK-TEXT
             PERFORM 720-REPORT-WARN
           ELSE
             MOVE 'EVENTMAST.DAT PRESENT AND READ' TO WS-CK-TEXT
             PERFORM 710-REPORT-OK
           END-IF.

       210-CHECK-ONE-EVENT.
           MOVE 'N' TO WS-EVT-BAD
           MOVE EV-ID TO WS-SEQ-NUM
           MOVE WS-SEQ-NUM TO WS-SEQ-TEXT
           EVALUATE EV-REC-TYPE
             WHEN 'O'
               PERFORM 220-CHECK-FIXED-DATE
               IF EV-YEAR IS NUMERIC AND EV-YEAR >= 1601
                 CONTINUE
               ELSE
                 MOVE 'Y' TO WS-EVT-BAD
               PERFORM 720-REPORT-WARN
             END-IF
           END-IF
           IF EV-HOL-RULE NOT = SPACE AND EV-HOL-RULE NOT = 'F'
               AND EV-HOL-RULE NOT = 'P' AND EV-HOL-RULE NOT = 'N'
               AND EV-HOL-RULE NOT = 'S'
             MOVE SPACES TO WS-CK-TEXT
             STRING 'EVENT ' WS-SEQ-TEXT
                 ' HOLIDAY RULE NOT F/P/N/S - FIRES ANYWAY'
                 DELIMITED BY SIZE INTO WS-CK-TEXT
             PERFORM 720-REPORT-WARN
           END-IF
           IF WS-EVT-BAD = 'N'
             MOVE SPACES TO WS-CK-TEXT
             STRING 'EVENT ' WS-SEQ-TEXT ' ' EV-LABEL
                 DELIMITED BY SIZE INTO WS-CK-TEXT
             PERFORM 710-REPORT-OK
             PERFORM 230-NEXT-OCCURRENCE
             IF WS-OCC-INT > 0
               PERFORM 240-CHECK-BLACKOUT
             END-IF
           END-IF.

       220-CHECK-FIXED-DATE.
             PERFORM 730-REPORT-FAIL
           END-IF.

       230-NEXT-OCCURRENCE.
           MOVE 0 TO WS-OCC-INT
           EVALUATE EV-REC-TYPE
             WHEN 'O'
               COMPUTE WS-OCC-CCYYMMDD =
                   EV-YEAR * 10000 + EV-MO * 100 + EV-DA
               COMPUTE WS-OCC-INT =
                   FUNCTION INTEGER-OF-DATE(WS-OCC-CCYYMMDD)
             WHEN 'W'
               COMPUTE WS-TODAY-DOW =
                   FUNCTION MOD(WS-TODAY-INT - 1, 7) + 1
               COMPUTE WS-DOW-AHEAD =
                   FUNCTION MOD(EV-DOW - WS-TODAY-DOW + 7, 7)
               COMPUTE WS-OCC-INT = WS-TODAY-INT + WS-DOW-AHEAD
             WHEN 'N'
               MOVE YR TO WS-OCC-YR
               PERFORM 233-NTH-IN-YEAR
               IF WS-OCC-INT < WS-TODAY-INT
                 ADD 1 TO WS-OCC-YR
                 PERFORM 233-NTH-IN-YEAR
               END-IF
             WHEN OTHER
               COMPUTE WS-OCC-CCYYMMDD =
                   YR * 10000 + EV-MO * 100 + EV-DA
               COMPUTE WS-OCC-INT =
                   FUNCTION INTEGER-OF-DATE(WS-OCC-CCYYMMDD)
               IF WS-OCC-INT < WS-TODAY-INT
                 COMPUTE WS-OCC-CCYYMMDD =
                     (YR + 1) * 10000 + EV-MO * 100 + EV-DA
                 COMPUTE WS-OCC-INT =
                     FUNCTION INTEGER-OF-DATE(WS-OCC-CCYYMMDD)
               END-IF
           END-EVALUATE
           IF WS-OCC-INT < WS-TODAY-INT
             MOVE 0 TO WS-OCC-INT
           END-IF
           IF WS-OCC-INT > 0
               AND (EV-HOL-RULE = 'P' OR EV-HOL-RULE = 'N'
                 OR EV-HOL-RULE = 'S')
             PERFORM 235-APPLY-HOLIDAY-RULE
           END-IF.

       233-NTH-IN-YEAR.
           MOVE 0 TO WS-OCC-INT
           COMPUTE WS-OCC-CCYYMMDD =
               WS-OCC-YR * 10000 + EV-MO * 100 + 1
           COMPUTE WS-NTH-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-OCC-CCYYMMDD)
           IF WS-NTH-FIRST-INT > 0
             COMPUTE WS-NTH-FIRST-DOW =
                 FUNCTION MOD(WS-NTH-FIRST-INT - 1, 7) + 1
             COMPUTE WS-NTH-OFFSET =
                 FUNCTION MOD(EV-DOW - WS-NTH-FIRST-DOW + 7, 7)
                 + (EV-NTH - 1) * 7
             COMPUTE WS-OCC-INT = WS-NTH-FIRST-INT + WS-NTH-OFFSET
             COMPUTE WS-OCC-CCYYMMDD =
                 FUNCTION DATE-OF-INTEGER(WS-OCC-INT)
             MOVE WS-OCC-CCYYMMDD(5:2) TO WS-OCC-MO
             IF WS-OCC-MO NOT = EV-MO
               SUBTRACT 7 FROM WS-OCC-INT
             END-IF
           END-IF.

       235-APPLY-HOLIDAY-RULE.
           MOVE WS-OCC-INT TO WS-BUSDAY-INT
           PERFORM 237-CHECK-BUSINESS-DAY
           IF NOT WS-IS-BUSINESS-DAY
             MOVE 0 TO WS-HOL-STEPS
             EVALUATE EV-HOL-RULE
               WHEN 'S'
                 MOVE 0 TO WS-OCC-INT
               WHEN 'P'
                 PERFORM UNTIL WS-IS-BUSINESS-DAY
                     OR WS-HOL-STEPS > 366
                   SUBTRACT 1 FROM WS-BUSDAY-INT
                   ADD 1 TO WS-HOL-STEPS
                   PERFORM 237-CHECK-BUSINESS-DAY
                 END-PERFORM
               WHEN 'N'
                 PERFORM UNTIL WS-IS-BUSINESS-DAY
                     OR WS-HOL-STEPS > 366
                   ADD 1 TO WS-BUSDAY-INT
                   ADD 1 TO WS-HOL-STEPS
                   PERFORM 237-CHECK-BUSINESS-DAY
                 END-PERFORM
             END-EVALUATE
             IF WS-OCC-INT > 0
               MOVE WS-BUSDAY-INT TO WS-OCC-INT
             END-IF
           END-IF.

       237-CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUSDAY-FLAG
           COMPUTE WS-BUSDAY-DOW =
               FUNCTION MOD(WS-BUSDAY-INT - 1, 7) + 1
           IF WS-BUSDAY-DOW >= 6
             MOVE 'N' TO WS-BUSDAY-FLAG
           ELSE
             COMPUTE WS-BUSDAY-CCYYMMDD =
                 FUNCTION DATE-OF-INTEGER(WS-BUSDAY-INT)
             COMPUTE WS-HOL-KEY = WS-BUSDAY-CCYYMMDD * 1000000
             PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                 UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF WS-HOL-TYPE(WS-HOL-IDX) = 'H'
                   AND WS-HOL-KEY >= WS-HOL-FROM-KEY(WS-HOL-IDX)
                   AND WS-HOL-KEY <= WS-HOL-THRU-KEY(WS-HOL-IDX)
                 MOVE 'N' TO WS-BUSDAY-FLAG
               END-IF
             END-PERFORM
           END-IF.

       240-CHECK-BLACKOUT.
           COMPUTE WS-OCC-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-OCC-INT)
           COMPUTE WS-HOL-KEY = WS-OCC-CCYYMMDD * 1000000
               + EV-HR * 10000 + EV-MIN * 100 + EV-SEC
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT
             IF WS-HOL-TYPE(WS-HOL-IDX) = 'B'
                 AND WS-HOL-KEY >= WS-HOL-FROM-KEY(WS-HOL-IDX)
                 AND WS-HOL-KEY <= WS-HOL-THRU-KEY(WS-HOL-IDX)
               MOVE WS-OCC-CCYYMMDD TO WS-OCC-TEXT
               MOVE SPACES TO WS-CK-TEXT
               IF EV-IS-YEAREND = 'N'
                 STRING 'EVENT ' WS-SEQ-TEXT ' NEXT ' WS-OCC-TEXT
                     ' FALLS IN A BLACKOUT WINDOW'
                     DELIMITED BY SIZE INTO WS-CK-TEXT
               ELSE
                 STRING 'EVENT ' WS-SEQ-TEXT ' NEXT ' WS-OCC-TEXT
                     ' IN BLACKOUT - NO BATCH TRIGGER'
                     DELIMITED BY SIZE INTO WS-CK-TEXT
               END-IF
               PERFORM 720-REPORT-WARN
               MOVE WS-HOL-COUNT TO WS-HOL-IDX
             END-IF
           END-PERFORM.

       300-CHECK-TIMEZONES.
           MOVE 0 TO WS-TZ-COUNT
           OPEN INPUT TIMEZONE-FILE
           WRITE REPORT-LINE
           IF WS-FAIL-COUNT = 0
             MOVE 'PASS' TO VD-TEXT
             IF WS-WARN-COUNT = 0
               MOVE 0 TO RETURN-CODE
             ELSE
               MOVE 4 TO RETURN-CODE
             END-IF
           ELSE
             MOVE 'FAIL' TO VD-TEXT
             MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-VERDICT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
