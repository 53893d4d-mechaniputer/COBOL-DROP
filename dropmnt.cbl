       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EVENTS-FILE ASSIGN TO "EVENTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EV-ID
               FILE STATUS IS WS-FS-EVENTS.
           SELECT OPTIONAL EVENTSEQ-FILE ASSIGN TO "EVENTSEQ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EVSEQ.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLIDAY.
           SELECT OPTIONAL TIMEZONE-FILE ASSIGN TO "TIMEZONES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TZ.
           SELECT OPTIONAL COPY-IN-FILE ASSIGN TO WS-COPY-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COPYIN.
           SELECT HISTORY-FILE ASSIGN TO "CHANGE-HISTORY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.
           SELECT OPTIONAL THEMESEL-FILE ASSIGN TO "THEMESEL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-THEMESEL.
           SELECT OPTIONAL ANNOUNCE-FILE ASSIGN TO "ANNOUNCE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANNOUNCE.
           SELECT OPTIONAL ANNSEQ-FILE ASSIGN TO "ANNSEQ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANNSEQ.
           SELECT OPTIONAL ANNLOG-FILE ASSIGN TO "ANNOUNCE-LOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANNLOG.
           SELECT OPTIONAL CMDAUTH-FILE ASSIGN TO "CMDAUTH.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CMDAUTH.
           SELECT OPTIONAL CHANGESET-FILE ASSIGN TO "CHANGESET.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHGSET.
           SELECT OPTIONAL CSETSEQ-FILE ASSIGN TO "CSETSEQ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSETSEQ.
           SELECT OPTIONAL CSET-FILE ASSIGN TO WS-CSET-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSET.
       DATA DIVISION.
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
       FD  EVENTSEQ-FILE.
       01  EVENTSEQ-RECORD.
           05  ES-LAST-ID      PIC 9(6).
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
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  CJ-OPERATOR     PIC X(8).
           05  CJ-YR           PIC 9(4).
           05  CJ-MO           PIC 99.
           05  CJ-DA           PIC 99.
           05  CJ-HR           PIC 99.
           05  CJ-SEC          PIC 99.
           05  CJ-FILE         PIC X(14).
           05  CJ-ACTION       PIC X(3).
           05  CJ-VALUE        PIC X(80).
       FD  COPY-IN-FILE.
       01  COPY-IN-RECORD      PIC X(80).
       FD  HISTORY-FILE.
       01  HISTORY-LINE        PIC X(100).
       FD  THEMESEL-FILE.
       01  THEMESEL-RECORD.
           05  TS-THEME        PIC X(8).
       FD  ANNOUNCE-FILE.
       01  ANNOUNCE-RECORD.
           05  AN-ID           PIC 9(6).
           05  AN-STATUS       PIC X.
           05  AN-PRIORITY     PIC X.
           05  AN-TARGET       PIC X(8).
           05  AN-START-KEY    PIC 9(14).
           05  AN-EXPIRY-KEY   PIC 9(14).
           05  AN-OPERATOR     PIC X(8).
           05  AN-TEXT         PIC X(60).
       FD  ANNSEQ-FILE.
       01  ANNSEQ-RECORD.
           05  AS-LAST-ID      PIC 9(6).
       FD  ANNLOG-FILE.
       01  ANNLOG-RECORD.
           05  AL-STAMP        PIC 9(14).
           05  AL-ACTION       PIC X(8).
           05  AL-ID           PIC 9(6).
           05  AL-TERM-ID      PIC X(8).
           05  AL-OPERATOR     PIC X(8).
           05  AL-PRIORITY     PIC X.
           05  AL-TEXT         PIC X(60).
       FD  CMDAUTH-FILE.
       01  CMDAUTH-RECORD.
           05  CA-OPERATOR     PIC X(8).
           05  CA-VERB         PIC X(8).
           05  CA-ALL-OK       PIC X.
       FD  CHANGESET-FILE.
       01  CHANGESET-RECORD.
           05  CS-ID           PIC 9(6).
           05  CS-STATUS       PIC X.
           05  CS-FILE         PIC X(14).
           05  CS-EFF-KEY      PIC 9(14).
           05  CS-ENTERED-BY   PIC X(8).
           05  CS-ENTERED-KEY  PIC 9(14).
           05  CS-REVIEWED-BY  PIC X(8).
           05  CS-REVIEWED-KEY PIC 9(14).
           05  CS-EMERGENCY    PIC X.
           05  CS-APPLIED-KEY  PIC 9(14).
           05  CS-NOTE         PIC X(30).
       FD  CSETSEQ-FILE.
       01  CSETSEQ-RECORD.
           05  CQ-LAST-ID      PIC 9(6).
       FD  CSET-FILE.
       01  CSET-RECORD.
           05  CR-ACTION       PIC X(3).
           05  CR-VALUE        PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-MENU-CHOICE    PIC X VALUE SPACE.
           88  WS-MENU-QUIT VALUES 'Q' 'q'.
       01  WS-IN-TEMP        PIC X(6).
       01  WS-IN-IDX         PIC 99.
       01  WS-NUM-OK         PIC X.
       01  WS-NUM-VALUE      PIC 9(6).
       01  WS-NUM-MIN        PIC 9(6).
       01  WS-NUM-MAX        PIC 9(6).
       01  WS-PROMPT-TEXT    PIC X(44).
       01  WS-SIGN-CHAR      PIC X.
       01  WS-SGN-VALUE      PIC S9(4).
       01  WS-SGN-MAX        PIC S9(4).
       01  WS-CHECK-MO       PIC 99.
       01  WS-CHECK-DA       PIC 99.
       01  WS-CHECK-CCYYMMDD PIC 9(8).
       01  WS-CHECK-INT      PIC 9(9).
       01  WS-EVENT-COUNT    PIC 9(6) VALUE 0.
       01  WS-EVT-ENTRY.
           05  WS-EVT-ID        PIC 9(6).
           05  WS-EVT-MO        PIC 99.
           05  WS-EVT-DA        PIC 99.
           05  WS-EVT-HR        PIC 99.
           05  WS-EVT-MIN       PIC 99.
           05  WS-EVT-SEC       PIC 99.
           05  WS-EVT-REST-ROW  PIC 99.
           05  WS-EVT-DROP-ROW  PIC 99.
           05  WS-EVT-LABEL     PIC X(20).
           05  WS-EVT-IS-YEAREND PIC X.
           05  WS-EVT-REC-TYPE  PIC X.
           05  WS-EVT-YEAR      PIC 9(4).
           05  WS-EVT-DOW       PIC 9.
           05  WS-EVT-NTH       PIC 9.
           05  WS-EVT-THEME     PIC X(8).
           05  WS-EVT-HOL-RULE  PIC X.
       01  WS-EVT-HIGH-ID    PIC 9(6).
       01  WS-EVT-FOUND      PIC X.
       01  WS-EVT-LIST-LINE.
           05  EL-ID         PIC 9(6).
           05  FILLER        PIC X(2) VALUE '. '.
           05  EL-TEXT       PIC X(60).
       01  WS-REC-TYPE       PIC X.
       01  WS-HOL-COUNT      PIC 9(3) VALUE 0.
       01  WS-HOL-TABLE.
           05  WS-HOL-ENTRY OCCURS 200 TIMES.
               10  WS-HOL-TYPE      PIC X.
               10  WS-HOL-FROM-DATE PIC 9(8).
               10  WS-HOL-FROM-TIME PIC 9(6).
               10  WS-HOL-THRU-DATE PIC 9(8).
               10  WS-HOL-THRU-TIME PIC 9(6).
               10  WS-HOL-DESC      PIC X(20).
       01  WS-HOL-IDX        PIC 9(3).
       01  WS-HOL-DEL-IDX    PIC 9(3).
       01  WS-HOL-DATE       PIC 9(8).
       01  WS-HOL-LIST-LINE.
           05  HLL-SEQ       PIC ZZ9.
           05  FILLER        PIC X(2) VALUE '. '.
           05  HLL-TYPE      PIC X(9).
           05  HLL-FROM-DATE PIC 9(8).
           05  FILLER        PIC X VALUE SPACE.
           05  HLL-FROM-TIME PIC 9(6).
           05  FILLER        PIC X(3) VALUE ' - '.
           05  HLL-THRU-DATE PIC 9(8).
           05  FILLER        PIC X VALUE SPACE.
           05  HLL-THRU-TIME PIC 9(6).
           05  FILLER        PIC X VALUE SPACE.
           05  HLL-DESC      PIC X(20).
       01  WS-ANN-COUNT      PIC 9(3) VALUE 0.
       01  WS-ANN-TABLE.
           05  WS-ANN-ENTRY OCCURS 100 TIMES.
               10  WS-ANN-ID         PIC 9(6).
               10  WS-ANN-STATUS     PIC X.
               10  WS-ANN-PRIORITY   PIC X.
               10  WS-ANN-TARGET     PIC X(8).
               10  WS-ANN-START-KEY  PIC 9(14).
               10  WS-ANN-EXPIRY-KEY PIC 9(14).
               10  WS-ANN-OPERATOR   PIC X(8).
               10  WS-ANN-TEXT       PIC X(60).
       01  WS-ANN-IDX        PIC 9(3).
       01  WS-ANN-FOUND-IDX  PIC 9(3).
       01  WS-ANN-HIGH-ID    PIC 9(6).
       01  WS-NOW-KEY    PIC 9(14).
       01  WS-ANN-PURGE-KEY  PIC 9(14).
       01  WS-KEY-STAMP.
           05  WS-KEY-STAMP-DATE PIC 9(8).
           05  WS-KEY-STAMP-HH   PIC 99.
           05  WS-KEY-STAMP-MM   PIC 99.
           05  WS-KEY-STAMP-SS   PIC 99.
       01  WS-KEY-STAMP-KEY REDEFINES WS-KEY-STAMP PIC 9(14).
       01  WS-KEY-SECS       PIC 9(12).
       01  WS-KEY-DAYS       PIC 9(7).
       01  WS-KEY-DAY-SECS   PIC 9(5).
       01  WS-ANN-TARGET-IN  PIC X(8).
       01  WS-ANN-ALLOWED    PIC X.
       01  WS-ANN-ACTION     PIC X(8).
       01  WS-ANN-LIST-LINE.
           05  ANL-ID        PIC 9(6).
           05  FILLER        PIC X VALUE SPACE.
           05  ANL-STATE     PIC X(9).
           05  FILLER        PIC X VALUE SPACE.
           05  ANL-PRIORITY  PIC X(4).
           05  FILLER        PIC X VALUE SPACE.
           05  ANL-TARGET    PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  ANL-START     PIC 9(14).
           05  FILLER        PIC X(3) VALUE ' - '.
           05  ANL-EXPIRY    PIC 9(14).
       01  WS-ANN-TEXT-LINE.
           05  FILLER        PIC X(7) VALUE SPACES.
           05  ANT-TEXT      PIC X(60).
           05  FILLER        PIC X VALUE SPACE.
           05  ANT-OPERATOR  PIC X(8).
       01  WS-TZ-COUNT       PIC 99 VALUE 0.
       01  WS-TZ-TABLE.
           05  WS-TZ-ENTRY OCCURS 5 TIMES.
           05  LL-TEXT       PIC X(60).
       01  WS-OPERATOR-ID    PIC X(8) VALUE SPACES.
       01  WS-DATE.
           05  YR            PIC 9(4).
           05  MO            PIC 99.
           05  DA            PIC 99.
       01  WS-TIME.
           05  SEC           PIC 99.
       01  WS-CJ-FILE-NAME   PIC X(14).
       01  WS-CJ-ACTION      PIC X(3).
       01  WS-CJ-VALUE       PIC X(80).
       01  WS-COPY-IN-NAME   PIC X(14).
       01  WS-CSET-NAME      PIC X(16).
       01  WS-CS-ACTION      PIC X(3).
       01  WS-CS-EFF-KEY     PIC 9(14).
       01  WS-CS-NEW-ID      PIC 9(6).
       01  WS-CS-VERB        PIC X(8).
       01  WS-CS-ALLOWED     PIC X.
       01  WS-CS-APPROVE-OK  PIC X.
       01  WS-CS-EMERG-OK    PIC X.
       01  WS-CS-COUNT       PIC 9(3) VALUE 0.
       01  WS-CS-TABLE.
           05  WS-CS-ENTRY OCCURS 300 TIMES.
               10  WS-CS-ID          PIC 9(6).
               10  WS-CS-STATUS      PIC X.
               10  WS-CS-FILE        PIC X(14).
               10  WS-CS-EFF         PIC 9(14).
               10  WS-CS-ENTERED-BY  PIC X(8).
               10  WS-CS-ENTERED-KEY PIC 9(14).
               10  WS-CS-REVIEWED-BY PIC X(8).
               10  WS-CS-REVIEWED-KEY PIC 9(14).
               10  WS-CS-EMERGENCY   PIC X.
               10  WS-CS-APPLIED-KEY PIC 9(14).
               10  WS-CS-NOTE        PIC X(30).
       01  WS-CS-IDX         PIC 9(3).
       01  WS-CS-FOUND-IDX   PIC 9(3).
       01  WS-CS-SHOWN       PIC 9(3).
       01  WS-CS-LIST-LINE.
           05  CSL-ID        PIC 9(6).
           05  FILLER        PIC X VALUE SPACE.
           05  CSL-STATUS    PIC X(9).
           05  FILLER        PIC X VALUE SPACE.
           05  CSL-FILE      PIC X(14).
           05  FILLER        PIC X(5) VALUE ' EFF '.
           05  CSL-EFF       PIC 9(14).
           05  FILLER        PIC X(4) VALUE ' BY '.
           05  CSL-ENTERED   PIC X(8).
       01  WS-DIFF-OLD-COUNT PIC 9(3).
       01  WS-DIFF-NEW-COUNT PIC 9(3).
       01  WS-DIFF-MAX       PIC 9(3).
       01  WS-DIFF-IDX       PIC 9(3).
       01  WS-DIFF-TABLE.
           05  WS-DIFF-ENTRY OCCURS 200 TIMES.
               10  WS-DIFF-OLD       PIC X(80).
               10  WS-DIFF-NEW       PIC X(80).
       01  WS-DIFF-LINE.
           05  DL-MARK       PIC X(2).
           05  DL-TEXT       PIC X(80).
       01  WS-HIST-FILE      PIC X(14).
       01  WS-HIST-FROM-INT  PIC 9(9).
       01  WS-HIST-TO-INT    PIC 9(9).
       01  WS-HIST-DETAIL.
           05  HD-OPERATOR   PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  HD-YR         PIC 9(4).
           05  FILLER        PIC X VALUE '/'.
           05  HD-MO         PIC 99.
           05  FILLER        PIC X VALUE '/'.
           05  HD-VALUE      PIC X(50).
       01  WS-FILE-STATUSES.
           05  WS-FS-EVENTS     PIC XX.
           05  WS-FS-EVSEQ      PIC XX.
           05  WS-FS-HOLIDAY    PIC XX.
           05  WS-FS-TZ         PIC XX.
           05  WS-FS-GREET      PIC XX.
           05  WS-FS-ANIM       PIC XX.
           05  WS-FS-CLKMODE    PIC XX.
           05  WS-FS-JRNL       PIC XX.
           05  WS-FS-COPYIN     PIC XX.
           05  WS-FS-HIST       PIC XX.
           05  WS-FS-THEMESEL   PIC XX.
           05  WS-FS-ANNOUNCE   PIC XX.
           05  WS-FS-ANNSEQ     PIC XX.
           05  WS-FS-ANNLOG     PIC XX.
           05  WS-FS-CMDAUTH    PIC XX.
           05  WS-FS-CHGSET     PIC XX.
           05  WS-FS-CSETSEQ    PIC XX.
           05  WS-FS-CSET       PIC XX.

       PROCEDURE DIVISION.
       100-MAIN.
                 PERFORM 650-HISTORY-SCREEN
               WHEN '7'
                 PERFORM 670-THEME-SCREEN
               WHEN '8'
                 PERFORM 680-HOLIDAY-SCREEN
               WHEN '9'
                 PERFORM 750-ANNOUNCE-SCREEN
               WHEN 'R'
               WHEN 'r'
                 PERFORM 900-REVIEW-SCREEN
               WHEN 'Q'
                 CONTINUE
               WHEN 'q'
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'DROPMNT: PLEASE CHOOSE 1-9, R OR Q'
             END-EVALUATE
           END-PERFORM
           CLOSE JOURNAL-FILE
       110-SHOW-MENU.
           DISPLAY ' '
           DISPLAY 'COBOLDROP CONFIGURATION MAINTENANCE'
           DISPLAY '  1 - EVENT CALENDAR     (EVENTMAST.DAT)'
           DISPLAY '  2 - TIMEZONE WALL      (TIMEZONES.DAT)'
           DISPLAY '  3 - GREETING BANNER    (GREETING.DAT)'
           DISPLAY '  4 - ANIMATION PROFILE  (ANIMPROF.DAT)'
           DISPLAY '  5 - CLOCK MODE         (CLOCKMODE.DAT)'
           DISPLAY '  6 - CHANGE HISTORY REPORT'
           DISPLAY '  7 - ACTIVE THEME       (THEMESEL.DAT)'
           DISPLAY '  8 - HOLIDAY CALENDAR   (HOLIDAYS.DAT)'
           DISPLAY '  9 - ANNOUNCEMENTS      (ANNOUNCE.DAT)'
           DISPLAY '  R - REVIEW CHANGE SETS (CHANGESET.DAT)'
           DISPLAY '  Q - QUIT'
           DISPLAY 'CHOICE: ' WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.

       200-EVENTS-SCREEN.
           PERFORM 205-LIST-EVENTS
           DISPLAY 'A(DD), C(HANGE), D(ELETE) OR ENTER TO RETURN: '
               WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
             WHEN 'A'
             WHEN 'a'
               PERFORM 230-ADD-EVENT
             WHEN 'C'
             WHEN 'c'
               PERFORM 240-CHANGE-EVENT
             WHEN 'D'
             WHEN 'd'
               PERFORM 250-DELETE-EVENT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       205-LIST-EVENTS.
           MOVE 0 TO WS-EVENT-COUNT
           MOVE 0 TO WS-EVT-HIGH-ID
           OPEN INPUT EVENTS-FILE
           IF WS-FS-EVENTS = '00'
             PERFORM UNTIL WS-FS-EVENTS NOT = '00'
               READ EVENTS-FILE NEXT RECORD
                 AT END
                   MOVE '10' TO WS-FS-EVENTS
                 NOT AT END
                   ADD 1 TO WS-EVENT-COUNT
                   IF WS-EVENT-COUNT = 1
                     DISPLAY 'CURRENT EVENT CALENDAR:'
                   END-IF
                   MOVE EV-ID TO EL-ID
                   MOVE EV-ID TO WS-EVT-HIGH-ID
                   MOVE EVENTS-RECORD(7:) TO EL-TEXT
                   DISPLAY WS-EVT-LIST-LINE
               END-READ
             END-PERFORM
           END-IF
           CLOSE EVENTS-FILE
           IF WS-EVENT-COUNT = 0
             DISPLAY 'EVENT CALENDAR IS EMPTY'
           END-IF.

       210-ENTER-ONE-EVENT.
           DISPLAY 'EVENT ' WS-EVT-ID ':'
           MOVE SPACE TO WS-REC-TYPE
           PERFORM UNTIL WS-REC-TYPE = 'A' OR WS-REC-TYPE = 'O'
               OR WS-REC-TYPE = 'W' OR WS-REC-TYPE = 'N'
               WHEN OTHER CONTINUE
             END-EVALUATE
           END-PERFORM
           MOVE WS-REC-TYPE TO WS-EVT-REC-TYPE
           MOVE 0 TO WS-EVT-MO
           MOVE 0 TO WS-EVT-DA
           MOVE 0 TO WS-EVT-YEAR
           MOVE 0 TO WS-EVT-DOW
           MOVE 0 TO WS-EVT-NTH
           EVALUATE WS-REC-TYPE
             WHEN 'A'
               PERFORM 211-ENTER-MONTH-DAY
             WHEN 'O'
               PERFORM 211-ENTER-MONTH-DAY
               MOVE 'EVENT YEAR (1601-9999)' TO WS-PROMPT-TEXT
               MOVE 1601 TO WS-NUM-MIN
               MOVE 9999 TO WS-NUM-MAX
               PERFORM 810-PROMPT-NUMBER
               MOVE WS-NUM-VALUE TO WS-EVT-YEAR
             WHEN 'W'
               PERFORM 212-ENTER-WEEKDAY
             WHEN 'N'
               MOVE 1 TO WS-NUM-MIN
               MOVE 12 TO WS-NUM-MAX
               PERFORM 810-PROMPT-NUMBER
               MOVE WS-NUM-VALUE TO WS-EVT-MO
               MOVE 'WEEK NUMBER IN MONTH (1-5)' TO WS-PROMPT-TEXT
               MOVE 1 TO WS-NUM-MIN
               MOVE 5 TO WS-NUM-MAX
               PERFORM 810-PROMPT-NUMBER
               MOVE WS-NUM-VALUE TO WS-EVT-NTH
               PERFORM 212-ENTER-WEEKDAY
           END-EVALUATE
           MOVE 'EVENT HOUR (0-23)' TO WS-PROMPT-TEXT
           MOVE 0 TO WS-NUM-MIN
           MOVE 23 TO WS-NUM-MAX
           PERFORM 810-PROMPT-NUMBER
           MOVE WS-NUM-VALUE TO WS-EVT-HR
           MOVE 'EVENT MINUTE (0-59)' TO WS-PROMPT-TEXT
           MOVE 0 TO WS-NUM-MIN
           MOVE 59 TO WS-NUM-MAX
           PERFORM 810-PROMPT-NUMBER
           MOVE WS-NUM-VALUE TO WS-EVT-MIN
           MOVE 'EVENT SECOND (0-59)' TO WS-PROMPT-TEXT
           MOVE 0 TO WS-NUM-MIN
           MOVE 59 TO WS-NUM-MAX
           PERFORM 810-PROMPT-NUMBER
           MOVE WS-NUM-VALUE TO WS-EVT-SEC
           MOVE 'BALL REST ROW (3-15)' TO WS-PROMPT-TEXT
           MOVE 3 TO WS-NUM-MIN
           MOVE 15 TO WS-NUM-MAX
           PERFORM 810-PROMPT-NUMBER
           MOVE WS-NUM-VALUE TO WS-EVT-REST-ROW
           MOVE 'Y' TO WS-NUM-OK
           PERFORM WITH TEST AFTER UNTIL WS-NUM-OK = 'Y'
             MOVE 'BALL DROP ROW (3-15)' TO WS-PROMPT-TEXT
             MOVE 3 TO WS-NUM-MIN
             MOVE 15 TO WS-NUM-MAX
             PERFORM 810-PROMPT-NUMBER
             IF WS-NUM-VALUE >= WS-EVT-REST-ROW
               MOVE 'Y' TO WS-NUM-OK
               MOVE WS-NUM-VALUE TO WS-EVT-DROP-ROW
             ELSE
               MOVE 'N' TO WS-NUM-OK
               DISPLAY 'DROPMNT: DROP ROW CANNOT BE ABOVE REST ROW'
           END-PERFORM
           DISPLAY 'EVENT LABEL (UP TO 20 CHARS): '
               WITH NO ADVANCING
           ACCEPT WS-EVT-LABEL
           MOVE SPACE TO WS-ANSWER
           PERFORM UNTIL WS-ANSWER = 'Y' OR WS-ANSWER = 'N'
             DISPLAY 'YEAR-END EVENT (Y/N)? ' WITH NO ADVANCING
               MOVE 'N' TO WS-ANSWER
             END-IF
           END-PERFORM
           MOVE WS-ANSWER TO WS-EVT-IS-YEAREND
           MOVE SPACES TO WS-EVT-THEME
           DISPLAY 'THEME ID (BLANK FOR ACTIVE THEME): '
               WITH NO ADVANCING
           ACCEPT WS-EVT-THEME
           MOVE SPACE TO WS-ANSWER
           PERFORM UNTIL WS-ANSWER = 'F' OR WS-ANSWER = 'P'
               OR WS-ANSWER = 'N' OR WS-ANSWER = 'S'
             DISPLAY 'ON A WEEKEND OR HOLIDAY - F(IRE ANYWAY)'
                 ' P(RIOR DAY) N(EXT DAY) S(KIP): ' WITH NO ADVANCING
             ACCEPT WS-ANSWER
             EVALUATE WS-ANSWER
               WHEN 'f' MOVE 'F' TO WS-ANSWER
               WHEN 'p' MOVE 'P' TO WS-ANSWER
               WHEN 'n' MOVE 'N' TO WS-ANSWER
               WHEN 's' MOVE 'S' TO WS-ANSWER
               WHEN OTHER CONTINUE
             END-EVALUATE
           END-PERFORM
           MOVE WS-ANSWER TO WS-EVT-HOL-RULE.

       211-ENTER-MONTH-DAY.
           MOVE 'EVENT MONTH (1-12)' TO WS-PROMPT-TEXT
           MOVE 1 TO WS-NUM-MIN
           MOVE 12 TO WS-NUM-MAX
           PERFORM 810-PROMPT-NUMBER
           MOVE WS-NUM-VALUE TO WS-EVT-MO
           MOVE 'Y' TO WS-NUM-OK
           PERFORM WITH TEST AFTER UNTIL WS-NUM-OK = 'Y'
             MOVE 'EVENT DAY (1-31)' TO WS-PROMPT-TEXT
             MOVE 1 TO WS-NUM-MIN
             MOVE 31 TO WS-NUM-MAX
             PERFORM 810-PROMPT-NUMBER
             MOVE WS-NUM-VALUE TO WS-EVT-DA
             MOVE WS-EVT-MO TO WS-CHECK-MO
             MOVE WS-EVT-DA TO WS-CHECK-DA
             PERFORM 830-CHECK-MONTH-DAY
             IF WS-NUM-OK NOT = 'Y'
               DISPLAY 'DROPMNT: NOT A VALID DAY FOR THAT MONTH'
           MOVE 1 TO WS-NUM-MIN
           MOVE 7 TO WS-NUM-MAX
           PERFORM 810-PROMPT-NUMBER
           MOVE WS-NUM-VALUE TO WS-EVT-DOW.

       220-OPEN-EVENTS-READ.
           OPEN INPUT EVENTS-FILE
           MOVE 'EVENTMAST.DAT' TO WS-CJ-FILE-NAME.

       225-PROMPT-EVENT-ID.
           MOVE 'N' TO WS-EVT-FOUND
           MOVE 'EVENT ID' TO WS-PROMPT-TEXT
           MOVE 1 TO WS-NUM-MIN
           MOVE 999999 TO WS-NUM-MAX
           PERFORM 810-PROMPT-NUMBER
           MOVE WS-NUM-VALUE TO EV-ID
           READ EVENTS-FILE
             KEY IS EV-ID
             INVALID KEY
               DISPLAY 'DROPMNT: NO EVENT ' EV-ID ' ON FILE'
             NOT INVALID KEY
               MOVE 'Y' TO WS-EVT-FOUND
               MOVE EV-ID TO EL-ID
               MOVE EVENTS-RECORD(7:) TO EL-TEXT
               DISPLAY WS-EVT-LIST-LINE
           END-READ.

       230-ADD-EVENT.
           PERFORM 235-NEXT-EVENT-ID
           PERFORM 210-ENTER-ONE-EVENT
           MOVE 'EVENTMAST.DAT' TO WS-CJ-FILE-NAME
           PERFORM 720-BEGIN-CHANGE-SET
           MOVE 'ADD' TO WS-CS-ACTION
           MOVE WS-EVT-ENTRY TO WS-CJ-VALUE
           PERFORM 725-STAGE-RECORD
           PERFORM 730-END-CHANGE-SET
           OPEN OUTPUT EVENTSEQ-FILE
           MOVE WS-EVT-ID TO ES-LAST-ID
           WRITE EVENTSEQ-RECORD
           CLOSE EVENTSEQ-FILE
           DISPLAY 'DROPMNT: EVENT ' WS-EVT-ID
               ' IS ADDED WHEN THE CHANGE SET IS PROMOTED'.

       235-NEXT-EVENT-ID.
           MOVE 0 TO ES-LAST-ID
           OPEN INPUT EVENTSEQ-FILE
           IF WS-FS-EVSEQ = '00'
             READ EVENTSEQ-FILE
               AT END
                 MOVE 0 TO ES-LAST-ID
             END-READ
           END-IF
           CLOSE EVENTSEQ-FILE
           IF ES-LAST-ID IS NOT NUMERIC
             MOVE 0 TO ES-LAST-ID
           END-IF
           IF ES-LAST-ID > WS-EVT-HIGH-ID
             MOVE ES-LAST-ID TO WS-EVT-HIGH-ID
           END-IF
           MOVE SPACES TO WS-EVT-ENTRY
           COMPUTE WS-EVT-ID = WS-EVT-HIGH-ID + 1.

       240-CHANGE-EVENT.
           PERFORM 220-OPEN-EVENTS-READ
           PERFORM 225-PROMPT-EVENT-ID
           IF WS-EVT-FOUND = 'Y'
             MOVE EVENTS-RECORD TO WS-EVT-ENTRY
           END-IF
           CLOSE EVENTS-FILE
           IF WS-EVT-FOUND = 'Y'
             PERFORM 210-ENTER-ONE-EVENT
             PERFORM 720-BEGIN-CHANGE-SET
             MOVE 'CHG' TO WS-CS-ACTION
             MOVE WS-EVT-ENTRY TO WS-CJ-VALUE
             PERFORM 725-STAGE-RECORD
             PERFORM 730-END-CHANGE-SET
           END-IF.

       250-DELETE-EVENT.
           PERFORM 220-OPEN-EVENTS-READ
           PERFORM 225-PROMPT-EVENT-ID
           IF WS-EVT-FOUND = 'Y'
             MOVE EVENTS-RECORD TO WS-EVT-ENTRY
           END-IF
           CLOSE EVENTS-FILE
           IF WS-EVT-FOUND = 'Y'
             DISPLAY 'DELETE THIS EVENT (Y/N)? ' WITH NO ADVANCING
             ACCEPT WS-ANSWER
             IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               PERFORM 720-BEGIN-CHANGE-SET
               MOVE 'DEL' TO WS-CS-ACTION
               MOVE WS-EVT-ENTRY TO WS-CJ-VALUE
               PERFORM 725-STAGE-RECORD
               PERFORM 730-END-CHANGE-SET
             END-IF
           END-IF.

       300-TIMEZONE-SCREEN.
           PERFORM 305-LIST-TIMEZONES

       320-WRITE-TIMEZONES.
           MOVE 'TIMEZONES.DAT' TO WS-CJ-FILE-NAME
           PERFORM 720-BEGIN-CHANGE-SET
           PERFORM VARYING WS-TZ-IDX FROM 1 BY 1
               UNTIL WS-TZ-IDX > WS-TZ-COUNT
             MOVE WS-TZ-LABEL(WS-TZ-IDX) TO TZ-LABEL
             MOVE WS-TZ-DST-END-MO(WS-TZ-IDX) TO TZ-DST-END-MO
             MOVE WS-TZ-DST-END-DA(WS-TZ-IDX) TO TZ-DST-END-DA
             MOVE WS-TZ-DST-DELTA(WS-TZ-IDX) TO TZ-DST-DELTA-MIN
             MOVE 'NEW' TO WS-CS-ACTION
             MOVE TIMEZONE-RECORD TO WS-CJ-VALUE
             PERFORM 725-STAGE-RECORD
           END-PERFORM
           PERFORM 730-END-CHANGE-SET.

       400-GREETING-SCREEN.
           OPEN INPUT GREETING-FILE
               ACCEPT GR-BANNER
             END-PERFORM
             MOVE 'GREETING.DAT' TO WS-CJ-FILE-NAME
             PERFORM 720-BEGIN-CHANGE-SET
             MOVE 'NEW' TO WS-CS-ACTION
             MOVE GREETING-RECORD TO WS-CJ-VALUE
             PERFORM 725-STAGE-RECORD
             PERFORM 730-END-CHANGE-SET
           END-IF.

       500-ANIMATION-SCREEN.
               END-IF
             END-PERFORM
             MOVE 'ANIMPROF.DAT' TO WS-CJ-FILE-NAME
             PERFORM 720-BEGIN-CHANGE-SET
             MOVE 'NEW' TO WS-CS-ACTION
             MOVE ANIM-RECORD TO WS-CJ-VALUE
             PERFORM 725-STAGE-RECORD
             PERFORM 730-END-CHANGE-SET
           END-IF.

       600-CLOCKMODE-SCREEN.
               END-IF
             END-PERFORM
             MOVE 'CLOCKMODE.DAT' TO WS-CJ-FILE-NAME
             PERFORM 720-BEGIN-CHANGE-SET
             MOVE 'NEW' TO WS-CS-ACTION
             MOVE CLOCKMODE-RECORD TO WS-CJ-VALUE
             PERFORM 725-STAGE-RECORD
             PERFORM 730-END-CHANGE-SET
           END-IF.

       650-HISTORY-SCREEN.
           MOVE SPACES TO WS-HIST-FILE
           DISPLAY 'FILE NAME (BLANK FOR ALL): ' WITH NO ADVANCING
           ACCEPT WS-HIST-FILE
           MOVE 'FROM YEAR (1601-9999)' TO WS-PROMPT-TEXT
           MOVE 1601 TO WS-NUM-MIN
           MOVE 9999 TO WS-NUM-MAX
           PERFORM 810-PROMPT-NUMBER
           COMPUTE WS-HIST-CCYYMMDD = WS-NUM-VALUE * 10000
           MOVE 'FROM MONTH (1-12)' TO WS-PROMPT-TEXT
           MOVE 1 TO WS-NUM-MIN
           MOVE 12 TO WS-NUM-MAX
           COMPUTE WS-HIST-CCYYMMDD = WS-HIST-CCYYMMDD + WS-NUM-VALUE
           COMPUTE WS-HIST-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-HIST-CCYYMMDD)
           MOVE 'TO YEAR (1601-9999)' TO WS-PROMPT-TEXT
           MOVE 1601 TO WS-NUM-MIN
           MOVE 9999 TO WS-NUM-MAX
           PERFORM 810-PROMPT-NUMBER
           COMPUTE WS-HIST-CCYYMMDD = WS-NUM-VALUE * 10000
           MOVE 'TO MONTH (1-12)' TO WS-PROMPT-TEXT
           MOVE 1 TO WS-NUM-MIN
           MOVE 12 TO WS-NUM-MAX
             IF CJ-YR IS NUMERIC AND CJ-MO IS NUMERIC
                 AND CJ-DA IS NUMERIC
               COMPUTE WS-HIST-CCYYMMDD =
                   CJ-YR * 10000 + CJ-MO * 100 + CJ-DA
               COMPUTE WS-HIST-ENT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HIST-CCYYMMDD)
               IF WS-HIST-ENT-INT >= WS-HIST-FROM-INT
               ACCEPT TS-THEME
             END-PERFORM
             MOVE 'THEMESEL.DAT' TO WS-CJ-FILE-NAME
             PERFORM 720-BEGIN-CHANGE-SET
             MOVE 'NEW' TO WS-CS-ACTION
             MOVE THEMESEL-RECORD TO WS-CJ-VALUE
             PERFORM 725-STAGE-RECORD
             PERFORM 730-END-CHANGE-SET
           END-IF.

       680-HOLIDAY-SCREEN.
           PERFORM 685-LIST-HOLIDAYS
           DISPLAY 'A(DD), D(ELETE) OR ENTER TO RETURN: '
               WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
             WHEN 'A'
             WHEN 'a'
               IF WS-HOL-COUNT < 200
                 ADD 1 TO WS-HOL-COUNT
                 PERFORM 690-ENTER-ONE-HOLIDAY
                 PERFORM 695-WRITE-HOLIDAYS
               ELSE
                 DISPLAY 'DROPMNT: HOLIDAY CALENDAR IS FULL'
               END-IF
             WHEN 'D'
             WHEN 'd'
               IF WS-HOL-COUNT > 0
                 MOVE 'ENTRY NUMBER TO DELETE' TO WS-PROMPT-TEXT
                 MOVE 1 TO WS-NUM-MIN
                 MOVE WS-HOL-COUNT TO WS-NUM-MAX
                 PERFORM 810-PROMPT-NUMBER
                 MOVE WS-NUM-VALUE TO WS-HOL-DEL-IDX
                 PERFORM VARYING WS-HOL-IDX FROM WS-HOL-DEL-IDX BY 1
                     UNTIL WS-HOL-IDX >= WS-HOL-COUNT
                   MOVE WS-HOL-ENTRY(WS-HOL-IDX + 1)
                       TO WS-HOL-ENTRY(WS-HOL-IDX)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-HOL-COUNT
                 PERFORM 695-WRITE-HOLIDAYS
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       685-LIST-HOLIDAYS.
           MOVE 0 TO WS-HOL-COUNT
           OPEN INPUT HOLIDAY-FILE
           IF WS-FS-HOLIDAY = '00'
             PERFORM UNTIL WS-FS-HOLIDAY NOT = '00'
                 OR WS-HOL-COUNT = 200
               READ HOLIDAY-FILE
                 AT END
                   MOVE '10' TO WS-FS-HOLIDAY
                 NOT AT END
                   IF (HO-TYPE = 'H' OR HO-TYPE = 'B')
                       AND HO-FROM-DATE IS NUMERIC
                     ADD 1 TO WS-HOL-COUNT
                     MOVE HOLIDAY-RECORD TO WS-HOL-ENTRY(WS-HOL-COUNT)
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE HOLIDAY-FILE
           IF WS-HOL-COUNT = 0
             DISPLAY 'HOLIDAY CALENDAR IS EMPTY'
           ELSE
             DISPLAY 'CURRENT HOLIDAYS AND BLACKOUT WINDOWS:'
             PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                 UNTIL WS-HOL-IDX > WS-HOL-COUNT
               MOVE WS-HOL-IDX TO HLL-SEQ
               IF WS-HOL-TYPE(WS-HOL-IDX) = 'B'
                 MOVE 'BLACKOUT' TO HLL-TYPE
               ELSE
                 MOVE 'HOLIDAY' TO HLL-TYPE
               END-IF
               MOVE WS-HOL-FROM-DATE(WS-HOL-IDX) TO HLL-FROM-DATE
               MOVE WS-HOL-FROM-TIME(WS-HOL-IDX) TO HLL-FROM-TIME
               MOVE WS-HOL-THRU-DATE(WS-HOL-IDX) TO HLL-THRU-DATE
               MOVE WS-HOL-THRU-TIME(WS-HOL-IDX) TO HLL-THRU-TIME
               MOVE WS-HOL-DESC(WS-HOL-IDX) TO HLL-DESC
               DISPLAY WS-HOL-LIST-LINE
             END-PERFORM
           END-IF.

       690-ENTER-ONE-HOLIDAY.
           DISPLAY 'ENTRY ' WS-HOL-COUNT ':'
           MOVE SPACE TO WS-ANSWER
           PERFORM UNTIL WS-ANSWER = 'H' OR WS-ANSWER = 'B'
             DISPLAY 'H(OLIDAY) OR B(LACKOUT WINDOW): '
                 WITH NO ADVANCING
             ACCEPT WS-ANSWER
             IF WS-ANSWER = 'h'
               MOVE 'H' TO WS-ANSWER
             END-IF
             IF WS-ANSWER = 'b'
               MOVE 'B' TO WS-ANSWER
             END-IF
           END-PERFORM
           MOVE WS-ANSWER TO WS-HOL-TYPE(WS-HOL-COUNT)
           DISPLAY 'FIRST DATE:'
           PERFORM 692-ENTER-DATE
           MOVE WS-HOL-DATE TO WS-HOL-FROM-DATE(WS-HOL-COUNT)
           MOVE 0 TO WS-HOL-FROM-TIME(WS-HOL-COUNT)
           IF WS-ANSWER = 'B'
             MOVE 'START HOUR (0-23)' TO WS-PROMPT-TEXT
             MOVE 0 TO WS-NUM-MIN
             MOVE 23 TO WS-NUM-MAX
             PERFORM 810-PROMPT-NUMBER
             COMPUTE WS-HOL-FROM-TIME(WS-HOL-COUNT) =
                 WS-NUM-VALUE * 10000
             MOVE 'START MINUTE (0-59)' TO WS-PROMPT-TEXT
             MOVE 0 TO WS-NUM-MIN
             MOVE 59 TO WS-NUM-MAX
             PERFORM 810-PROMPT-NUMBER
             COMPUTE WS-HOL-FROM-TIME(WS-HOL-COUNT) =
                 WS-HOL-FROM-TIME(WS-HOL-COUNT) + WS-NUM-VALUE * 100
           END-IF
           MOVE 'N' TO WS-NUM-OK
           PERFORM UNTIL WS-NUM-OK = 'Y'
             DISPLAY 'LAST DATE:'
             PERFORM 692-ENTER-DATE
             IF WS-HOL-DATE < WS-HOL-FROM-DATE(WS-HOL-COUNT)
               MOVE 'N' TO WS-NUM-OK
               DISPLAY 'DROPMNT: LAST DATE CANNOT BE BEFORE FIRST'
             END-IF
           END-PERFORM
           MOVE WS-HOL-DATE TO WS-HOL-THRU-DATE(WS-HOL-COUNT)
           MOVE 235959 TO WS-HOL-THRU-TIME(WS-HOL-COUNT)
           IF WS-HOL-TYPE(WS-HOL-COUNT) = 'B'
             MOVE 'N' TO WS-NUM-OK
             PERFORM UNTIL WS-NUM-OK = 'Y'
               MOVE 'END HOUR (0-23)' TO WS-PROMPT-TEXT
               MOVE 0 TO WS-NUM-MIN
               MOVE 23 TO WS-NUM-MAX
               PERFORM 810-PROMPT-NUMBER
               COMPUTE WS-HOL-THRU-TIME(WS-HOL-COUNT) =
                   WS-NUM-VALUE * 10000 + 59
               MOVE 'END MINUTE (0-59)' TO WS-PROMPT-TEXT
               MOVE 0 TO WS-NUM-MIN
               MOVE 59 TO WS-NUM-MAX
               PERFORM 810-PROMPT-NUMBER
               COMPUTE WS-HOL-THRU-TIME(WS-HOL-COUNT) =
                   WS-HOL-THRU-TIME(WS-HOL-COUNT) + WS-NUM-VALUE * 100
               IF WS-HOL-THRU-DATE(WS-HOL-COUNT)
                     = WS-HOL-FROM-DATE(WS-HOL-COUNT)
                   AND WS-HOL-THRU-TIME(WS-HOL-COUNT)
                     < WS-HOL-FROM-TIME(WS-HOL-COUNT)
                 MOVE 'N' TO WS-NUM-OK
                 DISPLAY 'DROPMNT: WINDOW CANNOT END BEFORE IT STARTS'
               ELSE
                 MOVE 'Y' TO WS-NUM-OK
               END-IF
             END-PERFORM
           END-IF
           MOVE SPACES TO WS-HOL-DESC(WS-HOL-COUNT)
           PERFORM UNTIL WS-HOL-DESC(WS-HOL-COUNT) NOT = SPACES
             DISPLAY 'DESCRIPTION (UP TO 20 CHARS): '
                 WITH NO ADVANCING
             ACCEPT WS-HOL-DESC(WS-HOL-COUNT)
           END-PERFORM.

       692-ENTER-DATE.
           MOVE 'N' TO WS-NUM-OK
           PERFORM UNTIL WS-NUM-OK = 'Y'
             MOVE 'YEAR (1601-9999)' TO WS-PROMPT-TEXT
             MOVE 1601 TO WS-NUM-MIN
             MOVE 9999 TO WS-NUM-MAX
             PERFORM 810-PROMPT-NUMBER
             COMPUTE WS-HOL-DATE = WS-NUM-VALUE * 10000
             MOVE 'MONTH (1-12)' TO WS-PROMPT-TEXT
             MOVE 1 TO WS-NUM-MIN
             MOVE 12 TO WS-NUM-MAX
             PERFORM 810-PROMPT-NUMBER
             COMPUTE WS-HOL-DATE = WS-HOL-DATE + WS-NUM-VALUE * 100
             MOVE 'DAY (1-31)' TO WS-PROMPT-TEXT
             MOVE 1 TO WS-NUM-MIN
             MOVE 31 TO WS-NUM-MAX
             PERFORM 810-PROMPT-NUMBER
             COMPUTE WS-HOL-DATE = WS-HOL-DATE + WS-NUM-VALUE
             COMPUTE WS-CHECK-INT =
                 FUNCTION INTEGER-OF-DATE(WS-HOL-DATE)
             IF WS-CHECK-INT = 0
               MOVE 'N' TO WS-NUM-OK
               DISPLAY 'DROPMNT: NOT A VALID CALENDAR DATE'
             END-IF
           END-PERFORM.

       695-WRITE-HOLIDAYS.
           MOVE 'HOLIDAYS.DAT' TO WS-CJ-FILE-NAME
           PERFORM 720-BEGIN-CHANGE-SET
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT
             MOVE WS-HOL-ENTRY(WS-HOL-IDX) TO HOLIDAY-RECORD
             MOVE 'NEW' TO WS-CS-ACTION
             MOVE HOLIDAY-RECORD TO WS-CJ-VALUE
             PERFORM 725-STAGE-RECORD
           END-PERFORM
           PERFORM 730-END-CHANGE-SET.

       710-JOURNAL-ENTRY.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO CJ-OPERATOR
           MOVE YR TO CJ-YR
           MOVE WS-CJ-VALUE TO CJ-VALUE
           WRITE JOURNAL-RECORD.

       720-BEGIN-CHANGE-SET.
           MOVE SPACE TO WS-ANSWER
           PERFORM UNTIL WS-ANSWER = 'Y' OR WS-ANSWER = 'N'
             DISPLAY 'EFFECTIVE AS SOON AS APPROVED (Y/N)? '
                 WITH NO ADVANCING
             ACCEPT WS-ANSWER
             IF WS-ANSWER = 'y'
               MOVE 'Y' TO WS-ANSWER
             END-IF
             IF WS-ANSWER = 'n'
               MOVE 'N' TO WS-ANSWER
             END-IF
           END-PERFORM
           IF WS-ANSWER = 'Y'
             PERFORM 780-GET-NOW-KEY
             MOVE WS-NOW-KEY TO WS-CS-EFF-KEY
           ELSE
             DISPLAY 'EFFECTIVE DATE:'
             PERFORM 692-ENTER-DATE
             MOVE WS-HOL-DATE TO WS-KEY-STAMP-DATE
             MOVE 'EFFECTIVE HOUR (0-23)' TO WS-PROMPT-TEXT
             MOVE 0 TO WS-NUM-MIN
             MOVE 23 TO WS-NUM-MAX
             PERFORM 810-PROMPT-NUMBER
             MOVE WS-NUM-VALUE TO WS-KEY-STAMP-HH
             MOVE 'EFFECTIVE MINUTE (0-59)' TO WS-PROMPT-TEXT
             MOVE 0 TO WS-NUM-MIN
             MOVE 59 TO WS-NUM-MAX
             PERFORM 810-PROMPT-NUMBER
             MOVE WS-NUM-VALUE TO WS-KEY-STAMP-MM
             MOVE 0 TO WS-KEY-STAMP-SS
             MOVE WS-KEY-STAMP-KEY TO WS-CS-EFF-KEY
           END-IF
           MOVE 0 TO CQ-LAST-ID
           OPEN INPUT CSETSEQ-FILE
           IF WS-FS-CSETSEQ = '00'
             READ CSETSEQ-FILE
               AT END
                 MOVE 0 TO CQ-LAST-ID
             END-READ
           END-IF
           CLOSE CSETSEQ-FILE
           IF CQ-LAST-ID IS NOT NUMERIC
             MOVE 0 TO CQ-LAST-ID
           END-IF
           COMPUTE WS-CS-NEW-ID = CQ-LAST-ID + 1
           OPEN OUTPUT CSETSEQ-FILE
           MOVE WS-CS-NEW-ID TO CQ-LAST-ID
           WRITE CSETSEQ-RECORD
           CLOSE CSETSEQ-FILE
           MOVE SPACES TO WS-CSET-NAME
           STRING 'CSET-' WS-CS-NEW-ID '.DAT' DELIMITED BY SIZE
               INTO WS-CSET-NAME
           OPEN OUTPUT CSET-FILE.

       725-STAGE-RECORD.
           MOVE WS-CS-ACTION TO CR-ACTION
           MOVE WS-CJ-VALUE TO CR-VALUE
           WRITE CSET-RECORD.

       730-END-CHANGE-SET.
           CLOSE CSET-FILE
           PERFORM 905-LOAD-CHANGESETS
           IF WS-CS-COUNT < 300
             ADD 1 TO WS-CS-COUNT
             MOVE WS-CS-NEW-ID TO WS-CS-ID(WS-CS-COUNT)
             MOVE 'P' TO WS-CS-STATUS(WS-CS-COUNT)
             MOVE WS-CJ-FILE-NAME TO WS-CS-FILE(WS-CS-COUNT)
             MOVE WS-CS-EFF-KEY TO WS-CS-EFF(WS-CS-COUNT)
             MOVE WS-OPERATOR-ID TO WS-CS-ENTERED-BY(WS-CS-COUNT)
             PERFORM 780-GET-NOW-KEY
             MOVE WS-NOW-KEY TO WS-CS-ENTERED-KEY(WS-CS-COUNT)
             MOVE SPACES TO WS-CS-REVIEWED-BY(WS-CS-COUNT)
             MOVE 0 TO WS-CS-REVIEWED-KEY(WS-CS-COUNT)
             MOVE 'N' TO WS-CS-EMERGENCY(WS-CS-COUNT)
             MOVE 0 TO WS-CS-APPLIED-KEY(WS-CS-COUNT)
             MOVE SPACES TO WS-CS-NOTE(WS-CS-COUNT)
             PERFORM 940-WRITE-CHANGESETS
             MOVE 'PND' TO WS-CJ-ACTION
             MOVE SPACES TO WS-CJ-VALUE
             STRING 'CHANGE SET ' WS-CS-NEW-ID ' PENDING, EFFECTIVE '
                 WS-CS-EFF-KEY DELIMITED BY SIZE INTO WS-CJ-VALUE
             PERFORM 710-JOURNAL-ENTRY
             DISPLAY 'DROPMNT: CHANGE SET ' WS-CS-NEW-ID
                 ' SAVED - A SECOND OPERATOR MUST APPROVE IT'
           ELSE
             DISPLAY 'DROPMNT: CHANGE SET INDEX IS FULL - '
                 'CHANGE NOT SAVED'
           END-IF.

       750-ANNOUNCE-SCREEN.
           PERFORM 755-LIST-ANNOUNCEMENTS
           DISPLAY 'P(OST), C(ANCEL) OR ENTER TO RETURN: '
               WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
             WHEN 'P'
             WHEN 'p'
               IF WS-ANN-COUNT < 100
                 PERFORM 760-POST-ANNOUNCEMENT
               ELSE
                 DISPLAY 'DROPMNT: ANNOUNCEMENT FILE IS FULL'
               END-IF
             WHEN 'C'
             WHEN 'c'
               PERFORM 765-CANCEL-ANNOUNCEMENT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       755-LIST-ANNOUNCEMENTS.
           PERFORM 780-GET-NOW-KEY
           MOVE 0 TO WS-ANN-COUNT
           MOVE 0 TO WS-ANN-HIGH-ID
           OPEN INPUT ANNOUNCE-FILE
           IF WS-FS-ANNOUNCE = '00'
             PERFORM UNTIL WS-FS-ANNOUNCE NOT = '00'
                 OR WS-ANN-COUNT = 100
               READ ANNOUNCE-FILE
                 AT END
                   MOVE '10' TO WS-FS-ANNOUNCE
                 NOT AT END
                   IF AN-ID IS NUMERIC AND AN-EXPIRY-KEY IS NUMERIC
                     IF AN-ID > WS-ANN-HIGH-ID
                       MOVE AN-ID TO WS-ANN-HIGH-ID
                     END-IF
                     IF AN-EXPIRY-KEY NOT < WS-ANN-PURGE-KEY
                       ADD 1 TO WS-ANN-COUNT
                       MOVE ANNOUNCE-RECORD
                           TO WS-ANN-ENTRY(WS-ANN-COUNT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE ANNOUNCE-FILE
           IF WS-ANN-COUNT = 0
             DISPLAY 'NO ANNOUNCEMENTS ON FILE'
           ELSE
             DISPLAY 'CURRENT ANNOUNCEMENTS:'
             PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
                 UNTIL WS-ANN-IDX > WS-ANN-COUNT
               MOVE WS-ANN-ID(WS-ANN-IDX) TO ANL-ID
               EVALUATE TRUE
                 WHEN WS-ANN-STATUS(WS-ANN-IDX) = 'C'
                   MOVE 'CANCELLED' TO ANL-STATE
                 WHEN WS-ANN-EXPIRY-KEY(WS-ANN-IDX)
                       NOT > WS-NOW-KEY
                   MOVE 'EXPIRED' TO ANL-STATE
                 WHEN WS-ANN-START-KEY(WS-ANN-IDX) > WS-NOW-KEY
                   MOVE 'PENDING' TO ANL-STATE
                 WHEN OTHER
                   MOVE 'ACTIVE' TO ANL-STATE
               END-EVALUATE
               IF WS-ANN-PRIORITY(WS-ANN-IDX) = 'H'
                 MOVE 'HIGH' TO ANL-PRIORITY
               ELSE
                 MOVE 'LOW' TO ANL-PRIORITY
               END-IF
               MOVE WS-ANN-TARGET(WS-ANN-IDX) TO ANL-TARGET
               MOVE WS-ANN-START-KEY(WS-ANN-IDX) TO ANL-START
               MOVE WS-ANN-EXPIRY-KEY(WS-ANN-IDX) TO ANL-EXPIRY
               DISPLAY WS-ANN-LIST-LINE
               MOVE WS-ANN-TEXT(WS-ANN-IDX) TO ANT-TEXT
               MOVE WS-ANN-OPERATOR(WS-ANN-IDX) TO ANT-OPERATOR
               DISPLAY WS-ANN-TEXT-LINE
             END-PERFORM
           END-IF.

       760-POST-ANNOUNCEMENT.
           MOVE SPACES TO WS-ANN-TARGET-IN
           PERFORM UNTIL WS-ANN-TARGET-IN NOT = SPACES
             DISPLAY 'TARGET TERMINAL ID OR ALL: ' WITH NO ADVANCING
             ACCEPT WS-ANN-TARGET-IN
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-ANN-TARGET-IN)
               TO WS-ANN-TARGET-IN
           PERFORM 770-CHECK-ANN-AUTHORITY
           IF WS-ANN-ALLOWED NOT = 'Y'
             DISPLAY 'DROPMNT: ' WS-OPERATOR-ID
                 ' IS NOT AUTHORIZED TO ANNOUNCE TO ' WS-ANN-TARGET-IN
           ELSE
             ADD 1 TO WS-ANN-COUNT
             MOVE SPACES TO WS-ANN-ENTRY(WS-ANN-COUNT)
             MOVE WS-ANN-TARGET-IN TO WS-ANN-TARGET(WS-ANN-COUNT)
             PERFORM 762-ENTER-ANNOUNCEMENT
             PERFORM 775-NEXT-ANN-ID
             MOVE 'A' TO WS-ANN-STATUS(WS-ANN-COUNT)
             MOVE WS-OPERATOR-ID TO WS-ANN-OPERATOR(WS-ANN-COUNT)
             PERFORM 795-WRITE-ANNOUNCEMENTS
             MOVE WS-ANN-COUNT TO WS-ANN-FOUND-IDX
             MOVE 'POST' TO WS-ANN-ACTION
             PERFORM 785-LOG-ANNOUNCEMENT
             DISPLAY 'DROPMNT: ANNOUNCEMENT ' WS-ANN-ID(WS-ANN-COUNT)
                 ' POSTED TO ANNOUNCE.DAT'
           END-IF.

       762-ENTER-ANNOUNCEMENT.
           MOVE SPACE TO WS-ANSWER
           PERFORM UNTIL WS-ANSWER = 'H' OR WS-ANSWER = 'L'
             DISPLAY 'H(IGH - TAKES OVER SCREEN) OR L(OW - SCROLLS): '
                 WITH NO ADVANCING
             ACCEPT WS-ANSWER
             IF WS-ANSWER = 'h'
               MOVE 'H' TO WS-ANSWER
             END-IF
             IF WS-ANSWER = 'l'
               MOVE 'L' TO WS-ANSWER
             END-IF
           END-PERFORM
           MOVE WS-ANSWER TO WS-ANN-PRIORITY(WS-ANN-COUNT)
           PERFORM UNTIL WS-ANN-TEXT(WS-ANN-COUNT) NOT = SPACES
             DISPLAY 'TEXT (UP TO 60 CHARS): ' WITH NO ADVANCING
             ACCEPT WS-ANN-TEXT(WS-ANN-COUNT)
           END-PERFORM
           MOVE SPACE TO WS-ANSWER
           PERFORM UNTIL WS-ANSWER = 'Y' OR WS-ANSWER = 'N'
             DISPLAY 'START IMMEDIATELY (Y/N): ' WITH NO ADVANCING
             ACCEPT WS-ANSWER
             IF WS-ANSWER = 'y'
               MOVE 'Y' TO WS-ANSWER
             END-IF
             IF WS-ANSWER = 'n'
               MOVE 'N' TO WS-ANSWER
             END-IF
           END-PERFORM
           IF WS-ANSWER = 'Y'
             PERFORM 780-GET-NOW-KEY
             MOVE WS-NOW-KEY TO WS-ANN-START-KEY(WS-ANN-COUNT)
           ELSE
             DISPLAY 'START DATE:'
             PERFORM 692-ENTER-DATE
             MOVE WS-HOL-DATE TO WS-KEY-STAMP-DATE
             MOVE 'START HOUR (0-23)' TO WS-PROMPT-TEXT
             MOVE 0 TO WS-NUM-MIN
             MOVE 23 TO WS-NUM-MAX
             PERFORM 810-PROMPT-NUMBER
             MOVE WS-NUM-VALUE TO WS-KEY-STAMP-HH
             MOVE 'START MINUTE (0-59)' TO WS-PROMPT-TEXT
             MOVE 0 TO WS-NUM-MIN
             MOVE 59 TO WS-NUM-MAX
             PERFORM 810-PROMPT-NUMBER
             MOVE WS-NUM-VALUE TO WS-KEY-STAMP-MM
             MOVE 0 TO WS-KEY-STAMP-SS
             MOVE WS-KEY-STAMP-KEY TO WS-ANN-START-KEY(WS-ANN-COUNT)
           END-IF
           MOVE WS-ANN-START-KEY(WS-ANN-COUNT) TO WS-KEY-STAMP-KEY
           MOVE 'MINUTES TO DISPLAY (1-10080)' TO WS-PROMPT-TEXT
           MOVE 1 TO WS-NUM-MIN
           MOVE 10080 TO WS-NUM-MAX
           PERFORM 810-PROMPT-NUMBER
           COMPUTE WS-KEY-SECS =
               FUNCTION INTEGER-OF-DATE(WS-KEY-STAMP-DATE) * 86400
               + WS-KEY-STAMP-HH * 3600 + WS-KEY-STAMP-MM * 60
               + WS-KEY-STAMP-SS + WS-NUM-VALUE * 60
           PERFORM 790-SECS-TO-STAMP
           MOVE WS-KEY-STAMP-KEY TO WS-ANN-EXPIRY-KEY(WS-ANN-COUNT).

       765-CANCEL-ANNOUNCEMENT.
           IF WS-ANN-COUNT = 0
             DISPLAY 'DROPMNT: NO ANNOUNCEMENTS TO CANCEL'
           ELSE
             MOVE 'ANNOUNCEMENT ID TO CANCEL' TO WS-PROMPT-TEXT
             MOVE 1 TO WS-NUM-MIN
             MOVE 999999 TO WS-NUM-MAX
             PERFORM 810-PROMPT-NUMBER
             MOVE 0 TO WS-ANN-FOUND-IDX
             PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
                 UNTIL WS-ANN-IDX > WS-ANN-COUNT
                   OR WS-ANN-FOUND-IDX > 0
               IF WS-ANN-ID(WS-ANN-IDX) = WS-NUM-VALUE
                   AND WS-ANN-STATUS(WS-ANN-IDX) = 'A'
                 MOVE WS-ANN-IDX TO WS-ANN-FOUND-IDX
               END-IF
             END-PERFORM
             IF WS-ANN-FOUND-IDX = 0
               DISPLAY 'DROPMNT: NO ACTIVE ANNOUNCEMENT ' WS-NUM-VALUE
             ELSE
               MOVE WS-ANN-TARGET(WS-ANN-FOUND-IDX) TO WS-ANN-TARGET-IN
               PERFORM 770-CHECK-ANN-AUTHORITY
               IF WS-ANN-ALLOWED NOT = 'Y'
                 DISPLAY 'DROPMNT: ' WS-OPERATOR-ID
                     ' IS NOT AUTHORIZED TO CANCEL FOR '
                     WS-ANN-TARGET-IN
               ELSE
                 MOVE 'C' TO WS-ANN-STATUS(WS-ANN-FOUND-IDX)
                 PERFORM 795-WRITE-ANNOUNCEMENTS
                 MOVE 'CANCEL' TO WS-ANN-ACTION
                 PERFORM 785-LOG-ANNOUNCEMENT
                 DISPLAY 'DROPMNT: ANNOUNCEMENT '
                     WS-ANN-ID(WS-ANN-FOUND-IDX) ' CANCELLED'
               END-IF
             END-IF
           END-IF.

       770-CHECK-ANN-AUTHORITY.
           MOVE 'N' TO WS-ANN-ALLOWED
           OPEN INPUT CMDAUTH-FILE
           IF WS-FS-CMDAUTH = '00'
             PERFORM UNTIL WS-FS-CMDAUTH NOT = '00'
                 OR WS-ANN-ALLOWED = 'Y'
               READ CMDAUTH-FILE
                 AT END
                   MOVE '10' TO WS-FS-CMDAUTH
                 NOT AT END
                   IF CA-OPERATOR = WS-OPERATOR-ID
                       AND CA-VERB = 'ANNOUNCE'
                     IF WS-ANN-TARGET-IN NOT = 'ALL'
                         OR CA-ALL-OK = 'Y'
                       MOVE 'Y' TO WS-ANN-ALLOWED
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           ELSE
             MOVE 'Y' TO WS-ANN-ALLOWED
           END-IF
           CLOSE CMDAUTH-FILE.

       775-NEXT-ANN-ID.
           MOVE 0 TO AS-LAST-ID
           OPEN INPUT ANNSEQ-FILE
           IF WS-FS-ANNSEQ = '00'
             READ ANNSEQ-FILE
               AT END
                 MOVE 0 TO AS-LAST-ID
             END-READ
           END-IF
           CLOSE ANNSEQ-FILE
           IF AS-LAST-ID IS NOT NUMERIC
             MOVE 0 TO AS-LAST-ID
           END-IF
           IF AS-LAST-ID > WS-ANN-HIGH-ID
             MOVE AS-LAST-ID TO WS-ANN-HIGH-ID
           END-IF
           ADD 1 TO WS-ANN-HIGH-ID
           MOVE WS-ANN-HIGH-ID TO WS-ANN-ID(WS-ANN-COUNT)
           OPEN OUTPUT ANNSEQ-FILE
           MOVE WS-ANN-HIGH-ID TO AS-LAST-ID
           WRITE ANNSEQ-RECORD
           CLOSE ANNSEQ-FILE.

       780-GET-NOW-KEY.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           COMPUTE WS-KEY-STAMP-DATE = YR * 10000 + MO * 100 + DA
           MOVE HR TO WS-KEY-STAMP-HH
           MOVE MIN TO WS-KEY-STAMP-MM
           MOVE SEC TO WS-KEY-STAMP-SS
           MOVE WS-KEY-STAMP-KEY TO WS-NOW-KEY
           COMPUTE WS-KEY-SECS =
               (FUNCTION INTEGER-OF-DATE(WS-KEY-STAMP-DATE) - 7)
               * 86400 + HR * 3600 + MIN * 60 + SEC
           PERFORM 790-SECS-TO-STAMP
           MOVE WS-KEY-STAMP-KEY TO WS-ANN-PURGE-KEY.

       785-LOG-ANNOUNCEMENT.
           PERFORM 780-GET-NOW-KEY
           OPEN EXTEND ANNLOG-FILE
           IF WS-FS-ANNLOG NOT = '00'
             OPEN OUTPUT ANNLOG-FILE
           END-IF
           MOVE WS-NOW-KEY TO AL-STAMP
           MOVE WS-ANN-ACTION TO AL-ACTION
           MOVE WS-ANN-ID(WS-ANN-FOUND-IDX) TO AL-ID
           MOVE WS-ANN-TARGET(WS-ANN-FOUND-IDX) TO AL-TERM-ID
           MOVE WS-OPERATOR-ID TO AL-OPERATOR
           MOVE WS-ANN-PRIORITY(WS-ANN-FOUND-IDX) TO AL-PRIORITY
           MOVE WS-ANN-TEXT(WS-ANN-FOUND-IDX) TO AL-TEXT
           WRITE ANNLOG-RECORD
           CLOSE ANNLOG-FILE.

       790-SECS-TO-STAMP.
           COMPUTE WS-KEY-DAYS = WS-KEY-SECS / 86400
           COMPUTE WS-KEY-DAY-SECS = WS-KEY-SECS - WS-KEY-DAYS * 86400
           COMPUTE WS-KEY-STAMP-DATE =
               FUNCTION DATE-OF-INTEGER(WS-KEY-DAYS)
           COMPUTE WS-KEY-STAMP-HH = WS-KEY-DAY-SECS / 3600
           COMPUTE WS-KEY-STAMP-MM =
               (WS-KEY-DAY-SECS - WS-KEY-STAMP-HH * 3600) / 60
           COMPUTE WS-KEY-STAMP-SS = WS-KEY-DAY-SECS
               - WS-KEY-STAMP-HH * 3600 - WS-KEY-STAMP-MM * 60.

       795-WRITE-ANNOUNCEMENTS.
           OPEN OUTPUT ANNOUNCE-FILE
           PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
               UNTIL WS-ANN-IDX > WS-ANN-COUNT
             MOVE WS-ANN-ENTRY(WS-ANN-IDX) TO ANNOUNCE-RECORD
             WRITE ANNOUNCE-RECORD
           END-PERFORM
           CLOSE ANNOUNCE-FILE.

       800-PARSE-NUMBER.
           MOVE 'Y' TO WS-NUM-OK
           MOVE 0 TO WS-NUM-VALUE
           IF WS-CHECK-INT = 0
             MOVE 'N' TO WS-NUM-OK
           END-IF.

       900-REVIEW-SCREEN.
           PERFORM 905-LOAD-CHANGESETS
           MOVE 0 TO WS-CS-SHOWN
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
             IF WS-CS-STATUS(WS-CS-IDX) = 'P'
                 OR WS-CS-STATUS(WS-CS-IDX) = 'A'
               ADD 1 TO WS-CS-SHOWN
               IF WS-CS-SHOWN = 1
                 DISPLAY 'CHANGE SETS AWAITING REVIEW OR PROMOTION:'
               END-IF
               MOVE WS-CS-ID(WS-CS-IDX) TO CSL-ID
               EVALUATE TRUE
                 WHEN WS-CS-STATUS(WS-CS-IDX) = 'P'
                   MOVE 'PENDING' TO CSL-STATUS
                 WHEN WS-CS-EMERGENCY(WS-CS-IDX) = 'Y'
                   MOVE 'EMERGENCY' TO CSL-STATUS
                 WHEN OTHER
                   MOVE 'APPROVED' TO CSL-STATUS
               END-EVALUATE
               MOVE WS-CS-FILE(WS-CS-IDX) TO CSL-FILE
               MOVE WS-CS-EFF(WS-CS-IDX) TO CSL-EFF
               MOVE WS-CS-ENTERED-BY(WS-CS-IDX) TO CSL-ENTERED
               DISPLAY WS-CS-LIST-LINE
             END-IF
           END-PERFORM
           IF WS-CS-SHOWN = 0
             DISPLAY 'NO CHANGE SETS AWAITING REVIEW OR PROMOTION'
           ELSE
             MOVE 'CHANGE SET ID TO REVIEW (0 TO RETURN)'
                 TO WS-PROMPT-TEXT
             MOVE 0 TO WS-NUM-MIN
             MOVE 999999 TO WS-NUM-MAX
             PERFORM 810-PROMPT-NUMBER
             IF WS-NUM-VALUE > 0
               MOVE 0 TO WS-CS-FOUND-IDX
               PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
                     OR WS-CS-FOUND-IDX > 0
                 IF WS-CS-ID(WS-CS-IDX) = WS-NUM-VALUE
                   MOVE WS-CS-IDX TO WS-CS-FOUND-IDX
                 END-IF
               END-PERFORM
               IF WS-CS-FOUND-IDX = 0
                 DISPLAY 'DROPMNT: NO CHANGE SET ' WS-NUM-VALUE
               ELSE
                 PERFORM 910-SHOW-DIFFERENCE
                 IF WS-CS-STATUS(WS-CS-FOUND-IDX) NOT = 'P'
                   DISPLAY 'DROPMNT: CHANGE SET IS NOT PENDING REVIEW'
                 ELSE
                   IF WS-CS-ENTERED-BY(WS-CS-FOUND-IDX)
                       = WS-OPERATOR-ID
                     DISPLAY 'DROPMNT: YOU ENTERED THIS CHANGE SET - '
                         'ANOTHER OPERATOR MUST REVIEW IT'
                   ELSE
                     PERFORM 930-REVIEW-DECISION
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

       905-LOAD-CHANGESETS.
           MOVE 0 TO WS-CS-COUNT
           OPEN INPUT CHANGESET-FILE
           IF WS-FS-CHGSET = '00'
             PERFORM UNTIL WS-FS-CHGSET NOT = '00'
                 OR WS-CS-COUNT = 300
               READ CHANGESET-FILE
                 AT END
                   MOVE '10' TO WS-FS-CHGSET
                 NOT AT END
                   IF CS-ID IS NUMERIC
                     ADD 1 TO WS-CS-COUNT
                     MOVE CHANGESET-RECORD
                         TO WS-CS-ENTRY(WS-CS-COUNT)
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE CHANGESET-FILE.

       910-SHOW-DIFFERENCE.
           MOVE SPACES TO WS-CSET-NAME
           STRING 'CSET-' WS-CS-ID(WS-CS-FOUND-IDX) '.DAT'
               DELIMITED BY SIZE INTO WS-CSET-NAME
           DISPLAY 'CHANGE SET ' WS-CS-ID(WS-CS-FOUND-IDX)
               ' FOR ' WS-CS-FILE(WS-CS-FOUND-IDX)
               ' ENTERED BY ' WS-CS-ENTERED-BY(WS-CS-FOUND-IDX)
           DISPLAY 'EFFECTIVE ' WS-CS-EFF(WS-CS-FOUND-IDX)
               '  (- BEFORE, + AFTER, = UNCHANGED)'
           IF WS-CS-FILE(WS-CS-FOUND-IDX) = 'EVENTMAST.DAT'
             PERFORM 920-DIFF-EVENTS
           ELSE
             PERFORM 915-DIFF-WHOLE-FILE
           END-IF.

       915-DIFF-WHOLE-FILE.
           MOVE 0 TO WS-DIFF-OLD-COUNT
           MOVE 0 TO WS-DIFF-NEW-COUNT
           MOVE WS-CS-FILE(WS-CS-FOUND-IDX) TO WS-COPY-IN-NAME
           OPEN INPUT COPY-IN-FILE
           IF WS-FS-COPYIN = '00'
             PERFORM UNTIL (WS-FS-COPYIN NOT = '00'
                 AND WS-FS-COPYIN NOT = '04')
                 OR WS-DIFF-OLD-COUNT = 200
               READ COPY-IN-FILE
                 AT END
                   MOVE '10' TO WS-FS-COPYIN
                 NOT AT END
                   ADD 1 TO WS-DIFF-OLD-COUNT
                   MOVE COPY-IN-RECORD
                       TO WS-DIFF-OLD(WS-DIFF-OLD-COUNT)
               END-READ
             END-PERFORM
           END-IF
           CLOSE COPY-IN-FILE
           OPEN INPUT CSET-FILE
           IF WS-FS-CSET = '00'
             PERFORM UNTIL (WS-FS-CSET NOT = '00'
                 AND WS-FS-CSET NOT = '04')
                 OR WS-DIFF-NEW-COUNT = 200
               READ CSET-FILE
                 AT END
                   MOVE '10' TO WS-FS-CSET
                 NOT AT END
                   IF CR-ACTION = 'NEW'
                     ADD 1 TO WS-DIFF-NEW-COUNT
                     MOVE CR-VALUE
                         TO WS-DIFF-NEW(WS-DIFF-NEW-COUNT)
                   END-IF
               END-READ
             END-PERFORM
           ELSE
             DISPLAY 'DROPMNT: STAGED FILE ' WS-CSET-NAME ' IS MISSING'
           END-IF
           CLOSE CSET-FILE
           MOVE WS-DIFF-OLD-COUNT TO WS-DIFF-MAX
           IF WS-DIFF-NEW-COUNT > WS-DIFF-MAX
             MOVE WS-DIFF-NEW-COUNT TO WS-DIFF-MAX
           END-IF
           PERFORM VARYING WS-DIFF-IDX FROM 1 BY 1
               UNTIL WS-DIFF-IDX > WS-DIFF-MAX
             IF WS-DIFF-IDX <= WS-DIFF-OLD-COUNT
                 AND WS-DIFF-IDX <= WS-DIFF-NEW-COUNT
                 AND WS-DIFF-OLD(WS-DIFF-IDX) = WS-DIFF-NEW(WS-DIFF-IDX)
               MOVE '= ' TO DL-MARK
               MOVE WS-DIFF-OLD(WS-DIFF-IDX) TO DL-TEXT
               DISPLAY WS-DIFF-LINE
             ELSE
               IF WS-DIFF-IDX <= WS-DIFF-OLD-COUNT
                 MOVE '- ' TO DL-MARK
                 MOVE WS-DIFF-OLD(WS-DIFF-IDX) TO DL-TEXT
                 DISPLAY WS-DIFF-LINE
               END-IF
               IF WS-DIFF-IDX <= WS-DIFF-NEW-COUNT
                 MOVE '+ ' TO DL-MARK
                 MOVE WS-DIFF-NEW(WS-DIFF-IDX) TO DL-TEXT
                 DISPLAY WS-DIFF-LINE
               END-IF
             END-IF
           END-PERFORM
           DISPLAY 'LINES BEFORE: ' WS-DIFF-OLD-COUNT
               '  LINES AFTER: ' WS-DIFF-NEW-COUNT.

       920-DIFF-EVENTS.
           PERFORM 220-OPEN-EVENTS-READ
           OPEN INPUT CSET-FILE
           IF WS-FS-CSET = '00'
             PERFORM UNTIL WS-FS-CSET NOT = '00'
                 AND WS-FS-CSET NOT = '04'
               READ CSET-FILE
                 AT END
                   MOVE '10' TO WS-FS-CSET
                 NOT AT END
                   PERFORM 925-DIFF-ONE-EVENT
               END-READ
             END-PERFORM
           ELSE
             DISPLAY 'DROPMNT: STAGED FILE ' WS-CSET-NAME ' IS MISSING'
           END-IF
           CLOSE CSET-FILE
           CLOSE EVENTS-FILE.

       925-DIFF-ONE-EVENT.
           EVALUATE CR-ACTION
             WHEN 'ADD'
               DISPLAY 'ADD EVENT ' CR-VALUE(1:6)
             WHEN 'CHG'
               DISPLAY 'CHANGE EVENT ' CR-VALUE(1:6)
             WHEN 'DEL'
               DISPLAY 'DELETE EVENT ' CR-VALUE(1:6)
           END-EVALUATE
           IF CR-ACTION = 'CHG' OR CR-ACTION = 'DEL'
             MOVE CR-VALUE(1:6) TO EV-ID
             MOVE '- ' TO DL-MARK
             READ EVENTS-FILE
               KEY IS EV-ID
               INVALID KEY
                 MOVE '(NOT ON FILE)' TO DL-TEXT
               NOT INVALID KEY
                 MOVE EVENTS-RECORD TO DL-TEXT
             END-READ
             DISPLAY WS-DIFF-LINE
           END-IF
           IF CR-ACTION = 'ADD' OR CR-ACTION = 'CHG'
             MOVE '+ ' TO DL-MARK
             MOVE CR-VALUE TO DL-TEXT
             DISPLAY WS-DIFF-LINE
           END-IF.

       930-REVIEW-DECISION.
           MOVE 'APPROVE' TO WS-CS-VERB
           PERFORM 935-CHECK-CSET-AUTHORITY
           MOVE WS-CS-ALLOWED TO WS-CS-APPROVE-OK
           MOVE 'EMERGNCY' TO WS-CS-VERB
           PERFORM 935-CHECK-CSET-AUTHORITY
           MOVE WS-CS-ALLOWED TO WS-CS-EMERG-OK
           IF WS-CS-APPROVE-OK NOT = 'Y' AND WS-CS-EMERG-OK NOT = 'Y'
             DISPLAY 'DROPMNT: ' WS-OPERATOR-ID
                 ' IS NOT AUTHORIZED TO REVIEW CHANGE SETS'
           ELSE
             DISPLAY 'A(PPROVE), E(MERGENCY APPROVE), R(EJECT) OR '
                 'ENTER TO RETURN: ' WITH NO ADVANCING
             MOVE SPACE TO WS-ANSWER
             ACCEPT WS-ANSWER
             MOVE SPACES TO WS-CJ-VALUE
             EVALUATE WS-ANSWER
               WHEN 'A'
               WHEN 'a'
                 IF WS-CS-APPROVE-OK = 'Y'
                   MOVE 'A' TO WS-CS-STATUS(WS-CS-FOUND-IDX)
                   MOVE 'N' TO WS-CS-EMERGENCY(WS-CS-FOUND-IDX)
                   MOVE 'APP' TO WS-CJ-ACTION
                   STRING 'CHANGE SET ' WS-CS-ID(WS-CS-FOUND-IDX)
                       ' APPROVED' DELIMITED BY SIZE INTO WS-CJ-VALUE
                 ELSE
                   DISPLAY 'DROPMNT: ' WS-OPERATOR-ID
                       ' IS NOT AUTHORIZED TO APPROVE'
                 END-IF
               WHEN 'E'
               WHEN 'e'
                 IF WS-CS-EMERG-OK = 'Y'
                   MOVE 'A' TO WS-CS-STATUS(WS-CS-FOUND-IDX)
                   MOVE 'Y' TO WS-CS-EMERGENCY(WS-CS-FOUND-IDX)
                   MOVE 'EMG' TO WS-CJ-ACTION
                   STRING 'CHANGE SET ' WS-CS-ID(WS-CS-FOUND-IDX)
                       ' EMERGENCY APPROVED' DELIMITED BY SIZE
                       INTO WS-CJ-VALUE
                 ELSE
                   DISPLAY 'DROPMNT: ' WS-OPERATOR-ID
                       ' IS NOT AUTHORIZED FOR EMERGENCY APPROVAL'
                 END-IF
               WHEN 'R'
               WHEN 'r'
                 MOVE SPACES TO WS-CS-NOTE(WS-CS-FOUND-IDX)
                 PERFORM UNTIL WS-CS-NOTE(WS-CS-FOUND-IDX) NOT = SPACES
                   DISPLAY 'REASON (UP TO 30 CHARS): '
                       WITH NO ADVANCING
                   ACCEPT WS-CS-NOTE(WS-CS-FOUND-IDX)
                 END-PERFORM
                 MOVE 'R' TO WS-CS-STATUS(WS-CS-FOUND-IDX)
                 MOVE 'REJ' TO WS-CJ-ACTION
                 STRING 'CHANGE SET ' WS-CS-ID(WS-CS-FOUND-IDX)
                     ' REJECTED: ' WS-CS-NOTE(WS-CS-FOUND-IDX)
                     DELIMITED BY SIZE INTO WS-CJ-VALUE
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
             IF WS-CJ-VALUE NOT = SPACES
               MOVE WS-OPERATOR-ID
                   TO WS-CS-REVIEWED-BY(WS-CS-FOUND-IDX)
               PERFORM 780-GET-NOW-KEY
               MOVE WS-NOW-KEY TO WS-CS-REVIEWED-KEY(WS-CS-FOUND-IDX)
               PERFORM 940-WRITE-CHANGESETS
               MOVE WS-CS-FILE(WS-CS-FOUND-IDX) TO WS-CJ-FILE-NAME
               PERFORM 710-JOURNAL-ENTRY
               DISPLAY 'DROPMNT: ' WS-CJ-VALUE
             END-IF
           END-IF.

       935-CHECK-CSET-AUTHORITY.
           MOVE 'N' TO WS-CS-ALLOWED
           OPEN INPUT CMDAUTH-FILE
           IF WS-FS-CMDAUTH = '00'
             PERFORM UNTIL WS-FS-CMDAUTH NOT = '00'
                 OR WS-CS-ALLOWED = 'Y'
               READ CMDAUTH-FILE
                 AT END
                   MOVE '10' TO WS-FS-CMDAUTH
                 NOT AT END
                   IF CA-OPERATOR = WS-OPERATOR-ID
                       AND CA-VERB = WS-CS-VERB
                     MOVE 'Y' TO WS-CS-ALLOWED
                   END-IF
               END-READ
             END-PERFORM
           ELSE
             MOVE 'Y' TO WS-CS-ALLOWED
           END-IF
           CLOSE CMDAUTH-FILE.

       940-WRITE-CHANGESETS.
           OPEN OUTPUT CHANGESET-FILE
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
             MOVE WS-CS-ENTRY(WS-CS-IDX) TO CHANGESET-RECORD
             WRITE CHANGESET-RECORD
           END-PERFORM
           CLOSE CHANGESET-FILE.
