       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROPPROM.
       AUTHOR. ALAN BEADLE.
       REMARKS. SCHEDULED PROMOTION OF APPROVED CONFIGURATION CHANGE
                SETS FROM CHANGESET.DAT. APPLIES EACH SET THAT HAS
                FALLEN DUE, RUNS THE DROPCHEK READINESS CHECKS AND
                PUTS THE FILE BACK IF THEY FAIL. INSIDE THE FREEZE
                WINDOW AROUND A YEAR-END EVENT ONLY EMERGENCY-APPROVED
                SETS ARE APPLIED. ENDS WITH RETURN CODE 0, 4 (SETS
                HELD) OR 8 (SETS REFUSED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHANGESET-FILE ASSIGN TO "CHANGESET.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHGSET.
           SELECT OPTIONAL CSET-FILE ASSIGN TO WS-CSET-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSET.
           SELECT OPTIONAL PROMPARM-FILE ASSIGN TO "PROMPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT OPTIONAL EVENTS-FILE ASSIGN TO "EVENTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EV-ID
               FILE STATUS IS WS-FS-EVENTS.
           SELECT OPTIONAL LIVE-FILE ASSIGN TO WS-LIVE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIVE.
           SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BACKUP.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "CHANGE-JOURNAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRNL.
           SELECT REPORT-FILE ASSIGN TO "PROMOTE-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
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
       FD  CSET-FILE.
       01  CSET-RECORD.
           05  CR-ACTION       PIC X(3).
           05  CR-VALUE        PIC X(80).
       FD  PROMPARM-FILE.
       01  PROMPARM-RECORD.
           05  PP-FREEZE-BEFORE-HRS PIC 9(3).
           05  PP-FREEZE-AFTER-HRS  PIC 9(3).
           05  PP-KEEP-DAYS         PIC 9(3).
       FD  EVENTS-FILE.
       01  EVENTS-RECORD.
           05  EV-ID           PIC 9(6).
           05  EV-MO           PIC 99.
           05  EV-DA           PIC 99.
           05  EV-HR           PIC 99.
           05  EV-MIN          PIC 99.
           05  EV-SEC          PIC 99.
           05  EV-REST-ROW     PIC 99.
           05  EV-DROP-ROW     PIC 99.
           05  EV-LABEL        PIC X(20).
           05  EV-IS-YEAREND   PIC X.
           05  EV-REC-TYPE     PIC X.
           05  EV-YEAR         PIC 9(4).
           05  EV-DOW          PIC 9.
           05  EV-NTH          PIC 9.
           05  EV-THEME        PIC X(8).
           05  EV-HOL-RULE     PIC X.
       FD  LIVE-FILE.
       01  LIVE-RECORD         PIC X(80).
       FD  BACKUP-FILE.
       01  BACKUP-RECORD       PIC X(80).
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  CJ-OPERATOR     PIC X(8).
           05  CJ-YR           PIC 9(4).
           05  CJ-MO           PIC 99.
           05  CJ-DA           PIC 99.
           05  CJ-HR           PIC 99.
           05  CJ-MIN          PIC 99.
           05  CJ-SEC          PIC 99.
           05  CJ-FILE         PIC X(14).
           05  CJ-ACTION       PIC X(3).
           05  CJ-VALUE        PIC X(80).
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
       01  WS-CALC-STAMP.
           05  WS-CALC-DATE  PIC 9(8).
           05  WS-CALC-HH    PIC 99.
           05  WS-CALC-MM    PIC 99.
           05  WS-CALC-SS    PIC 99.
       01  WS-CALC-KEY REDEFINES WS-CALC-STAMP PIC 9(14).
       01  WS-CALC-SECS      PIC 9(12).
       01  WS-NOW-KEY        PIC 9(14).
       01  WS-NOW-SECS       PIC 9(12).
       01  WS-KEEP-KEY       PIC 9(14).
       01  WS-TODAY-CCYYMMDD PIC 9(8).
       01  WS-FREEZE-BEFORE-HRS PIC 9(3) VALUE 48.
       01  WS-FREEZE-AFTER-HRS  PIC 9(3) VALUE 24.
       01  WS-KEEP-DAYS      PIC 9(3) VALUE 90.
       01  WS-FREEZE-FLAG    PIC X VALUE 'N'.
           88  WS-FREEZE-ON      VALUE 'Y'.
       01  WS-FREEZE-LABEL   PIC X(20) VALUE SPACES.
       01  WS-YEAREND-SEEN   PIC X VALUE 'N'.
       01  WS-FRZ-YR         PIC 9(4).
       01  WS-FRZ-EV-SECS    PIC 9(12).
       01  WS-FRZ-FROM-SECS  PIC S9(12).
       01  WS-FRZ-TO-SECS    PIC 9(12).
       01  WS-CSET-NAME      PIC X(16).
       01  WS-LIVE-NAME      PIC X(14).
       01  WS-BACKUP-NAME    PIC X(14).
       01  WS-LIVE-EXISTED   PIC X.
       01  WS-APPLY-OK       PIC X.
       01  WS-CHEK-RC        PIC S9(4).
       01  WS-RESULT         PIC X(18).
       01  WS-RESULT-NOTE    PIC X(30).
       01  WS-CS-COUNT       PIC 9(3) VALUE 0.
       01  WS-CS-TABLE.
           05  WS-CS-ENTRY OCCURS 300 TIMES.
               10  WS-CS-REC.
                   15  WS-CS-ID          PIC 9(6).
                   15  WS-CS-STATUS      PIC X.
                   15  WS-CS-FILE        PIC X(14).
                   15  WS-CS-EFF         PIC 9(14).
                   15  WS-CS-ENTERED-BY  PIC X(8).
                   15  WS-CS-ENTERED-KEY PIC 9(14).
                   15  WS-CS-REVIEWED-BY PIC X(8).
                   15  WS-CS-REVIEWED-KEY PIC 9(14).
                   15  WS-CS-EMERGENCY   PIC X.
                   15  WS-CS-APPLIED-KEY PIC 9(14).
                   15  WS-CS-NOTE        PIC X(30).
               10  WS-CS-SEEN        PIC X.
       01  WS-CS-IDX         PIC 9(3).
       01  WS-CS-CUR         PIC 9(3).
       01  WS-JL-COUNT       PIC 9(3) VALUE 0.
       01  WS-JL-TABLE.
           05  WS-JL-ENTRY OCCURS 500 TIMES.
               10  WS-JL-ACTION      PIC X(3).
               10  WS-JL-VALUE       PIC X(80).
       01  WS-JL-IDX         PIC 9(3).
       01  WS-OLD-EVENT      PIC X(80).
       01  WS-COUNTS.
           05  WS-DUE-COUNT      PIC 9(4) VALUE 0.
           05  WS-PROMOTED-COUNT PIC 9(4) VALUE 0.
           05  WS-HELD-COUNT     PIC 9(4) VALUE 0.
           05  WS-REFUSED-COUNT  PIC 9(4) VALUE 0.
           05  WS-PENDING-COUNT  PIC 9(4) VALUE 0.
           05  WS-WAITING-COUNT  PIC 9(4) VALUE 0.
           05  WS-PURGED-COUNT   PIC 9(4) VALUE 0.
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
       01  WS-HEAD-LINE.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  FILLER        PIC X(7) VALUE 'SET'.
           05  FILLER        PIC X(15) VALUE 'FILE'.
           05  FILLER        PIC X(20) VALUE 'EFFECTIVE'.
           05  FILLER        PIC X(9) VALUE 'ENTERED'.
           05  FILLER        PIC X(9) VALUE 'APPROVED'.
           05  FILLER        PIC X(18) VALUE 'RESULT'.
       01  WS-SET-LINE.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  PL-ID         PIC 9(6).
           05  FILLER        PIC X VALUE SPACE.
           05  PL-FILE       PIC X(14).
           05  FILLER        PIC X VALUE SPACE.
           05  PL-EFF        PIC X(19).
           05  FILLER        PIC X VALUE SPACE.
           05  PL-ENTERED    PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  PL-REVIEWED   PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  PL-RESULT     PIC X(18).
       01  WS-NOTE-LINE.
           05  FILLER        PIC X(9) VALUE SPACES.
           05  NL-NOTE       PIC X(30).
       01  WS-SUMMARY-LINE.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  SM-LABEL      PIC X(30).
           05  SM-VALUE      PIC X(30).
       01  WS-NUM-EDIT       PIC ZZZ9.
       01  WS-FILE-STATUSES.
           05  WS-FS-CHGSET     PIC XX.
           05  WS-FS-CSET       PIC XX.
           05  WS-FS-PARM       PIC XX.
           05  WS-FS-EVENTS     PIC XX.
           05  WS-FS-LIVE       PIC XX.
           05  WS-FS-BACKUP     PIC XX.
           05  WS-FS-JRNL       PIC XX.
           05  WS-FS-RPT        PIC XX.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-INITIALIZE
           PERFORM 020-CHECK-FREEZE
           PERFORM 030-LOAD-CHANGESETS
           PERFORM 200-PROMOTE-DUE-SETS
           PERFORM 400-WRITE-CHANGESETS
           PERFORM 500-PRINT-SUMMARY
           PERFORM 900-SHUTDOWN
           STOP RUN.

       010-INITIALIZE.
           OPEN INPUT PROMPARM-FILE
           IF WS-FS-PARM = '00'
             READ PROMPARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF PP-FREEZE-BEFORE-HRS IS NUMERIC
                   MOVE PP-FREEZE-BEFORE-HRS TO WS-FREEZE-BEFORE-HRS
                 END-IF
                 IF PP-FREEZE-AFTER-HRS IS NUMERIC
                   MOVE PP-FREEZE-AFTER-HRS TO WS-FREEZE-AFTER-HRS
                 END-IF
                 IF PP-KEEP-DAYS IS NUMERIC AND PP-KEEP-DAYS > 0
                   MOVE PP-KEEP-DAYS TO WS-KEEP-DAYS
                 END-IF
             END-READ
           END-IF
           CLOSE PROMPARM-FILE
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           COMPUTE WS-TODAY-CCYYMMDD = YR * 10000 + MO * 100 + DA
           MOVE WS-TODAY-CCYYMMDD TO WS-CALC-DATE
           MOVE HR TO WS-CALC-HH
           MOVE MIN TO WS-CALC-MM
           MOVE SEC TO WS-CALC-SS
           MOVE WS-CALC-KEY TO WS-NOW-KEY
           PERFORM 800-KEY-TO-SECS
           MOVE WS-CALC-SECS TO WS-NOW-SECS
           COMPUTE WS-CALC-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
                 - WS-KEEP-DAYS)
           MOVE WS-CALC-KEY TO WS-KEEP-KEY
           OPEN EXTEND JOURNAL-FILE
           IF WS-FS-JRNL NOT = '00'
             OPEN OUTPUT JOURNAL-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ' COBOLDROP CONFIGURATION PROMOTION RUN' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NOW-KEY TO WS-CALC-KEY
           PERFORM 810-FORMAT-STAMP
           MOVE 'RUN AT' TO SM-LABEL
           MOVE WS-STAMP TO SM-VALUE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       020-CHECK-FREEZE.
           OPEN INPUT EVENTS-FILE
           IF WS-FS-EVENTS = '00'
             PERFORM UNTIL WS-FS-EVENTS NOT = '00'
               READ EVENTS-FILE NEXT RECORD
                 AT END
                   MOVE '10' TO WS-FS-EVENTS
                 NOT AT END
                   IF EV-IS-YEAREND = 'Y'
                     MOVE 'Y' TO WS-YEAREND-SEEN
                     PERFORM 025-CHECK-ONE-EVENT
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE EVENTS-FILE
           IF WS-YEAREND-SEEN = 'N'
             MOVE 12 TO EV-MO
             MOVE 31 TO EV-DA
             MOVE 23 TO EV-HR
             MOVE 59 TO EV-MIN
             MOVE 59 TO EV-SEC
             MOVE 'YEAR END' TO EV-LABEL
             PERFORM 025-CHECK-ONE-EVENT
           END-IF
           IF WS-FREEZE-ON
             MOVE 'FREEZE WINDOW' TO SM-LABEL
             MOVE SPACES TO SM-VALUE
             STRING 'ACTIVE - ' DELIMITED BY SIZE
                 WS-FREEZE-LABEL DELIMITED BY SIZE
                 INTO SM-VALUE
           ELSE
             MOVE 'FREEZE WINDOW' TO SM-LABEL
             MOVE 'NOT ACTIVE' TO SM-VALUE
           END-IF
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       025-CHECK-ONE-EVENT.
           PERFORM VARYING WS-FRZ-YR FROM YR BY -1
               UNTIL WS-FRZ-YR < YR - 1 OR WS-FREEZE-ON
             COMPUTE WS-CALC-DATE =
                 WS-FRZ-YR * 10000 + EV-MO * 100 + EV-DA
             MOVE EV-HR TO WS-CALC-HH
             MOVE EV-MIN TO WS-CALC-MM
             MOVE EV-SEC TO WS-CALC-SS
             IF FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) > 0
               PERFORM 800-KEY-TO-SECS
               MOVE WS-CALC-SECS TO WS-FRZ-EV-SECS
               COMPUTE WS-FRZ-FROM-SECS =
                   WS-FRZ-EV-SECS - WS-FREEZE-BEFORE-HRS * 3600
               COMPUTE WS-FRZ-TO-SECS =
                   WS-FRZ-EV-SECS + WS-FREEZE-AFTER-HRS * 3600
               IF WS-NOW-SECS >= WS-FRZ-FROM-SECS
                   AND WS-NOW-SECS <= WS-FRZ-TO-SECS
                 MOVE 'Y' TO WS-FREEZE-FLAG
                 MOVE EV-LABEL TO WS-FREEZE-LABEL
               END-IF
             END-IF
           END-PERFORM
           IF NOT WS-FREEZE-ON
             COMPUTE WS-CALC-DATE =
                 (YR + 1) * 10000 + EV-MO * 100 + EV-DA
             IF FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) > 0
               PERFORM 800-KEY-TO-SECS
               COMPUTE WS-FRZ-FROM-SECS =
                   WS-CALC-SECS - WS-FREEZE-BEFORE-HRS * 3600
               IF WS-NOW-SECS >= WS-FRZ-FROM-SECS
                 MOVE 'Y' TO WS-FREEZE-FLAG
                 MOVE EV-LABEL TO WS-FREEZE-LABEL
               END-IF
             END-IF
           END-IF.

       030-LOAD-CHANGESETS.
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
                     MOVE CHANGESET-RECORD TO WS-CS-REC(WS-CS-COUNT)
                     MOVE 'N' TO WS-CS-SEEN(WS-CS-COUNT)
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE CHANGESET-FILE.

       200-PROMOTE-DUE-SETS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ' SECTION: CHANGE SETS DUE FOR PROMOTION' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEAD-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-CS-CUR
           PERFORM UNTIL WS-CS-CUR = 0
             PERFORM 210-FIND-NEXT-DUE
             IF WS-CS-CUR > 0
               MOVE 'Y' TO WS-CS-SEEN(WS-CS-CUR)
               PERFORM 220-PROMOTE-ONE-SET
             END-IF
           END-PERFORM
           IF WS-DUE-COUNT = 0
             MOVE '  NO APPROVED CHANGE SETS ARE DUE' TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
             IF WS-CS-STATUS(WS-CS-IDX) = 'P'
               ADD 1 TO WS-PENDING-COUNT
             END-IF
             IF WS-CS-STATUS(WS-CS-IDX) = 'A'
                 AND WS-CS-SEEN(WS-CS-IDX) = 'N'
               ADD 1 TO WS-WAITING-COUNT
             END-IF
           END-PERFORM.

       210-FIND-NEXT-DUE.
           MOVE 0 TO WS-CS-CUR
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
             IF WS-CS-STATUS(WS-CS-IDX) = 'A'
                 AND WS-CS-SEEN(WS-CS-IDX) = 'N'
                 AND WS-CS-EFF(WS-CS-IDX) NOT > WS-NOW-KEY
               IF WS-CS-CUR = 0
                 MOVE WS-CS-IDX TO WS-CS-CUR
               ELSE
                 IF WS-CS-EFF(WS-CS-IDX) < WS-CS-EFF(WS-CS-CUR)
                     OR (WS-CS-EFF(WS-CS-IDX) = WS-CS-EFF(WS-CS-CUR)
                     AND WS-CS-ID(WS-CS-IDX) < WS-CS-ID(WS-CS-CUR))
                   MOVE WS-CS-IDX TO WS-CS-CUR
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       220-PROMOTE-ONE-SET.
           ADD 1 TO WS-DUE-COUNT
           MOVE SPACES TO WS-CSET-NAME
           STRING 'CSET-' WS-CS-ID(WS-CS-CUR) '.DAT'
               DELIMITED BY SIZE INTO WS-CSET-NAME
           MOVE SPACES TO WS-RESULT-NOTE
           MOVE 0 TO WS-JL-COUNT
           IF WS-FREEZE-ON AND WS-CS-EMERGENCY(WS-CS-CUR) NOT = 'Y'
             ADD 1 TO WS-HELD-COUNT
             MOVE 'HELD - FREEZE' TO WS-RESULT
             MOVE 'NOT APPLIED INSIDE FREEZE' TO WS-RESULT-NOTE
           ELSE
             MOVE 'Y' TO WS-APPLY-OK
             OPEN INPUT CSET-FILE
             IF WS-FS-CSET NOT = '00'
               MOVE 'N' TO WS-APPLY-OK
               MOVE 'REFUSED - STAGING' TO WS-RESULT
               MOVE 'STAGED FILE IS MISSING' TO WS-RESULT-NOTE
             END-IF
             CLOSE CSET-FILE
             IF WS-APPLY-OK = 'Y'
               IF WS-CS-FILE(WS-CS-CUR) = 'EVENTMAST.DAT'
                 PERFORM 235-BACKUP-EVENTS
                 PERFORM 240-APPLY-EVENTS
               ELSE
                 PERFORM 230-BACKUP-LIVE
                 PERFORM 245-APPLY-WHOLE-FILE
               END-IF
               IF WS-APPLY-OK = 'Y'
                 CALL 'DROPCHEK'
                 MOVE RETURN-CODE TO WS-CHEK-RC
                 CANCEL 'DROPCHEK'
                 IF WS-CHEK-RC >= 8
                   MOVE 'N' TO WS-APPLY-OK
                   MOVE 'REFUSED - DROPCHEK' TO WS-RESULT
                   MOVE 'SEE READINESS-REPORT.TXT' TO WS-RESULT-NOTE
                 END-IF
               ELSE
                 MOVE 'REFUSED - APPLY' TO WS-RESULT
               END-IF
               IF WS-APPLY-OK = 'Y'
                 PERFORM 260-JOURNAL-SET
               ELSE
                 IF WS-CS-FILE(WS-CS-CUR) = 'EVENTMAST.DAT'
                   PERFORM 255-RESTORE-EVENTS
                 ELSE
                   PERFORM 250-RESTORE-LIVE
                 END-IF
               END-IF
             END-IF
             IF WS-APPLY-OK = 'Y'
               ADD 1 TO WS-PROMOTED-COUNT
               MOVE 'D' TO WS-CS-STATUS(WS-CS-CUR)
               MOVE WS-NOW-KEY TO WS-CS-APPLIED-KEY(WS-CS-CUR)
               IF WS-CS-EMERGENCY(WS-CS-CUR) = 'Y'
                 MOVE 'PROMOTED-EMERGENCY' TO WS-RESULT
               ELSE
                 MOVE 'PROMOTED' TO WS-RESULT
               END-IF
             ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 'F' TO WS-CS-STATUS(WS-CS-CUR)
               MOVE WS-RESULT-NOTE TO WS-CS-NOTE(WS-CS-CUR)
               MOVE 'RFS' TO CJ-ACTION
               MOVE SPACES TO CJ-VALUE
               STRING 'CHANGE SET ' WS-CS-ID(WS-CS-CUR) ' '
                   WS-RESULT ' ' WS-RESULT-NOTE
                   DELIMITED BY SIZE INTO CJ-VALUE
               PERFORM 270-WRITE-JOURNAL
             END-IF
           END-IF
           PERFORM 280-PRINT-SET-LINE.

       230-BACKUP-LIVE.
           MOVE WS-CS-FILE(WS-CS-CUR) TO WS-LIVE-NAME
           MOVE SPACES TO WS-BACKUP-NAME
           STRING WS-LIVE-NAME DELIMITED BY '.'
               '.BAK' DELIMITED BY SIZE
               INTO WS-BACKUP-NAME
           MOVE 'N' TO WS-LIVE-EXISTED
           OPEN INPUT LIVE-FILE
           IF WS-FS-LIVE = '00'
             MOVE 'Y' TO WS-LIVE-EXISTED
             OPEN OUTPUT BACKUP-FILE
             PERFORM UNTIL WS-FS-LIVE NOT = '00'
                 AND WS-FS-LIVE NOT = '04'
               READ LIVE-FILE
                 AT END
                   MOVE '10' TO WS-FS-LIVE
                 NOT AT END
                   MOVE LIVE-RECORD TO BACKUP-RECORD
                   WRITE BACKUP-RECORD
                   PERFORM 265-ADD-JOURNAL-LINE
                   MOVE 'OLD' TO WS-JL-ACTION(WS-JL-COUNT)
                   MOVE LIVE-RECORD TO WS-JL-VALUE(WS-JL-COUNT)
               END-READ
             END-PERFORM
             CLOSE BACKUP-FILE
           ELSE
             PERFORM 265-ADD-JOURNAL-LINE
             MOVE 'OLD' TO WS-JL-ACTION(WS-JL-COUNT)
             MOVE '(NO PRIOR FILE)' TO WS-JL-VALUE(WS-JL-COUNT)
           END-IF
           CLOSE LIVE-FILE.

       235-BACKUP-EVENTS.
           MOVE 'EVENTMAST.BAK' TO WS-BACKUP-NAME
           MOVE 'N' TO WS-LIVE-EXISTED
           OPEN INPUT EVENTS-FILE
           IF WS-FS-EVENTS = '00'
             MOVE 'Y' TO WS-LIVE-EXISTED
             OPEN OUTPUT BACKUP-FILE
             PERFORM UNTIL WS-FS-EVENTS NOT = '00'
               READ EVENTS-FILE NEXT RECORD
                 AT END
                   MOVE '10' TO WS-FS-EVENTS
                 NOT AT END
                   MOVE EVENTS-RECORD TO BACKUP-RECORD
                   WRITE BACKUP-RECORD
               END-READ
             END-PERFORM
             CLOSE BACKUP-FILE
           END-IF
           CLOSE EVENTS-FILE.

       240-APPLY-EVENTS.
           OPEN I-O EVENTS-FILE
           IF WS-FS-EVENTS NOT = '00' AND WS-FS-EVENTS NOT = '05'
             OPEN OUTPUT EVENTS-FILE
             CLOSE EVENTS-FILE
             OPEN I-O EVENTS-FILE
           END-IF
           OPEN INPUT CSET-FILE
           PERFORM UNTIL (WS-FS-CSET NOT = '00'
               AND WS-FS-CSET NOT = '04')
               OR WS-APPLY-OK NOT = 'Y'
             READ CSET-FILE
               AT END
                 MOVE '10' TO WS-FS-CSET
               NOT AT END
                 PERFORM 242-APPLY-ONE-EVENT
             END-READ
           END-PERFORM
           CLOSE CSET-FILE
           CLOSE EVENTS-FILE.

       242-APPLY-ONE-EVENT.
           MOVE CR-VALUE(1:6) TO EV-ID
           MOVE SPACES TO WS-OLD-EVENT
           IF CR-ACTION = 'CHG' OR CR-ACTION = 'DEL'
             READ EVENTS-FILE
               KEY IS EV-ID
               INVALID KEY
                 MOVE 'N' TO WS-APPLY-OK
                 STRING 'EVENT ' CR-VALUE(1:6) ' NOT ON FILE'
                     DELIMITED BY SIZE INTO WS-RESULT-NOTE
               NOT INVALID KEY
                 MOVE EVENTS-RECORD TO WS-OLD-EVENT
             END-READ
           END-IF
           IF WS-APPLY-OK = 'Y'
             EVALUATE CR-ACTION
               WHEN 'ADD'
                 MOVE CR-VALUE TO EVENTS-RECORD
                 WRITE EVENTS-RECORD
                   INVALID KEY
                     MOVE 'N' TO WS-APPLY-OK
                     STRING 'EVENT ' CR-VALUE(1:6) ' ALREADY ON FILE'
                         DELIMITED BY SIZE INTO WS-RESULT-NOTE
                   NOT INVALID KEY
                     PERFORM 265-ADD-JOURNAL-LINE
                     MOVE 'NEW' TO WS-JL-ACTION(WS-JL-COUNT)
                     MOVE EVENTS-RECORD TO WS-JL-VALUE(WS-JL-COUNT)
                 END-WRITE
               WHEN 'CHG'
                 MOVE CR-VALUE TO EVENTS-RECORD
                 REWRITE EVENTS-RECORD
                   INVALID KEY
                     MOVE 'N' TO WS-APPLY-OK
                     STRING 'EVENT ' CR-VALUE(1:6) ' NOT REWRITTEN'
                         DELIMITED BY SIZE INTO WS-RESULT-NOTE
                   NOT INVALID KEY
                     PERFORM 265-ADD-JOURNAL-LINE
                     MOVE 'OLD' TO WS-JL-ACTION(WS-JL-COUNT)
                     MOVE WS-OLD-EVENT TO WS-JL-VALUE(WS-JL-COUNT)
                     PERFORM 265-ADD-JOURNAL-LINE
                     MOVE 'NEW' TO WS-JL-ACTION(WS-JL-COUNT)
                     MOVE EVENTS-RECORD TO WS-JL-VALUE(WS-JL-COUNT)
                 END-REWRITE
               WHEN 'DEL'
                 DELETE EVENTS-FILE RECORD
                   INVALID KEY
                     MOVE 'N' TO WS-APPLY-OK
                     STRING 'EVENT ' CR-VALUE(1:6) ' NOT DELETED'
                         DELIMITED BY SIZE INTO WS-RESULT-NOTE
                   NOT INVALID KEY
                     PERFORM 265-ADD-JOURNAL-LINE
                     MOVE 'DEL' TO WS-JL-ACTION(WS-JL-COUNT)
                     MOVE WS-OLD-EVENT TO WS-JL-VALUE(WS-JL-COUNT)
                 END-DELETE
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

       245-APPLY-WHOLE-FILE.
           OPEN INPUT CSET-FILE
           OPEN OUTPUT LIVE-FILE
           PERFORM UNTIL WS-FS-CSET NOT = '00'
               AND WS-FS-CSET NOT = '04'
             READ CSET-FILE
               AT END
                 MOVE '10' TO WS-FS-CSET
               NOT AT END
                 IF CR-ACTION = 'NEW'
                   MOVE CR-VALUE TO LIVE-RECORD
                   WRITE LIVE-RECORD
                   PERFORM 265-ADD-JOURNAL-LINE
                   MOVE 'NEW' TO WS-JL-ACTION(WS-JL-COUNT)
                   MOVE CR-VALUE TO WS-JL-VALUE(WS-JL-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           IF WS-FS-LIVE NOT = '00'
             MOVE 'N' TO WS-APPLY-OK
             MOVE 'LIVE FILE COULD NOT BE WRITTEN' TO WS-RESULT-NOTE
           END-IF
           CLOSE LIVE-FILE
           CLOSE CSET-FILE.

       250-RESTORE-LIVE.
           OPEN OUTPUT LIVE-FILE
           IF WS-LIVE-EXISTED = 'Y'
             OPEN INPUT BACKUP-FILE
             PERFORM UNTIL WS-FS-BACKUP NOT = '00'
                 AND WS-FS-BACKUP NOT = '04'
               READ BACKUP-FILE
                 AT END
                   MOVE '10' TO WS-FS-BACKUP
                 NOT AT END
                   MOVE BACKUP-RECORD TO LIVE-RECORD
                   WRITE LIVE-RECORD
               END-READ
             END-PERFORM
             CLOSE BACKUP-FILE
           END-IF
           CLOSE LIVE-FILE.

       255-RESTORE-EVENTS.
           OPEN OUTPUT EVENTS-FILE
           IF WS-LIVE-EXISTED = 'Y'
             OPEN INPUT BACKUP-FILE
             PERFORM UNTIL WS-FS-BACKUP NOT = '00'
                 AND WS-FS-BACKUP NOT = '04'
               READ BACKUP-FILE
                 AT END
                   MOVE '10' TO WS-FS-BACKUP
                 NOT AT END
                   MOVE BACKUP-RECORD TO EVENTS-RECORD
                   WRITE EVENTS-RECORD
                     INVALID KEY
                       CONTINUE
                   END-WRITE
               END-READ
             END-PERFORM
             CLOSE BACKUP-FILE
           END-IF
           CLOSE EVENTS-FILE.

       260-JOURNAL-SET.
           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
               UNTIL WS-JL-IDX > WS-JL-COUNT
             MOVE WS-JL-ACTION(WS-JL-IDX) TO CJ-ACTION
             MOVE WS-JL-VALUE(WS-JL-IDX) TO CJ-VALUE
             MOVE WS-CS-ENTERED-BY(WS-CS-CUR) TO CJ-OPERATOR
             PERFORM 270-WRITE-JOURNAL
           END-PERFORM
           MOVE 'PRM' TO CJ-ACTION
           MOVE SPACES TO CJ-VALUE
           STRING 'CHANGE SET ' WS-CS-ID(WS-CS-CUR)
               ' PROMOTED, APPROVED BY '
               WS-CS-REVIEWED-BY(WS-CS-CUR)
               DELIMITED BY SIZE INTO CJ-VALUE
           PERFORM 270-WRITE-JOURNAL.

       265-ADD-JOURNAL-LINE.
           IF WS-JL-COUNT < 500
             ADD 1 TO WS-JL-COUNT
           END-IF.

       270-WRITE-JOURNAL.
           IF CJ-ACTION = 'PRM' OR CJ-ACTION = 'RFS'
             MOVE 'DROPPROM' TO CJ-OPERATOR
           END-IF
           MOVE YR TO CJ-YR
           MOVE MO TO CJ-MO
           MOVE DA TO CJ-DA
           MOVE HR TO CJ-HR
           MOVE MIN TO CJ-MIN
           MOVE SEC TO CJ-SEC
           MOVE WS-CS-FILE(WS-CS-CUR) TO CJ-FILE
           WRITE JOURNAL-RECORD.

       280-PRINT-SET-LINE.
           MOVE WS-CS-ID(WS-CS-CUR) TO PL-ID
           MOVE WS-CS-FILE(WS-CS-CUR) TO PL-FILE
           MOVE WS-CS-EFF(WS-CS-CUR) TO WS-CALC-KEY
           PERFORM 810-FORMAT-STAMP
           MOVE WS-STAMP TO PL-EFF
           MOVE WS-CS-ENTERED-BY(WS-CS-CUR) TO PL-ENTERED
           MOVE WS-CS-REVIEWED-BY(WS-CS-CUR) TO PL-REVIEWED
           MOVE WS-RESULT TO PL-RESULT
           MOVE WS-SET-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RESULT-NOTE NOT = SPACES
             MOVE WS-RESULT-NOTE TO NL-NOTE
             MOVE WS-NOTE-LINE TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.

       400-WRITE-CHANGESETS.
           IF WS-CS-COUNT > 0
             OPEN OUTPUT CHANGESET-FILE
             PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                 UNTIL WS-CS-IDX > WS-CS-COUNT
               IF (WS-CS-STATUS(WS-CS-IDX) = 'R'
                   OR WS-CS-STATUS(WS-CS-IDX) = 'D'
                   OR WS-CS-STATUS(WS-CS-IDX) = 'F')
                   AND WS-CS-ENTERED-KEY(WS-CS-IDX) < WS-KEEP-KEY
                 ADD 1 TO WS-PURGED-COUNT
               ELSE
                 MOVE WS-CS-REC(WS-CS-IDX) TO CHANGESET-RECORD
                 WRITE CHANGESET-RECORD
               END-IF
             END-PERFORM
             CLOSE CHANGESET-FILE
           END-IF.

       500-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ' SECTION: SUMMARY' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SETS DUE' TO SM-LABEL
           MOVE WS-DUE-COUNT TO WS-NUM-EDIT
           PERFORM 510-PRINT-COUNT
           MOVE 'PROMOTED' TO SM-LABEL
           MOVE WS-PROMOTED-COUNT TO WS-NUM-EDIT
           PERFORM 510-PRINT-COUNT
           MOVE 'HELD BY FREEZE WINDOW' TO SM-LABEL
           MOVE WS-HELD-COUNT TO WS-NUM-EDIT
           PERFORM 510-PRINT-COUNT
           MOVE 'REFUSED' TO SM-LABEL
           MOVE WS-REFUSED-COUNT TO WS-NUM-EDIT
           PERFORM 510-PRINT-COUNT
           MOVE 'AWAITING SECOND OPERATOR' TO SM-LABEL
           MOVE WS-PENDING-COUNT TO WS-NUM-EDIT
           PERFORM 510-PRINT-COUNT
           MOVE 'APPROVED, NOT YET DUE' TO SM-LABEL
           MOVE WS-WAITING-COUNT TO WS-NUM-EDIT
           PERFORM 510-PRINT-COUNT
           MOVE 'CLOSED SETS DROPPED FROM INDEX' TO SM-LABEL
           MOVE WS-PURGED-COUNT TO WS-NUM-EDIT
           PERFORM 510-PRINT-COUNT.

       510-PRINT-COUNT.
           MOVE WS-NUM-EDIT TO SM-VALUE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
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

       900-SHUTDOWN.
           CLOSE REPORT-FILE
           CLOSE JOURNAL-FILE
           IF WS-REFUSED-COUNT > 0
             MOVE 8 TO RETURN-CODE
           ELSE
             IF WS-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
             ELSE
               MOVE 0 TO RETURN-CODE
             END-IF
           END-IF
           DISPLAY 'DROPPROM: ' WS-PROMOTED-COUNT ' PROMOTED, '
               WS-HELD-COUNT ' HELD, ' WS-REFUSED-COUNT ' REFUSED'
           DISPLAY 'DROPPROM: REPORT WRITTEN TO PROMOTE-REPORT.TXT'.
