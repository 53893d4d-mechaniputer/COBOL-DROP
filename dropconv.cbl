       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROPCONV.
       AUTHOR. ALAN BEADLE.
       REMARKS. ONE-TIME CONVERSION OF THE COBOLDROP HISTORY, JOURNAL
                AND STATE FILES FROM TWO-DIGIT TO FOUR-DIGIT YEARS.
                EACH FILE IS COPIED TO A .BAK BEFORE-IMAGE, REWRITTEN
                IN THE CCYY LAYOUT AND COUNTED IN AND OUT. THE DATED
                ARCHIVES LEFT BY DROPROLL ARE CONVERTED AS WELL, AND
                THE OLD EVENTS.DAT TABLE IS LOADED INTO THE KEYED
                EVENT MASTER WITH PERMANENT EVENT IDS.
                CONVDONE.DAT RECORDS THE RUN SO IT CANNOT BE REPEATED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONVPARM-FILE ASSIGN TO "CONVPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT OPTIONAL CONVDONE-FILE ASSIGN TO "CONVDONE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DONE.
           SELECT OPTIONAL TERMID-FILE ASSIGN TO "TERMID.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TERMID.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO "FLEETROSTER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROSTER.
           SELECT OPTIONAL IN-FILE ASSIGN TO WS-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IN.
           SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BACKUP.
           SELECT WORK-FILE ASSIGN TO "CONV-WORK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORK.
           SELECT OPTIONAL OLD-EVENTS-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OLDEV.
           SELECT OPTIONAL EVENTS-FILE ASSIGN TO "EVENTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EV-ID
               FILE STATUS IS WS-FS-EVENTS.
           SELECT EVENTSEQ-FILE ASSIGN TO "EVENTSEQ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EVSEQ.
           SELECT REPORT-FILE ASSIGN TO "CONVERT-REPORT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  CONVPARM-FILE.
       01  CONVPARM-RECORD.
           05  CV-ARCH-FROM    PIC 9(8).
           05  CV-CENTURY      PIC 99.
       FD  CONVDONE-FILE.
       01  CONVDONE-RECORD.
           05  CD-YR           PIC 9(4).
           05  CD-MO           PIC 99.
           05  CD-DA           PIC 99.
           05  CD-HR           PIC 99.
           05  CD-MIN          PIC 99.
           05  CD-SEC          PIC 99.
           05  CD-FILES        PIC 9(5).
           05  CD-RECORDS      PIC 9(9).
       FD  TERMID-FILE.
       01  TERMID-RECORD.
           05  TI-TERM-ID      PIC X(8).
       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05  FR-TERM-ID      PIC X(8).
       FD  IN-FILE.
       01  IN-RECORD           PIC X(200).
       FD  BACKUP-FILE.
       01  BACKUP-RECORD       PIC X(200).
       FD  WORK-FILE.
       01  WORK-RECORD         PIC X(204).
       FD  OLD-EVENTS-FILE.
       01  OLD-EVENTS-RECORD   PIC X(50).
       FD  EVENTS-FILE.
       01  EVENTS-RECORD.
           05  EV-ID           PIC 9(6).
           05  EV-DATA.
               10  EV-MO       PIC 99.
               10  EV-DA       PIC 99.
               10  EV-HR       PIC 99.
               10  EV-MIN      PIC 99.
               10  EV-SEC      PIC 99.
               10  EV-REST-ROW PIC 99.
               10  EV-DROP-ROW PIC 99.
               10  EV-LABEL    PIC X(20).
               10  EV-IS-YEAREND PIC X.
               10  EV-REC-TYPE PIC X.
               10  EV-YEAR     PIC 9(4).
               10  EV-DOW      PIC 9.
               10  EV-NTH      PIC 9.
               10  EV-THEME    PIC X(8).
           05  EV-HOL-RULE     PIC X.
       FD  EVENTSEQ-FILE.
       01  EVENTSEQ-RECORD.
           05  ES-LAST-ID      PIC 9(6).
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
       01  WS-CENTURY-TEXT   PIC 99 VALUE 20.
       01  WS-ARCH-FROM      PIC 9(8) VALUE 20221231.
       01  WS-ARCH-FROM-INT  PIC 9(9).
       01  WS-TODAY-CCYYMMDD PIC 9(8).
       01  WS-TODAY-INT      PIC 9(9).
       01  WS-ARCH-INT       PIC 9(9).
       01  WS-ARCH-CCYYMMDD  PIC 9(8).
       01  WS-ARCH-KEY-TEXT  PIC X(8).
       01  WS-DONE-FLAG      PIC X VALUE 'N'.
           88  WS-ALREADY-DONE  VALUE 'Y'.
       01  WS-IN-NAME        PIC X(40).
       01  WS-BACKUP-NAME    PIC X(40).
       01  WS-YR-POS-1       PIC 999.
       01  WS-YR-POS-2       PIC 999.
       01  WS-SEG-LEN        PIC 999.
       01  WS-YEAR-IN        PIC XX.
       01  WS-YEAR-OUT.
           05  WS-YEAR-CC    PIC XX.
           05  WS-YEAR-YY    PIC XX.
       01  WS-OUT-REC        PIC X(204).
       01  WS-REPORT-MISSING PIC X VALUE 'N'.
       01  WS-COUNT-IN       PIC 9(9).
       01  WS-COUNT-OUT      PIC 9(9).
       01  WS-TOTAL-FILES    PIC 9(5) VALUE 0.
       01  WS-TOTAL-IN       PIC 9(9) VALUE 0.
       01  WS-TOTAL-OUT      PIC 9(9) VALUE 0.
       01  WS-ARCH-FILES     PIC 9(5) VALUE 0.
       01  WS-NEXT-EVENT-ID  PIC 9(6) VALUE 0.
       01  WS-TERM-ID        PIC X(8) VALUE 'LOCAL'.
       01  WS-FLEET-COUNT    PIC 99 VALUE 0.
       01  WS-FLEET-ROSTER.
           05  WS-FLEET-TERM OCCURS 10 TIMES PIC X(8).
       01  WS-FLEET-IDX      PIC 99.
       01  WS-FILE-IDX       PIC 99.
       01  WS-LOG-IDX        PIC 9.
       01  WS-FILE-TABLE.
           05  FILLER PIC X(30) VALUE 'COBOLDROP-LOG.DAT'.
           05  FILLER PIC 9(6)  VALUE 001000.
           05  FILLER PIC X(30) VALUE 'CLOCK-EXCEPTIONS.DAT'.
           05  FILLER PIC 9(6)  VALUE 001000.
           05  FILLER PIC X(30) VALUE 'WATCHDOG-ALERTS.DAT'.
           05  FILLER PIC 9(6)  VALUE 001000.
           05  FILLER PIC X(30) VALUE 'NEWYEAR-ARCHIVE.DAT'.
           05  FILLER PIC 9(6)  VALUE 001013.
           05  FILLER PIC X(30) VALUE 'NEWYEAR-LOG.DAT'.
           05  FILLER PIC 9(6)  VALUE 001000.
           05  FILLER PIC X(30) VALUE 'BATCH-TRIGGER.DAT'.
           05  FILLER PIC 9(6)  VALUE 001000.
           05  FILLER PIC X(30) VALUE 'BATCH-ACK.DAT'.
           05  FILLER PIC 9(6)  VALUE 001000.
           05  FILLER PIC X(30) VALUE 'CHECKPOINT.DAT'.
           05  FILLER PIC 9(6)  VALUE 001000.
           05  FILLER PIC X(30) VALUE 'SHAREDCLOCK.DAT'.
           05  FILLER PIC 9(6)  VALUE 001000.
           05  FILLER PIC X(30) VALUE 'SUITE-JOURNAL.DAT'.
           05  FILLER PIC 9(6)  VALUE 023000.
           05  FILLER PIC X(30) VALUE 'CHANGE-JOURNAL.DAT'.
           05  FILLER PIC 9(6)  VALUE 009000.
           05  FILLER PIC X(30) VALUE 'EVENTS.DAT'.
           05  FILLER PIC 9(6)  VALUE 037000.
           05  FILLER PIC X(30) VALUE 'REHEARSAL.DAT'.
           05  FILLER PIC 9(6)  VALUE 002000.
           05  FILLER PIC X(30) VALUE 'REHEARSE-SCRIPT.DAT'.
           05  FILLER PIC 9(6)  VALUE 001000.
           05  FILLER PIC X(30) VALUE 'REHEARSAL-CHECKPOINT.DAT'.
           05  FILLER PIC 9(6)  VALUE 001000.
           05  FILLER PIC X(30) VALUE 'REHEARSAL-ARCHIVE.DAT'.
           05  FILLER PIC 9(6)  VALUE 001013.
           05  FILLER PIC X(30) VALUE 'REHEARSAL-NEWYEAR-LOG.DAT'.
           05  FILLER PIC 9(6)  VALUE 001000.
           05  FILLER PIC X(30) VALUE 'REHEARSAL-EXCEPTIONS.DAT'.
           05  FILLER PIC 9(6)  VALUE 001000.
           05  FILLER PIC X(30) VALUE 'REHEARSAL-TRIGGER.DAT'.
           05  FILLER PIC 9(6)  VALUE 001000.
           05  FILLER PIC X(30) VALUE 'REHEARSAL-ACK.DAT'.
           05  FILLER PIC 9(6)  VALUE 001000.
       01  WS-FILE-NAMES REDEFINES WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 20 TIMES.
               10  WS-FILE-NAME   PIC X(30).
               10  WS-FILE-POS-1  PIC 999.
               10  WS-FILE-POS-2  PIC 999.
       01  WS-LOG-TABLE.
           05  FILLER        PIC X(20) VALUE 'COBOLDROP-LOG'.
           05  FILLER        PIC X(20) VALUE 'CLOCK-EXCEPTIONS'.
           05  FILLER        PIC X(20) VALUE 'WATCHDOG-ALERTS'.
       01  WS-LOG-NAMES REDEFINES WS-LOG-TABLE.
           05  WS-LOG-BASE OCCURS 3 TIMES PIC X(20).
       01  WS-CONV-LINE.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  CL-NAME       PIC X(34).
           05  FILLER        PIC X(4) VALUE ' IN '.
           05  CL-IN         PIC ZZZZZZZZ9.
           05  FILLER        PIC X(5) VALUE ' OUT '.
           05  CL-OUT        PIC ZZZZZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  CL-NOTE       PIC X(16).
       01  WS-TOTAL-LINE.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  FILLER        PIC X(16) VALUE 'FILES CONVERTED '.
           05  TL-FILES      PIC ZZZZ9.
           05  FILLER        PIC X(13) VALUE '  RECORDS IN '.
           05  TL-IN         PIC ZZZZZZZZ9.
           05  FILLER        PIC X(5) VALUE ' OUT '.
           05  TL-OUT        PIC ZZZZZZZZ9.
       01  WS-FILE-STATUSES.
           05  WS-FS-PARM       PIC XX.
           05  WS-FS-DONE       PIC XX.
           05  WS-FS-TERMID     PIC XX.
           05  WS-FS-ROSTER     PIC XX.
           05  WS-FS-IN         PIC XX.
           05  WS-FS-BACKUP     PIC XX.
           05  WS-FS-WORK       PIC XX.
           05  WS-FS-OLDEV      PIC XX.
           05  WS-FS-EVENTS     PIC XX.
           05  WS-FS-EVSEQ      PIC XX.
           05  WS-FS-RPT        PIC XX.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-INITIALIZE
           IF WS-ALREADY-DONE
             DISPLAY 'DROPCONV: FILES ALREADY CONVERTED ON '
                 CD-YR '/' CD-MO '/' CD-DA ' - NOTHING DONE'
           ELSE
             PERFORM 200-CONVERT-FIXED-FILES
             PERFORM 300-CONVERT-FLEET-FILES
             PERFORM 400-CONVERT-ARCHIVES
             PERFORM 700-LOAD-EVENT-MASTER
             PERFORM 800-WRITE-DONE-MARKER
             PERFORM 900-SHUTDOWN
           END-IF
           STOP RUN.

       010-INITIALIZE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           OPEN INPUT CONVDONE-FILE
           IF WS-FS-DONE = '00'
             READ CONVDONE-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF CD-YR IS NUMERIC
                   MOVE 'Y' TO WS-DONE-FLAG
                 END-IF
             END-READ
           END-IF
           CLOSE CONVDONE-FILE
           OPEN INPUT CONVPARM-FILE
           IF WS-FS-PARM = '00'
             READ CONVPARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF CV-ARCH-FROM IS NUMERIC AND CV-ARCH-FROM > 0
                   MOVE CV-ARCH-FROM TO WS-ARCH-FROM
                 END-IF
                 IF CV-CENTURY IS NUMERIC AND CV-CENTURY > 0
                   MOVE CV-CENTURY TO WS-CENTURY-TEXT
                 END-IF
             END-READ
           END-IF
           CLOSE CONVPARM-FILE
           COMPUTE WS-TODAY-CCYYMMDD =
               YR * 10000 + MO * 100 + DA
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
           COMPUTE WS-ARCH-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-ARCH-FROM)
           IF WS-ARCH-FROM-INT = 0
             MOVE WS-TODAY-INT TO WS-ARCH-FROM-INT
           END-IF
           IF NOT WS-ALREADY-DONE
             OPEN OUTPUT REPORT-FILE
             MOVE ALL '=' TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE ' COBOLDROP FOUR-DIGIT YEAR FILE CONVERSION'
                 TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE ALL '=' TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
             DISPLAY 'DROPCONV: TWO-DIGIT YEARS TAKEN AS CENTURY '
                 WS-CENTURY-TEXT
           END-IF.

       200-CONVERT-FIXED-FILES.
           MOVE ' LIVE, STATE AND JOURNAL FILES' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Y' TO WS-REPORT-MISSING
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 20
             MOVE WS-FILE-NAME(WS-FILE-IDX) TO WS-IN-NAME
             MOVE WS-FILE-POS-1(WS-FILE-IDX) TO WS-YR-POS-1
             MOVE WS-FILE-POS-2(WS-FILE-IDX) TO WS-YR-POS-2
             PERFORM 500-CONVERT-ONE-FILE
           END-PERFORM.

       300-CONVERT-FLEET-FILES.
           OPEN INPUT TERMID-FILE
           IF WS-FS-TERMID = '00'
             READ TERMID-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF TI-TERM-ID NOT = SPACES
                   MOVE TI-TERM-ID TO WS-TERM-ID
                 END-IF
             END-READ
           END-IF
           CLOSE TERMID-FILE
           MOVE 1 TO WS-FLEET-COUNT
           MOVE WS-TERM-ID TO WS-FLEET-TERM(1)
           OPEN INPUT ROSTER-FILE
           IF WS-FS-ROSTER = '00'
             PERFORM UNTIL WS-FS-ROSTER NOT = '00'
                 OR WS-FLEET-COUNT = 10
               READ ROSTER-FILE
                 AT END
                   MOVE '10' TO WS-FS-ROSTER
                 NOT AT END
                   IF FR-TERM-ID NOT = SPACES
                       AND FR-TERM-ID NOT = WS-TERM-ID
                     ADD 1 TO WS-FLEET-COUNT
                     MOVE FR-TERM-ID TO WS-FLEET-TERM(WS-FLEET-COUNT)
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE ROSTER-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ' FLEET STATUS FILES' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 9 TO WS-YR-POS-1
           MOVE 0 TO WS-YR-POS-2
           PERFORM VARYING WS-FLEET-IDX FROM 1 BY 1
               UNTIL WS-FLEET-IDX > WS-FLEET-COUNT
             MOVE SPACES TO WS-IN-NAME
             STRING 'FLEET-' DELIMITED BY SIZE
                 WS-FLEET-TERM(WS-FLEET-IDX) DELIMITED BY SPACE
                 '.DAT' DELIMITED BY SIZE
                 INTO WS-IN-NAME
             PERFORM 500-CONVERT-ONE-FILE
           END-PERFORM.

       400-CONVERT-ARCHIVES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ' DATED ARCHIVES' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-REPORT-MISSING
           MOVE 1 TO WS-YR-POS-1
           MOVE 0 TO WS-YR-POS-2
           PERFORM VARYING WS-ARCH-INT FROM WS-ARCH-FROM-INT BY 1
               UNTIL WS-ARCH-INT > WS-TODAY-INT
             COMPUTE WS-ARCH-CCYYMMDD =
                 FUNCTION DATE-OF-INTEGER(WS-ARCH-INT)
             MOVE WS-ARCH-CCYYMMDD TO WS-ARCH-KEY-TEXT
             PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                 UNTIL WS-LOG-IDX > 3
               MOVE SPACES TO WS-IN-NAME
               STRING WS-LOG-BASE(WS-LOG-IDX) DELIMITED BY SPACE
                   '-' DELIMITED BY SIZE
                   WS-ARCH-KEY-TEXT DELIMITED BY SIZE
                   '.DAT' DELIMITED BY SIZE
                   INTO WS-IN-NAME
               PERFORM 500-CONVERT-ONE-FILE
             END-PERFORM
           END-PERFORM
           IF WS-ARCH-FILES = 0
             MOVE '  NO DATED ARCHIVES FOUND' TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.

       500-CONVERT-ONE-FILE.
           MOVE 0 TO WS-COUNT-IN
           MOVE 0 TO WS-COUNT-OUT
           OPEN INPUT IN-FILE
           IF WS-FS-IN = '00'
             MOVE SPACES TO WS-BACKUP-NAME
             STRING WS-IN-NAME DELIMITED BY '.'
                 '.BAK' DELIMITED BY SIZE
                 INTO WS-BACKUP-NAME
             OPEN OUTPUT BACKUP-FILE
             OPEN OUTPUT WORK-FILE
             PERFORM UNTIL WS-FS-IN NOT = '00'
                 AND WS-FS-IN NOT = '04'
               READ IN-FILE
                 AT END
                   MOVE '10' TO WS-FS-IN
                 NOT AT END
                   ADD 1 TO WS-COUNT-IN
                   MOVE IN-RECORD TO BACKUP-RECORD
                   WRITE BACKUP-RECORD
                   PERFORM 510-CONVERT-ONE-RECORD
                   MOVE WS-OUT-REC TO WORK-RECORD
                   WRITE WORK-RECORD
               END-READ
             END-PERFORM
             CLOSE IN-FILE
             CLOSE BACKUP-FILE
             CLOSE WORK-FILE
             PERFORM 530-REWRITE-FROM-WORK
             ADD 1 TO WS-TOTAL-FILES
             ADD WS-COUNT-IN TO WS-TOTAL-IN
             ADD WS-COUNT-OUT TO WS-TOTAL-OUT
             IF WS-REPORT-MISSING = 'N'
               ADD 1 TO WS-ARCH-FILES
             END-IF
             MOVE SPACES TO CL-NOTE
             IF WS-COUNT-IN NOT = WS-COUNT-OUT
               MOVE '*** MISMATCH ***' TO CL-NOTE
             END-IF
             PERFORM 600-REPORT-ONE-FILE
           ELSE
             CLOSE IN-FILE
             IF WS-REPORT-MISSING = 'Y'
               MOVE 'NOT ON FILE' TO CL-NOTE
               PERFORM 600-REPORT-ONE-FILE
             END-IF
           END-IF.

       510-CONVERT-ONE-RECORD.
           MOVE SPACES TO WS-OUT-REC
           IF IN-RECORD = SPACES
             CONTINUE
           ELSE
             IF WS-YR-POS-1 > 1
               MOVE IN-RECORD(1:WS-YR-POS-1 - 1)
                   TO WS-OUT-REC(1:WS-YR-POS-1 - 1)
             END-IF
             MOVE IN-RECORD(WS-YR-POS-1:2) TO WS-YEAR-IN
             PERFORM 520-EXPAND-YEAR
             MOVE WS-YEAR-OUT TO WS-OUT-REC(WS-YR-POS-1:4)
             IF WS-YR-POS-2 = 0
               MOVE IN-RECORD(WS-YR-POS-1 + 2:)
                   TO WS-OUT-REC(WS-YR-POS-1 + 4:)
             ELSE
               COMPUTE WS-SEG-LEN = WS-YR-POS-2 - WS-YR-POS-1 - 2
               MOVE IN-RECORD(WS-YR-POS-1 + 2:WS-SEG-LEN)
                   TO WS-OUT-REC(WS-YR-POS-1 + 4:WS-SEG-LEN)
               MOVE IN-RECORD(WS-YR-POS-2:2) TO WS-YEAR-IN
               PERFORM 520-EXPAND-YEAR
               MOVE WS-YEAR-OUT TO WS-OUT-REC(WS-YR-POS-2 + 2:4)
               MOVE IN-RECORD(WS-YR-POS-2 + 2:)
                   TO WS-OUT-REC(WS-YR-POS-2 + 4:)
             END-IF
           END-IF.

       520-EXPAND-YEAR.
           EVALUATE TRUE
             WHEN WS-YEAR-IN IS NUMERIC
               MOVE WS-CENTURY-TEXT TO WS-YEAR-CC
               MOVE WS-YEAR-IN TO WS-YEAR-YY
             WHEN WS-YEAR-IN = SPACES
               MOVE SPACES TO WS-YEAR-OUT
             WHEN OTHER
               MOVE SPACES TO WS-YEAR-CC
               MOVE WS-YEAR-IN TO WS-YEAR-YY
           END-EVALUATE.

       530-REWRITE-FROM-WORK.
           OPEN INPUT WORK-FILE
           OPEN OUTPUT IN-FILE
           PERFORM UNTIL WS-FS-WORK NOT = '00'
               AND WS-FS-WORK NOT = '04'
             READ WORK-FILE
               AT END
                 MOVE '10' TO WS-FS-WORK
               NOT AT END
                 MOVE WORK-RECORD TO IN-RECORD
                 WRITE IN-RECORD
                 ADD 1 TO WS-COUNT-OUT
             END-READ
           END-PERFORM
           CLOSE IN-FILE
           CLOSE WORK-FILE.

       600-REPORT-ONE-FILE.
           MOVE WS-IN-NAME TO CL-NAME
           MOVE WS-COUNT-IN TO CL-IN
           MOVE WS-COUNT-OUT TO CL-OUT
           MOVE WS-CONV-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY 'DROPCONV: ' WS-IN-NAME
           DISPLAY '  RECORDS IN ' WS-COUNT-IN
               ' OUT ' WS-COUNT-OUT ' ' CL-NOTE.

       700-LOAD-EVENT-MASTER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ' EVENT MASTER LOAD' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-COUNT-IN
           MOVE 0 TO WS-COUNT-OUT
           MOVE SPACES TO CL-NOTE
           OPEN INPUT EVENTS-FILE
           IF WS-FS-EVENTS = '00'
             READ EVENTS-FILE NEXT RECORD
               AT END
                 CONTINUE
               NOT AT END
                 MOVE 'MASTER NOT EMPTY' TO CL-NOTE
             END-READ
           END-IF
           CLOSE EVENTS-FILE
           IF CL-NOTE = SPACES
             OPEN INPUT OLD-EVENTS-FILE
             IF WS-FS-OLDEV = '00'
               OPEN OUTPUT EVENTS-FILE
               PERFORM UNTIL WS-FS-OLDEV NOT = '00'
                   AND WS-FS-OLDEV NOT = '04'
                 READ OLD-EVENTS-FILE
                   AT END
                     MOVE '10' TO WS-FS-OLDEV
                   NOT AT END
                     ADD 1 TO WS-COUNT-IN
                     IF OLD-EVENTS-RECORD NOT = SPACES
                       PERFORM 710-LOAD-ONE-EVENT
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE EVENTS-FILE
               OPEN OUTPUT EVENTSEQ-FILE
               MOVE WS-NEXT-EVENT-ID TO ES-LAST-ID
               WRITE EVENTSEQ-RECORD
               CLOSE EVENTSEQ-FILE
             ELSE
               MOVE 'NOT ON FILE' TO CL-NOTE
             END-IF
             CLOSE OLD-EVENTS-FILE
           END-IF
           MOVE 'EVENTS.DAT TO EVENTMAST.DAT' TO WS-IN-NAME
           PERFORM 600-REPORT-ONE-FILE.

       710-LOAD-ONE-EVENT.
           ADD 1 TO WS-NEXT-EVENT-ID
           MOVE WS-NEXT-EVENT-ID TO EV-ID
           MOVE OLD-EVENTS-RECORD TO EV-DATA
           MOVE 'F' TO EV-HOL-RULE
           WRITE EVENTS-RECORD
             INVALID KEY
               MOVE '*WRITE ERROR*' TO CL-NOTE
             NOT INVALID KEY
               ADD 1 TO WS-COUNT-OUT
           END-WRITE.

       800-WRITE-DONE-MARKER.
           OPEN OUTPUT CONVDONE-FILE
           MOVE YR TO CD-YR
           MOVE MO TO CD-MO
           MOVE DA TO CD-DA
           MOVE HR TO CD-HR
           MOVE MIN TO CD-MIN
           MOVE SEC TO CD-SEC
           MOVE WS-TOTAL-FILES TO CD-FILES
           MOVE WS-TOTAL-OUT TO CD-RECORDS
           WRITE CONVDONE-RECORD
           CLOSE CONVDONE-FILE.

       900-SHUTDOWN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-FILES TO TL-FILES
           MOVE WS-TOTAL-IN TO TL-IN
           MOVE WS-TOTAL-OUT TO TL-OUT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY 'DROPCONV: ' WS-TOTAL-FILES ' FILE(S), '
               WS-TOTAL-IN ' RECORD(S) IN, '
               WS-TOTAL-OUT ' RECORD(S) OUT'
           DISPLAY 'DROPCONV: REPORT WRITTEN TO CONVERT-REPORT.TXT'.
