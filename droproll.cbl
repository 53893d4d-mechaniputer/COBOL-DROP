                OLDER THAN THE RETENTION WINDOW FROM THE HEARTBEAT,
                EXCEPTION AND WATCHDOG-ALERT LOGS INTO DATED
                ARCHIVE FILES AND KEEPS THE LIVE FILES SHORT.
                A LOG WHOSE CONTROL TRAILERS DO NOT MATCH IS NOT
                ROLLED. THE OPEN SEGMENT AFTER THE LAST TRAILER
                BELONGS TO A RUNNING WRITER AND IS LEFT LIVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  RP-RETAIN-DAYS  PIC 9(3).
       FD  LIVE-FILE.
       01  LIVE-RECORD.
           05  LR-YR           PIC 9(4).
           05  LR-MO           PIC 99.
           05  LR-DA           PIC 99.
           05  LR-REST         PIC X(72).
       FD  KEEP-FILE.
       01  KEEP-RECORD         PIC X(80).
       FD  ARCH-FILE.
       01  ARCH-RECORD         PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           05  YR            PIC 9(4).
           05  MO            PIC 99.
           05  DA            PIC 99.
       01  WS-RETAIN-DAYS    PIC 9(3) VALUE 2.
       01  WS-TODAY-CCYYMMDD PIC 9(8).
       01  WS-TODAY-INT      PIC 9(9).
           88  WS-ARCH-IS-OPEN  VALUE 'Y'.
       01  WS-KEEP-COUNT     PIC 9(9) VALUE 0.
       01  WS-ARCH-COUNT     PIC 9(9) VALUE 0.
       01  WS-TAIL-COUNT     PIC 9(9) VALUE 0.
       01  WS-LIVE-POS       PIC 9(9) VALUE 0.
       01  WS-CLOSED-POS     PIC 9(9) VALUE 0.
       01  WS-REWRITE-POS    PIC 9(9) VALUE 0.
       01  WS-TAMPER-FLAG    PIC X VALUE 'N'.
           88  WS-LIVE-TAMPERED VALUE 'Y'.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY OCCURS 3 TIMES.
               10  WS-CTL-COUNT     PIC 9(9).
               10  WS-CTL-FIRST     PIC 9(14).
               10  WS-CTL-LAST      PIC 9(14).
               10  WS-CTL-HASH      PIC 9(15).
       01  WS-CTL-IDX        PIC 9.
       01  WS-CTL-REC        PIC X(80).
       01  WS-CTL-POS        PIC 99.
       01  WS-CTL-REC-HASH   PIC 9(15).
       01  WS-CTL-TRAILER.
           05  CT-TAG          PIC X(4) VALUE 'TRLR'.
           05  CT-COUNT        PIC 9(9).
           05  CT-FIRST        PIC 9(14).
           05  CT-LAST         PIC 9(14).
           05  CT-HASH         PIC 9(15).
           05  CT-WRITER       PIC X(8).
           05  CT-CLOSED       PIC 9(14).
       01  WS-LOG-TABLE.
           05  FILLER        PIC X(20) VALUE 'COBOLDROP-LOG'.
           05  FILLER        PIC X(20) VALUE 'CLOCK-EXCEPTIONS'.
             END-READ
           END-IF
           CLOSE ROLLPARM-FILE
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-CCYYMMDD =
               YR * 10000 + MO * 100 + DA
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
           COMPUTE WS-CUTOFF-INT =
       200-ROLL-ONE-LOG.
           MOVE 0 TO WS-KEEP-COUNT
           MOVE 0 TO WS-ARCH-COUNT
           MOVE 0 TO WS-TAIL-COUNT
           MOVE 0 TO WS-ARCH-OPEN-KEY
           MOVE 'N' TO WS-ARCH-OPEN-FLAG
           MOVE SPACES TO WS-LIVE-NAME
           STRING WS-LOG-BASE(WS-LOG-IDX) DELIMITED BY SPACE
               '.DAT' DELIMITED BY SIZE
               INTO WS-LIVE-NAME
           PERFORM 205-VERIFY-LIVE
           IF WS-LIVE-TAMPERED
             DISPLAY 'DROPROLL: ' WS-LIVE-NAME
             DISPLAY '  CONTROL TOTAL MISMATCH - NOT ROLLED'
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM 202-ROLL-LIVE-FILE
           END-IF.

       202-ROLL-LIVE-FILE.
           MOVE 0 TO WS-LIVE-POS
           INITIALIZE WS-CTL-ENTRY(2)
           OPEN OUTPUT KEEP-FILE
           OPEN INPUT LIVE-FILE
           IF WS-FS-LIVE = '00'
                 AT END
                   MOVE '10' TO WS-FS-LIVE
                 NOT AT END
                   ADD 1 TO WS-LIVE-POS
                   PERFORM 210-ROLL-ONE-RECORD
               END-READ
             END-PERFORM
           END-IF
           CLOSE LIVE-FILE
           IF WS-ARCH-IS-OPEN
             PERFORM 225-CLOSE-ARCH-SEG
             CLOSE ARCH-FILE
             MOVE 'N' TO WS-ARCH-OPEN-FLAG
           END-IF
           END-IF
           DISPLAY 'DROPROLL: ' WS-LIVE-NAME
           DISPLAY '  ARCHIVED ' WS-ARCH-COUNT
               ' KEPT LIVE ' WS-KEEP-COUNT
           IF WS-TAIL-COUNT > 0
             DISPLAY '  OPEN SEGMENT LEFT LIVE ' WS-TAIL-COUNT
           END-IF.

       205-VERIFY-LIVE.
           MOVE 'N' TO WS-TAMPER-FLAG
           MOVE 0 TO WS-LIVE-POS
           MOVE 0 TO WS-CLOSED-POS
           MOVE 1 TO WS-CTL-IDX
           INITIALIZE WS-CTL-ENTRY(1)
           OPEN INPUT LIVE-FILE
           IF WS-FS-LIVE = '00'
             PERFORM UNTIL WS-FS-LIVE NOT = '00'
                 AND WS-FS-LIVE NOT = '04'
               READ LIVE-FILE
                 AT END
                   MOVE '10' TO WS-FS-LIVE
                 NOT AT END
                   ADD 1 TO WS-LIVE-POS
                   IF LIVE-RECORD(1:4) = 'TRLR'
                     PERFORM 206-CHECK-TRAILER
                     MOVE WS-LIVE-POS TO WS-CLOSED-POS
                   ELSE
                     MOVE LIVE-RECORD TO WS-CTL-REC
                     PERFORM 880-ADD-CONTROL
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE LIVE-FILE.

       206-CHECK-TRAILER.
           MOVE LIVE-RECORD TO WS-CTL-TRAILER
           IF CT-COUNT IS NOT NUMERIC OR CT-HASH IS NOT NUMERIC
               OR CT-COUNT NOT = WS-CTL-COUNT(1)
               OR CT-HASH NOT = WS-CTL-HASH(1)
               OR CT-FIRST NOT = WS-CTL-FIRST(1)
               OR CT-LAST NOT = WS-CTL-LAST(1)
             MOVE 'Y' TO WS-TAMPER-FLAG
             DISPLAY 'DROPROLL: ' WS-LIVE-NAME
                 ' TRAILER AT RECORD ' WS-LIVE-POS ' DOES NOT MATCH'
           END-IF
           INITIALIZE WS-CTL-ENTRY(1).

       210-ROLL-ONE-RECORD.
           IF WS-LIVE-POS > WS-CLOSED-POS
             ADD 1 TO WS-TAIL-COUNT
             MOVE LIVE-RECORD TO KEEP-RECORD
             WRITE KEEP-RECORD
           ELSE
             IF LIVE-RECORD(1:4) NOT = 'TRLR'
               PERFORM 215-ROLL-CLOSED-RECORD
             END-IF
           END-IF.

       215-ROLL-CLOSED-RECORD.
           MOVE 0 TO WS-REC-INT
           IF LR-YR IS NUMERIC AND LR-MO IS NUMERIC
               AND LR-DA IS NUMERIC
               AND LR-MO >= 1 AND LR-MO <= 12
               AND LR-DA >= 1 AND LR-DA <= 31
             COMPUTE WS-REC-CCYYMMDD =
                 LR-YR * 10000 + LR-MO * 100 + LR-DA
             COMPUTE WS-REC-INT =
                 FUNCTION INTEGER-OF-DATE(WS-REC-CCYYMMDD)
           END-IF
       220-ARCHIVE-RECORD.
           IF WS-REC-CCYYMMDD NOT = WS-ARCH-OPEN-KEY
             IF WS-ARCH-IS-OPEN
               PERFORM 225-CLOSE-ARCH-SEG
               CLOSE ARCH-FILE
               MOVE 'N' TO WS-ARCH-OPEN-FLAG
             END-IF
           END-IF
           ADD 1 TO WS-ARCH-COUNT
           MOVE LIVE-RECORD TO ARCH-RECORD
           WRITE ARCH-RECORD
           MOVE LIVE-RECORD TO WS-CTL-REC
           MOVE 2 TO WS-CTL-IDX
           PERFORM 880-ADD-CONTROL.

       225-CLOSE-ARCH-SEG.
           MOVE 2 TO WS-CTL-IDX
           IF WS-CTL-COUNT(WS-CTL-IDX) > 0
             PERFORM 886-BUILD-TRAILER
             WRITE ARCH-RECORD FROM WS-CTL-TRAILER
           END-IF.

       230-REWRITE-LIVE.
           MOVE 0 TO WS-REWRITE-POS
           INITIALIZE WS-CTL-ENTRY(3)
           OPEN INPUT KEEP-FILE
           OPEN OUTPUT LIVE-FILE
           PERFORM UNTIL WS-FS-KEEP NOT = '00'
               AT END
                 MOVE '10' TO WS-FS-KEEP
               NOT AT END
                 ADD 1 TO WS-REWRITE-POS
                 MOVE KEEP-RECORD TO LIVE-RECORD
                 WRITE LIVE-RECORD
                 IF WS-REWRITE-POS NOT > WS-KEEP-COUNT
                   PERFORM 235-ADD-KEPT-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LIVE-FILE
           CLOSE KEEP-FILE.

       235-ADD-KEPT-RECORD.
           MOVE KEEP-RECORD TO WS-CTL-REC
           MOVE 3 TO WS-CTL-IDX
           PERFORM 880-ADD-CONTROL
           IF WS-REWRITE-POS = WS-KEEP-COUNT
             PERFORM 886-BUILD-TRAILER
             WRITE LIVE-RECORD FROM WS-CTL-TRAILER
           END-IF.

       880-ADD-CONTROL.
           MOVE 0 TO WS-CTL-REC-HASH
           PERFORM VARYING WS-CTL-POS FROM 1 BY 1
               UNTIL WS-CTL-POS > 80
             COMPUTE WS-CTL-REC-HASH = WS-CTL-REC-HASH
                 + FUNCTION ORD(WS-CTL-REC(WS-CTL-POS:1)) * WS-CTL-POS
           END-PERFORM
           ADD 1 TO WS-CTL-COUNT(WS-CTL-IDX)
           IF WS-CTL-REC(1:14) IS NUMERIC
             IF WS-CTL-FIRST(WS-CTL-IDX) = 0
               MOVE WS-CTL-REC(1:14) TO WS-CTL-FIRST(WS-CTL-IDX)
             END-IF
             MOVE WS-CTL-REC(1:14) TO WS-CTL-LAST(WS-CTL-IDX)
           END-IF
           COMPUTE WS-CTL-HASH(WS-CTL-IDX) =
               FUNCTION MOD(WS-CTL-HASH(WS-CTL-IDX) + WS-CTL-REC-HASH,
                 1000000000000000).

       886-BUILD-TRAILER.
           MOVE WS-CTL-COUNT(WS-CTL-IDX) TO CT-COUNT
           MOVE WS-CTL-FIRST(WS-CTL-IDX) TO CT-FIRST
           MOVE WS-CTL-LAST(WS-CTL-IDX) TO CT-LAST
           MOVE WS-CTL-HASH(WS-CTL-IDX) TO CT-HASH
           MOVE 'DROPROLL' TO CT-WRITER
           MOVE FUNCTION CURRENT-DATE(1:14) TO CT-CLOSED
           INITIALIZE WS-CTL-ENTRY(WS-CTL-IDX).
