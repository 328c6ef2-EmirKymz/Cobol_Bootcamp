                             STATUS BSUM-ST.
           SELECT BRANCH-MASTER ASSIGN BRCHMST
                             STATUS BRCH-ST.
           SELECT CYCLE-FILE ASSIGN CYCLCTL
                             STATUS CYC-ST.
       DATA DIVISION.

       FILE SECTION.
           05  ACCT-STATUS         PIC X(01).
               88 ACCT-ACTIVE          VALUE "A".
               88 ACCT-CLOSED          VALUE "C".
               88 ACCT-DORMANT         VALUE "D".
           05  ACCT-OPEN-DATE      PIC 9(08).
           05  ACCT-BRANCH         PIC X(03).

           05  CKPT-NOTIFY-COUNT   PIC 9(07).
           05  CKPT-PAGE-NUMBER    PIC 9(04).
           05  CKPT-LINE-COUNT     PIC 9(03).
           05  CKPT-DORMANT-COUNT  PIC 9(07).

       FD  ACCT-EXTRACT RECORDING MODE F.
       01  ACCT-EXT-REC            PIC X(80).
           05  BSUM-AGE-65-UP       PIC 9(07).
           05  BSUM-REJECT-COUNT    PIC 9(07).
           05  BSUM-SUPPRESS-COUNT  PIC 9(07).
           05  BSUM-DORMANT-COUNT   PIC 9(07).

       FD  BRANCH-MASTER RECORDING MODE F.
       01  BRANCH-REC.
           05  SRT-OPEN-DATE        PIC 9(08).
           05  SRT-BRANCH           PIC X(03).

       FD  CYCLE-FILE RECORDING MODE F.
       01  CYC-REC                 PIC X(780).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 PRT-ST         PIC 9(02).
           05 BRCH-ST        PIC 9(02).
              88 BRCH-EOF              VALUE 10.
              88 BRCH-SUCCESS          VALUE 00 97.
           05 CYC-ST         PIC 9(02).
              88 CYC-EOF               VALUE 10.
              88 CYC-SUCCESS           VALUE 00 97.
           05 DATE-INT      PIC 9(07).
           05 NDATE-INT     PIC 9(07).
           05 WS-AGE-YEARS  PIC 9(03).
           05 WS-AGE-30-44          PIC 9(07) VALUE ZERO.
           05 WS-AGE-45-64          PIC 9(07) VALUE ZERO.
           05 WS-AGE-65-UP          PIC 9(07) VALUE ZERO.
           05 WS-DORMANT-ACCOUNTS   PIC 9(07) VALUE ZERO.

       01  WS-BRANCH-TABLE.
           05 WS-BR-COUNT           PIC 9(03) VALUE ZERO.
              10 WS-BR-65-UP        PIC 9(07).
              10 WS-BR-REJECTS      PIC 9(07).
              10 WS-BR-SUPPRESSED   PIC 9(07).
              10 WS-BR-DORMANT      PIC 9(07).

       01  WS-BRANCH-CONTROL.
           05 WS-BR-SUB             PIC 9(03) VALUE ZERO.
           05 WS-PAGE-NUMBER        PIC 9(04) VALUE ZERO.
           05 WS-RUN-DATE           PIC 9(08) VALUE ZERO.

       01  WS-CYCLE-REC.
           05 WS-CY-CYCLE-DATE      PIC 9(08).
           05 WS-CY-STEPS           PIC 9(02).
           05 WS-CY-STEP OCCURS 10 TIMES.
              10 WS-CY-PGM          PIC X(08).
              10 WS-CY-STATUS       PIC X(01).
                 88 WS-CY-PENDING       VALUE "P".
                 88 WS-CY-RUNNING       VALUE "R".
                 88 WS-CY-COMPLETE      VALUE "C".
                 88 WS-CY-FAILED        VALUE "F".
              10 WS-CY-MAX-RC       PIC 9(02).
              10 WS-CY-RC           PIC 9(02).
              10 WS-CY-DONE-DATE    PIC 9(08).
              10 WS-CY-END-DATE     PIC 9(08).
              10 WS-CY-END-TIME     PIC X(06).
              10 WS-CY-COUNTS.
                 15 WS-CY-COUNT     PIC 9(07) OCCURS 6 TIMES.

       01  WS-CYCLE-CONTROL.
           05 WS-CYC-PGM            PIC X(08) VALUE "PBEG0005".
           05 WS-CYC-SEARCH         PIC X(08) VALUE SPACES.
           05 WS-CYC-SW             PIC X(01) VALUE "N".
              88 WS-CYC-ACTIVE          VALUE "Y".
           05 WS-CYC-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-CYC-FOUND           VALUE "Y".
           05 WS-CYC-HIT            PIC 9(02) VALUE ZERO.
           05 WS-CYC-SUB            PIC 9(02) VALUE ZERO.
           05 WS-CYC-PRV            PIC 9(02) VALUE ZERO.
           05 WS-CYC-RC             PIC 9(02) VALUE ZERO.
           05 WS-CYC-END-DATE       PIC 9(08) VALUE ZERO.
           05 WS-CYC-END-TIME       PIC X(08) VALUE SPACES.
           05 WS-CYC-COUNTS.
              10 WS-CYC-COUNT       PIC 9(07) OCCURS 6 TIMES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H140-READ-CONTROL-CARD.
           PERFORM H175-LOAD-BRANCH-NAMES.
           IF NOT WS-LOOKUP-MODE AND NOT WS-SURNAME-MODE
               PERFORM H105-CHECK-CYCLE
               PERFORM H110-CHECK-RESTART
               OPEN OUTPUT PRINT-LINE
               OPEN OUTPUT REJECT-FILE
           END-IF.
       H100-END. EXIT.

       H105-CHECK-CYCLE.
           OPEN INPUT CYCLE-FILE
           IF NOT CYC-SUCCESS
               DISPLAY "WARNING - CYCLCTL NOT PRESENT, "
                       "RUN NOT UNDER CYCLE CONTROL"
           ELSE
               READ CYCLE-FILE INTO WS-CYCLE-REC
               IF NOT CYC-SUCCESS AND NOT CYC-EOF
                   MOVE "CYCLCTL " TO WS-ERR-FILE
                   MOVE CYC-ST     TO WS-ERR-STATUS
                   PERFORM H950-FILE-ERROR
               END-IF
               IF CYC-EOF
                   DISPLAY "WARNING - CYCLCTL EMPTY, "
                           "RUN NOT UNDER CYCLE CONTROL"
                   CLOSE CYCLE-FILE
               ELSE
                   CLOSE CYCLE-FILE
                   PERFORM H104-START-CYCLE-STEP
               END-IF
           END-IF.
       H105-END. EXIT.

       H106-FIND-CYCLE-STEP.
           MOVE "N"  TO WS-CYC-FOUND-SW
           MOVE ZERO TO WS-CYC-HIT
           PERFORM H107-SCAN-ONE-CYCLE-STEP
                   UNTIL WS-CYC-FOUND
                      OR WS-CYC-HIT >= WS-CY-STEPS.
       H106-END. EXIT.

       H107-SCAN-ONE-CYCLE-STEP.
           ADD 1 TO WS-CYC-HIT
           IF WS-CY-PGM (WS-CYC-HIT) = WS-CYC-SEARCH
               SET WS-CYC-FOUND TO TRUE
           END-IF.
       H107-END. EXIT.

       H108-VERIFY-PREDECESSOR.
           IF NOT WS-CY-PENDING (WS-CYC-SUB)
               DISPLAY "CYCLE " WS-CY-CYCLE-DATE " STEP " WS-CYC-PGM
                       " STATUS " WS-CY-STATUS (WS-CYC-SUB)
                       " - NOT PENDING, RESTART THROUGH PBEG0019"
               PERFORM H956-CYCLE-REFUSED
           END-IF
           IF WS-CYC-SUB > 1
               COMPUTE WS-CYC-PRV = WS-CYC-SUB - 1
               IF NOT WS-CY-COMPLETE (WS-CYC-PRV)
                  OR WS-CY-DONE-DATE (WS-CYC-PRV) NOT = WS-CY-CYCLE-DATE
                   DISPLAY "CYCLE " WS-CY-CYCLE-DATE " PREDECESSOR "
                           WS-CY-PGM (WS-CYC-PRV) " STATUS "
                           WS-CY-STATUS (WS-CYC-PRV) " - NOT ENDED OK"
                   PERFORM H956-CYCLE-REFUSED
               END-IF
           END-IF.
       H108-END. EXIT.

       H109-REWRITE-CYCLE.
           OPEN OUTPUT CYCLE-FILE
           IF NOT CYC-SUCCESS
               MOVE "CYCLCTL " TO WS-ERR-FILE
               MOVE CYC-ST     TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           WRITE CYC-REC FROM WS-CYCLE-REC
           IF NOT CYC-SUCCESS
               MOVE "CYCLCTL " TO WS-ERR-FILE
               MOVE CYC-ST     TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           CLOSE CYCLE-FILE.
       H109-END. EXIT.

       H104-START-CYCLE-STEP.
           MOVE WS-CYC-PGM TO WS-CYC-SEARCH
           PERFORM H106-FIND-CYCLE-STEP
           IF NOT WS-CYC-FOUND
               DISPLAY "WARNING - " WS-CYC-PGM " NOT A STEP OF CYCLE "
                       WS-CY-CYCLE-DATE ", RUN NOT UNDER CYCLE CONTROL"
           ELSE
               MOVE WS-CYC-HIT TO WS-CYC-SUB
               PERFORM H108-VERIFY-PREDECESSOR
               SET WS-CY-RUNNING (WS-CYC-SUB) TO TRUE
               PERFORM H109-REWRITE-CYCLE
               SET WS-CYC-ACTIVE TO TRUE
               DISPLAY "CYCLE " WS-CY-CYCLE-DATE " STEP " WS-CYC-PGM
                       " STARTED"
           END-IF.
       H104-END. EXIT.

       H170-CHECK-DUPLICATES.
           OPEN INPUT ACCT-LOAD-FILE
           IF LOAD-SUCCESS
           MOVE WS-NOTIFY-COUNT      TO CKPT-NOTIFY-COUNT
           MOVE WS-PAGE-NUMBER       TO CKPT-PAGE-NUMBER
           MOVE WS-LINE-COUNT        TO CKPT-LINE-COUNT
           MOVE WS-DORMANT-ACCOUNTS  TO CKPT-DORMANT-COUNT
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE
           STRING "CHECKPOINT TAKEN AT ACCT " ACCT-INX
           MOVE ACCT-BRANCH     TO SRT-BRANCH
           COMPUTE SRT-DIFF = NDATE-INT - DATE-INT
           COMPUTE WS-AGE-YEARS = SRT-DIFF / 365
           IF ACCT-DORMANT
               PERFORM H211-TALLY-DORMANT
           ELSE
               PERFORM H210-TALLY-AGE-BAND
           END-IF
           IF WS-NOTIFY-MODE
               PERFORM H250-CHECK-MILESTONE
           END-IF
           PERFORM H212-TALLY-BRANCH-BAND.
       H210-END. EXIT.

       H211-TALLY-DORMANT.
           ADD 1 TO WS-DORMANT-ACCOUNTS
           MOVE ACCT-BRANCH TO WS-BR-SEARCH-CODE
           PERFORM H213-FIND-BRANCH-ENTRY
           ADD 1 TO WS-BR-DORMANT (WS-BR-SUB).
       H211-END. EXIT.

       H212-TALLY-BRANCH-BAND.
           MOVE ACCT-BRANCH TO WS-BR-SEARCH-CODE
           PERFORM H213-FIND-BRANCH-ENTRY
           MOVE "65 AND OVER"            TO PS-LABEL
           MOVE WS-AGE-65-UP             TO PS-COUNT
           PERFORM H900-WRITE-PRINT-REC.
           INITIALIZE PRINT-SUMMARY
           MOVE "DORMANT ACCOUNTS"       TO PS-LABEL
           MOVE WS-DORMANT-ACCOUNTS      TO PS-COUNT
           PERFORM H900-WRITE-PRINT-REC.
       H280-END. EXIT.

       H282-WRITE-BRANCH-SUBTOTAL.
           MOVE "  65 AND OVER"              TO PS-LABEL
           MOVE WS-BR-65-UP (WS-BR-OUT)      TO PS-COUNT
           PERFORM H900-WRITE-PRINT-REC.
           INITIALIZE PRINT-SUMMARY
           MOVE "  DORMANT"                  TO PS-LABEL
           MOVE WS-BR-DORMANT (WS-BR-OUT)    TO PS-COUNT
           PERFORM H900-WRITE-PRINT-REC.
           ADD 7 TO WS-LINE-COUNT.
       H282-END. EXIT.

       H286-WRITE-BRANCH-SUMMARY-FILE.
           MOVE WS-BR-65-UP (WS-BR-OUT)      TO BSUM-AGE-65-UP
           MOVE WS-BR-REJECTS (WS-BR-OUT)    TO BSUM-REJECT-COUNT
           MOVE WS-BR-SUPPRESSED (WS-BR-OUT) TO BSUM-SUPPRESS-COUNT
           MOVE WS-BR-DORMANT (WS-BR-OUT)    TO BSUM-DORMANT-COUNT
           WRITE BSUM-REC
           IF NOT BSUM-SUCCESS
               MOVE "BRSUMM  " TO WS-ERR-FILE
               PERFORM H905-WRITE-RUN-LOG
               CLOSE RUN-LOG
           END-IF
           MOVE WS-MAX-RC TO WS-CYC-RC
           PERFORM H960-POST-CYCLE-STEP
           MOVE WS-MAX-RC TO RETURN-CODE
           STOP RUN.
       H950-END. EXIT.

       H956-CYCLE-REFUSED.
           MOVE 12 TO WS-SEVERITY
           PERFORM H910-RAISE-SEVERITY
           DISPLAY WS-CYC-PGM " NOT STARTED - RUN HALTED"
           MOVE "NOT STARTED - CYCLE PREDECESSOR CHECK FAILED"
                TO WS-LOG-MSG
           PERFORM H905-WRITE-RUN-LOG
           CLOSE RUN-LOG
           MOVE WS-MAX-RC TO RETURN-CODE
           STOP RUN.
       H956-END. EXIT.

       H960-POST-CYCLE-STEP.
           IF WS-CYC-ACTIVE
               MOVE "N" TO WS-CYC-SW
               PERFORM H961-SET-CYCLE-COUNTS
               OPEN INPUT CYCLE-FILE
               IF NOT CYC-SUCCESS
                   MOVE "CYCLCTL " TO WS-ERR-FILE
                   MOVE CYC-ST     TO WS-ERR-STATUS
                   PERFORM H950-FILE-ERROR
               END-IF
               READ CYCLE-FILE INTO WS-CYCLE-REC
               IF NOT CYC-SUCCESS
                   MOVE "CYCLCTL " TO WS-ERR-FILE
                   MOVE CYC-ST     TO WS-ERR-STATUS
                   PERFORM H950-FILE-ERROR
               END-IF
               CLOSE CYCLE-FILE
               MOVE WS-CYC-PGM TO WS-CYC-SEARCH
               PERFORM H106-FIND-CYCLE-STEP
               IF WS-CYC-FOUND
                   MOVE WS-CYC-HIT TO WS-CYC-SUB
                   PERFORM H962-POST-ONE-STEP
               END-IF
           END-IF.
       H960-END. EXIT.

       H961-SET-CYCLE-COUNTS.
           INITIALIZE WS-CYC-COUNTS
           MOVE WS-LINES-WRITTEN     TO WS-CYC-COUNT (1)
           MOVE WS-REJECT-COUNT      TO WS-CYC-COUNT (2)
           MOVE WS-RECS-PROCESSED    TO WS-CYC-COUNT (3).
       H961-END. EXIT.

       H962-POST-ONE-STEP.
           MOVE WS-CYC-RC TO WS-CY-RC (WS-CYC-SUB)
           IF WS-CYC-RC > WS-CY-MAX-RC (WS-CYC-SUB)
               SET WS-CY-FAILED (WS-CYC-SUB) TO TRUE
           ELSE
               SET WS-CY-COMPLETE (WS-CYC-SUB) TO TRUE
               MOVE WS-CY-CYCLE-DATE TO WS-CY-DONE-DATE (WS-CYC-SUB)
           END-IF
           ACCEPT WS-CYC-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CYC-END-TIME FROM TIME
           MOVE WS-CYC-END-DATE       TO WS-CY-END-DATE (WS-CYC-SUB)
           MOVE WS-CYC-END-TIME(1:6)  TO WS-CY-END-TIME (WS-CYC-SUB)
           MOVE WS-CYC-COUNTS         TO WS-CY-COUNTS (WS-CYC-SUB)
           PERFORM H109-REWRITE-CYCLE
           DISPLAY "CYCLE " WS-CY-CYCLE-DATE " STEP " WS-CYC-PGM
                   " POSTED STATUS " WS-CY-STATUS (WS-CYC-SUB)
                   " RC " WS-CYC-RC.
       H962-END. EXIT.

       H990-LOG-FINAL-COUNTS.
           STRING "RECORDS PROCESSED " WS-RECS-PROCESSED
               DELIMITED BY SIZE INTO WS-LOG-MSG
           END-IF
           PERFORM H990-LOG-FINAL-COUNTS.
           PERFORM H300-CLOSE-FILES.
           MOVE WS-MAX-RC TO WS-CYC-RC.
           PERFORM H960-POST-CYCLE-STEP.
           MOVE WS-MAX-RC TO RETURN-CODE.
           STOP RUN.
       H999-END. EXIT.
