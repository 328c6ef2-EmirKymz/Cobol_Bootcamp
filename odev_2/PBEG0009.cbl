                             STATUS DLT-ST.
           SELECT PARM-FILE  ASSIGN DLTPARM
                             STATUS PARM-ST.
           SELECT CYCLE-FILE ASSIGN CYCLCTL
                             STATUS CYC-ST.
       DATA DIVISION.

       FILE SECTION.
           05  PARM-EXPECT-DATE    PIC 9(08).
           05  PARM-MAX-AGE-DAYS   PIC 9(03).

       FD  CYCLE-FILE RECORDING MODE F.
       01  CYC-REC                 PIC X(780).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 ACCT-ST        PIC 9(02).
              88 WS-TRAILER-SEEN        VALUE "Y".
           05 WS-TRAILER-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-SNAP-ERR-MSG       PIC X(30) VALUE SPACES.
           05 CYC-ST         PIC 9(02).
              88 CYC-EOF              VALUE 10.
              88 CYC-SUCCESS          VALUE 00 97.

       01  WS-ERROR-AREA.
           05 WS-ERR-FILE           PIC X(08) VALUE SPACES.
           05 WS-CHANGED-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-UNCHANGED-COUNT    PIC 9(07) VALUE ZERO.

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
           05 WS-CYC-PGM            PIC X(08) VALUE "PBEG0009".
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
           05 WS-CYC-SNAP-GEN       PIC 9(04) VALUE ZERO.
           05 WS-CYC-COUNTS.
              10 WS-CYC-COUNT       PIC 9(07) OCCURS 6 TIMES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.

       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM H105-CHECK-CYCLE.
           PERFORM H103-GET-CYCLE-SNAP-GEN.
           OPEN INPUT  ACCT-REC.
           IF NOT ACCT-SUCCESS
               MOVE "ACCTREC " TO WS-ERR-FILE
           PERFORM H120-READ-SNAPSHOT.
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

       H103-GET-CYCLE-SNAP-GEN.
           IF WS-CYC-ACTIVE
               MOVE "PBEG0014" TO WS-CYC-SEARCH
               PERFORM H106-FIND-CYCLE-STEP
               IF WS-CYC-FOUND
                   MOVE WS-CY-COUNT (WS-CYC-HIT, 1) TO WS-CYC-SNAP-GEN
               END-IF
           END-IF.
       H103-END. EXIT.

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

       H950-FILE-ERROR.
           DISPLAY "FILE ERROR - " WS-ERR-FILE
                   " STATUS " WS-ERR-STATUS " - RUN HALTED".
           MOVE 12 TO WS-CYC-RC.
           PERFORM H960-POST-CYCLE-STEP.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       H950-END. EXIT.

       H956-CYCLE-REFUSED.
           DISPLAY WS-CYC-PGM " NOT STARTED - RUN HALTED".
           MOVE 12 TO RETURN-CODE.
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
           MOVE WS-ADDED-COUNT    TO WS-CYC-COUNT (1)
           MOVE WS-CHANGED-COUNT  TO WS-CYC-COUNT (2)
           MOVE WS-DELETED-COUNT  TO WS-CYC-COUNT (3)
           MOVE WS-HDR-GEN        TO WS-CYC-COUNT (4).
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

       H955-SNAPSHOT-ERROR.
           DISPLAY "SNAPSHOT REJECTED - " WS-SNAP-ERR-MSG
                   " - RUN HALTED".
           MOVE 12 TO WS-CYC-RC.
           PERFORM H960-POST-CYCLE-STEP.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       H955-END. EXIT.
                   PERFORM H955-SNAPSHOT-ERROR
               END-IF
           END-IF
           IF WS-CYC-SNAP-GEN NOT = ZERO
                  AND WS-HDR-GEN NOT = WS-CYC-SNAP-GEN
               DISPLAY "CYCLE " WS-CY-CYCLE-DATE " SNAPSHOT IS GEN "
                       WS-CYC-SNAP-GEN ", SNAPFILE IS GEN " WS-HDR-GEN
               MOVE "SNAPSHOT NOT FROM THIS CYCLE" TO WS-SNAP-ERR-MSG
               PERFORM H955-SNAPSHOT-ERROR
           END-IF
           DISPLAY "SNAPSHOT GENERATION " WS-HDR-GEN
                   " DATED " WS-HDR-DATE " ACCEPTED".
       H115-END. EXIT.
           PERFORM H285-WRITE-DELTA-TOTALS.
           PERFORM H290-DISPLAY-TOTALS.
           PERFORM H300-CLOSE-FILES.
           MOVE ZERO TO WS-CYC-RC.
           PERFORM H960-POST-CYCLE-STEP.
           STOP RUN.
       H999-END. EXIT.
