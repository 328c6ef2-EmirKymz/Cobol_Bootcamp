                             STATUS DLT-ST.
           SELECT AUDIT-FILE ASSIGN AUDTFILE
                             STATUS AUDT-ST.
           SELECT AUDIT-HISTORY ASSIGN AUDHIST
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY AUH-KEY
                             ALTERNATE RECORD KEY AUH-RUN-DATE
                                 WITH DUPLICATES
                             ALTERNATE RECORD KEY AUH-BATCH-SEQ
                                 WITH DUPLICATES
                             STATUS AUDH-ST.
           SELECT REPAIR-REPORT ASSIGN REPRRPT
                             STATUS REPR-ST.
           SELECT ARCHIVE-FILE ASSIGN ARCHFILE
                             STATUS PARM-ST.
           SELECT RECON-REPORT ASSIGN RECONRPT
                             STATUS RECO-ST.
           SELECT CYCLE-FILE ASSIGN CYCLCTL
                             STATUS CYC-ST.
       DATA DIVISION.

       FILE SECTION.
           05  AUD-INX             PIC X(04).
           05  AUD-BEFORE-IMAGE    PIC X(62).
           05  AUD-AFTER-IMAGE     PIC X(62).
           05  AUD-SRC-BRANCH      PIC X(03).
           05  AUD-SRC-BATCH       PIC 9(05).
           05  AUD-MAKER-ID        PIC X(08).
           05  AUD-CHECKER-ID      PIC X(08).

       FD  AUDIT-HISTORY RECORDING MODE F.
       01  AUDIT-HIST-REC.
           05  AUH-KEY.
               10  AUH-INX         PIC X(04).
               10  AUH-RUN-DATE    PIC 9(08).
               10  AUH-RUN-TIME    PIC X(06).
               10  AUH-ENTRY-SEQ   PIC 9(07).
           05  AUH-BATCH-SEQ       PIC 9(04).
           05  AUH-TRAN-CODE       PIC X(01).
           05  AUH-BEFORE-IMAGE    PIC X(62).
           05  AUH-AFTER-IMAGE     PIC X(62).
           05  AUH-SRC-BRANCH      PIC X(03).
           05  AUH-SRC-BATCH       PIC 9(05).
           05  AUH-MAKER-ID        PIC X(08).
           05  AUH-CHECKER-ID      PIC X(08).
           05  AUH-PERIOD-END      PIC 9(08).

       FD  REPAIR-REPORT RECORDING MODE F.
       01  REPAIR-LINE.
           05  RCS-LABEL           PIC X(26).
           05  RCS-COUNT           PIC ZZZ,ZZZ,ZZ9.

       FD  CYCLE-FILE RECORDING MODE F.
       01  CYC-REC                 PIC X(780).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 DLT-ST         PIC 9(02).
           05 AUDT-ST        PIC 9(02).
              88 AUDT-EOF             VALUE 10.
              88 AUDT-SUCCESS         VALUE 00 97.
           05 AUDH-ST        PIC 9(02).
              88 AUDH-EOF             VALUE 10.
              88 AUDH-SUCCESS         VALUE 00 02 97.
           05 REPR-ST        PIC 9(02).
              88 REPR-EOF             VALUE 10.
              88 REPR-SUCCESS         VALUE 00 97.
              88 PARM-SUCCESS         VALUE 00 97.
           05 RECO-ST        PIC 9(02).
              88 RECO-SUCCESS         VALUE 00 97.
           05 CYC-ST         PIC 9(02).
              88 CYC-EOF              VALUE 10.
              88 CYC-SUCCESS          VALUE 00 97.

       01  WS-ERROR-AREA.
           05 WS-ERR-FILE           PIC X(08) VALUE SPACES.

       01  WS-SELECTION.
           05 WS-AUDIT-DATE         PIC 9(08) VALUE ZERO.
           05 WS-AUDH-END-SW        PIC X(01) VALUE "N".
              88 WS-AUDH-END            VALUE "Y".

       01  WS-AUDIT-TABLE.
           05 WS-AUD-COUNT          PIC 9(04) VALUE ZERO.
           05 WS-REPAIRS-LOADED     PIC 9(07) VALUE ZERO.
           05 WS-ARCHIVES-LOADED    PIC 9(07) VALUE ZERO.

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
           05 WS-CYC-PGM            PIC X(08) VALUE "PBEG0017".
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
           PERFORM H999-PROGRAM-EXIT.

       H100-OPEN-FILES.
           PERFORM H105-CHECK-CYCLE.
           OPEN INPUT DELTA-REPORT.
           IF NOT DLT-SUCCESS
               MOVE "DELTARPT" TO WS-ERR-FILE
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
           MOVE WS-ITEMS-UNEXPLAINED TO WS-CYC-COUNT (1)
           MOVE WS-ITEMS-CHECKED     TO WS-CYC-COUNT (2)
           MOVE WS-ITEMS-EXPLAINED   TO WS-CYC-COUNT (3).
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

       H140-READ-CONTROL-CARD.
           OPEN INPUT PARM-FILE
           IF PARM-SUCCESS
       H140-END. EXIT.

       H150-LOAD-AUDITS.
           IF WS-AUDIT-DATE NOT = ZERO
               PERFORM H155-LOAD-HISTORY-AUDITS
           END-IF
           OPEN INPUT AUDIT-FILE
           IF AUDT-SUCCESS
               READ AUDIT-FILE
           READ AUDIT-FILE.
       H151-END. EXIT.

       H155-LOAD-HISTORY-AUDITS.
           OPEN INPUT AUDIT-HISTORY
           IF NOT AUDH-SUCCESS
               DISPLAY "WARNING - AUDHIST NOT PRESENT, "
                       "CURRENT AUDIT PERIOD ONLY"
           ELSE
               MOVE "N" TO WS-AUDH-END-SW
               MOVE WS-AUDIT-DATE TO AUH-RUN-DATE
               START AUDIT-HISTORY KEY = AUH-RUN-DATE
                   INVALID KEY
                       SET WS-AUDH-END TO TRUE
               END-START
               PERFORM H156-LOAD-ONE-HISTORY UNTIL WS-AUDH-END
               CLOSE AUDIT-HISTORY
           END-IF.
       H155-END. EXIT.

       H156-LOAD-ONE-HISTORY.
           READ AUDIT-HISTORY NEXT RECORD
               AT END
                   SET WS-AUDH-END TO TRUE
           END-READ
           IF NOT AUDH-SUCCESS AND NOT AUDH-EOF
               MOVE "AUDHIST " TO WS-ERR-FILE
               MOVE AUDH-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           IF NOT WS-AUDH-END
               IF AUH-RUN-DATE NOT = WS-AUDIT-DATE
                   SET WS-AUDH-END TO TRUE
               ELSE
                   IF WS-AUD-COUNT < 5000
                       ADD 1 TO WS-AUD-COUNT
                       ADD 1 TO WS-AUDITS-LOADED
                       MOVE AUH-TRAN-CODE
                            TO WS-AUD-CODE (WS-AUD-COUNT)
                       MOVE AUH-INX
                            TO WS-AUD-INX (WS-AUD-COUNT)
                   ELSE
                       DISPLAY "WARNING - AUDIT TABLE FULL, "
                               "ENTRY DROPPED FOR " AUH-INX
                   END-IF
               END-IF
           END-IF.
       H156-END. EXIT.

       H160-LOAD-REPAIRS.
           OPEN INPUT REPAIR-REPORT
           IF REPR-SUCCESS
                       "NOTIFY OPERATIONS"
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO WS-CYC-RC.
           PERFORM H960-POST-CYCLE-STEP.
           STOP RUN.
       H999-END. EXIT.
