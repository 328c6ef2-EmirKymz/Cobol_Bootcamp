                             STATUS ACCT-ST.
           SELECT AUDIT-FILE ASSIGN AUDTFILE
                             STATUS AUDT-ST.
           SELECT AUDIT-CONTROL ASSIGN AUDCTL
                             STATUS ACTL-ST.
           SELECT TRAN-REJECT-FILE ASSIGN TRANREJ
                             STATUS TREJ-ST.
           SELECT BRANCH-MASTER ASSIGN BRCHMST
                             STATUS BRCH-ST.
           SELECT CYCLE-FILE ASSIGN CYCLCTL
                             STATUS CYC-ST.
           SELECT BATCH-REGISTER ASSIGN BATCHREG
                             STATUS BREG-ST.
           SELECT PEND-FILE  ASSIGN PENDFILE
                             STATUS PEND-ST.
           SELECT APPR-FILE  ASSIGN APPRFILE
                             STATUS APPR-ST.
           SELECT APPR-REJECT-FILE ASSIGN APPRREJ
                             STATUS AREJ-ST.
           SELECT USER-FILE  ASSIGN AUTHUSR
                             STATUS USR-ST.
           SELECT PARM-FILE  ASSIGN PENDPARM
                             STATUS PARM-ST.
       DATA DIVISION.

       FILE SECTION.
               88 TRAN-ADD             VALUE "A".
               88 TRAN-CHANGE          VALUE "C".
               88 TRAN-DELETE          VALUE "D".
               88 TRAN-BATCH-HEADER    VALUE "H".
               88 TRAN-BATCH-TRAILER   VALUE "T".
           05  TRAN-FIELDS.
               10  TRAN-INX        PIC X(04).
               10  TRAN-NAMES      PIC X(15).
               10  TRAN-STATUS     PIC X(01).
               10  TRAN-OPEN-DATE  PIC 9(08).
               10  TRAN-BRANCH     PIC X(03).
           05  TRAN-MAKER-ID       PIC X(08).

       01  TRAN-HEADER REDEFINES TRAN-REC.
           05  FILLER              PIC X(01).
           05  THDR-BRANCH         PIC X(03).
           05  THDR-BATCH          PIC 9(05).
           05  THDR-SUB-DATE       PIC 9(08).
           05  FILLER              PIC X(54).

       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           05  AUD-INX             PIC X(04).
           05  AUD-BEFORE-IMAGE    PIC X(62).
           05  AUD-AFTER-IMAGE     PIC X(62).
           05  AUD-SRC-BRANCH      PIC X(03).
           05  AUD-SRC-BATCH       PIC 9(05).
           05  AUD-MAKER-ID        PIC X(08).
           05  AUD-CHECKER-ID      PIC X(08).

       FD  AUDIT-CONTROL RECORDING MODE F.
       01  ACTL-REC                PIC X(3880).

       FD  TRAN-REJECT-FILE RECORDING MODE F.
       01  TRAN-REJECT-REC.
           05  TREJ-TRAN-IMAGE     PIC X(71).
           05  TREJ-REASON         PIC X(20).

       FD  BRANCH-MASTER RECORDING MODE F.
               88 BRCH-OPEN            VALUE "O".
               88 BRCH-CLOSED          VALUE "C".

       FD  CYCLE-FILE RECORDING MODE F.
       01  CYC-REC                 PIC X(780).

       FD  BATCH-REGISTER RECORDING MODE F.
       01  BATCH-REG-REC.
           05  BREG-BRANCH         PIC X(03).
           05  BREG-BATCH          PIC 9(05).
           05  BREG-SUB-DATE       PIC 9(08).
           05  BREG-APPLY-DATE     PIC 9(08).
           05  BREG-AUDIT-SEQ      PIC 9(04).
           05  BREG-RECORDS        PIC 9(05).

       FD  PEND-FILE RECORDING MODE F.
       01  PEND-REC.
           05  PEND-SEQ            PIC 9(07).
           05  PEND-STATUS         PIC X(01).
               88 PEND-WAITING         VALUE "P".
               88 PEND-APPROVED        VALUE "A".
               88 PEND-DECLINED        VALUE "D".
               88 PEND-EXPIRED         VALUE "X".
               88 PEND-FAILED          VALUE "F".
           05  PEND-ENTRY-DATE     PIC 9(08).
           05  PEND-SRC-BRANCH     PIC X(03).
           05  PEND-SRC-BATCH      PIC 9(05).
           05  PEND-REASONS.
               10  PEND-DELETE-SW  PIC X(01).
               10  PEND-BDATE-SW   PIC X(01).
               10  PEND-REOPEN-SW  PIC X(01).
               10  PEND-BRANCH-SW  PIC X(01).
           05  PEND-TRAN-IMAGE.
               10  PEND-TRAN-CODE  PIC X(01).
               10  PEND-INX        PIC X(04).
               10  FILLER          PIC X(58).
               10  PEND-MAKER-ID   PIC X(08).
           05  PEND-BEFORE-IMAGE   PIC X(62).
           05  PEND-CHECKER-ID     PIC X(08).
           05  PEND-DECISION-DATE  PIC 9(08).
           05  PEND-NOTE           PIC X(20).

       FD  APPR-FILE RECORDING MODE F.
       01  APPR-REC.
           05  APPR-PEND-SEQ       PIC X(07).
           05  APPR-INX            PIC X(04).
           05  APPR-ACTION         PIC X(01).
               88 APPR-RELEASE         VALUE "R".
               88 APPR-DECLINE         VALUE "D".
           05  APPR-CHECKER-ID     PIC X(08).
           05  APPR-NOTE           PIC X(20).

       FD  APPR-REJECT-FILE RECORDING MODE F.
       01  APPR-REJECT-REC.
           05  AREJ-APPR-IMAGE     PIC X(40).
           05  AREJ-REASON         PIC X(20).

       FD  USER-FILE RECORDING MODE F.
       01  USER-REC.
           05  USR-ID              PIC X(08).
           05  USR-NAME            PIC X(20).
           05  USR-LEVEL           PIC X(01).
               88 USR-INQUIRY          VALUE "I".
               88 USR-UPDATE           VALUE "U".

       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-EXPIRY-DAYS    PIC X(03).
           05  PARM-FROM-DATE      PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 TRAN-ST        PIC 9(02).
           05 AUDT-ST        PIC 9(02).
              88 AUDT-EOF             VALUE 10.
              88 AUDT-SUCCESS         VALUE 00 97.
           05 ACTL-ST        PIC 9(02).
              88 ACTL-EOF             VALUE 10.
              88 ACTL-SUCCESS         VALUE 00 97.
           05 TREJ-ST        PIC 9(02).
              88 TREJ-SUCCESS         VALUE 00 97.
           05 BRCH-ST        PIC 9(02).
              88 BRCH-EOF             VALUE 10.
              88 BRCH-SUCCESS         VALUE 00 97.
           05 CYC-ST         PIC 9(02).
              88 CYC-EOF              VALUE 10.
              88 CYC-SUCCESS          VALUE 00 97.
           05 BREG-ST        PIC 9(02).
              88 BREG-SUCCESS         VALUE 00 97.
           05 PEND-ST        PIC 9(02).
              88 PEND-EOF             VALUE 10.
              88 PEND-SUCCESS         VALUE 00 97.
           05 APPR-ST        PIC 9(02).
              88 APPR-EOF             VALUE 10.
              88 APPR-SUCCESS         VALUE 00 97.
           05 AREJ-ST        PIC 9(02).
              88 AREJ-SUCCESS         VALUE 00 97.
           05 USR-ST         PIC 9(02).
              88 USR-EOF              VALUE 10.
              88 USR-SUCCESS          VALUE 00 97.
           05 PARM-ST        PIC 9(02).
              88 PARM-SUCCESS         VALUE 00 97.

       01  WS-ERROR-AREA.
           05 WS-ERR-FILE           PIC X(08) VALUE SPACES.
           05 WS-RUN-DATE           PIC 9(08) VALUE ZERO.
           05 WS-TIME-NOW           PIC X(08) VALUE SPACES.
           05 WS-BATCH-SEQ          PIC 9(04) VALUE 1.
           05 WS-ACTL-SW            PIC X(01) VALUE "N".
              88 WS-ACTL-PRESENT        VALUE "Y".

       01  WS-AUDCTL-REC.
           05 WS-AC-LAST-BATCH-SEQ  PIC 9(04).
           05 WS-AC-LAST-PGM        PIC X(08).
           05 WS-AC-LAST-DATE       PIC 9(08).
           05 WS-AC-LAST-TIME       PIC X(06).
           05 WS-AC-PERIOD-START    PIC 9(08).
           05 WS-AC-RETAIN-MONTHS   PIC 9(03).
           05 WS-AC-PERIODS         PIC 9(03).
           05 WS-AC-CATALOG         PIC X(3840).

       01  WS-SOURCE-BATCH.
           05 WS-SRC-BRANCH         PIC X(03) VALUE SPACES.
           05 WS-SRC-BATCH          PIC 9(05) VALUE ZERO.
           05 WS-SRC-SUB-DATE       PIC 9(08) VALUE ZERO.
           05 WS-SRC-RECORDS        PIC 9(05) VALUE ZERO.
           05 WS-BREG-OPEN-SW       PIC X(01) VALUE "N".
              88 WS-BREG-OPEN           VALUE "Y".

       01  WS-BRANCH-TABLE.
           05 WS-BRCH-LOADED-SW     PIC X(01) VALUE "N".
           05 WS-CHANGES-APPLIED    PIC 9(07) VALUE ZERO.
           05 WS-DELETES-APPLIED    PIC 9(07) VALUE ZERO.
           05 WS-TRANS-REJECTED     PIC 9(07) VALUE ZERO.
           05 WS-BATCHES-APPLIED    PIC 9(07) VALUE ZERO.
           05 WS-REACTIVATIONS      PIC 9(07) VALUE ZERO.
           05 WS-TRANS-PENDED       PIC 9(07) VALUE ZERO.

       01  WS-PENDING-TOTALS.
           05 WS-APPROVALS-READ     PIC 9(07) VALUE ZERO.
           05 WS-APPROVALS-REJECTED PIC 9(07) VALUE ZERO.
           05 WS-PEND-RELEASED      PIC 9(07) VALUE ZERO.
           05 WS-PEND-FAILED        PIC 9(07) VALUE ZERO.
           05 WS-PEND-DECLINED      PIC 9(07) VALUE ZERO.
           05 WS-PEND-EXPIRED       PIC 9(07) VALUE ZERO.
           05 WS-PEND-STILL-WAITING PIC 9(07) VALUE ZERO.

       01  WS-PEND-CONTROL.
           05 WS-EXPIRY-DAYS        PIC 9(03) VALUE 7.
           05 WS-PEND-LAST-SEQ      PIC 9(07) VALUE ZERO.
           05 WS-PEND-AGE           PIC S9(07) VALUE ZERO.
           05 WS-PEND-OPEN-SW       PIC X(01) VALUE "N".
              88 WS-PEND-OPEN           VALUE "Y".
           05 WS-PEND-OVERDUE-SW    PIC X(01) VALUE "N".
              88 WS-PEND-OVERDUE        VALUE "Y".
           05 WS-RELEASE-SW         PIC X(01) VALUE "N".
              88 WS-RELEASING           VALUE "Y".
           05 WS-RELEASE-FAIL-SW    PIC X(01) VALUE "N".
              88 WS-RELEASE-FAILED      VALUE "Y".
           05 WS-DUAL-SW            PIC X(01) VALUE "A".
              88 WS-DUAL-APPLY          VALUE "A".
              88 WS-DUAL-PEND           VALUE "P".
              88 WS-DUAL-REFUSE         VALUE "R".
           05 WS-PEND-REASONS.
              10 WS-PEND-DELETE-SW  PIC X(01) VALUE "N".
              10 WS-PEND-BDATE-SW   PIC X(01) VALUE "N".
              10 WS-PEND-REOPEN-SW  PIC X(01) VALUE "N".
              10 WS-PEND-BRANCH-SW  PIC X(01) VALUE "N".
           05 WS-CHECKER-ID         PIC X(08) VALUE SPACES.
           05 WS-PEND-BEFORE-IMAGE  PIC X(62) VALUE SPACES.

       01  WS-APPROVAL-TABLE.
           05 WS-APR-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-APR-ENTRY OCCURS 500 TIMES.
              10 WS-APR-IMAGE.
                 15 WS-APR-SEQ      PIC 9(07).
                 15 WS-APR-INX      PIC X(04).
                 15 WS-APR-ACTION   PIC X(01).
                    88 WS-APR-RELEASE   VALUE "R".
                 15 WS-APR-CHECKER  PIC X(08).
                 15 WS-APR-NOTE     PIC X(20).
              10 WS-APR-USED-SW     PIC X(01).
                 88 WS-APR-USED         VALUE "Y".

       01  WS-APPROVAL-LOOKUP.
           05 WS-APR-SUB            PIC 9(03) VALUE ZERO.
           05 WS-APR-SEARCH         PIC 9(07) VALUE ZERO.
           05 WS-APR-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-APR-FOUND           VALUE "Y".
           05 WS-APR-VALID-SW       PIC X(01) VALUE "Y".
              88 WS-APR-VALID           VALUE "Y".
              88 WS-APR-INVALID         VALUE "N".
           05 WS-AREJ-IMAGE         PIC X(40) VALUE SPACES.
           05 WS-AREJ-REASON        PIC X(20) VALUE SPACES.

       01  WS-USER-TABLE.
           05 WS-USR-LOADED-SW      PIC X(01) VALUE "N".
              88 WS-USR-LOADED          VALUE "Y".
           05 WS-USR-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-USR-ENTRY OCCURS 200 TIMES.
              10 WS-USR-ID          PIC X(08).
              10 WS-USR-LEVEL       PIC X(01).

       01  WS-USER-CHECK.
           05 WS-USR-SUB            PIC 9(03) VALUE ZERO.
           05 WS-USR-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-USR-FOUND           VALUE "Y".

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
           05 WS-CYC-PGM            PIC X(08) VALUE "PBEG0006".
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
           PERFORM H120-LOAD-BRANCHES.
           PERFORM H140-READ-CONTROL-CARD.
           PERFORM H150-LOAD-USERS.
           PERFORM H160-LOAD-APPROVALS.
           PERFORM H400-RESOLVE-PENDING.
           PERFORM H110-READ-FIRST-TRAN.
           PERFORM H200-PROCESS UNTIL TRAN-EOF.
           PERFORM H999-PROGRAM-EXIT.

       H100-OPEN-FILES.
           PERFORM H105-CHECK-CYCLE.
           OPEN INPUT  TRAN-FILE.
           IF NOT TRAN-SUCCESS
               MOVE "TRANFILE" TO WS-ERR-FILE
               MOVE TREJ-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           OPEN OUTPUT APPR-REJECT-FILE.
           IF NOT AREJ-SUCCESS
               MOVE "APPRREJ " TO WS-ERR-FILE
               MOVE AREJ-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H100-END. EXIT.

       H110-READ-FIRST-TRAN.
           READ TRAN-FILE.
           IF NOT TRAN-SUCCESS AND NOT TRAN-EOF
               MOVE "TRANFILE" TO WS-ERR-FILE
               MOVE TRAN-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H110-END. EXIT.

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
           MOVE WS-ADDS-APPLIED    TO WS-CYC-COUNT (1)
           MOVE WS-CHANGES-APPLIED TO WS-CYC-COUNT (2)
           MOVE WS-DELETES-APPLIED TO WS-CYC-COUNT (3)
           MOVE WS-TRANS-REJECTED  TO WS-CYC-COUNT (4)
           MOVE WS-BATCH-SEQ       TO WS-CYC-COUNT (5)
           MOVE WS-BATCHES-APPLIED TO WS-CYC-COUNT (6).
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

       H130-OPEN-AUDIT.
           PERFORM H133-TAKE-AUDIT-BATCH-SEQ
           IF NOT WS-ACTL-PRESENT
               OPEN INPUT AUDIT-FILE
               IF AUDT-SUCCESS
                   READ AUDIT-FILE
                   PERFORM H131-SCAN-ONE-AUDIT UNTIL AUDT-EOF
                   CLOSE AUDIT-FILE
               END-IF
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF NOT AUDT-SUCCESS
           READ AUDIT-FILE.
       H131-END. EXIT.

       H133-TAKE-AUDIT-BATCH-SEQ.
           MOVE "N" TO WS-ACTL-SW
           OPEN INPUT AUDIT-CONTROL
           IF ACTL-SUCCESS
               READ AUDIT-CONTROL INTO WS-AUDCTL-REC
               IF NOT ACTL-SUCCESS AND NOT ACTL-EOF
                   MOVE "AUDCTL  " TO WS-ERR-FILE
                   MOVE ACTL-ST    TO WS-ERR-STATUS
                   PERFORM H950-FILE-ERROR
               END-IF
               IF ACTL-SUCCESS
                   SET WS-ACTL-PRESENT TO TRUE
               END-IF
               CLOSE AUDIT-CONTROL
           END-IF
           IF WS-ACTL-PRESENT
               COMPUTE WS-BATCH-SEQ = WS-AC-LAST-BATCH-SEQ + 1
               MOVE WS-BATCH-SEQ     TO WS-AC-LAST-BATCH-SEQ
               MOVE "PBEG0006"       TO WS-AC-LAST-PGM
               MOVE WS-RUN-DATE      TO WS-AC-LAST-DATE
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-TIME-NOW(1:6) TO WS-AC-LAST-TIME
               OPEN OUTPUT AUDIT-CONTROL
               IF NOT ACTL-SUCCESS
                   MOVE "AUDCTL  " TO WS-ERR-FILE
                   MOVE ACTL-ST    TO WS-ERR-STATUS
                   PERFORM H950-FILE-ERROR
               END-IF
               WRITE ACTL-REC FROM WS-AUDCTL-REC
               IF NOT ACTL-SUCCESS
                   MOVE "AUDCTL  " TO WS-ERR-FILE
                   MOVE ACTL-ST    TO WS-ERR-STATUS
                   PERFORM H950-FILE-ERROR
               END-IF
               CLOSE AUDIT-CONTROL
           ELSE
               DISPLAY "WARNING - AUDCTL NOT PRESENT, "
                       "BATCH SEQUENCE TAKEN FROM AUDTFILE"
           END-IF.
       H133-END. EXIT.

       H120-LOAD-BRANCHES.
           OPEN INPUT BRANCH-MASTER
           IF BRCH-SUCCESS
           READ BRANCH-MASTER.
       H121-END. EXIT.

       H140-READ-CONTROL-CARD.
           OPEN INPUT PARM-FILE
           IF PARM-SUCCESS
               READ PARM-FILE
               IF PARM-SUCCESS
                   IF PARM-EXPIRY-DAYS IS NUMERIC
                          AND PARM-EXPIRY-DAYS NOT = ZERO
                       MOVE PARM-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF.
       H140-END. EXIT.

       H150-LOAD-USERS.
           OPEN INPUT USER-FILE
           IF USR-SUCCESS
               SET WS-USR-LOADED TO TRUE
               READ USER-FILE
               PERFORM H151-LOAD-ONE-USER UNTIL USR-EOF
               CLOSE USER-FILE
           ELSE
               DISPLAY "WARNING - AUTHUSR NOT PRESENT, "
                       "APPROVAL CARDS REJECTED THIS RUN"
           END-IF.
       H150-END. EXIT.

       H151-LOAD-ONE-USER.
           IF WS-USR-COUNT < 200
               IF USR-INQUIRY OR USR-UPDATE
                   ADD 1 TO WS-USR-COUNT
                   MOVE USR-ID    TO WS-USR-ID (WS-USR-COUNT)
                   MOVE USR-LEVEL TO WS-USR-LEVEL (WS-USR-COUNT)
               END-IF
           ELSE
               DISPLAY "WARNING - USER TABLE FULL, "
                       "ENTRY DROPPED FOR " USR-ID
           END-IF
           READ USER-FILE.
       H151-END. EXIT.

       H152-SCAN-ONE-USER.
           ADD 1 TO WS-USR-SUB
           IF WS-USR-ID (WS-USR-SUB) = APPR-CHECKER-ID
               SET WS-USR-FOUND TO TRUE
           END-IF.
       H152-END. EXIT.

       H160-LOAD-APPROVALS.
           OPEN INPUT APPR-FILE
           IF APPR-SUCCESS
               READ APPR-FILE
               PERFORM H161-LOAD-ONE-APPROVAL UNTIL APPR-EOF
               CLOSE APPR-FILE
           ELSE
               DISPLAY "WARNING - APPRFILE NOT PRESENT, "
                       "NO APPROVALS PROCESSED THIS RUN"
           END-IF.
       H160-END. EXIT.

       H161-LOAD-ONE-APPROVAL.
           ADD 1 TO WS-APPROVALS-READ
           PERFORM H162-EDIT-APPROVAL
           IF WS-APR-INVALID
               MOVE APPR-REC TO WS-AREJ-IMAGE
               PERFORM H165-WRITE-APPR-REJECT
           ELSE
               ADD 1 TO WS-APR-COUNT
               MOVE APPR-REC TO WS-APR-IMAGE (WS-APR-COUNT)
               MOVE "N"      TO WS-APR-USED-SW (WS-APR-COUNT)
           END-IF
           READ APPR-FILE.
       H161-END. EXIT.

       H162-EDIT-APPROVAL.
           SET WS-APR-VALID TO TRUE
           IF APPR-PEND-SEQ IS NOT NUMERIC OR APPR-PEND-SEQ = ZERO
               SET WS-APR-INVALID TO TRUE
               MOVE "INVALID PENDING SEQ" TO WS-AREJ-REASON
           END-IF
           IF WS-APR-VALID
               IF NOT APPR-RELEASE AND NOT APPR-DECLINE
                   SET WS-APR-INVALID TO TRUE
                   MOVE "INVALID ACTION" TO WS-AREJ-REASON
               END-IF
           END-IF
           IF WS-APR-VALID
               IF APPR-CHECKER-ID = SPACES
                   SET WS-APR-INVALID TO TRUE
                   MOVE "CHECKER ID BLANK" TO WS-AREJ-REASON
               END-IF
           END-IF
           IF WS-APR-VALID
               IF NOT WS-USR-LOADED
                   SET WS-APR-INVALID TO TRUE
                   MOVE "CHECKER NOT VERIFIED" TO WS-AREJ-REASON
               END-IF
           END-IF
           IF WS-APR-VALID
               MOVE "N"  TO WS-USR-FOUND-SW
               MOVE ZERO TO WS-USR-SUB
               PERFORM H152-SCAN-ONE-USER
                       UNTIL WS-USR-FOUND
                          OR WS-USR-SUB >= WS-USR-COUNT
               IF NOT WS-USR-FOUND
                   SET WS-APR-INVALID TO TRUE
                   MOVE "CHECKER NOT ON FILE" TO WS-AREJ-REASON
               ELSE
                   IF WS-USR-LEVEL (WS-USR-SUB) NOT = "U"
                       SET WS-APR-INVALID TO TRUE
                       MOVE "CHECKER NOT UPDATE" TO WS-AREJ-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-APR-VALID
               MOVE APPR-PEND-SEQ TO WS-APR-SEARCH
               PERFORM H163-FIND-APPROVAL
               IF WS-APR-FOUND
                   SET WS-APR-INVALID TO TRUE
                   MOVE "DUP APPROVAL CARD" TO WS-AREJ-REASON
               END-IF
           END-IF
           IF WS-APR-VALID
               IF WS-APR-COUNT >= 500
                   SET WS-APR-INVALID TO TRUE
                   MOVE "APPROVAL TABLE FULL" TO WS-AREJ-REASON
               END-IF
           END-IF.
       H162-END. EXIT.

       H163-FIND-APPROVAL.
           MOVE "N"  TO WS-APR-FOUND-SW
           MOVE ZERO TO WS-APR-SUB
           PERFORM H164-SCAN-ONE-APPROVAL
                   UNTIL WS-APR-FOUND
                      OR WS-APR-SUB >= WS-APR-COUNT.
       H163-END. EXIT.

       H164-SCAN-ONE-APPROVAL.
           ADD 1 TO WS-APR-SUB
           IF WS-APR-SEQ (WS-APR-SUB) = WS-APR-SEARCH
               SET WS-APR-FOUND TO TRUE
           END-IF.
       H164-END. EXIT.

       H165-WRITE-APPR-REJECT.
           ADD 1 TO WS-APPROVALS-REJECTED
           INITIALIZE APPR-REJECT-REC
           MOVE WS-AREJ-IMAGE    TO AREJ-APPR-IMAGE
           MOVE WS-AREJ-REASON   TO AREJ-REASON
           WRITE APPR-REJECT-REC
           IF NOT AREJ-SUCCESS
               MOVE "APPRREJ " TO WS-ERR-FILE
               MOVE AREJ-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H165-END. EXIT.

       H166-REJECT-TABLE-APPROVAL.
           MOVE WS-APR-IMAGE (WS-APR-SUB) TO WS-AREJ-IMAGE
           PERFORM H165-WRITE-APPR-REJECT.
       H166-END. EXIT.

       H200-PROCESS.
           EVALUATE TRUE
               WHEN TRAN-BATCH-HEADER
                   PERFORM H270-START-SOURCE-BATCH
               WHEN TRAN-BATCH-TRAILER
                   PERFORM H275-END-SOURCE-BATCH
               WHEN OTHER
                   PERFORM H201-PROCESS-TRANSACTION
           END-EVALUATE
           READ TRAN-FILE.
       H200-END. EXIT.

       H201-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           ADD 1 TO WS-SRC-RECORDS
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM H205-EDIT-TRANSACTION
                       MOVE "INVALID TRAN CODE" TO WS-TREJ-REASON
                       PERFORM H260-WRITE-TRAN-REJECT
               END-EVALUATE
           END-IF.
       H201-END. EXIT.

       H205-EDIT-TRANSACTION.
           SET WS-EDIT-PASS TO TRUE
                   MOVE "KEY NOT FOUND" TO WS-TREJ-REASON
                   PERFORM H260-WRITE-TRAN-REJECT
               NOT INVALID KEY
                   PERFORM H221-CHECK-CHANGE-CONTROL
                   EVALUATE TRUE
                       WHEN WS-DUAL-PEND
                           PERFORM H280-WRITE-PENDING
                       WHEN WS-DUAL-REFUSE
                           PERFORM H260-WRITE-TRAN-REJECT
                       WHEN OTHER
                           PERFORM H222-CHANGE-ACCOUNT
                   END-EVALUATE
           END-READ.
       H220-END. EXIT.

       H221-CHECK-CHANGE-CONTROL.
           MOVE "NNNN" TO WS-PEND-REASONS
           IF TRAN-BDATE NOT = ACCT-BDATE
               MOVE "Y" TO WS-PEND-BDATE-SW
           END-IF
           IF ACCT-STATUS = "C" AND TRAN-STATUS = "A"
               MOVE "Y" TO WS-PEND-REOPEN-SW
           END-IF
           IF TRAN-BRANCH NOT = ACCT-BRANCH
               MOVE "Y" TO WS-PEND-BRANCH-SW
           END-IF
           PERFORM H235-SET-DUAL-CONTROL.
       H221-END. EXIT.

       H222-CHANGE-ACCOUNT.
           IF ACCT-STATUS = "D"
               PERFORM H225-REACTIVATE-DORMANT
           END-IF
           MOVE ACCT-FIELDS     TO WS-BEFORE-IMAGE
           MOVE TRAN-NAMES      TO ACCT-NAMES
           MOVE TRAN-SURNAMES   TO ACCT-SURNAMES
           MOVE TRAN-BDATE      TO ACCT-BDATE
           MOVE TRAN-TODAY      TO ACCT-TODAY
           MOVE TRAN-STATUS     TO ACCT-STATUS
           MOVE TRAN-OPEN-DATE  TO ACCT-OPEN-DATE
           MOVE TRAN-BRANCH     TO ACCT-BRANCH
           MOVE ACCT-FIELDS     TO WS-AFTER-IMAGE
           REWRITE ACCT-FIELDS
           IF NOT ACCT-SUCCESS
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           ADD 1 TO WS-CHANGES-APPLIED
           PERFORM H250-WRITE-AUDIT.
       H222-END. EXIT.

       H225-REACTIVATE-DORMANT.
           MOVE ACCT-FIELDS TO WS-BEFORE-IMAGE
           MOVE "A"         TO ACCT-STATUS
           MOVE ACCT-FIELDS TO WS-AFTER-IMAGE
           REWRITE ACCT-FIELDS
           IF NOT ACCT-SUCCESS
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           ADD 1 TO WS-REACTIVATIONS
           PERFORM H250-WRITE-AUDIT.
       H225-END. EXIT.

       H230-APPLY-DELETE.
           MOVE TRAN-INX TO ACCT-INX
           READ ACCT-REC
                   MOVE "KEY NOT FOUND" TO WS-TREJ-REASON
                   PERFORM H260-WRITE-TRAN-REJECT
               NOT INVALID KEY
                   MOVE "YNNN" TO WS-PEND-REASONS
                   PERFORM H235-SET-DUAL-CONTROL
                   EVALUATE TRUE
                       WHEN WS-DUAL-PEND
                           PERFORM H280-WRITE-PENDING
                       WHEN WS-DUAL-REFUSE
                           PERFORM H260-WRITE-TRAN-REJECT
                       WHEN OTHER
                           PERFORM H232-DELETE-ACCOUNT
                   END-EVALUATE
           END-READ.
       H230-END. EXIT.

       H232-DELETE-ACCOUNT.
           MOVE ACCT-FIELDS TO WS-BEFORE-IMAGE
           DELETE ACCT-REC
           IF NOT ACCT-SUCCESS
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           ADD 1 TO WS-DELETES-APPLIED
           PERFORM H250-WRITE-AUDIT.
       H232-END. EXIT.

       H235-SET-DUAL-CONTROL.
           SET WS-DUAL-APPLY TO TRUE
           IF WS-RELEASING
               IF ACCT-FIELDS NOT = WS-PEND-BEFORE-IMAGE
                   SET WS-DUAL-REFUSE TO TRUE
                   MOVE "CHANGED SINCE ENTRY" TO WS-TREJ-REASON
               END-IF
           ELSE
               IF WS-PEND-REASONS NOT = "NNNN"
                   IF TRAN-MAKER-ID = SPACES
                       SET WS-DUAL-REFUSE TO TRUE
                       MOVE "MAKER ID BLANK" TO WS-TREJ-REASON
                   ELSE
                       SET WS-DUAL-PEND TO TRUE
                   END-IF
               END-IF
           END-IF.
       H235-END. EXIT.

       H240-CHECK-BRANCH.
           SET WS-BRCH-VALID TO TRUE
           IF WS-BRCH-LOADED
           MOVE TRAN-INX         TO AUD-INX
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE   TO AUD-AFTER-IMAGE
           MOVE WS-SRC-BRANCH    TO AUD-SRC-BRANCH
           MOVE WS-SRC-BATCH     TO AUD-SRC-BATCH
           MOVE TRAN-MAKER-ID    TO AUD-MAKER-ID
           MOVE WS-CHECKER-ID    TO AUD-CHECKER-ID
           WRITE AUDIT-REC.
       H250-END. EXIT.

       H260-WRITE-TRAN-REJECT.
           IF WS-RELEASING
               SET WS-RELEASE-FAILED TO TRUE
           END-IF
           ADD 1 TO WS-TRANS-REJECTED
           INITIALIZE TRAN-REJECT-REC
           MOVE TRAN-REC         TO TREJ-TRAN-IMAGE
           WRITE TRAN-REJECT-REC.
       H260-END. EXIT.

       H270-START-SOURCE-BATCH.
           MOVE THDR-BRANCH   TO WS-SRC-BRANCH
           MOVE THDR-BATCH    TO WS-SRC-BATCH
           MOVE THDR-SUB-DATE TO WS-SRC-SUB-DATE
           MOVE ZERO          TO WS-SRC-RECORDS.
       H270-END. EXIT.

       H275-END-SOURCE-BATCH.
           IF WS-SRC-BRANCH NOT = SPACES
               IF NOT WS-BREG-OPEN
                   PERFORM H276-OPEN-REGISTER
               END-IF
               INITIALIZE BATCH-REG-REC
               MOVE WS-SRC-BRANCH    TO BREG-BRANCH
               MOVE WS-SRC-BATCH     TO BREG-BATCH
               MOVE WS-SRC-SUB-DATE  TO BREG-SUB-DATE
               MOVE WS-RUN-DATE      TO BREG-APPLY-DATE
               MOVE WS-BATCH-SEQ     TO BREG-AUDIT-SEQ
               MOVE WS-SRC-RECORDS   TO BREG-RECORDS
               WRITE BATCH-REG-REC
               IF NOT BREG-SUCCESS
                   MOVE "BATCHREG" TO WS-ERR-FILE
                   MOVE BREG-ST    TO WS-ERR-STATUS
                   PERFORM H950-FILE-ERROR
               END-IF
               ADD 1 TO WS-BATCHES-APPLIED
           END-IF
           MOVE SPACES TO WS-SRC-BRANCH
           MOVE ZERO   TO WS-SRC-BATCH
                          WS-SRC-SUB-DATE
                          WS-SRC-RECORDS.
       H275-END. EXIT.

       H276-OPEN-REGISTER.
           OPEN EXTEND BATCH-REGISTER
           IF NOT BREG-SUCCESS
               OPEN OUTPUT BATCH-REGISTER
               IF NOT BREG-SUCCESS
                   MOVE "BATCHREG" TO WS-ERR-FILE
                   MOVE BREG-ST    TO WS-ERR-STATUS
                   PERFORM H950-FILE-ERROR
               END-IF
           END-IF
           SET WS-BREG-OPEN TO TRUE.
       H276-END. EXIT.

       H280-WRITE-PENDING.
           IF NOT WS-PEND-OPEN
               PERFORM H281-OPEN-PENDING
           END-IF
           INITIALIZE PEND-REC
           ADD 1 TO WS-PEND-LAST-SEQ
           MOVE WS-PEND-LAST-SEQ TO PEND-SEQ
           SET PEND-WAITING      TO TRUE
           MOVE WS-RUN-DATE      TO PEND-ENTRY-DATE
           MOVE WS-SRC-BRANCH    TO PEND-SRC-BRANCH
           MOVE WS-SRC-BATCH     TO PEND-SRC-BATCH
           MOVE WS-PEND-REASONS  TO PEND-REASONS
           MOVE TRAN-REC         TO PEND-TRAN-IMAGE
           MOVE ACCT-FIELDS      TO PEND-BEFORE-IMAGE
           WRITE PEND-REC
           IF NOT PEND-SUCCESS
               MOVE "PENDFILE" TO WS-ERR-FILE
               MOVE PEND-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           ADD 1 TO WS-TRANS-PENDED.
       H280-END. EXIT.

       H281-OPEN-PENDING.
           OPEN EXTEND PEND-FILE
           IF NOT PEND-SUCCESS
               OPEN OUTPUT PEND-FILE
               IF NOT PEND-SUCCESS
                   MOVE "PENDFILE" TO WS-ERR-FILE
                   MOVE PEND-ST    TO WS-ERR-STATUS
                   PERFORM H950-FILE-ERROR
               END-IF
           END-IF
           SET WS-PEND-OPEN TO TRUE.
       H281-END. EXIT.

       H290-DISPLAY-TOTALS.
           DISPLAY "AUDIT BATCH SEQUENCE: " WS-BATCH-SEQ.
           DISPLAY "TRANSACTIONS READ:    " WS-TRANS-READ.
           DISPLAY "CHANGES APPLIED:      " WS-CHANGES-APPLIED.
           DISPLAY "DELETES APPLIED:      " WS-DELETES-APPLIED.
           DISPLAY "TRANSACTIONS REJECTED:" WS-TRANS-REJECTED.
           DISPLAY "BATCHES APPLIED:      " WS-BATCHES-APPLIED.
           DISPLAY "DORMANT REACTIVATED:  " WS-REACTIVATIONS.
           DISPLAY "TRANSACTIONS PENDED:  " WS-TRANS-PENDED.
           DISPLAY "APPROVALS READ:       " WS-APPROVALS-READ.
           DISPLAY "APPROVALS REJECTED:   " WS-APPROVALS-REJECTED.
           DISPLAY "PENDING RELEASED:     " WS-PEND-RELEASED.
           DISPLAY "RELEASE FAILED:       " WS-PEND-FAILED.
           DISPLAY "PENDING DECLINED:     " WS-PEND-DECLINED.
           DISPLAY "PENDING EXPIRED:      " WS-PEND-EXPIRED.
           DISPLAY "STILL PENDING:        " WS-PEND-STILL-WAITING.
       H290-END. EXIT.

       H300-CLOSE-FILES.
           CLOSE TRAN-FILE
                 ACCT-REC
                 AUDIT-FILE
                 TRAN-REJECT-FILE
                 APPR-REJECT-FILE.
           IF WS-BREG-OPEN
               CLOSE BATCH-REGISTER
           END-IF
           IF WS-PEND-OPEN
               CLOSE PEND-FILE
           END-IF.
       H300-END. EXIT.

       H400-RESOLVE-PENDING.
           OPEN I-O PEND-FILE
           IF PEND-SUCCESS
               READ PEND-FILE
               IF NOT PEND-SUCCESS AND NOT PEND-EOF
                   MOVE "PENDFILE" TO WS-ERR-FILE
                   MOVE PEND-ST    TO WS-ERR-STATUS
                   PERFORM H950-FILE-ERROR
               END-IF
               PERFORM H410-RESOLVE-ONE-PENDING UNTIL PEND-EOF
               CLOSE PEND-FILE
           ELSE
               DISPLAY "WARNING - PENDFILE NOT PRESENT, "
                       "NO PENDING ITEMS TO RESOLVE"
           END-IF
           MOVE ZERO TO WS-APR-SUB
           PERFORM H460-CHECK-ONE-APPROVAL
                   UNTIL WS-APR-SUB >= WS-APR-COUNT.
       H400-END. EXIT.

       H410-RESOLVE-ONE-PENDING.
           IF PEND-SEQ IS NUMERIC AND PEND-SEQ > WS-PEND-LAST-SEQ
               MOVE PEND-SEQ TO WS-PEND-LAST-SEQ
           END-IF
           MOVE PEND-SEQ TO WS-APR-SEARCH
           PERFORM H163-FIND-APPROVAL
           IF WS-APR-FOUND
               MOVE "Y" TO WS-APR-USED-SW (WS-APR-SUB)
           END-IF
           MOVE "N" TO WS-PEND-OVERDUE-SW
           IF PEND-WAITING
               PERFORM H415-CHECK-EXPIRY
           END-IF
           EVALUATE TRUE
               WHEN NOT PEND-WAITING
                   IF WS-APR-FOUND
                       MOVE "ITEM NOT PENDING" TO WS-AREJ-REASON
                       PERFORM H166-REJECT-TABLE-APPROVAL
                   END-IF
               WHEN WS-PEND-OVERDUE
                   PERFORM H440-EXPIRE-PENDING
                   IF WS-APR-FOUND
                       MOVE "ITEM EXPIRED" TO WS-AREJ-REASON
                       PERFORM H166-REJECT-TABLE-APPROVAL
                   END-IF
               WHEN NOT WS-APR-FOUND
                   ADD 1 TO WS-PEND-STILL-WAITING
               WHEN WS-APR-INX (WS-APR-SUB) NOT = PEND-INX
                   ADD 1 TO WS-PEND-STILL-WAITING
                   MOVE "ACCOUNT MISMATCH" TO WS-AREJ-REASON
                   PERFORM H166-REJECT-TABLE-APPROVAL
               WHEN WS-APR-CHECKER (WS-APR-SUB) = PEND-MAKER-ID
                   ADD 1 TO WS-PEND-STILL-WAITING
                   MOVE "CHECKER IS MAKER" TO WS-AREJ-REASON
                   PERFORM H166-REJECT-TABLE-APPROVAL
               WHEN WS-APR-RELEASE (WS-APR-SUB)
                   PERFORM H420-RELEASE-PENDING
               WHEN OTHER
                   PERFORM H430-DECLINE-PENDING
           END-EVALUATE
           READ PEND-FILE
           IF NOT PEND-SUCCESS AND NOT PEND-EOF
               MOVE "PENDFILE" TO WS-ERR-FILE
               MOVE PEND-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H410-END. EXIT.

       H415-CHECK-EXPIRY.
           IF PEND-ENTRY-DATE IS NUMERIC
               COMPUTE WS-PEND-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                     - FUNCTION INTEGER-OF-DATE(PEND-ENTRY-DATE)
               IF WS-PEND-AGE > WS-EXPIRY-DAYS
                   SET WS-PEND-OVERDUE TO TRUE
               END-IF
           END-IF.
       H415-END. EXIT.

       H420-RELEASE-PENDING.
           MOVE PEND-TRAN-IMAGE   TO TRAN-REC
           MOVE PEND-BEFORE-IMAGE TO WS-PEND-BEFORE-IMAGE
           MOVE PEND-SRC-BRANCH   TO WS-SRC-BRANCH
           MOVE PEND-SRC-BATCH    TO WS-SRC-BATCH
           MOVE WS-APR-CHECKER (WS-APR-SUB) TO WS-CHECKER-ID
           MOVE SPACES TO WS-BEFORE-IMAGE
                          WS-AFTER-IMAGE
                          WS-TREJ-REASON
           SET WS-RELEASING TO TRUE
           MOVE "N" TO WS-RELEASE-FAIL-SW
           IF TRAN-CHANGE
               PERFORM H240-CHECK-BRANCH
               IF WS-BRCH-INVALID
                   PERFORM H260-WRITE-TRAN-REJECT
               ELSE
                   PERFORM H220-APPLY-CHANGE
               END-IF
           ELSE
               PERFORM H230-APPLY-DELETE
           END-IF
           MOVE WS-CHECKER-ID TO PEND-CHECKER-ID
           MOVE WS-RUN-DATE   TO PEND-DECISION-DATE
           IF WS-RELEASE-FAILED
               SET PEND-FAILED TO TRUE
               MOVE WS-TREJ-REASON TO PEND-NOTE
               ADD 1 TO WS-PEND-FAILED
           ELSE
               SET PEND-APPROVED TO TRUE
               MOVE WS-APR-NOTE (WS-APR-SUB) TO PEND-NOTE
               ADD 1 TO WS-PEND-RELEASED
           END-IF
           PERFORM H450-REWRITE-PENDING
           MOVE "N"    TO WS-RELEASE-SW
           MOVE SPACES TO WS-CHECKER-ID
                          WS-SRC-BRANCH
           MOVE ZERO   TO WS-SRC-BATCH.
       H420-END. EXIT.

       H430-DECLINE-PENDING.
           SET PEND-DECLINED TO TRUE
           MOVE WS-APR-CHECKER (WS-APR-SUB) TO PEND-CHECKER-ID
           MOVE WS-RUN-DATE                 TO PEND-DECISION-DATE
           MOVE WS-APR-NOTE (WS-APR-SUB)    TO PEND-NOTE
           IF PEND-NOTE = SPACES
               MOVE "DECLINED BY CHECKER" TO PEND-NOTE
           END-IF
           PERFORM H450-REWRITE-PENDING
           ADD 1 TO WS-PEND-DECLINED.
       H430-END. EXIT.

       H440-EXPIRE-PENDING.
           SET PEND-EXPIRED TO TRUE
           MOVE WS-RUN-DATE            TO PEND-DECISION-DATE
           MOVE "NOT APPROVED IN TIME" TO PEND-NOTE
           PERFORM H450-REWRITE-PENDING
           ADD 1 TO WS-PEND-EXPIRED.
       H440-END. EXIT.

       H450-REWRITE-PENDING.
           REWRITE PEND-REC
           IF NOT PEND-SUCCESS
               MOVE "PENDFILE" TO WS-ERR-FILE
               MOVE PEND-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H450-END. EXIT.

       H460-CHECK-ONE-APPROVAL.
           ADD 1 TO WS-APR-SUB
           IF NOT WS-APR-USED (WS-APR-SUB)
               MOVE "NOT ON PENDFILE" TO WS-AREJ-REASON
               PERFORM H166-REJECT-TABLE-APPROVAL
           END-IF.
       H460-END. EXIT.

       H999-PROGRAM-EXIT.
           PERFORM H290-DISPLAY-TOTALS.
           PERFORM H300-CLOSE-FILES.
           MOVE ZERO TO WS-CYC-RC.
           PERFORM H960-POST-CYCLE-STEP.
           STOP RUN.
       H999-END. EXIT.
