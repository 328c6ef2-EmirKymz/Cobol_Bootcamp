       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PBEG0022.
       AUTHOR.        EMIRCAN KAYMAZ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-IN    ASSIGN TRANIN
                             STATUS TRIN-ST.
           SELECT TRAN-FILE  ASSIGN TRANFILE
                             STATUS TRAN-ST.
           SELECT TRAN-SUSPENSE-FILE ASSIGN TRANSUSP
                             STATUS TSUS-ST.
           SELECT BATCH-REGISTER ASSIGN BATCHREG
                             STATUS BREG-ST.
           SELECT BATCH-REPORT ASSIGN BATCHRPT
                             STATUS BRPT-ST.
           SELECT CYCLE-FILE ASSIGN CYCLCTL
                             STATUS CYC-ST.
       DATA DIVISION.

       FILE SECTION.
       FD  TRAN-IN RECORDING MODE F.
       01  TRIN-REC.
           05  TRIN-CODE           PIC X(01).
               88 TRIN-ADD             VALUE "A".
               88 TRIN-CHANGE          VALUE "C".
               88 TRIN-DELETE          VALUE "D".
               88 TRIN-BATCH-HEADER    VALUE "H".
               88 TRIN-BATCH-TRAILER   VALUE "T".
           05  TRIN-INX            PIC X(04).
           05  FILLER              PIC X(66).

       01  TRIN-HEADER REDEFINES TRIN-REC.
           05  FILLER              PIC X(01).
           05  TRIN-HDR-BRANCH     PIC X(03).
           05  TRIN-HDR-BATCH      PIC 9(05).
           05  TRIN-HDR-SUB-DATE   PIC 9(08).
           05  FILLER              PIC X(54).

       01  TRIN-TRAILER REDEFINES TRIN-REC.
           05  FILLER              PIC X(01).
           05  TRIN-TRL-RECORDS    PIC 9(05).
           05  TRIN-TRL-ADDS       PIC 9(05).
           05  TRIN-TRL-CHANGES    PIC 9(05).
           05  TRIN-TRL-DELETES    PIC 9(05).
           05  TRIN-TRL-HASH       PIC 9(09).
           05  FILLER              PIC X(41).

       FD  TRAN-FILE RECORDING MODE F.
       01  TRAN-REC                PIC X(71).

       FD  TRAN-SUSPENSE-FILE RECORDING MODE F.
       01  TRAN-SUSPENSE-REC.
           05  TSUS-TRAN-IMAGE     PIC X(71).
           05  TSUS-REASON         PIC X(20).

       FD  BATCH-REGISTER RECORDING MODE F.
       01  BATCH-REG-REC.
           05  BREG-BRANCH         PIC X(03).
           05  BREG-BATCH          PIC 9(05).
           05  BREG-SUB-DATE       PIC 9(08).
           05  BREG-APPLY-DATE     PIC 9(08).
           05  BREG-AUDIT-SEQ      PIC 9(04).
           05  BREG-RECORDS        PIC 9(05).

       FD  BATCH-REPORT RECORDING MODE F.
       01  BRPT-LINE.
           05  BRL-BRANCH          PIC X(03).
           05  FILLER              PIC X(01).
           05  BRL-BATCH           PIC X(05).
           05  FILLER              PIC X(01).
           05  BRL-SUB-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  BRL-RECORDS         PIC ZZZZ9.
           05  FILLER              PIC X(01).
           05  BRL-ADDS            PIC ZZZZ9.
           05  FILLER              PIC X(01).
           05  BRL-CHANGES         PIC ZZZZ9.
           05  FILLER              PIC X(01).
           05  BRL-DELETES         PIC ZZZZ9.
           05  FILLER              PIC X(01).
           05  BRL-RESULT          PIC X(08).
           05  FILLER              PIC X(01).
           05  BRL-REASON          PIC X(20).
           05  FILLER              PIC X(08).

       01  BRPT-SUMMARY REDEFINES BRPT-LINE.
           05  BRS-LABEL           PIC X(30).
           05  BRS-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(39).

       FD  CYCLE-FILE RECORDING MODE F.
       01  CYC-REC                 PIC X(780).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 TRIN-ST        PIC 9(02).
              88 TRIN-EOF             VALUE 10.
              88 TRIN-SUCCESS         VALUE 00 97.
           05 TRAN-ST        PIC 9(02).
              88 TRAN-SUCCESS         VALUE 00 97.
           05 TSUS-ST        PIC 9(02).
              88 TSUS-SUCCESS         VALUE 00 97.
           05 BREG-ST        PIC 9(02).
              88 BREG-EOF             VALUE 10.
              88 BREG-SUCCESS         VALUE 00 97.
           05 BRPT-ST        PIC 9(02).
              88 BRPT-SUCCESS         VALUE 00 97.
           05 CYC-ST         PIC 9(02).
              88 CYC-EOF              VALUE 10.
              88 CYC-SUCCESS          VALUE 00 97.

       01  WS-ERROR-AREA.
           05 WS-ERR-FILE           PIC X(08) VALUE SPACES.
           05 WS-ERR-STATUS         PIC 9(02) VALUE ZERO.

       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.

       01  WS-BATCH-AREA.
           05 WS-BAT-OPEN-SW        PIC X(01) VALUE "N".
              88 WS-BAT-OPEN            VALUE "Y".
           05 WS-BAT-HDR-SW         PIC X(01) VALUE "N".
              88 WS-BAT-HDR-SEEN        VALUE "Y".
           05 WS-BAT-TRL-SW         PIC X(01) VALUE "N".
              88 WS-BAT-TRL-SEEN        VALUE "Y".
           05 WS-BAT-SPILL-SW       PIC X(01) VALUE "N".
              88 WS-BAT-SPILLED         VALUE "Y".
           05 WS-BAT-BRANCH         PIC X(03) VALUE SPACES.
           05 WS-BAT-NUMBER         PIC X(05) VALUE SPACES.
           05 WS-BAT-NUMBER-N REDEFINES WS-BAT-NUMBER
                                    PIC 9(05).
           05 WS-BAT-SUB-DATE       PIC X(08) VALUE SPACES.
           05 WS-BAT-REASON         PIC X(20) VALUE SPACES.
           05 WS-BAT-RECORDS        PIC 9(05) VALUE ZERO.
           05 WS-BAT-ADDS           PIC 9(05) VALUE ZERO.
           05 WS-BAT-CHANGES        PIC 9(05) VALUE ZERO.
           05 WS-BAT-DELETES        PIC 9(05) VALUE ZERO.
           05 WS-BAT-HASH           PIC 9(09) VALUE ZERO.
           05 WS-BAT-IMAGES         PIC 9(05) VALUE ZERO.
           05 WS-TRL-RECORDS        PIC X(05) VALUE SPACES.
           05 WS-TRL-RECORDS-N REDEFINES WS-TRL-RECORDS
                                    PIC 9(05).
           05 WS-TRL-ADDS           PIC 9(05) VALUE ZERO.
           05 WS-TRL-CHANGES        PIC 9(05) VALUE ZERO.
           05 WS-TRL-DELETES        PIC 9(05) VALUE ZERO.
           05 WS-TRL-HASH           PIC 9(09) VALUE ZERO.
           05 WS-TRL-VALID-SW       PIC X(01) VALUE "N".
              88 WS-TRL-VALID           VALUE "Y".

       01  WS-INX-WORK.
           05 WS-HASH-INX           PIC X(04) VALUE SPACES.
           05 WS-HASH-INX-N REDEFINES WS-HASH-INX
                                    PIC 9(04).

       01  WS-BATCH-BUFFER.
           05 WS-BUF-COUNT          PIC 9(04) VALUE ZERO.
           05 WS-BUF-ENTRY          PIC X(71) OCCURS 5000 TIMES.

       01  WS-BUFFER-WORK.
           05 WS-BUF-SUB            PIC 9(04) VALUE ZERO.
           05 WS-BUF-REASON         PIC X(20) VALUE SPACES.

       01  WS-REGISTER-TABLE.
           05 WS-REG-COUNT          PIC 9(04) VALUE ZERO.
           05 WS-REG-HISTORY        PIC 9(04) VALUE ZERO.
           05 WS-REG-ENTRY OCCURS 5000 TIMES.
              10 WS-REG-BRANCH      PIC X(03).
              10 WS-REG-BATCH       PIC 9(05).

       01  WS-REGISTER-LOOKUP.
           05 WS-REG-SUB            PIC 9(04) VALUE ZERO.
           05 WS-REG-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-REG-FOUND           VALUE "Y".

       01  WS-BALANCE-TOTALS.
           05 WS-RECORDS-READ       PIC 9(07) VALUE ZERO.
           05 WS-BATCHES-READ       PIC 9(07) VALUE ZERO.
           05 WS-BATCHES-ACCEPTED   PIC 9(07) VALUE ZERO.
           05 WS-BATCHES-HELD       PIC 9(07) VALUE ZERO.
           05 WS-RECORDS-RELEASED   PIC 9(07) VALUE ZERO.
           05 WS-RECORDS-HELD       PIC 9(07) VALUE ZERO.

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
           05 WS-CYC-PGM            PIC X(08) VALUE "PBEG0022".
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
           PERFORM H120-LOAD-REGISTER.
           PERFORM H150-WRITE-REPORT-HEADING.
           PERFORM H200-PROCESS UNTIL TRIN-EOF.
           IF WS-BAT-OPEN
               PERFORM H240-END-BATCH
           END-IF
           PERFORM H999-PROGRAM-EXIT.

       H100-OPEN-FILES.
           PERFORM H105-CHECK-CYCLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT  TRAN-IN.
           IF NOT TRIN-SUCCESS
               MOVE "TRANIN  " TO WS-ERR-FILE
               MOVE TRIN-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           OPEN OUTPUT TRAN-FILE.
           IF NOT TRAN-SUCCESS
               MOVE "TRANFILE" TO WS-ERR-FILE
               MOVE TRAN-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           OPEN OUTPUT TRAN-SUSPENSE-FILE.
           IF NOT TSUS-SUCCESS
               MOVE "TRANSUSP" TO WS-ERR-FILE
               MOVE TSUS-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           OPEN OUTPUT BATCH-REPORT.
           IF NOT BRPT-SUCCESS
               MOVE "BATCHRPT" TO WS-ERR-FILE
               MOVE BRPT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           READ TRAN-IN.
           IF NOT TRIN-SUCCESS AND NOT TRIN-EOF
               MOVE "TRANIN  " TO WS-ERR-FILE
               MOVE TRIN-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
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
           MOVE WS-BATCHES-ACCEPTED TO WS-CYC-COUNT (1)
           MOVE WS-BATCHES-HELD     TO WS-CYC-COUNT (2)
           MOVE WS-RECORDS-RELEASED TO WS-CYC-COUNT (3)
           MOVE WS-RECORDS-HELD     TO WS-CYC-COUNT (4).
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

       H120-LOAD-REGISTER.
           OPEN INPUT BATCH-REGISTER
           IF BREG-SUCCESS
               READ BATCH-REGISTER
               PERFORM H121-LOAD-ONE-REGISTER UNTIL BREG-EOF
               CLOSE BATCH-REGISTER
           ELSE
               DISPLAY "WARNING - BATCHREG NOT PRESENT, "
                       "APPLIED-BATCH CHECK COVERS THIS RUN ONLY"
           END-IF
           MOVE WS-REG-COUNT TO WS-REG-HISTORY.
       H120-END. EXIT.

       H121-LOAD-ONE-REGISTER.
           IF BREG-BATCH IS NUMERIC
               IF WS-REG-COUNT < 5000
                   ADD 1 TO WS-REG-COUNT
                   MOVE BREG-BRANCH TO WS-REG-BRANCH (WS-REG-COUNT)
                   MOVE BREG-BATCH  TO WS-REG-BATCH (WS-REG-COUNT)
               ELSE
                   DISPLAY "WARNING - BATCH REGISTER TABLE FULL, "
                           "ENTRY DROPPED FOR " BREG-BRANCH "/"
                           BREG-BATCH
               END-IF
           END-IF
           READ BATCH-REGISTER.
       H121-END. EXIT.

       H150-WRITE-REPORT-HEADING.
           MOVE SPACES TO BRPT-LINE
           STRING "BATCH ACCEPTANCE REPORT  DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO BRPT-LINE
           END-STRING
           PERFORM H900-WRITE-REPORT-LINE
           PERFORM H900-WRITE-REPORT-LINE
           MOVE "BRN BATCH SUB-DATE  RECS  ADDS  CHGS  DELS RESULT"
                TO BRPT-LINE
           MOVE "REASON" TO BRL-REASON
           PERFORM H900-WRITE-REPORT-LINE.
       H150-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-RECORDS-READ
           EVALUATE TRUE
               WHEN TRIN-BATCH-HEADER
                   IF WS-BAT-OPEN
                       PERFORM H240-END-BATCH
                   END-IF
                   PERFORM H210-START-BATCH
               WHEN TRIN-BATCH-TRAILER
                   IF NOT WS-BAT-OPEN
                       SET WS-BAT-OPEN TO TRUE
                   END-IF
                   PERFORM H230-SAVE-TRAILER
                   PERFORM H240-END-BATCH
               WHEN OTHER
                   IF NOT WS-BAT-OPEN
                       SET WS-BAT-OPEN TO TRUE
                   END-IF
                   PERFORM H220-COUNT-DETAIL
           END-EVALUATE
           READ TRAN-IN
           IF NOT TRIN-SUCCESS AND NOT TRIN-EOF
               MOVE "TRANIN  " TO WS-ERR-FILE
               MOVE TRIN-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H200-END. EXIT.

       H210-START-BATCH.
           SET WS-BAT-OPEN     TO TRUE
           SET WS-BAT-HDR-SEEN TO TRUE
           MOVE TRIN-HDR-BRANCH   TO WS-BAT-BRANCH
           MOVE TRIN-REC (5:5)    TO WS-BAT-NUMBER
           MOVE TRIN-REC (10:8)   TO WS-BAT-SUB-DATE
           IF TRIN-HDR-BRANCH = SPACES
                  OR TRIN-HDR-BATCH IS NOT NUMERIC
                  OR TRIN-HDR-SUB-DATE IS NOT NUMERIC
               MOVE "INVALID BATCH HEADER" TO WS-BAT-REASON
           END-IF
           PERFORM H225-BUFFER-RECORD.
       H210-END. EXIT.

       H220-COUNT-DETAIL.
           ADD 1 TO WS-BAT-RECORDS
           EVALUATE TRUE
               WHEN TRIN-ADD
                   ADD 1 TO WS-BAT-ADDS
               WHEN TRIN-CHANGE
                   ADD 1 TO WS-BAT-CHANGES
               WHEN TRIN-DELETE
                   ADD 1 TO WS-BAT-DELETES
           END-EVALUATE
           MOVE TRIN-INX TO WS-HASH-INX
           IF WS-HASH-INX IS NUMERIC
               ADD WS-HASH-INX-N TO WS-BAT-HASH
           END-IF
           PERFORM H225-BUFFER-RECORD.
       H220-END. EXIT.

       H225-BUFFER-RECORD.
           ADD 1 TO WS-BAT-IMAGES
           IF WS-BAT-SPILLED
               MOVE TRIN-REC      TO TSUS-TRAN-IMAGE
               MOVE WS-BAT-REASON TO TSUS-REASON
               PERFORM H910-WRITE-SUSPENSE
           ELSE
               IF WS-BUF-COUNT < 5000
                   ADD 1 TO WS-BUF-COUNT
                   MOVE TRIN-REC TO WS-BUF-ENTRY (WS-BUF-COUNT)
               ELSE
                   IF WS-BAT-REASON = SPACES
                       MOVE "BATCH TOO LARGE" TO WS-BAT-REASON
                   END-IF
                   PERFORM H255-HOLD-BUFFER
                   SET WS-BAT-SPILLED TO TRUE
                   MOVE TRIN-REC      TO TSUS-TRAN-IMAGE
                   MOVE WS-BAT-REASON TO TSUS-REASON
                   PERFORM H910-WRITE-SUSPENSE
               END-IF
           END-IF.
       H225-END. EXIT.

       H230-SAVE-TRAILER.
           SET WS-BAT-TRL-SEEN TO TRUE
           MOVE TRIN-REC (2:5) TO WS-TRL-RECORDS
           IF TRIN-TRL-RECORDS IS NUMERIC
                  AND TRIN-TRL-ADDS IS NUMERIC
                  AND TRIN-TRL-CHANGES IS NUMERIC
                  AND TRIN-TRL-DELETES IS NUMERIC
                  AND TRIN-TRL-HASH IS NUMERIC
               SET WS-TRL-VALID TO TRUE
               MOVE TRIN-TRL-ADDS    TO WS-TRL-ADDS
               MOVE TRIN-TRL-CHANGES TO WS-TRL-CHANGES
               MOVE TRIN-TRL-DELETES TO WS-TRL-DELETES
               MOVE TRIN-TRL-HASH    TO WS-TRL-HASH
           END-IF
           PERFORM H225-BUFFER-RECORD.
       H230-END. EXIT.

       H240-END-BATCH.
           ADD 1 TO WS-BATCHES-READ
           PERFORM H245-BALANCE-BATCH
           IF WS-BAT-REASON = SPACES
               PERFORM H250-RELEASE-BATCH
           ELSE
               ADD 1 TO WS-BATCHES-HELD
               ADD WS-BAT-IMAGES TO WS-RECORDS-HELD
               IF NOT WS-BAT-SPILLED
                   PERFORM H255-HOLD-BUFFER
               END-IF
               DISPLAY "BATCH " WS-BAT-BRANCH "/" WS-BAT-NUMBER
                       " HELD - " WS-BAT-REASON
           END-IF
           PERFORM H260-WRITE-BATCH-LINE
           INITIALIZE WS-BATCH-AREA
           MOVE "N"  TO WS-BAT-OPEN-SW
                        WS-BAT-HDR-SW
                        WS-BAT-TRL-SW
                        WS-BAT-SPILL-SW
                        WS-TRL-VALID-SW
           MOVE ZERO TO WS-BUF-COUNT.
       H240-END. EXIT.

       H245-BALANCE-BATCH.
           IF WS-BAT-REASON = SPACES
               IF NOT WS-BAT-HDR-SEEN
                   MOVE "NO BATCH HEADER" TO WS-BAT-REASON
               END-IF
           END-IF
           IF WS-BAT-REASON = SPACES
               IF NOT WS-BAT-TRL-SEEN
                   MOVE "TRAILER MISSING" TO WS-BAT-REASON
               END-IF
           END-IF
           IF WS-BAT-REASON = SPACES
               IF NOT WS-TRL-VALID
                   MOVE "INVALID TRAILER" TO WS-BAT-REASON
               END-IF
           END-IF
           IF WS-BAT-REASON = SPACES
               IF WS-TRL-RECORDS-N NOT = WS-BAT-RECORDS
                   MOVE "RECORD COUNT OFF" TO WS-BAT-REASON
               END-IF
           END-IF
           IF WS-BAT-REASON = SPACES
               IF WS-TRL-ADDS NOT = WS-BAT-ADDS
                      OR WS-TRL-CHANGES NOT = WS-BAT-CHANGES
                      OR WS-TRL-DELETES NOT = WS-BAT-DELETES
                   MOVE "CODE COUNTS OFF" TO WS-BAT-REASON
               END-IF
           END-IF
           IF WS-BAT-REASON = SPACES
               IF WS-TRL-HASH NOT = WS-BAT-HASH
                   MOVE "HASH TOTAL OFF" TO WS-BAT-REASON
               END-IF
           END-IF
           IF WS-BAT-REASON = SPACES
               PERFORM H246-FIND-REGISTER
               IF WS-REG-FOUND
                   IF WS-REG-SUB > WS-REG-HISTORY
                       MOVE "DUP BATCH THIS RUN" TO WS-BAT-REASON
                   ELSE
                       MOVE "ALREADY APPLIED" TO WS-BAT-REASON
                   END-IF
               END-IF
           END-IF.
       H245-END. EXIT.

       H246-FIND-REGISTER.
           MOVE "N"  TO WS-REG-FOUND-SW
           MOVE ZERO TO WS-REG-SUB
           PERFORM H247-SCAN-ONE-REGISTER
                   UNTIL WS-REG-FOUND
                      OR WS-REG-SUB >= WS-REG-COUNT.
       H246-END. EXIT.

       H247-SCAN-ONE-REGISTER.
           ADD 1 TO WS-REG-SUB
           IF WS-REG-BRANCH (WS-REG-SUB) = WS-BAT-BRANCH
                  AND WS-REG-BATCH (WS-REG-SUB) = WS-BAT-NUMBER-N
               SET WS-REG-FOUND TO TRUE
           END-IF.
       H247-END. EXIT.

       H250-RELEASE-BATCH.
           ADD 1 TO WS-BATCHES-ACCEPTED
           ADD WS-BAT-IMAGES TO WS-RECORDS-RELEASED
           MOVE ZERO TO WS-BUF-SUB
           PERFORM H251-RELEASE-ONE-RECORD
                   UNTIL WS-BUF-SUB >= WS-BUF-COUNT
           IF WS-REG-COUNT < 5000
               ADD 1 TO WS-REG-COUNT
               MOVE WS-BAT-BRANCH   TO WS-REG-BRANCH (WS-REG-COUNT)
               MOVE WS-BAT-NUMBER-N TO WS-REG-BATCH (WS-REG-COUNT)
           ELSE
               DISPLAY "WARNING - BATCH REGISTER TABLE FULL, "
                       "DUP CHECK SKIPPED FOR " WS-BAT-BRANCH "/"
                       WS-BAT-NUMBER
           END-IF.
       H250-END. EXIT.

       H251-RELEASE-ONE-RECORD.
           ADD 1 TO WS-BUF-SUB
           WRITE TRAN-REC FROM WS-BUF-ENTRY (WS-BUF-SUB)
           IF NOT TRAN-SUCCESS
               MOVE "TRANFILE" TO WS-ERR-FILE
               MOVE TRAN-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H251-END. EXIT.

       H255-HOLD-BUFFER.
           MOVE WS-BAT-REASON TO WS-BUF-REASON
           MOVE ZERO TO WS-BUF-SUB
           PERFORM H256-HOLD-ONE-RECORD
                   UNTIL WS-BUF-SUB >= WS-BUF-COUNT.
       H255-END. EXIT.

       H256-HOLD-ONE-RECORD.
           ADD 1 TO WS-BUF-SUB
           MOVE WS-BUF-ENTRY (WS-BUF-SUB) TO TSUS-TRAN-IMAGE
           MOVE WS-BUF-REASON             TO TSUS-REASON
           PERFORM H910-WRITE-SUSPENSE.
       H256-END. EXIT.

       H260-WRITE-BATCH-LINE.
           MOVE SPACES TO BRPT-LINE
           MOVE WS-BAT-BRANCH        TO BRL-BRANCH
           MOVE WS-BAT-NUMBER        TO BRL-BATCH
           MOVE WS-BAT-SUB-DATE      TO BRL-SUB-DATE
           MOVE WS-BAT-RECORDS       TO BRL-RECORDS
           MOVE WS-BAT-ADDS          TO BRL-ADDS
           MOVE WS-BAT-CHANGES       TO BRL-CHANGES
           MOVE WS-BAT-DELETES       TO BRL-DELETES
           IF WS-BAT-REASON = SPACES
               MOVE "ACCEPTED"       TO BRL-RESULT
           ELSE
               MOVE "HELD"           TO BRL-RESULT
               MOVE WS-BAT-REASON    TO BRL-REASON
           END-IF
           PERFORM H900-WRITE-REPORT-LINE.
       H260-END. EXIT.

       H285-WRITE-BALANCE-TOTALS.
           MOVE SPACES TO BRPT-LINE
           PERFORM H900-WRITE-REPORT-LINE
           INITIALIZE BRPT-SUMMARY
           MOVE "INPUT RECORDS READ"       TO BRS-LABEL
           MOVE WS-RECORDS-READ            TO BRS-COUNT
           PERFORM H900-WRITE-REPORT-LINE
           INITIALIZE BRPT-SUMMARY
           MOVE "BATCHES READ"             TO BRS-LABEL
           MOVE WS-BATCHES-READ            TO BRS-COUNT
           PERFORM H900-WRITE-REPORT-LINE
           INITIALIZE BRPT-SUMMARY
           MOVE "BATCHES ACCEPTED"         TO BRS-LABEL
           MOVE WS-BATCHES-ACCEPTED        TO BRS-COUNT
           PERFORM H900-WRITE-REPORT-LINE
           INITIALIZE BRPT-SUMMARY
           MOVE "BATCHES HELD IN SUSPENSE" TO BRS-LABEL
           MOVE WS-BATCHES-HELD            TO BRS-COUNT
           PERFORM H900-WRITE-REPORT-LINE
           INITIALIZE BRPT-SUMMARY
           MOVE "RECORDS RELEASED TO APPLY" TO BRS-LABEL
           MOVE WS-RECORDS-RELEASED        TO BRS-COUNT
           PERFORM H900-WRITE-REPORT-LINE
           INITIALIZE BRPT-SUMMARY
           MOVE "RECORDS HELD IN SUSPENSE" TO BRS-LABEL
           MOVE WS-RECORDS-HELD            TO BRS-COUNT
           PERFORM H900-WRITE-REPORT-LINE.
       H285-END. EXIT.

       H900-WRITE-REPORT-LINE.
           WRITE BRPT-LINE
           IF NOT BRPT-SUCCESS
               MOVE "BATCHRPT" TO WS-ERR-FILE
               MOVE BRPT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           MOVE SPACES TO BRPT-LINE.
       H900-END. EXIT.

       H910-WRITE-SUSPENSE.
           WRITE TRAN-SUSPENSE-REC
           IF NOT TSUS-SUCCESS
               MOVE "TRANSUSP" TO WS-ERR-FILE
               MOVE TSUS-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H910-END. EXIT.

       H290-DISPLAY-TOTALS.
           DISPLAY "INPUT RECORDS READ:   " WS-RECORDS-READ.
           DISPLAY "BATCHES READ:         " WS-BATCHES-READ.
           DISPLAY "BATCHES ACCEPTED:     " WS-BATCHES-ACCEPTED.
           DISPLAY "BATCHES HELD:         " WS-BATCHES-HELD.
           DISPLAY "RECORDS RELEASED:     " WS-RECORDS-RELEASED.
           DISPLAY "RECORDS HELD:         " WS-RECORDS-HELD.
       H290-END. EXIT.

       H300-CLOSE-FILES.
           CLOSE TRAN-IN
                 TRAN-FILE
                 TRAN-SUSPENSE-FILE
                 BATCH-REPORT.
       H300-END. EXIT.

       H999-PROGRAM-EXIT.
           PERFORM H285-WRITE-BALANCE-TOTALS.
           PERFORM H290-DISPLAY-TOTALS.
           PERFORM H300-CLOSE-FILES.
           MOVE ZERO TO WS-CYC-RC.
           IF WS-BATCHES-HELD > ZERO
               MOVE 4 TO WS-CYC-RC
           END-IF
           PERFORM H960-POST-CYCLE-STEP.
           MOVE WS-CYC-RC TO RETURN-CODE.
           STOP RUN.
       H999-END. EXIT.
