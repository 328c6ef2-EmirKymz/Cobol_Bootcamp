       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PBEG0019.
       AUTHOR.        EMIRCAN KAYMAZ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-FILE ASSIGN CYCLCTL
                             STATUS CYC-ST.
           SELECT PARM-FILE  ASSIGN CYCPARM
                             STATUS PARM-ST.
           SELECT CYCLE-REPORT ASSIGN CYCRPT
                             STATUS CRPT-ST.
       DATA DIVISION.

       FILE SECTION.
       FD  CYCLE-FILE RECORDING MODE F.
       01  CYC-REC                 PIC X(780).

       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-FUNCTION       PIC X(01).
           05  PARM-CYCLE-DATE     PIC 9(08).
           05  PARM-RESTART-PGM    PIC X(08).
           05  PARM-FORCE          PIC X(01).
           05  PARM-MAX-RC         PIC 9(02).

       FD  CYCLE-REPORT RECORDING MODE F.
       01  CRPT-LINE.
           05  CRL-PGM             PIC X(08).
           05  FILLER              PIC X(02).
           05  CRL-STATUS          PIC X(10).
           05  FILLER              PIC X(01).
           05  CRL-RC              PIC Z9.
           05  FILLER              PIC X(02).
           05  CRL-MAX-RC          PIC Z9.
           05  FILLER              PIC X(02).
           05  CRL-END-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  CRL-END-TIME        PIC X(06).
           05  FILLER              PIC X(36).

       01  CRPT-SUMMARY REDEFINES CRPT-LINE.
           05  CRS-LABEL           PIC X(30).
           05  CRS-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(39).

       01  CRPT-HEADER REDEFINES CRPT-LINE.
           05  CRH-TITLE           PIC X(34).
           05  CRH-CYCLE-LIT       PIC X(07).
           05  CRH-CYCLE-DATE      PIC 9(08).
           05  CRH-RUN-LIT         PIC X(06).
           05  CRH-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(17).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 CYC-ST         PIC 9(02).
              88 CYC-SUCCESS          VALUE 00 97.
           05 PARM-ST        PIC 9(02).
              88 PARM-SUCCESS         VALUE 00 97.
           05 CRPT-ST        PIC 9(02).
              88 CRPT-SUCCESS         VALUE 00 97.

       01  WS-ERROR-AREA.
           05 WS-ERR-FILE           PIC X(08) VALUE SPACES.
           05 WS-ERR-STATUS         PIC 9(02) VALUE ZERO.

       01  WS-STEP-DEFINITIONS.
           05 FILLER                PIC X(08) VALUE "PBEG0014".
           05 FILLER                PIC X(08) VALUE "PBEG0022".
           05 FILLER                PIC X(08) VALUE "PBEG0006".
           05 FILLER                PIC X(08) VALUE "PBEG0009".
           05 FILLER                PIC X(08) VALUE "PBEG0017".
           05 FILLER                PIC X(08) VALUE "PBEG0005".
           05 FILLER                PIC X(08) VALUE "PBEG0018".
       01  WS-STEP-DEF-TABLE REDEFINES WS-STEP-DEFINITIONS.
           05 WS-DEF-PGM            PIC X(08) OCCURS 7 TIMES.
       01  WS-DEF-COUNT             PIC 9(02) VALUE 7.

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

       01  WS-CONTROL-CARD.
           05 WS-FUNCTION           PIC X(01) VALUE "S".
              88 WS-FUNC-INIT           VALUE "I".
              88 WS-FUNC-RESTART        VALUE "R".
              88 WS-FUNC-SUMMARY        VALUE "S".
           05 WS-NEW-CYCLE-DATE     PIC 9(08) VALUE ZERO.
           05 WS-RESTART-PGM        PIC X(08) VALUE SPACES.
           05 WS-FORCE-SW           PIC X(01) VALUE "N".
              88 WS-FORCE               VALUE "Y".
           05 WS-DEFAULT-MAX-RC     PIC 9(02) VALUE 04.

       01  WS-CYCLE-CONTROL.
           05 WS-RUN-DATE           PIC 9(08) VALUE ZERO.
           05 WS-TIME-NOW           PIC X(08) VALUE SPACES.
           05 WS-CYC-PRESENT-SW     PIC X(01) VALUE "N".
              88 WS-CYC-PRESENT         VALUE "Y".
           05 WS-STEP-SUB           PIC 9(02) VALUE ZERO.
           05 WS-FIRST-OPEN         PIC 9(02) VALUE ZERO.
           05 WS-RESTART-SUB        PIC 9(02) VALUE ZERO.
           05 WS-CYC-SEARCH         PIC X(08) VALUE SPACES.
           05 WS-CYC-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-CYC-FOUND           VALUE "Y".
           05 WS-FOUND-SUB          PIC 9(02) VALUE ZERO.
           05 WS-ABENDS-MARKED      PIC 9(02) VALUE ZERO.
           05 WS-STATUS-TEXT        PIC X(10) VALUE SPACES.
           05 WS-SUM-COUNT          PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H140-READ-CONTROL-CARD.
           PERFORM H120-READ-CYCLE.
           EVALUATE TRUE
               WHEN WS-FUNC-INIT
                   PERFORM H200-INIT-CYCLE
               WHEN WS-FUNC-RESTART
                   PERFORM H220-RESTART-CYCLE
               WHEN OTHER
                   PERFORM H240-MARK-ABENDED-STEPS
           END-EVALUATE
           PERFORM H250-WRITE-CYCLE-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT CYCLE-REPORT.
           IF NOT CRPT-SUCCESS
               MOVE "CYCRPT  " TO WS-ERR-FILE
               MOVE CRPT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H100-END. EXIT.

       H950-FILE-ERROR.
           DISPLAY "FILE ERROR - " WS-ERR-FILE
                   " STATUS " WS-ERR-STATUS " - RUN HALTED".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       H950-END. EXIT.

       H955-CYCLE-REFUSED.
           DISPLAY "CYCLE REQUEST REFUSED - RUN HALTED".
           CLOSE CYCLE-REPORT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       H955-END. EXIT.

       H140-READ-CONTROL-CARD.
           OPEN INPUT PARM-FILE
           IF PARM-SUCCESS
               READ PARM-FILE
               IF PARM-SUCCESS
                   IF PARM-FUNCTION = "I" OR PARM-FUNCTION = "R"
                       MOVE PARM-FUNCTION TO WS-FUNCTION
                   END-IF
                   IF PARM-CYCLE-DATE IS NUMERIC
                          AND PARM-CYCLE-DATE NOT = ZERO
                       MOVE PARM-CYCLE-DATE TO WS-NEW-CYCLE-DATE
                   END-IF
                   MOVE PARM-RESTART-PGM TO WS-RESTART-PGM
                   IF PARM-FORCE = "Y"
                       SET WS-FORCE TO TRUE
                   END-IF
                   IF PARM-MAX-RC IS NUMERIC
                          AND PARM-MAX-RC NOT = ZERO
                       MOVE PARM-MAX-RC TO WS-DEFAULT-MAX-RC
                   END-IF
               END-IF
               CLOSE PARM-FILE
           ELSE
               DISPLAY "WARNING - CYCPARM NOT PRESENT, "
                       "CYCLE STATUS SUMMARY ONLY"
           END-IF.
       H140-END. EXIT.

       H120-READ-CYCLE.
           OPEN INPUT CYCLE-FILE
           IF CYC-SUCCESS
               READ CYCLE-FILE INTO WS-CYCLE-REC
               IF CYC-SUCCESS
                   SET WS-CYC-PRESENT TO TRUE
               END-IF
               CLOSE CYCLE-FILE
           END-IF
           IF NOT WS-CYC-PRESENT AND NOT WS-FUNC-INIT
               DISPLAY "CYCLCTL NOT PRESENT OR EMPTY - "
                       "NO CYCLE HAS BEEN INITIALIZED"
               PERFORM H955-CYCLE-REFUSED
           END-IF.
       H120-END. EXIT.

       H130-REWRITE-CYCLE.
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
       H130-END. EXIT.

       H160-FIND-STEP.
           MOVE "N"  TO WS-CYC-FOUND-SW
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM H161-SCAN-ONE-STEP
                   UNTIL WS-CYC-FOUND
                      OR WS-FOUND-SUB >= WS-CY-STEPS.
       H160-END. EXIT.

       H161-SCAN-ONE-STEP.
           ADD 1 TO WS-FOUND-SUB
           IF WS-CY-PGM (WS-FOUND-SUB) = WS-CYC-SEARCH
               SET WS-CYC-FOUND TO TRUE
           END-IF.
       H161-END. EXIT.

       H170-FIND-FIRST-OPEN-STEP.
           MOVE ZERO TO WS-FIRST-OPEN
           MOVE ZERO TO WS-STEP-SUB
           PERFORM H171-CHECK-ONE-OPEN-STEP
                   UNTIL WS-FIRST-OPEN NOT = ZERO
                      OR WS-STEP-SUB >= WS-CY-STEPS.
       H170-END. EXIT.

       H171-CHECK-ONE-OPEN-STEP.
           ADD 1 TO WS-STEP-SUB
           IF NOT WS-CY-COMPLETE (WS-STEP-SUB)
               MOVE WS-STEP-SUB TO WS-FIRST-OPEN
           END-IF.
       H171-END. EXIT.

       H200-INIT-CYCLE.
           IF WS-NEW-CYCLE-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-NEW-CYCLE-DATE
           END-IF
           IF WS-CYC-PRESENT AND NOT WS-FORCE
               PERFORM H170-FIND-FIRST-OPEN-STEP
               IF WS-FIRST-OPEN NOT = ZERO
                   DISPLAY "CYCLE " WS-CY-CYCLE-DATE
                           " INCOMPLETE - STEP "
                           WS-CY-PGM (WS-FIRST-OPEN) " STATUS "
                           WS-CY-STATUS (WS-FIRST-OPEN)
                   PERFORM H955-CYCLE-REFUSED
               END-IF
               IF WS-NEW-CYCLE-DATE <= WS-CY-CYCLE-DATE
                   DISPLAY "CYCLE DATE " WS-NEW-CYCLE-DATE
                           " NOT AFTER LAST CYCLE "
                           WS-CY-CYCLE-DATE
                   PERFORM H955-CYCLE-REFUSED
               END-IF
           END-IF
           INITIALIZE WS-CYCLE-REC
           MOVE WS-NEW-CYCLE-DATE TO WS-CY-CYCLE-DATE
           MOVE WS-DEF-COUNT      TO WS-CY-STEPS
           MOVE ZERO TO WS-STEP-SUB
           PERFORM H201-INIT-ONE-STEP
                   UNTIL WS-STEP-SUB >= WS-DEF-COUNT
           PERFORM H130-REWRITE-CYCLE
           DISPLAY "CYCLE " WS-CY-CYCLE-DATE " INITIALIZED - "
                   WS-CY-STEPS " STEPS PENDING".
       H200-END. EXIT.

       H201-INIT-ONE-STEP.
           ADD 1 TO WS-STEP-SUB
           MOVE WS-DEF-PGM (WS-STEP-SUB) TO WS-CY-PGM (WS-STEP-SUB)
           SET WS-CY-PENDING (WS-STEP-SUB) TO TRUE
           MOVE WS-DEFAULT-MAX-RC TO WS-CY-MAX-RC (WS-STEP-SUB).
       H201-END. EXIT.

       H220-RESTART-CYCLE.
           IF WS-RESTART-PGM = SPACES
               PERFORM H170-FIND-FIRST-OPEN-STEP
               MOVE WS-FIRST-OPEN TO WS-RESTART-SUB
           ELSE
               MOVE WS-RESTART-PGM TO WS-CYC-SEARCH
               PERFORM H160-FIND-STEP
               IF NOT WS-CYC-FOUND
                   DISPLAY "RESTART STEP " WS-RESTART-PGM
                           " NOT IN CYCLE " WS-CY-CYCLE-DATE
                   PERFORM H955-CYCLE-REFUSED
               END-IF
               MOVE WS-FOUND-SUB TO WS-RESTART-SUB
           END-IF
           IF WS-RESTART-SUB = ZERO
               DISPLAY "CYCLE " WS-CY-CYCLE-DATE
                       " ALREADY COMPLETE - NOTHING TO RESTART"
               PERFORM H955-CYCLE-REFUSED
           END-IF
           MOVE ZERO TO WS-STEP-SUB
           PERFORM H221-CHECK-ONE-EARLIER-STEP
                   UNTIL WS-STEP-SUB >= WS-RESTART-SUB - 1
           IF WS-CY-FAILED (WS-RESTART-SUB)
                  OR WS-CY-RUNNING (WS-RESTART-SUB)
               DISPLAY "STEP " WS-CY-PGM (WS-RESTART-SUB)
                       " LAST ENDED STATUS "
                       WS-CY-STATUS (WS-RESTART-SUB)
                       " RC " WS-CY-RC (WS-RESTART-SUB)
                       " - CHECK PARTIAL OUTPUT BEFORE RERUN"
               IF WS-CY-PGM (WS-RESTART-SUB) = "PBEG0006"
                      AND WS-CY-COUNT (WS-RESTART-SUB, 5) NOT = ZERO
                   DISPLAY "AUDIT BATCH "
                           WS-CY-COUNT (WS-RESTART-SUB, 5)
                           " MAY BE PARTLY APPLIED - BACK OUT WITH "
                           "PBEG0013 BEFORE RERUN"
               END-IF
           END-IF
           MOVE WS-RESTART-SUB TO WS-STEP-SUB
           SUBTRACT 1 FROM WS-STEP-SUB
           PERFORM H222-RESET-ONE-STEP
                   UNTIL WS-STEP-SUB >= WS-CY-STEPS
           PERFORM H130-REWRITE-CYCLE
           DISPLAY "CYCLE " WS-CY-CYCLE-DATE " RESTARTED FROM "
                   WS-CY-PGM (WS-RESTART-SUB).
       H220-END. EXIT.

       H221-CHECK-ONE-EARLIER-STEP.
           ADD 1 TO WS-STEP-SUB
           IF NOT WS-CY-COMPLETE (WS-STEP-SUB)
               DISPLAY "EARLIER STEP " WS-CY-PGM (WS-STEP-SUB)
                       " NOT COMPLETE - RESTART FROM IT INSTEAD"
               PERFORM H955-CYCLE-REFUSED
           END-IF.
       H221-END. EXIT.

       H222-RESET-ONE-STEP.
           ADD 1 TO WS-STEP-SUB
           SET WS-CY-PENDING (WS-STEP-SUB) TO TRUE
           MOVE ZERO   TO WS-CY-RC (WS-STEP-SUB)
           MOVE ZERO   TO WS-CY-DONE-DATE (WS-STEP-SUB)
           MOVE ZERO   TO WS-CY-END-DATE (WS-STEP-SUB)
           MOVE SPACES TO WS-CY-END-TIME (WS-STEP-SUB)
           INITIALIZE WS-CY-COUNTS (WS-STEP-SUB).
       H222-END. EXIT.

       H240-MARK-ABENDED-STEPS.
           MOVE ZERO TO WS-STEP-SUB
           PERFORM H241-MARK-ONE-ABENDED-STEP
                   UNTIL WS-STEP-SUB >= WS-CY-STEPS
           IF WS-ABENDS-MARKED > ZERO
               PERFORM H130-REWRITE-CYCLE
           END-IF.
       H240-END. EXIT.

       H241-MARK-ONE-ABENDED-STEP.
           ADD 1 TO WS-STEP-SUB
           IF WS-CY-RUNNING (WS-STEP-SUB)
               ADD 1 TO WS-ABENDS-MARKED
               SET WS-CY-FAILED (WS-STEP-SUB) TO TRUE
               MOVE 16 TO WS-CY-RC (WS-STEP-SUB)
               MOVE WS-RUN-DATE TO WS-CY-END-DATE (WS-STEP-SUB)
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-TIME-NOW(1:6) TO WS-CY-END-TIME (WS-STEP-SUB)
               DISPLAY "STEP " WS-CY-PGM (WS-STEP-SUB)
                       " NEVER POSTED ITS END - MARKED FAILED"
           END-IF.
       H241-END. EXIT.

       H250-WRITE-CYCLE-SUMMARY.
           MOVE SPACES TO CRPT-LINE
           MOVE "END-OF-CYCLE OPERATIONS SUMMARY" TO CRH-TITLE
           MOVE " CYCLE:"                 TO CRH-CYCLE-LIT
           MOVE WS-CY-CYCLE-DATE          TO CRH-CYCLE-DATE
           MOVE " RUN:"                   TO CRH-RUN-LIT
           MOVE WS-RUN-DATE               TO CRH-RUN-DATE
           PERFORM H900-WRITE-REPORT-LINE
           MOVE SPACES TO CRPT-LINE
           MOVE "STEP      STATUS      RC MAX ENDED"
                TO CRPT-LINE
           PERFORM H900-WRITE-REPORT-LINE
           MOVE ZERO TO WS-STEP-SUB
           PERFORM H251-WRITE-ONE-STEP-LINE
                   UNTIL WS-STEP-SUB >= WS-CY-STEPS
           MOVE SPACES TO CRPT-LINE
           PERFORM H900-WRITE-REPORT-LINE
           MOVE "PBEG0014" TO WS-CYC-SEARCH
           PERFORM H160-FIND-STEP
           IF WS-CYC-FOUND
               MOVE "SNAPSHOT GENERATION"      TO CRS-LABEL
               MOVE WS-CY-COUNT (WS-FOUND-SUB, 1) TO WS-SUM-COUNT
               PERFORM H255-WRITE-COUNT-LINE
               MOVE "SNAPSHOT RECORDS"         TO CRS-LABEL
               MOVE WS-CY-COUNT (WS-FOUND-SUB, 2) TO WS-SUM-COUNT
               PERFORM H255-WRITE-COUNT-LINE
           END-IF
           MOVE "PBEG0022" TO WS-CYC-SEARCH
           PERFORM H160-FIND-STEP
           IF WS-CYC-FOUND
               MOVE "BRANCH BATCHES ACCEPTED"  TO CRS-LABEL
               MOVE WS-CY-COUNT (WS-FOUND-SUB, 1) TO WS-SUM-COUNT
               PERFORM H255-WRITE-COUNT-LINE
               MOVE "BRANCH BATCHES HELD"      TO CRS-LABEL
               MOVE WS-CY-COUNT (WS-FOUND-SUB, 2) TO WS-SUM-COUNT
               PERFORM H255-WRITE-COUNT-LINE
           END-IF
           MOVE "PBEG0006" TO WS-CYC-SEARCH
           PERFORM H160-FIND-STEP
           IF WS-CYC-FOUND
               MOVE "TRANSACTIONS APPLIED"     TO CRS-LABEL
               COMPUTE WS-SUM-COUNT = WS-CY-COUNT (WS-FOUND-SUB, 1)
                                    + WS-CY-COUNT (WS-FOUND-SUB, 2)
                                    + WS-CY-COUNT (WS-FOUND-SUB, 3)
               PERFORM H255-WRITE-COUNT-LINE
               MOVE "  ADDS"                   TO CRS-LABEL
               MOVE WS-CY-COUNT (WS-FOUND-SUB, 1) TO WS-SUM-COUNT
               PERFORM H255-WRITE-COUNT-LINE
               MOVE "  CHANGES"                TO CRS-LABEL
               MOVE WS-CY-COUNT (WS-FOUND-SUB, 2) TO WS-SUM-COUNT
               PERFORM H255-WRITE-COUNT-LINE
               MOVE "  DELETES"                TO CRS-LABEL
               MOVE WS-CY-COUNT (WS-FOUND-SUB, 3) TO WS-SUM-COUNT
               PERFORM H255-WRITE-COUNT-LINE
               MOVE "TRANSACTIONS REJECTED"    TO CRS-LABEL
               MOVE WS-CY-COUNT (WS-FOUND-SUB, 4) TO WS-SUM-COUNT
               PERFORM H255-WRITE-COUNT-LINE
               MOVE "BRANCH BATCHES APPLIED"   TO CRS-LABEL
               MOVE WS-CY-COUNT (WS-FOUND-SUB, 6) TO WS-SUM-COUNT
               PERFORM H255-WRITE-COUNT-LINE
           END-IF
           MOVE "PBEG0009" TO WS-CYC-SEARCH
           PERFORM H160-FIND-STEP
           IF WS-CYC-FOUND
               MOVE "DELTA ACCOUNTS ADDED"     TO CRS-LABEL
               MOVE WS-CY-COUNT (WS-FOUND-SUB, 1) TO WS-SUM-COUNT
               PERFORM H255-WRITE-COUNT-LINE
               MOVE "DELTA ACCOUNTS CHANGED"   TO CRS-LABEL
               MOVE WS-CY-COUNT (WS-FOUND-SUB, 2) TO WS-SUM-COUNT
               PERFORM H255-WRITE-COUNT-LINE
               MOVE "DELTA ACCOUNTS DELETED"   TO CRS-LABEL
               MOVE WS-CY-COUNT (WS-FOUND-SUB, 3) TO WS-SUM-COUNT
               PERFORM H255-WRITE-COUNT-LINE
           END-IF
           MOVE "PBEG0017" TO WS-CYC-SEARCH
           PERFORM H160-FIND-STEP
           IF WS-CYC-FOUND
               MOVE "RECON ITEMS UNEXPLAINED"  TO CRS-LABEL
               MOVE WS-CY-COUNT (WS-FOUND-SUB, 1) TO WS-SUM-COUNT
               PERFORM H255-WRITE-COUNT-LINE
           END-IF
           MOVE "PBEG0005" TO WS-CYC-SEARCH
           PERFORM H160-FIND-STEP
           IF WS-CYC-FOUND
               MOVE "AGING REPORT LINES"       TO CRS-LABEL
               MOVE WS-CY-COUNT (WS-FOUND-SUB, 1) TO WS-SUM-COUNT
               PERFORM H255-WRITE-COUNT-LINE
           END-IF
           MOVE "PBEG0018" TO WS-CYC-SEARCH
           PERFORM H160-FIND-STEP
           IF WS-CYC-FOUND
               MOVE "LETTERS WRITTEN"          TO CRS-LABEL
               MOVE WS-CY-COUNT (WS-FOUND-SUB, 1) TO WS-SUM-COUNT
               PERFORM H255-WRITE-COUNT-LINE
           END-IF
           MOVE SPACES TO CRPT-LINE
           PERFORM H900-WRITE-REPORT-LINE
           PERFORM H170-FIND-FIRST-OPEN-STEP
           MOVE SPACES TO CRPT-LINE
           IF WS-FIRST-OPEN = ZERO
               MOVE "CYCLE STATUS: COMPLETE" TO CRPT-LINE
           ELSE
               STRING "CYCLE STATUS: INCOMPLETE - NEXT STEP "
                      WS-CY-PGM (WS-FIRST-OPEN)
                   DELIMITED BY SIZE INTO CRPT-LINE
               END-STRING
           END-IF
           PERFORM H900-WRITE-REPORT-LINE.
       H250-END. EXIT.

       H251-WRITE-ONE-STEP-LINE.
           ADD 1 TO WS-STEP-SUB
           EVALUATE TRUE
               WHEN WS-CY-PENDING (WS-STEP-SUB)
                   MOVE "PENDING"    TO WS-STATUS-TEXT
               WHEN WS-CY-RUNNING (WS-STEP-SUB)
                   MOVE "RUNNING"    TO WS-STATUS-TEXT
               WHEN WS-CY-COMPLETE (WS-STEP-SUB)
                   MOVE "ENDED OK"   TO WS-STATUS-TEXT
               WHEN WS-CY-FAILED (WS-STEP-SUB)
                   MOVE "FAILED"     TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN"    TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO CRPT-LINE
           MOVE WS-CY-PGM (WS-STEP-SUB)      TO CRL-PGM
           MOVE WS-STATUS-TEXT               TO CRL-STATUS
           MOVE WS-CY-RC (WS-STEP-SUB)       TO CRL-RC
           MOVE WS-CY-MAX-RC (WS-STEP-SUB)   TO CRL-MAX-RC
           MOVE WS-CY-END-DATE (WS-STEP-SUB) TO CRL-END-DATE
           MOVE WS-CY-END-TIME (WS-STEP-SUB) TO CRL-END-TIME
           PERFORM H900-WRITE-REPORT-LINE.
       H251-END. EXIT.

       H255-WRITE-COUNT-LINE.
           MOVE WS-SUM-COUNT TO CRS-COUNT
           PERFORM H900-WRITE-REPORT-LINE
           MOVE SPACES TO CRPT-LINE.
       H255-END. EXIT.

       H900-WRITE-REPORT-LINE.
           WRITE CRPT-LINE
           IF NOT CRPT-SUCCESS
               MOVE "CYCRPT  " TO WS-ERR-FILE
               MOVE CRPT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H900-END. EXIT.

       H300-CLOSE-FILES.
           CLOSE CYCLE-REPORT.
       H300-END. EXIT.

       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           PERFORM H170-FIND-FIRST-OPEN-STEP
           IF WS-FIRST-OPEN = ZERO
               DISPLAY "CYCLE " WS-CY-CYCLE-DATE " COMPLETE"
           ELSE
               DISPLAY "CYCLE " WS-CY-CYCLE-DATE
                       " NEXT STEP TO RUN: " WS-CY-PGM (WS-FIRST-OPEN)
               IF WS-FUNC-SUMMARY
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
       H999-END. EXIT.
