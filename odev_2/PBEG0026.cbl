       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PBEG0026.
       AUTHOR.        EMIRCAN KAYMAZ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN AUDTFILE
                             STATUS AUDT-ST.
           SELECT AUDIT-WORK ASSIGN AUDWORK
                             STATUS WORK-ST.
           SELECT AUDIT-HISTORY ASSIGN AUDHIST
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY AUH-KEY
                             ALTERNATE RECORD KEY AUH-RUN-DATE
                                 WITH DUPLICATES
                             ALTERNATE RECORD KEY AUH-BATCH-SEQ
                                 WITH DUPLICATES
                             STATUS AUDH-ST.
           SELECT AUDIT-CONTROL ASSIGN AUDCTL
                             STATUS ACTL-ST.
           SELECT PARM-FILE  ASSIGN ROLLPARM
                             STATUS PARM-ST.
           SELECT ROLL-REPORT ASSIGN ROLLRPT
                             STATUS ROLL-ST.
       DATA DIVISION.

       FILE SECTION.
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUDIT-REC.
           05  AUD-RUN-DATE        PIC 9(08).
           05  AUD-RUN-TIME        PIC X(06).
           05  AUD-BATCH-SEQ       PIC 9(04).
           05  AUD-TRAN-CODE       PIC X(01).
           05  AUD-INX             PIC X(04).
           05  AUD-BEFORE-IMAGE    PIC X(62).
           05  AUD-AFTER-IMAGE     PIC X(62).
           05  AUD-SRC-BRANCH      PIC X(03).
           05  AUD-SRC-BATCH       PIC 9(05).
           05  AUD-MAKER-ID        PIC X(08).
           05  AUD-CHECKER-ID      PIC X(08).

       FD  AUDIT-WORK RECORDING MODE F.
       01  WORK-REC                PIC X(171).

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

       FD  AUDIT-CONTROL RECORDING MODE F.
       01  ACTL-REC                PIC X(3880).

       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-PERIOD-END     PIC X(08).
           05  PARM-RETAIN-MONTHS  PIC X(03).

       FD  ROLL-REPORT RECORDING MODE F.
       01  ROLL-LINE.
           05  RLL-FROM            PIC 9(08).
           05  FILLER              PIC X(02).
           05  RLL-TO              PIC 9(08).
           05  FILLER              PIC X(02).
           05  RLL-RECORDS         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  RLL-ROLLED          PIC 9(08).
           05  FILLER              PIC X(02).
           05  RLL-STATUS          PIC X(20).
           05  FILLER              PIC X(17).

       01  ROLL-SUMMARY REDEFINES ROLL-LINE.
           05  RLS-LABEL           PIC X(30).
           05  RLS-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(39).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 AUDT-ST        PIC 9(02).
              88 AUDT-EOF             VALUE 10.
              88 AUDT-SUCCESS         VALUE 00 97.
           05 WORK-ST        PIC 9(02).
              88 WORK-EOF             VALUE 10.
              88 WORK-SUCCESS         VALUE 00 97.
           05 AUDH-ST        PIC 9(02).
              88 AUDH-SUCCESS         VALUE 00 02 97.
              88 AUDH-DUPLICATE       VALUE 22.
              88 AUDH-NOT-PRESENT     VALUE 35.
           05 ACTL-ST        PIC 9(02).
              88 ACTL-EOF             VALUE 10.
              88 ACTL-SUCCESS         VALUE 00 97.
           05 PARM-ST        PIC 9(02).
              88 PARM-EOF             VALUE 10.
              88 PARM-SUCCESS         VALUE 00 97.
           05 ROLL-ST        PIC 9(02).
              88 ROLL-SUCCESS         VALUE 00 97.

       01  WS-ERROR-AREA.
           05 WS-ERR-FILE           PIC X(08) VALUE SPACES.
           05 WS-ERR-STATUS         PIC 9(02) VALUE ZERO.

       01  WS-AUDCTL-REC.
           05 WS-AC-LAST-BATCH-SEQ  PIC 9(04).
           05 WS-AC-LAST-PGM        PIC X(08).
           05 WS-AC-LAST-DATE       PIC 9(08).
           05 WS-AC-LAST-TIME       PIC X(06).
           05 WS-AC-PERIOD-START    PIC 9(08).
           05 WS-AC-RETAIN-MONTHS   PIC 9(03).
           05 WS-AC-PERIODS         PIC 9(03).
           05 WS-AC-PERIOD OCCURS 120 TIMES.
              10 WS-AC-PER-FROM     PIC 9(08).
              10 WS-AC-PER-TO       PIC 9(08).
              10 WS-AC-PER-RECORDS  PIC 9(07).
              10 WS-AC-PER-ROLLED   PIC 9(08).
              10 WS-AC-PER-STATUS   PIC X(01).
                 88 WS-AC-PER-ONLINE    VALUE "O".
                 88 WS-AC-PER-OFFLINE   VALUE "F".

       01  WS-ROLLOVER-CONTROL.
           05 WS-RUN-DATE           PIC 9(08) VALUE ZERO.
           05 WS-TIME-NOW           PIC X(08) VALUE SPACES.
           05 WS-PERIOD-END         PIC 9(08) VALUE ZERO.
           05 WS-PERIOD-FROM        PIC 9(08) VALUE ZERO.
           05 WS-RETAIN-MONTHS      PIC 9(03) VALUE 84.
           05 WS-TEST-RESULT        PIC 9(02) VALUE ZERO.
           05 WS-DAY-INT            PIC 9(07) VALUE ZERO.
           05 WS-MAX-BATCH          PIC 9(04) VALUE ZERO.
           05 WS-EARLIEST-DATE      PIC 9(08) VALUE ZERO.
           05 WS-ENTRY-SEQ          PIC 9(07) VALUE ZERO.
           05 WS-PER-SUB            PIC 9(03) VALUE ZERO.
           05 WS-ACTL-SW            PIC X(01) VALUE "N".
              88 WS-ACTL-PRESENT        VALUE "Y".

       01  WS-RETENTION-CONTROL.
           05 WS-RUN-PARTS.
              10 WS-RUN-YEAR        PIC 9(04).
              10 WS-RUN-MONTH       PIC 9(02).
              10 WS-RUN-DAY         PIC 9(02).
           05 WS-CUTOFF-DATE        PIC 9(08) VALUE ZERO.
           05 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
              10 WS-CUTOFF-YEAR     PIC 9(04).
              10 WS-CUTOFF-MONTH    PIC 9(02).
              10 WS-CUTOFF-DAY      PIC 9(02).
           05 WS-MONTH-NUMBER       PIC 9(06) VALUE ZERO.

       01  WS-ROLLOVER-TOTALS.
           05 WS-AUDITS-READ        PIC 9(07) VALUE ZERO.
           05 WS-AUDITS-ROLLED      PIC 9(07) VALUE ZERO.
           05 WS-ALREADY-ON-HIST    PIC 9(07) VALUE ZERO.
           05 WS-CARRIED-FORWARD    PIC 9(07) VALUE ZERO.
           05 WS-OLD-LAYOUT-KEPT    PIC 9(07) VALUE ZERO.
           05 WS-PERIODS-OFFLINE    PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-READ-AUDIT-CONTROL.
           PERFORM H140-READ-CONTROL-CARD.
           PERFORM H150-COMPUTE-RETENTION-CUTOFF.
           PERFORM H160-OPEN-HISTORY.
           PERFORM H200-ROLL-ONE-AUDIT UNTIL AUDT-EOF.
           PERFORM H230-REWRITE-CURRENT-PERIOD.
           PERFORM H250-CLOSE-PERIOD.
           PERFORM H270-WRITE-AUDIT-CONTROL.
           PERFORM H280-WRITE-ROLLOVER-REPORT.
           PERFORM H999-PROGRAM-EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-RUN-DATE TO WS-RUN-PARTS.
           OPEN OUTPUT ROLL-REPORT.
           IF NOT ROLL-SUCCESS
               MOVE "ROLLRPT " TO WS-ERR-FILE
               MOVE ROLL-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H100-END. EXIT.

       H950-FILE-ERROR.
           DISPLAY "FILE ERROR - " WS-ERR-FILE
                   " STATUS " WS-ERR-STATUS " - RUN HALTED".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       H950-END. EXIT.

       H955-PARM-ERROR.
           DISPLAY "ROLLPARM INVALID - PERIOD END " PARM-PERIOD-END
                   " RETENTION " PARM-RETAIN-MONTHS " - RUN HALTED".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       H955-END. EXIT.

       H110-READ-AUDIT-CONTROL.
           INITIALIZE WS-AUDCTL-REC
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
                   MOVE WS-AC-RETAIN-MONTHS TO WS-RETAIN-MONTHS
               ELSE
                   INITIALIZE WS-AUDCTL-REC
               END-IF
               CLOSE AUDIT-CONTROL
           END-IF
           IF NOT WS-ACTL-PRESENT
               DISPLAY "WARNING - AUDCTL NOT PRESENT, "
                       "NEW AUDIT CONTROL RECORD CREATED"
           END-IF.
       H110-END. EXIT.

       H140-READ-CONTROL-CARD.
           MOVE WS-RUN-DATE TO WS-PERIOD-END
           OPEN INPUT PARM-FILE
           IF PARM-SUCCESS
               READ PARM-FILE
               IF PARM-SUCCESS
                   PERFORM H145-EDIT-CONTROL-CARD
               END-IF
               CLOSE PARM-FILE
           ELSE
               DISPLAY "WARNING - ROLLPARM NOT PRESENT, "
                       "PERIOD CLOSED AT RUN DATE"
           END-IF
           IF WS-RETAIN-MONTHS = ZERO
               MOVE 84 TO WS-RETAIN-MONTHS
           END-IF
           IF WS-PERIOD-END < WS-AC-PERIOD-START
               DISPLAY "PERIOD ENDING " WS-PERIOD-END
                       " ALREADY CLOSED - OPEN PERIOD STARTS "
                       WS-AC-PERIOD-START " - RUN HALTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       H140-END. EXIT.

       H145-EDIT-CONTROL-CARD.
           IF PARM-PERIOD-END NOT = SPACES
                  AND PARM-PERIOD-END NOT = ZERO
               IF PARM-PERIOD-END IS NOT NUMERIC
                   PERFORM H955-PARM-ERROR
               END-IF
               MOVE PARM-PERIOD-END TO WS-PERIOD-END
               COMPUTE WS-TEST-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-END)
               IF WS-TEST-RESULT NOT = 0
                      OR WS-PERIOD-END > WS-RUN-DATE
                   PERFORM H955-PARM-ERROR
               END-IF
           END-IF
           IF PARM-RETAIN-MONTHS NOT = SPACES
               IF PARM-RETAIN-MONTHS IS NOT NUMERIC
                   PERFORM H955-PARM-ERROR
               END-IF
               MOVE PARM-RETAIN-MONTHS TO WS-RETAIN-MONTHS
               IF WS-RETAIN-MONTHS = ZERO
                   PERFORM H955-PARM-ERROR
               END-IF
           END-IF.
       H145-END. EXIT.

       H150-COMPUTE-RETENTION-CUTOFF.
           COMPUTE WS-MONTH-NUMBER = WS-RUN-YEAR * 12
                                   + WS-RUN-MONTH - 1
                                   - WS-RETAIN-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12
                  GIVING WS-CUTOFF-YEAR
                  REMAINDER WS-CUTOFF-MONTH
           ADD 1 TO WS-CUTOFF-MONTH
           MOVE WS-RUN-DAY TO WS-CUTOFF-DAY
           COMPUTE WS-TEST-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD(WS-CUTOFF-DATE)
           PERFORM H151-BACK-ONE-DAY UNTIL WS-TEST-RESULT = 0.
       H150-END. EXIT.

       H151-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-CUTOFF-DAY
           COMPUTE WS-TEST-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD(WS-CUTOFF-DATE).
       H151-END. EXIT.

       H160-OPEN-HISTORY.
           OPEN I-O AUDIT-HISTORY
           IF AUDH-NOT-PRESENT
               DISPLAY "WARNING - AUDHIST NOT PRESENT, "
                       "NEW AUDIT HISTORY CREATED"
               OPEN OUTPUT AUDIT-HISTORY
           END-IF
           IF NOT AUDH-SUCCESS
               MOVE "AUDHIST " TO WS-ERR-FILE
               MOVE AUDH-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           OPEN INPUT AUDIT-FILE.
           IF NOT AUDT-SUCCESS
               MOVE "AUDTFILE" TO WS-ERR-FILE
               MOVE AUDT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           OPEN OUTPUT AUDIT-WORK.
           IF NOT WORK-SUCCESS
               MOVE "AUDWORK " TO WS-ERR-FILE
               MOVE WORK-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           READ AUDIT-FILE.
           IF NOT AUDT-SUCCESS AND NOT AUDT-EOF
               MOVE "AUDTFILE" TO WS-ERR-FILE
               MOVE AUDT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H160-END. EXIT.

       H200-ROLL-ONE-AUDIT.
           ADD 1 TO WS-AUDITS-READ
           ADD 1 TO WS-ENTRY-SEQ
           IF AUD-BATCH-SEQ IS NOT NUMERIC
                  OR AUD-RUN-DATE IS NOT NUMERIC
               ADD 1 TO WS-OLD-LAYOUT-KEPT
               PERFORM H220-CARRY-FORWARD
           ELSE
               IF AUD-BATCH-SEQ > WS-MAX-BATCH
                   MOVE AUD-BATCH-SEQ TO WS-MAX-BATCH
               END-IF
               IF AUD-RUN-DATE > WS-PERIOD-END
                   ADD 1 TO WS-CARRIED-FORWARD
                   PERFORM H220-CARRY-FORWARD
               ELSE
                   PERFORM H210-WRITE-HISTORY
               END-IF
           END-IF
           READ AUDIT-FILE.
           IF NOT AUDT-SUCCESS AND NOT AUDT-EOF
               MOVE "AUDTFILE" TO WS-ERR-FILE
               MOVE AUDT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H200-END. EXIT.

       H210-WRITE-HISTORY.
           INITIALIZE AUDIT-HIST-REC
           MOVE AUD-INX           TO AUH-INX
           MOVE AUD-RUN-DATE      TO AUH-RUN-DATE
           MOVE AUD-RUN-TIME      TO AUH-RUN-TIME
           MOVE WS-ENTRY-SEQ      TO AUH-ENTRY-SEQ
           MOVE AUD-BATCH-SEQ     TO AUH-BATCH-SEQ
           MOVE AUD-TRAN-CODE     TO AUH-TRAN-CODE
           MOVE AUD-BEFORE-IMAGE  TO AUH-BEFORE-IMAGE
           MOVE AUD-AFTER-IMAGE   TO AUH-AFTER-IMAGE
           MOVE AUD-SRC-BRANCH    TO AUH-SRC-BRANCH
           MOVE AUD-SRC-BATCH     TO AUH-SRC-BATCH
           MOVE AUD-MAKER-ID      TO AUH-MAKER-ID
           MOVE AUD-CHECKER-ID    TO AUH-CHECKER-ID
           MOVE WS-PERIOD-END     TO AUH-PERIOD-END
           WRITE AUDIT-HIST-REC
               INVALID KEY
                   ADD 1 TO WS-ALREADY-ON-HIST
               NOT INVALID KEY
                   ADD 1 TO WS-AUDITS-ROLLED
                   IF WS-EARLIEST-DATE = ZERO
                          OR AUD-RUN-DATE < WS-EARLIEST-DATE
                       MOVE AUD-RUN-DATE TO WS-EARLIEST-DATE
                   END-IF
           END-WRITE
           IF NOT AUDH-SUCCESS AND NOT AUDH-DUPLICATE
               MOVE "AUDHIST " TO WS-ERR-FILE
               MOVE AUDH-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H210-END. EXIT.

       H220-CARRY-FORWARD.
           WRITE WORK-REC FROM AUDIT-REC
           IF NOT WORK-SUCCESS
               MOVE "AUDWORK " TO WS-ERR-FILE
               MOVE WORK-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H220-END. EXIT.

       H230-REWRITE-CURRENT-PERIOD.
           CLOSE AUDIT-FILE
                 AUDIT-WORK
                 AUDIT-HISTORY
           OPEN INPUT AUDIT-WORK
           IF NOT WORK-SUCCESS
               MOVE "AUDWORK " TO WS-ERR-FILE
               MOVE WORK-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           OPEN OUTPUT AUDIT-FILE
           IF NOT AUDT-SUCCESS
               MOVE "AUDTFILE" TO WS-ERR-FILE
               MOVE AUDT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           READ AUDIT-WORK
           PERFORM H231-COPY-ONE-CARRIED UNTIL WORK-EOF
           CLOSE AUDIT-WORK
                 AUDIT-FILE.
       H230-END. EXIT.

       H231-COPY-ONE-CARRIED.
           WRITE AUDIT-REC FROM WORK-REC
           IF NOT AUDT-SUCCESS
               MOVE "AUDTFILE" TO WS-ERR-FILE
               MOVE AUDT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           READ AUDIT-WORK.
       H231-END. EXIT.

       H250-CLOSE-PERIOD.
           IF WS-AC-PERIOD-START NOT = ZERO
               MOVE WS-AC-PERIOD-START TO WS-PERIOD-FROM
           ELSE
               IF WS-EARLIEST-DATE NOT = ZERO
                   MOVE WS-EARLIEST-DATE TO WS-PERIOD-FROM
               ELSE
                   MOVE WS-PERIOD-END    TO WS-PERIOD-FROM
               END-IF
           END-IF
           IF WS-AC-PERIODS >= 120
               DISPLAY "WARNING - PERIOD CATALOG FULL, OLDEST PERIOD "
                       WS-AC-PER-FROM (1) "-" WS-AC-PER-TO (1)
                       " DROPPED FROM CATALOG"
               MOVE ZERO TO WS-PER-SUB
               PERFORM H251-SHIFT-ONE-PERIOD
                       UNTIL WS-PER-SUB >= 119
               MOVE 119 TO WS-AC-PERIODS
           END-IF
           ADD 1 TO WS-AC-PERIODS
           MOVE WS-PERIOD-FROM   TO WS-AC-PER-FROM (WS-AC-PERIODS)
           MOVE WS-PERIOD-END    TO WS-AC-PER-TO (WS-AC-PERIODS)
           MOVE WS-AUDITS-ROLLED TO WS-AC-PER-RECORDS (WS-AC-PERIODS)
           MOVE WS-RUN-DATE      TO WS-AC-PER-ROLLED (WS-AC-PERIODS)
           COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-END) + 1
           COMPUTE WS-AC-PERIOD-START =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           IF WS-MAX-BATCH > WS-AC-LAST-BATCH-SEQ
               MOVE WS-MAX-BATCH TO WS-AC-LAST-BATCH-SEQ
           END-IF
           MOVE WS-RETAIN-MONTHS TO WS-AC-RETAIN-MONTHS
           MOVE ZERO TO WS-PER-SUB
           PERFORM H255-SET-PERIOD-RETENTION
                   UNTIL WS-PER-SUB >= WS-AC-PERIODS.
       H250-END. EXIT.

       H251-SHIFT-ONE-PERIOD.
           ADD 1 TO WS-PER-SUB
           MOVE WS-AC-PERIOD (WS-PER-SUB + 1)
                TO WS-AC-PERIOD (WS-PER-SUB).
       H251-END. EXIT.

       H255-SET-PERIOD-RETENTION.
           ADD 1 TO WS-PER-SUB
           IF WS-AC-PER-TO (WS-PER-SUB) < WS-CUTOFF-DATE
               SET WS-AC-PER-OFFLINE (WS-PER-SUB) TO TRUE
               ADD 1 TO WS-PERIODS-OFFLINE
           ELSE
               SET WS-AC-PER-ONLINE (WS-PER-SUB) TO TRUE
           END-IF.
       H255-END. EXIT.

       H270-WRITE-AUDIT-CONTROL.
           MOVE "PBEG0026"       TO WS-AC-LAST-PGM
           MOVE WS-RUN-DATE      TO WS-AC-LAST-DATE
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
           CLOSE AUDIT-CONTROL.
       H270-END. EXIT.

       H280-WRITE-ROLLOVER-REPORT.
           MOVE SPACES TO ROLL-LINE
           STRING "AUDIT PERIOD ROLLOVER  DATE: " WS-RUN-DATE
                  "  PERIOD: " WS-PERIOD-FROM " - " WS-PERIOD-END
               DELIMITED BY SIZE INTO ROLL-LINE
           END-STRING
           PERFORM H900-WRITE-ROLL-LINE
           STRING "RETENTION " WS-RETAIN-MONTHS
                  " MONTHS - PERIODS ENDING BEFORE " WS-CUTOFF-DATE
                  " MAY GO OFFLINE"
               DELIMITED BY SIZE INTO ROLL-LINE
           END-STRING
           PERFORM H900-WRITE-ROLL-LINE
           PERFORM H900-WRITE-ROLL-LINE
           INITIALIZE ROLL-SUMMARY
           MOVE "AUDIT RECORDS READ"          TO RLS-LABEL
           MOVE WS-AUDITS-READ                TO RLS-COUNT
           PERFORM H900-WRITE-ROLL-LINE
           INITIALIZE ROLL-SUMMARY
           MOVE "ROLLED TO AUDIT HISTORY"     TO RLS-LABEL
           MOVE WS-AUDITS-ROLLED              TO RLS-COUNT
           PERFORM H900-WRITE-ROLL-LINE
           INITIALIZE ROLL-SUMMARY
           MOVE "ALREADY ON AUDIT HISTORY"    TO RLS-LABEL
           MOVE WS-ALREADY-ON-HIST            TO RLS-COUNT
           PERFORM H900-WRITE-ROLL-LINE
           INITIALIZE ROLL-SUMMARY
           MOVE "CARRIED TO NEXT PERIOD"      TO RLS-LABEL
           MOVE WS-CARRIED-FORWARD            TO RLS-COUNT
           PERFORM H900-WRITE-ROLL-LINE
           INITIALIZE ROLL-SUMMARY
           MOVE "OLD-LAYOUT AUDITS KEPT"      TO RLS-LABEL
           MOVE WS-OLD-LAYOUT-KEPT            TO RLS-COUNT
           PERFORM H900-WRITE-ROLL-LINE
           INITIALIZE ROLL-SUMMARY
           MOVE "LAST AUDIT BATCH SEQUENCE"   TO RLS-LABEL
           MOVE WS-AC-LAST-BATCH-SEQ          TO RLS-COUNT
           PERFORM H900-WRITE-ROLL-LINE
           PERFORM H900-WRITE-ROLL-LINE
           MOVE "CLOSED AUDIT PERIODS" TO ROLL-LINE
           PERFORM H900-WRITE-ROLL-LINE
           MOVE "FROM      TO                RECORDS  ROLLED    STATUS"
                TO ROLL-LINE
           PERFORM H900-WRITE-ROLL-LINE
           MOVE ZERO TO WS-PER-SUB
           PERFORM H285-WRITE-ONE-PERIOD
                   UNTIL WS-PER-SUB >= WS-AC-PERIODS
           PERFORM H900-WRITE-ROLL-LINE
           INITIALIZE ROLL-SUMMARY
           MOVE "PERIODS ON CATALOG"          TO RLS-LABEL
           MOVE WS-AC-PERIODS                 TO RLS-COUNT
           PERFORM H900-WRITE-ROLL-LINE
           INITIALIZE ROLL-SUMMARY
           MOVE "PERIODS ELIGIBLE FOR OFFLINE" TO RLS-LABEL
           MOVE WS-PERIODS-OFFLINE            TO RLS-COUNT
           PERFORM H900-WRITE-ROLL-LINE.
       H280-END. EXIT.

       H285-WRITE-ONE-PERIOD.
           ADD 1 TO WS-PER-SUB
           MOVE SPACES TO ROLL-LINE
           MOVE WS-AC-PER-FROM (WS-PER-SUB)    TO RLL-FROM
           MOVE WS-AC-PER-TO (WS-PER-SUB)      TO RLL-TO
           MOVE WS-AC-PER-RECORDS (WS-PER-SUB) TO RLL-RECORDS
           MOVE WS-AC-PER-ROLLED (WS-PER-SUB)  TO RLL-ROLLED
           IF WS-AC-PER-OFFLINE (WS-PER-SUB)
               MOVE "ELIGIBLE FOR OFFLINE" TO RLL-STATUS
           ELSE
               MOVE "ONLINE"               TO RLL-STATUS
           END-IF
           PERFORM H900-WRITE-ROLL-LINE.
       H285-END. EXIT.

       H900-WRITE-ROLL-LINE.
           WRITE ROLL-LINE
           IF NOT ROLL-SUCCESS
               MOVE "ROLLRPT " TO WS-ERR-FILE
               MOVE ROLL-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           MOVE SPACES TO ROLL-LINE.
       H900-END. EXIT.

       H290-DISPLAY-TOTALS.
           DISPLAY "AUDIT PERIOD CLOSED:  " WS-PERIOD-FROM
                   " - " WS-PERIOD-END.
           DISPLAY "AUDIT RECORDS READ:   " WS-AUDITS-READ.
           DISPLAY "ROLLED TO HISTORY:    " WS-AUDITS-ROLLED.
           DISPLAY "ALREADY ON HISTORY:   " WS-ALREADY-ON-HIST.
           DISPLAY "CARRIED FORWARD:      " WS-CARRIED-FORWARD.
           DISPLAY "OLD-LAYOUT KEPT:      " WS-OLD-LAYOUT-KEPT.
           DISPLAY "LAST BATCH SEQUENCE:  " WS-AC-LAST-BATCH-SEQ.
           DISPLAY "PERIODS FOR OFFLINE:  " WS-PERIODS-OFFLINE.
       H290-END. EXIT.

       H300-CLOSE-FILES.
           CLOSE ROLL-REPORT.
       H300-END. EXIT.

       H999-PROGRAM-EXIT.
           PERFORM H290-DISPLAY-TOTALS.
           PERFORM H300-CLOSE-FILES.
           IF WS-ALREADY-ON-HIST > ZERO OR WS-OLD-LAYOUT-KEPT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       H999-END. EXIT.
