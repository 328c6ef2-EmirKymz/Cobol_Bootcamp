       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PBEG0023.
       AUTHOR.        EMIRCAN KAYMAZ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC   ASSIGN ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY ACCT-INX
                             ALTERNATE RECORD KEY ACCT-SURNAMES
                                 WITH DUPLICATES
                             STATUS ACCT-ST.
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
           SELECT AUDIT-CONTROL ASSIGN AUDCTL
                             STATUS ACTL-ST.
           SELECT BRANCH-MASTER ASSIGN BRCHMST
                             STATUS BRCH-ST.
           SELECT PARM-FILE  ASSIGN DORMPARM
                             STATUS PARM-ST.
           SELECT DORM-REPORT ASSIGN DORMRPT
                             STATUS DORM-ST.
           SELECT SORT-WORK  ASSIGN SORTWK.
       DATA DIVISION.

       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           05  ACCT-INX            PIC X(04).
           05  ACCT-NAMES          PIC X(15).
           05  ACCT-SURNAMES       PIC X(15).
           05  ACCT-BDATE          PIC 9(08).
           05  ACCT-TODAY          PIC 9(08).
           05  ACCT-STATUS         PIC X(01).
               88 ACCT-ACTIVE          VALUE "A".
               88 ACCT-CLOSED          VALUE "C".
               88 ACCT-DORMANT         VALUE "D".
           05  ACCT-OPEN-DATE      PIC 9(08).
           05  ACCT-BRANCH         PIC X(03).

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

       FD  BRANCH-MASTER RECORDING MODE F.
       01  BRANCH-REC.
           05  BRCH-CODE           PIC X(03).
           05  BRCH-NAME           PIC X(20).
           05  BRCH-REGION         PIC X(10).
           05  BRCH-STATUS         PIC X(01).
               88 BRCH-OPEN            VALUE "O".
               88 BRCH-CLOSED          VALUE "C".

       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-MONTHS         PIC X(03).
           05  PARM-AS-OF-DATE     PIC X(08).

       FD  DORM-REPORT RECORDING MODE F.
       01  DORM-LINE.
           05  DRL-BRANCH          PIC X(03).
           05  FILLER              PIC X(01).
           05  DRL-INX             PIC X(04).
           05  FILLER              PIC X(01).
           05  DRL-NAMES           PIC X(15).
           05  FILLER              PIC X(01).
           05  DRL-SURNAMES        PIC X(15).
           05  FILLER              PIC X(01).
           05  DRL-OPEN-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  DRL-LAST-ACT        PIC X(08).
           05  FILLER              PIC X(01).
           05  DRL-NEW             PIC X(03).
           05  FILLER              PIC X(18).

       01  DORM-SUMMARY REDEFINES DORM-LINE.
           05  DRS-LABEL           PIC X(30).
           05  DRS-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(39).

       SD  SORT-WORK.
       01  SORT-DORMANT.
           05  SRT-BRANCH          PIC X(03).
           05  SRT-INX             PIC X(04).
           05  SRT-NAMES           PIC X(15).
           05  SRT-SURNAMES        PIC X(15).
           05  SRT-OPEN-DATE       PIC X(08).
           05  SRT-LAST-ACT        PIC 9(08).
           05  SRT-NEW-SW          PIC X(01).
               88 SRT-NEW-DORMANT      VALUE "Y".

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 ACCT-ST        PIC 9(02).
              88 ACCT-EOF             VALUE 10.
              88 ACCT-SUCCESS         VALUE 00 02 97.
           05 AUDT-ST        PIC 9(02).
              88 AUDT-EOF             VALUE 10.
              88 AUDT-SUCCESS         VALUE 00 97.
           05 AUDH-ST        PIC 9(02).
              88 AUDH-EOF             VALUE 10.
              88 AUDH-SUCCESS         VALUE 00 02 97.
           05 ACTL-ST        PIC 9(02).
              88 ACTL-EOF             VALUE 10.
              88 ACTL-SUCCESS         VALUE 00 97.
           05 BRCH-ST        PIC 9(02).
              88 BRCH-EOF             VALUE 10.
              88 BRCH-SUCCESS         VALUE 00 97.
           05 PARM-ST        PIC 9(02).
              88 PARM-EOF             VALUE 10.
              88 PARM-SUCCESS         VALUE 00 97.
           05 DORM-ST        PIC 9(02).
              88 DORM-SUCCESS         VALUE 00 97.
           05 WS-SORT-EOF-SW PIC X(01) VALUE "N".
              88 WS-SORT-EOF          VALUE "Y".

       01  WS-ERROR-AREA.
           05 WS-ERR-FILE           PIC X(08) VALUE SPACES.
           05 WS-ERR-STATUS         PIC 9(02) VALUE ZERO.

       01  WS-AUDIT-STAMP.
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

       01  WS-IMAGE-AREA.
           05 WS-BEFORE-IMAGE       PIC X(62) VALUE SPACES.
           05 WS-AFTER-IMAGE        PIC X(62) VALUE SPACES.

       01  WS-DORMANCY-CONTROL.
           05 WS-DORM-MONTHS        PIC 9(03) VALUE ZERO.
           05 WS-AS-OF-DATE         PIC 9(08) VALUE ZERO.
           05 WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
              10 WS-AS-OF-YEAR      PIC 9(04).
              10 WS-AS-OF-MONTH     PIC 9(02).
              10 WS-AS-OF-DAY       PIC 9(02).
           05 WS-CUTOFF-DATE        PIC 9(08) VALUE ZERO.
           05 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
              10 WS-CUTOFF-YEAR     PIC 9(04).
              10 WS-CUTOFF-MONTH    PIC 9(02).
              10 WS-CUTOFF-DAY      PIC 9(02).
           05 WS-MONTH-NUMBER       PIC 9(06) VALUE ZERO.
           05 WS-TEST-RESULT        PIC 9(02) VALUE ZERO.
           05 WS-LAST-ACTIVITY      PIC 9(08) VALUE ZERO.
           05 WS-NEW-DORMANT-SW     PIC X(01) VALUE "N".
           05 WS-AUDH-OPEN-SW       PIC X(01) VALUE "N".
              88 WS-AUDH-OPEN           VALUE "Y".
           05 WS-AUDH-END-SW        PIC X(01) VALUE "N".
              88 WS-AUDH-END            VALUE "Y".

       01  WS-ACTIVITY-TABLE.
           05 WS-ACT-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-ACT-FULL-SW        PIC X(01) VALUE "N".
              88 WS-ACT-FULL            VALUE "Y".
           05 WS-ACT-ENTRY OCCURS 10000 TIMES.
              10 WS-ACT-INX         PIC X(04).
              10 WS-ACT-LAST-DATE   PIC 9(08).

       01  WS-ACTIVITY-LOOKUP.
           05 WS-ACT-SUB            PIC 9(05) VALUE ZERO.
           05 WS-ACT-SEARCH         PIC X(04) VALUE SPACES.
           05 WS-ACT-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-ACT-FOUND           VALUE "Y".

       01  WS-BRANCH-NAME-TABLE.
           05 WS-BRN-LOADED-SW      PIC X(01) VALUE "N".
              88 WS-BRN-LOADED          VALUE "Y".
           05 WS-BRN-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-BRN-ENTRY OCCURS 500 TIMES.
              10 WS-BRN-CODE        PIC X(03).
              10 WS-BRN-NAME        PIC X(20).

       01  WS-BRANCH-NAME-LOOKUP.
           05 WS-BRN-SUB            PIC 9(03) VALUE ZERO.
           05 WS-BRN-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-BRN-FOUND           VALUE "Y".
           05 WS-BRN-SEARCH         PIC X(03) VALUE SPACES.
           05 WS-BRN-RESULT         PIC X(20) VALUE SPACES.

       01  WS-BRANCH-BREAK.
           05 WS-CURR-BRANCH        PIC X(03) VALUE SPACES.
           05 WS-BR-DORMANT         PIC 9(07) VALUE ZERO.
           05 WS-BR-NEW             PIC 9(07) VALUE ZERO.

       01  WS-DORMANCY-TOTALS.
           05 WS-ACCOUNTS-READ      PIC 9(07) VALUE ZERO.
           05 WS-ACTIVE-CHECKED     PIC 9(07) VALUE ZERO.
           05 WS-NEWLY-DORMANT      PIC 9(07) VALUE ZERO.
           05 WS-ALREADY-DORMANT    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-DORMANT      PIC 9(07) VALUE ZERO.
           05 WS-NOT-CHECKED        PIC 9(07) VALUE ZERO.
           05 WS-AUDITS-READ        PIC 9(07) VALUE ZERO.
           05 WS-HISTORY-READ       PIC 9(07) VALUE ZERO.
           05 WS-BRANCHES-LISTED    PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H140-READ-CONTROL-CARD.
           PERFORM H150-COMPUTE-CUTOFF.
           PERFORM H175-LOAD-BRANCH-NAMES.
           PERFORM H130-OPEN-AUDIT.
           PERFORM H190-OPEN-MASTER.
           SORT SORT-WORK ON ASCENDING KEY SRT-BRANCH
                                           SRT-INX
               INPUT PROCEDURE H180-SORT-INPUT THRU H180-END
               OUTPUT PROCEDURE H240-SORT-OUTPUT THRU H240-END
           PERFORM H999-PROGRAM-EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT DORM-REPORT.
           IF NOT DORM-SUCCESS
               MOVE "DORMRPT " TO WS-ERR-FILE
               MOVE DORM-ST    TO WS-ERR-STATUS
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
           DISPLAY "DORMPARM CARD INVALID - " PARM-REC
                   " - RUN HALTED".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       H955-END. EXIT.

       H140-READ-CONTROL-CARD.
           OPEN INPUT PARM-FILE
           IF NOT PARM-SUCCESS
               MOVE "DORMPARM" TO WS-ERR-FILE
               MOVE PARM-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           READ PARM-FILE
           IF PARM-EOF
               MOVE SPACES TO PARM-REC
               PERFORM H955-PARM-ERROR
           END-IF
           CLOSE PARM-FILE
           IF PARM-MONTHS IS NOT NUMERIC
               PERFORM H955-PARM-ERROR
           END-IF
           MOVE PARM-MONTHS TO WS-DORM-MONTHS
           IF WS-DORM-MONTHS = ZERO
               PERFORM H955-PARM-ERROR
           END-IF
           IF PARM-AS-OF-DATE = SPACES OR PARM-AS-OF-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           ELSE
               IF PARM-AS-OF-DATE IS NOT NUMERIC
                   PERFORM H955-PARM-ERROR
               END-IF
               MOVE PARM-AS-OF-DATE TO WS-AS-OF-DATE
               COMPUTE WS-TEST-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-DATE)
               IF WS-TEST-RESULT NOT = 0
                   PERFORM H955-PARM-ERROR
               END-IF
           END-IF.
       H140-END. EXIT.

       H150-COMPUTE-CUTOFF.
           COMPUTE WS-MONTH-NUMBER = WS-AS-OF-YEAR * 12
                                   + WS-AS-OF-MONTH - 1
                                   - WS-DORM-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12
                  GIVING WS-CUTOFF-YEAR
                  REMAINDER WS-CUTOFF-MONTH
           ADD 1 TO WS-CUTOFF-MONTH
           MOVE WS-AS-OF-DAY TO WS-CUTOFF-DAY
           COMPUTE WS-TEST-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD(WS-CUTOFF-DATE)
           PERFORM H151-BACK-ONE-DAY UNTIL WS-TEST-RESULT = 0.
       H150-END. EXIT.

       H151-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-CUTOFF-DAY
           COMPUTE WS-TEST-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD(WS-CUTOFF-DATE).
       H151-END. EXIT.

       H175-LOAD-BRANCH-NAMES.
           OPEN INPUT BRANCH-MASTER
           IF BRCH-SUCCESS
               SET WS-BRN-LOADED TO TRUE
               READ BRANCH-MASTER
               PERFORM H176-LOAD-ONE-BRANCH-NAME UNTIL BRCH-EOF
               CLOSE BRANCH-MASTER
           ELSE
               DISPLAY "WARNING - BRCHMST NOT PRESENT, "
                       "BRANCH CODES PRINTED RAW ON REGISTER"
           END-IF.
       H175-END. EXIT.

       H176-LOAD-ONE-BRANCH-NAME.
           IF WS-BRN-COUNT < 500
               ADD 1 TO WS-BRN-COUNT
               MOVE BRCH-CODE TO WS-BRN-CODE (WS-BRN-COUNT)
               MOVE BRCH-NAME TO WS-BRN-NAME (WS-BRN-COUNT)
           ELSE
               DISPLAY "WARNING - BRANCH NAME TABLE FULL, "
                       "ENTRY DROPPED FOR " BRCH-CODE
           END-IF
           READ BRANCH-MASTER.
       H176-END. EXIT.

       H177-FIND-BRANCH-NAME.
           MOVE "N"  TO WS-BRN-FOUND-SW
           MOVE ZERO TO WS-BRN-SUB
           MOVE SPACES TO WS-BRN-RESULT
           PERFORM H178-SCAN-ONE-BRANCH-NAME
                   UNTIL WS-BRN-FOUND
                      OR WS-BRN-SUB >= WS-BRN-COUNT
           IF NOT WS-BRN-FOUND
               MOVE WS-BRN-SEARCH TO WS-BRN-RESULT
           END-IF.
       H177-END. EXIT.

       H178-SCAN-ONE-BRANCH-NAME.
           ADD 1 TO WS-BRN-SUB
           IF WS-BRN-CODE (WS-BRN-SUB) = WS-BRN-SEARCH
               SET WS-BRN-FOUND TO TRUE
               MOVE WS-BRN-NAME (WS-BRN-SUB) TO WS-BRN-RESULT
           END-IF.
       H178-END. EXIT.

       H130-OPEN-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF AUDT-SUCCESS
               READ AUDIT-FILE
               PERFORM H131-SCAN-ONE-AUDIT UNTIL AUDT-EOF
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "WARNING - AUDTFILE NOT PRESENT, "
                       "LAST ACTIVITY TAKEN FROM OPEN DATE"
           END-IF
           PERFORM H133-TAKE-AUDIT-BATCH-SEQ
           OPEN EXTEND AUDIT-FILE
           IF NOT AUDT-SUCCESS
               OPEN OUTPUT AUDIT-FILE
               IF NOT AUDT-SUCCESS
                   MOVE "AUDTFILE" TO WS-ERR-FILE
                   MOVE AUDT-ST    TO WS-ERR-STATUS
                   PERFORM H950-FILE-ERROR
               END-IF
           END-IF.
       H130-END. EXIT.

       H131-SCAN-ONE-AUDIT.
           ADD 1 TO WS-AUDITS-READ
           IF AUD-BATCH-SEQ IS NUMERIC
               COMPUTE WS-BATCH-SEQ = AUD-BATCH-SEQ + 1
           END-IF
           IF AUD-RUN-DATE IS NUMERIC AND AUD-INX NOT = SPACES
               PERFORM H132-POST-ACTIVITY
           END-IF
           READ AUDIT-FILE.
       H131-END. EXIT.

       H132-POST-ACTIVITY.
           MOVE AUD-INX TO WS-ACT-SEARCH
           PERFORM H135-FIND-ACTIVITY
           IF WS-ACT-FOUND
               IF AUD-RUN-DATE > WS-ACT-LAST-DATE (WS-ACT-SUB)
                   MOVE AUD-RUN-DATE TO WS-ACT-LAST-DATE (WS-ACT-SUB)
               END-IF
           ELSE
               IF WS-ACT-COUNT < 10000
                   ADD 1 TO WS-ACT-COUNT
                   MOVE AUD-INX      TO WS-ACT-INX (WS-ACT-COUNT)
                   MOVE AUD-RUN-DATE TO WS-ACT-LAST-DATE (WS-ACT-COUNT)
               ELSE
                   IF NOT WS-ACT-FULL
                       DISPLAY "WARNING - ACTIVITY TABLE FULL, "
                               "UNLISTED ACCOUNTS NOT CHECKED"
                       SET WS-ACT-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.
       H132-END. EXIT.

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
               MOVE "PBEG0023"       TO WS-AC-LAST-PGM
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

       H135-FIND-ACTIVITY.
           MOVE "N"  TO WS-ACT-FOUND-SW
           MOVE ZERO TO WS-ACT-SUB
           PERFORM H136-SCAN-ONE-ACTIVITY
                   UNTIL WS-ACT-FOUND
                      OR WS-ACT-SUB >= WS-ACT-COUNT.
       H135-END. EXIT.

       H136-SCAN-ONE-ACTIVITY.
           ADD 1 TO WS-ACT-SUB
           IF WS-ACT-INX (WS-ACT-SUB) = WS-ACT-SEARCH
               SET WS-ACT-FOUND TO TRUE
           END-IF.
       H136-END. EXIT.

       H190-OPEN-MASTER.
           OPEN I-O ACCT-REC.
           IF NOT ACCT-SUCCESS
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           OPEN INPUT AUDIT-HISTORY
           IF AUDH-SUCCESS
               SET WS-AUDH-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING - AUDHIST NOT PRESENT, "
                       "CURRENT AUDIT PERIOD ONLY"
           END-IF
           READ ACCT-REC NEXT RECORD.
           IF NOT ACCT-SUCCESS AND NOT ACCT-EOF
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H190-END. EXIT.

       H180-SORT-INPUT.
           PERFORM H200-CHECK-ONE-ACCOUNT UNTIL ACCT-EOF.
       H180-END. EXIT.

       H200-CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           IF ACCT-ACTIVE
               ADD 1 TO WS-ACTIVE-CHECKED
               PERFORM H205-FIND-LAST-ACTIVITY
               IF NOT WS-ACT-FOUND AND WS-ACT-FULL
                   ADD 1 TO WS-NOT-CHECKED
                   DISPLAY "ACCOUNT " ACCT-INX
                           " NOT CHECKED - NO ACTIVITY ENTRY"
               ELSE
                   IF WS-LAST-ACTIVITY < WS-CUTOFF-DATE
                       PERFORM H210-MARK-DORMANT
                   END-IF
               END-IF
           ELSE
               IF ACCT-DORMANT
                   PERFORM H205-FIND-LAST-ACTIVITY
                   ADD 1 TO WS-ALREADY-DORMANT
                   MOVE "N" TO WS-NEW-DORMANT-SW
                   PERFORM H220-RELEASE-DORMANT
               END-IF
           END-IF
           READ ACCT-REC NEXT RECORD.
           IF NOT ACCT-SUCCESS AND NOT ACCT-EOF
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H200-END. EXIT.

       H205-FIND-LAST-ACTIVITY.
           MOVE ZERO TO WS-LAST-ACTIVITY
           IF ACCT-OPEN-DATE IS NUMERIC
               MOVE ACCT-OPEN-DATE TO WS-LAST-ACTIVITY
           END-IF
           IF WS-AUDH-OPEN
               PERFORM H206-FIND-HISTORY-ACTIVITY
           END-IF
           MOVE ACCT-INX TO WS-ACT-SEARCH
           PERFORM H135-FIND-ACTIVITY
           IF WS-ACT-FOUND
               IF WS-ACT-LAST-DATE (WS-ACT-SUB) > WS-LAST-ACTIVITY
                   MOVE WS-ACT-LAST-DATE (WS-ACT-SUB)
                        TO WS-LAST-ACTIVITY
               END-IF
           END-IF.
       H205-END. EXIT.

       H206-FIND-HISTORY-ACTIVITY.
           MOVE LOW-VALUES TO AUH-KEY
           MOVE ACCT-INX   TO AUH-INX
           MOVE "N" TO WS-AUDH-END-SW
           START AUDIT-HISTORY KEY NOT < AUH-KEY
               INVALID KEY
                   SET WS-AUDH-END TO TRUE
           END-START
           PERFORM H207-READ-ONE-HISTORY UNTIL WS-AUDH-END.
       H206-END. EXIT.

       H207-READ-ONE-HISTORY.
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
               IF AUH-INX NOT = ACCT-INX
                   SET WS-AUDH-END TO TRUE
               ELSE
                   ADD 1 TO WS-HISTORY-READ
                   IF AUH-RUN-DATE > WS-LAST-ACTIVITY
                       MOVE AUH-RUN-DATE TO WS-LAST-ACTIVITY
                   END-IF
               END-IF
           END-IF.
       H207-END. EXIT.

       H210-MARK-DORMANT.
           MOVE ACCT-FIELDS TO WS-BEFORE-IMAGE
           SET ACCT-DORMANT TO TRUE
           MOVE ACCT-FIELDS TO WS-AFTER-IMAGE
           REWRITE ACCT-FIELDS
           IF NOT ACCT-SUCCESS
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           ADD 1 TO WS-NEWLY-DORMANT
           PERFORM H250-WRITE-AUDIT
           MOVE "Y" TO WS-NEW-DORMANT-SW
           PERFORM H220-RELEASE-DORMANT.
       H210-END. EXIT.

       H220-RELEASE-DORMANT.
           INITIALIZE SORT-DORMANT
           MOVE ACCT-BRANCH      TO SRT-BRANCH
           MOVE ACCT-INX         TO SRT-INX
           MOVE ACCT-NAMES       TO SRT-NAMES
           MOVE ACCT-SURNAMES    TO SRT-SURNAMES
           MOVE ACCT-OPEN-DATE   TO SRT-OPEN-DATE
           MOVE WS-LAST-ACTIVITY TO SRT-LAST-ACT
           MOVE WS-NEW-DORMANT-SW TO SRT-NEW-SW
           RELEASE SORT-DORMANT.
       H220-END. EXIT.

       H240-SORT-OUTPUT.
           PERFORM H245-WRITE-HEADINGS
           MOVE "N" TO WS-SORT-EOF-SW
           RETURN SORT-WORK
               AT END MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN
           PERFORM H260-WRITE-ONE-DORMANT UNTIL WS-SORT-EOF
           IF WS-BRANCHES-LISTED > ZERO
               PERFORM H270-WRITE-BRANCH-TOTALS
           END-IF
           PERFORM H280-WRITE-DORMANCY-TOTALS.
       H240-END. EXIT.

       H245-WRITE-HEADINGS.
           MOVE SPACES TO DORM-LINE
           STRING "DORMANT ACCOUNT REGISTER  DATE: " WS-RUN-DATE
                  "  AS OF: " WS-AS-OF-DATE
               DELIMITED BY SIZE INTO DORM-LINE
           END-STRING
           PERFORM H900-WRITE-DORM-LINE
           STRING "NO ACTIVITY FOR " WS-DORM-MONTHS
                  " MONTHS - LAST ACTIVITY BEFORE " WS-CUTOFF-DATE
                  "  AUDIT BATCH: " WS-BATCH-SEQ
               DELIMITED BY SIZE INTO DORM-LINE
           END-STRING
           PERFORM H900-WRITE-DORM-LINE.
       H245-END. EXIT.

       H250-WRITE-AUDIT.
           ACCEPT WS-TIME-NOW FROM TIME
           INITIALIZE AUDIT-REC
           MOVE WS-RUN-DATE      TO AUD-RUN-DATE
           MOVE WS-TIME-NOW(1:6) TO AUD-RUN-TIME
           MOVE WS-BATCH-SEQ     TO AUD-BATCH-SEQ
           MOVE "C"              TO AUD-TRAN-CODE
           MOVE ACCT-INX         TO AUD-INX
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE   TO AUD-AFTER-IMAGE
           WRITE AUDIT-REC
           IF NOT AUDT-SUCCESS
               MOVE "AUDTFILE" TO WS-ERR-FILE
               MOVE AUDT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H250-END. EXIT.

       H260-WRITE-ONE-DORMANT.
           IF SRT-BRANCH NOT = WS-CURR-BRANCH
                  OR WS-BRANCHES-LISTED = ZERO
               IF WS-BRANCHES-LISTED > ZERO
                   PERFORM H270-WRITE-BRANCH-TOTALS
               END-IF
               PERFORM H265-START-BRANCH
           END-IF
           ADD 1 TO WS-TOTAL-DORMANT
           ADD 1 TO WS-BR-DORMANT
           MOVE SPACES          TO DORM-LINE
           MOVE SRT-BRANCH      TO DRL-BRANCH
           MOVE SRT-INX         TO DRL-INX
           MOVE SRT-NAMES       TO DRL-NAMES
           MOVE SRT-SURNAMES    TO DRL-SURNAMES
           MOVE SRT-OPEN-DATE   TO DRL-OPEN-DATE
           IF SRT-LAST-ACT = ZERO
               MOVE "NONE"       TO DRL-LAST-ACT
           ELSE
               MOVE SRT-LAST-ACT TO DRL-LAST-ACT
           END-IF
           IF SRT-NEW-DORMANT
               ADD 1 TO WS-BR-NEW
               MOVE "NEW"        TO DRL-NEW
           END-IF
           PERFORM H900-WRITE-DORM-LINE
           RETURN SORT-WORK
               AT END MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       H260-END. EXIT.

       H265-START-BRANCH.
           MOVE SRT-BRANCH TO WS-CURR-BRANCH
           MOVE ZERO       TO WS-BR-DORMANT
                              WS-BR-NEW
           ADD 1 TO WS-BRANCHES-LISTED
           MOVE SRT-BRANCH TO WS-BRN-SEARCH
           PERFORM H177-FIND-BRANCH-NAME
           MOVE SPACES TO DORM-LINE
           PERFORM H900-WRITE-DORM-LINE
           STRING "BRANCH " SRT-BRANCH " - " WS-BRN-RESULT
               DELIMITED BY SIZE INTO DORM-LINE
           END-STRING
           PERFORM H900-WRITE-DORM-LINE
           MOVE "BR "        TO DRL-BRANCH
           MOVE "INX "       TO DRL-INX
           MOVE "NAMES"      TO DRL-NAMES
           MOVE "SURNAMES"   TO DRL-SURNAMES
           MOVE "OPENED"     TO DRL-OPEN-DATE
           MOVE "LAST ACT"   TO DRL-LAST-ACT
           MOVE "NEW"        TO DRL-NEW
           PERFORM H900-WRITE-DORM-LINE.
       H265-END. EXIT.

       H270-WRITE-BRANCH-TOTALS.
           INITIALIZE DORM-SUMMARY
           MOVE "  BRANCH DORMANT ACCOUNTS"  TO DRS-LABEL
           MOVE WS-BR-DORMANT                TO DRS-COUNT
           PERFORM H900-WRITE-DORM-LINE
           INITIALIZE DORM-SUMMARY
           MOVE "  NEWLY DORMANT THIS RUN"   TO DRS-LABEL
           MOVE WS-BR-NEW                    TO DRS-COUNT
           PERFORM H900-WRITE-DORM-LINE.
       H270-END. EXIT.

       H280-WRITE-DORMANCY-TOTALS.
           MOVE SPACES TO DORM-LINE
           PERFORM H900-WRITE-DORM-LINE
           INITIALIZE DORM-SUMMARY
           MOVE "ACCOUNTS READ"               TO DRS-LABEL
           MOVE WS-ACCOUNTS-READ              TO DRS-COUNT
           PERFORM H900-WRITE-DORM-LINE
           INITIALIZE DORM-SUMMARY
           MOVE "ACTIVE ACCOUNTS CHECKED"     TO DRS-LABEL
           MOVE WS-ACTIVE-CHECKED             TO DRS-COUNT
           PERFORM H900-WRITE-DORM-LINE
           INITIALIZE DORM-SUMMARY
           MOVE "NEWLY DORMANT THIS RUN"      TO DRS-LABEL
           MOVE WS-NEWLY-DORMANT              TO DRS-COUNT
           PERFORM H900-WRITE-DORM-LINE
           INITIALIZE DORM-SUMMARY
           MOVE "PREVIOUSLY DORMANT"          TO DRS-LABEL
           MOVE WS-ALREADY-DORMANT            TO DRS-COUNT
           PERFORM H900-WRITE-DORM-LINE
           INITIALIZE DORM-SUMMARY
           MOVE "TOTAL DORMANT ACCOUNTS"      TO DRS-LABEL
           MOVE WS-TOTAL-DORMANT              TO DRS-COUNT
           PERFORM H900-WRITE-DORM-LINE
           INITIALIZE DORM-SUMMARY
           MOVE "BRANCHES WITH DORMANT ACCTS" TO DRS-LABEL
           MOVE WS-BRANCHES-LISTED            TO DRS-COUNT
           PERFORM H900-WRITE-DORM-LINE
           INITIALIZE DORM-SUMMARY
           MOVE "ACCOUNTS NOT CHECKED"        TO DRS-LABEL
           MOVE WS-NOT-CHECKED                TO DRS-COUNT
           PERFORM H900-WRITE-DORM-LINE.
       H280-END. EXIT.

       H900-WRITE-DORM-LINE.
           WRITE DORM-LINE
           IF NOT DORM-SUCCESS
               MOVE "DORMRPT " TO WS-ERR-FILE
               MOVE DORM-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           MOVE SPACES TO DORM-LINE.
       H900-END. EXIT.

       H290-DISPLAY-TOTALS.
           DISPLAY "AUDIT BATCH SEQUENCE: " WS-BATCH-SEQ.
           DISPLAY "DORMANCY CUTOFF DATE: " WS-CUTOFF-DATE.
           DISPLAY "AUDIT RECORDS READ:   " WS-AUDITS-READ.
           DISPLAY "AUDIT HISTORY READ:   " WS-HISTORY-READ.
           DISPLAY "ACCOUNTS READ:        " WS-ACCOUNTS-READ.
           DISPLAY "ACTIVE CHECKED:       " WS-ACTIVE-CHECKED.
           DISPLAY "NEWLY DORMANT:        " WS-NEWLY-DORMANT.
           DISPLAY "TOTAL DORMANT:        " WS-TOTAL-DORMANT.
           DISPLAY "ACCOUNTS NOT CHECKED: " WS-NOT-CHECKED.
       H290-END. EXIT.

       H300-CLOSE-FILES.
           CLOSE ACCT-REC
                 AUDIT-FILE
                 DORM-REPORT
           IF WS-AUDH-OPEN
               CLOSE AUDIT-HISTORY
           END-IF.
       H300-END. EXIT.

       H999-PROGRAM-EXIT.
           PERFORM H290-DISPLAY-TOTALS.
           PERFORM H300-CLOSE-FILES.
           IF WS-NOT-CHECKED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       H999-END. EXIT.
