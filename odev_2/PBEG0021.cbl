       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PBEG0021.
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
           SELECT ARCHIVE-FILE ASSIGN ARCHFILE
                             STATUS ARCH-ST.
           SELECT BRANCH-MASTER ASSIGN BRCHMST
                             STATUS BRCH-ST.
           SELECT AUDIT-FILE ASSIGN AUDTFILE
                             STATUS AUDT-ST.
           SELECT AUDIT-CONTROL ASSIGN AUDCTL
                             STATUS ACTL-ST.
           SELECT PARM-FILE  ASSIGN CONSPARM
                             STATUS PARM-ST.
           SELECT CONS-REPORT ASSIGN CONSRPT
                             STATUS CONS-ST.
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
           05  ACCT-OPEN-DATE      PIC 9(08).
           05  ACCT-BRANCH         PIC X(03).

       FD  ARCHIVE-FILE RECORDING MODE F.
       01  ARCHIVE-REC.
           05  ARCH-RUN-DATE       PIC 9(08).
           05  ARCH-FIELDS.
               10  ARCH-INX        PIC X(04).
               10  ARCH-NAMES      PIC X(15).
               10  ARCH-SURNAMES   PIC X(15).
               10  ARCH-BDATE      PIC 9(08).
               10  ARCH-TODAY      PIC 9(08).
               10  ARCH-STATUS     PIC X(01).
               10  ARCH-OPEN-DATE  PIC 9(08).
               10  ARCH-BRANCH     PIC X(03).

       FD  BRANCH-MASTER RECORDING MODE F.
       01  BRANCH-REC.
           05  BRCH-CODE           PIC X(03).
           05  BRCH-NAME           PIC X(20).
           05  BRCH-REGION         PIC X(10).
           05  BRCH-STATUS         PIC X(01).
               88 BRCH-OPEN            VALUE "O".
               88 BRCH-CLOSED          VALUE "C".

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

       FD  AUDIT-CONTROL RECORDING MODE F.
       01  ACTL-REC                PIC X(3880).

       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-OLD-BRANCH     PIC X(03).
           05  PARM-NEW-BRANCH     PIC X(03).

       FD  CONS-REPORT RECORDING MODE F.
       01  CONS-LINE.
           05  CNL-OLD-BRANCH      PIC X(03).
           05  CNL-ARROW           PIC X(04).
           05  CNL-NEW-BRANCH      PIC X(03).
           05  FILLER              PIC X(02).
           05  CNL-FILE            PIC X(07).
           05  FILLER              PIC X(01).
           05  CNL-INX             PIC X(04).
           05  FILLER              PIC X(01).
           05  CNL-TEXT            PIC X(30).
           05  FILLER              PIC X(25).

       01  CONS-SUMMARY REDEFINES CONS-LINE.
           05  CNS-LABEL           PIC X(30).
           05  CNS-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(39).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 ACCT-ST        PIC 9(02).
              88 ACCT-EOF             VALUE 10.
              88 ACCT-SUCCESS         VALUE 00 02 97.
           05 ARCH-ST        PIC 9(02).
              88 ARCH-EOF             VALUE 10.
              88 ARCH-SUCCESS         VALUE 00 97.
           05 BRCH-ST        PIC 9(02).
              88 BRCH-EOF             VALUE 10.
              88 BRCH-SUCCESS         VALUE 00 97.
           05 AUDT-ST        PIC 9(02).
              88 AUDT-EOF             VALUE 10.
              88 AUDT-SUCCESS         VALUE 00 97.
           05 ACTL-ST        PIC 9(02).
              88 ACTL-EOF             VALUE 10.
              88 ACTL-SUCCESS         VALUE 00 97.
           05 PARM-ST        PIC 9(02).
              88 PARM-EOF             VALUE 10.
              88 PARM-SUCCESS         VALUE 00 97.
           05 CONS-ST        PIC 9(02).
              88 CONS-SUCCESS         VALUE 00 97.

       01  WS-ERROR-AREA.
           05 WS-ERR-FILE           PIC X(08) VALUE SPACES.
           05 WS-ERR-STATUS         PIC 9(02) VALUE ZERO.

       01  WS-AUDIT-STAMP.
           05 WS-RUN-DATE           PIC 9(08) VALUE ZERO.
           05 WS-TIME-NOW           PIC X(08) VALUE SPACES.
           05 WS-BATCH-SEQ          PIC 9(04) VALUE 1.
           05 WS-ACTL-SW            PIC X(01) VALUE "N".
              88 WS-ACTL-PRESENT        VALUE "Y".
           05 WS-ARCH-OPEN-SW       PIC X(01) VALUE "N".
              88 WS-ARCH-OPEN           VALUE "Y".

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
           05 WS-AUDIT-CODE         PIC X(01) VALUE SPACE.
           05 WS-AUDIT-INX          PIC X(04) VALUE SPACES.

       01  WS-BRANCH-TABLE.
           05 WS-BRCH-COUNT         PIC 9(03) VALUE ZERO.
           05 WS-BRCH-ENTRY OCCURS 500 TIMES.
              10 WS-BRCH-CODE       PIC X(03).
              10 WS-BRCH-STATUS     PIC X(01).

       01  WS-BRANCH-CHECK.
           05 WS-BRCH-SUB           PIC 9(03) VALUE ZERO.
           05 WS-BRCH-SEARCH        PIC X(03) VALUE SPACES.
           05 WS-BRCH-FOUND-SW      PIC X(01) VALUE "N".
              88 WS-BRCH-FOUND          VALUE "Y".

       01  WS-PAIR-TABLE.
           05 WS-PAIR-COUNT         PIC 9(02) VALUE ZERO.
           05 WS-VALID-PAIRS        PIC 9(02) VALUE ZERO.
           05 WS-PAIR-ENTRY OCCURS 50 TIMES.
              10 WS-PAIR-OLD        PIC X(03).
              10 WS-PAIR-NEW        PIC X(03).
              10 WS-PAIR-SW         PIC X(01).
                 88 WS-PAIR-VALID       VALUE "Y".
                 88 WS-PAIR-REJECTED    VALUE "N".
              10 WS-PAIR-REASON     PIC X(24).
              10 WS-PAIR-ACTIVE     PIC 9(07).
              10 WS-PAIR-CLOSED     PIC 9(07).
              10 WS-PAIR-ARCHIVED   PIC 9(07).
              10 WS-PAIR-NOT-MOVED  PIC 9(07).

       01  WS-PAIR-LOOKUP.
           05 WS-PAIR-SUB           PIC 9(02) VALUE ZERO.
           05 WS-CHK-SUB            PIC 9(02) VALUE ZERO.
           05 WS-PAIR-SEARCH        PIC X(03) VALUE SPACES.
           05 WS-PAIR-FOUND-SW      PIC X(01) VALUE "N".
              88 WS-PAIR-FOUND          VALUE "Y".

       01  WS-EXCEPTION-TABLE.
           05 WS-EXC-COUNT          PIC 9(04) VALUE ZERO.
           05 WS-EXC-ENTRY OCCURS 1000 TIMES.
              10 WS-EXC-PAIR        PIC 9(02).
              10 WS-EXC-FILE        PIC X(07).
              10 WS-EXC-INX         PIC X(04).
              10 WS-EXC-REASON      PIC X(24).

       01  WS-EXCEPTION-WORK.
           05 WS-EXC-SUB            PIC 9(04) VALUE ZERO.
           05 WS-EXC-NEW-FILE       PIC X(07) VALUE SPACES.
           05 WS-EXC-NEW-INX        PIC X(04) VALUE SPACES.

       01  WS-CONSOLIDATION-TOTALS.
           05 WS-MASTER-READ        PIC 9(07) VALUE ZERO.
           05 WS-MASTER-MOVED       PIC 9(07) VALUE ZERO.
           05 WS-ARCHIVE-READ       PIC 9(07) VALUE ZERO.
           05 WS-ARCHIVE-MOVED      PIC 9(07) VALUE ZERO.
           05 WS-NOT-MOVED          PIC 9(07) VALUE ZERO.
           05 WS-PAIR-MOVED         PIC 9(07) VALUE ZERO.
           05 WS-BRANCHES-CLOSED    PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H140-READ-CONTROL-CARDS.
           PERFORM H120-LOAD-BRANCHES.
           PERFORM H150-VALIDATE-PAIRS.
           IF WS-VALID-PAIRS > ZERO
               PERFORM H130-OPEN-AUDIT
               PERFORM H190-OPEN-MASTER
               PERFORM H200-MOVE-MASTER-ONE UNTIL ACCT-EOF
               PERFORM H195-OPEN-ARCHIVE
               PERFORM H220-MOVE-ARCHIVE-ONE UNTIL ARCH-EOF
               PERFORM H240-CLOSE-OLD-BRANCHES
           ELSE
               DISPLAY "NO VALID BRANCH PAIRS - NO ACCOUNTS MOVED"
           END-IF
           PERFORM H280-WRITE-PAIR-REPORT.
           PERFORM H999-PROGRAM-EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT CONS-REPORT.
           IF NOT CONS-SUCCESS
               MOVE "CONSRPT " TO WS-ERR-FILE
               MOVE CONS-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H100-END. EXIT.

       H950-FILE-ERROR.
           DISPLAY "FILE ERROR - " WS-ERR-FILE
                   " STATUS " WS-ERR-STATUS " - RUN HALTED".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       H950-END. EXIT.

       H140-READ-CONTROL-CARDS.
           OPEN INPUT PARM-FILE
           IF NOT PARM-SUCCESS
               MOVE "CONSPARM" TO WS-ERR-FILE
               MOVE PARM-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           READ PARM-FILE
           PERFORM H141-SAVE-ONE-PAIR UNTIL PARM-EOF
           CLOSE PARM-FILE.
       H140-END. EXIT.

       H141-SAVE-ONE-PAIR.
           IF WS-PAIR-COUNT < 50
               ADD 1 TO WS-PAIR-COUNT
               INITIALIZE WS-PAIR-ENTRY (WS-PAIR-COUNT)
               MOVE PARM-OLD-BRANCH TO WS-PAIR-OLD (WS-PAIR-COUNT)
               MOVE PARM-NEW-BRANCH TO WS-PAIR-NEW (WS-PAIR-COUNT)
               SET WS-PAIR-VALID (WS-PAIR-COUNT) TO TRUE
           ELSE
               DISPLAY "WARNING - BRANCH PAIR TABLE FULL, "
                       "PAIR IGNORED FOR " PARM-OLD-BRANCH
           END-IF
           READ PARM-FILE.
       H141-END. EXIT.

       H120-LOAD-BRANCHES.
           OPEN INPUT BRANCH-MASTER
           IF NOT BRCH-SUCCESS
               MOVE "BRCHMST " TO WS-ERR-FILE
               MOVE BRCH-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           READ BRANCH-MASTER
           PERFORM H121-LOAD-ONE-BRANCH UNTIL BRCH-EOF
           CLOSE BRANCH-MASTER.
       H120-END. EXIT.

       H121-LOAD-ONE-BRANCH.
           IF WS-BRCH-COUNT < 500
               ADD 1 TO WS-BRCH-COUNT
               MOVE BRCH-CODE   TO WS-BRCH-CODE (WS-BRCH-COUNT)
               MOVE BRCH-STATUS TO WS-BRCH-STATUS (WS-BRCH-COUNT)
           ELSE
               DISPLAY "WARNING - BRANCH TABLE FULL, "
                       "ENTRY DROPPED FOR " BRCH-CODE
           END-IF
           READ BRANCH-MASTER.
       H121-END. EXIT.

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
               OPEN OUTPUT AUDIT-FILE
               IF NOT AUDT-SUCCESS
                   MOVE "AUDTFILE" TO WS-ERR-FILE
                   MOVE AUDT-ST    TO WS-ERR-STATUS
                   PERFORM H950-FILE-ERROR
               END-IF
           END-IF.
       H130-END. EXIT.

       H131-SCAN-ONE-AUDIT.
           IF AUD-BATCH-SEQ IS NUMERIC
               COMPUTE WS-BATCH-SEQ = AUD-BATCH-SEQ + 1
           END-IF
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
               MOVE "PBEG0021"       TO WS-AC-LAST-PGM
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

       H150-VALIDATE-PAIRS.
           MOVE ZERO TO WS-PAIR-SUB
           PERFORM H151-VALIDATE-ONE-PAIR
                   UNTIL WS-PAIR-SUB >= WS-PAIR-COUNT.
       H150-END. EXIT.

       H151-VALIDATE-ONE-PAIR.
           ADD 1 TO WS-PAIR-SUB
           IF WS-PAIR-OLD (WS-PAIR-SUB) = SPACES
                  OR WS-PAIR-NEW (WS-PAIR-SUB) = SPACES
               MOVE "BRANCH CODE BLANK" TO WS-PAIR-REASON (WS-PAIR-SUB)
               SET WS-PAIR-REJECTED (WS-PAIR-SUB) TO TRUE
           END-IF
           IF WS-PAIR-VALID (WS-PAIR-SUB)
               IF WS-PAIR-OLD (WS-PAIR-SUB) = WS-PAIR-NEW (WS-PAIR-SUB)
                   MOVE "SUCCESSOR SAME AS OLD"
                        TO WS-PAIR-REASON (WS-PAIR-SUB)
                   SET WS-PAIR-REJECTED (WS-PAIR-SUB) TO TRUE
               END-IF
           END-IF
           IF WS-PAIR-VALID (WS-PAIR-SUB)
               MOVE WS-PAIR-OLD (WS-PAIR-SUB) TO WS-BRCH-SEARCH
               PERFORM H160-FIND-BRANCH
               IF NOT WS-BRCH-FOUND
                   MOVE "OLD BRANCH NOT ON MASTER"
                        TO WS-PAIR-REASON (WS-PAIR-SUB)
                   SET WS-PAIR-REJECTED (WS-PAIR-SUB) TO TRUE
               END-IF
           END-IF
           IF WS-PAIR-VALID (WS-PAIR-SUB)
               MOVE WS-PAIR-NEW (WS-PAIR-SUB) TO WS-BRCH-SEARCH
               PERFORM H160-FIND-BRANCH
               IF NOT WS-BRCH-FOUND
                   MOVE "SUCCESSOR NOT ON MASTER"
                        TO WS-PAIR-REASON (WS-PAIR-SUB)
                   SET WS-PAIR-REJECTED (WS-PAIR-SUB) TO TRUE
               ELSE
                   IF WS-BRCH-STATUS (WS-BRCH-SUB) NOT = "O"
                       MOVE "SUCCESSOR BRANCH CLOSED"
                            TO WS-PAIR-REASON (WS-PAIR-SUB)
                       SET WS-PAIR-REJECTED (WS-PAIR-SUB) TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-PAIR-VALID (WS-PAIR-SUB)
               MOVE ZERO TO WS-CHK-SUB
               PERFORM H152-CHECK-ONE-OTHER-PAIR
                       UNTIL WS-CHK-SUB >= WS-PAIR-COUNT
                          OR WS-PAIR-REJECTED (WS-PAIR-SUB)
           END-IF
           IF WS-PAIR-VALID (WS-PAIR-SUB)
               ADD 1 TO WS-VALID-PAIRS
               MOVE "CONSOLIDATED" TO WS-PAIR-REASON (WS-PAIR-SUB)
           ELSE
               DISPLAY "BRANCH PAIR " WS-PAIR-OLD (WS-PAIR-SUB)
                       " -> " WS-PAIR-NEW (WS-PAIR-SUB)
                       " REJECTED - " WS-PAIR-REASON (WS-PAIR-SUB)
           END-IF.
       H151-END. EXIT.

       H152-CHECK-ONE-OTHER-PAIR.
           ADD 1 TO WS-CHK-SUB
           IF WS-CHK-SUB NOT = WS-PAIR-SUB
               IF WS-PAIR-NEW (WS-PAIR-SUB) = WS-PAIR-OLD (WS-CHK-SUB)
                   MOVE "SUCCESSOR ALSO CLOSING"
                        TO WS-PAIR-REASON (WS-PAIR-SUB)
                   SET WS-PAIR-REJECTED (WS-PAIR-SUB) TO TRUE
               END-IF
               IF WS-CHK-SUB < WS-PAIR-SUB
                  AND WS-PAIR-OLD (WS-PAIR-SUB)
                      = WS-PAIR-OLD (WS-CHK-SUB)
                   MOVE "DUPLICATE OLD BRANCH"
                        TO WS-PAIR-REASON (WS-PAIR-SUB)
                   SET WS-PAIR-REJECTED (WS-PAIR-SUB) TO TRUE
               END-IF
           END-IF.
       H152-END. EXIT.

       H160-FIND-BRANCH.
           MOVE "N"  TO WS-BRCH-FOUND-SW
           MOVE ZERO TO WS-BRCH-SUB
           PERFORM H161-SCAN-ONE-BRANCH
                   UNTIL WS-BRCH-FOUND
                      OR WS-BRCH-SUB >= WS-BRCH-COUNT.
       H160-END. EXIT.

       H161-SCAN-ONE-BRANCH.
           ADD 1 TO WS-BRCH-SUB
           IF WS-BRCH-CODE (WS-BRCH-SUB) = WS-BRCH-SEARCH
               SET WS-BRCH-FOUND TO TRUE
           END-IF.
       H161-END. EXIT.

       H170-FIND-PAIR.
           MOVE "N"  TO WS-PAIR-FOUND-SW
           MOVE ZERO TO WS-PAIR-SUB
           PERFORM H171-SCAN-ONE-PAIR
                   UNTIL WS-PAIR-FOUND
                      OR WS-PAIR-SUB >= WS-PAIR-COUNT.
       H170-END. EXIT.

       H171-SCAN-ONE-PAIR.
           ADD 1 TO WS-PAIR-SUB
           IF WS-PAIR-OLD (WS-PAIR-SUB) = WS-PAIR-SEARCH
               SET WS-PAIR-FOUND TO TRUE
           END-IF.
       H171-END. EXIT.

       H190-OPEN-MASTER.
           OPEN I-O ACCT-REC.
           IF NOT ACCT-SUCCESS
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           READ ACCT-REC NEXT RECORD.
           IF NOT ACCT-SUCCESS AND NOT ACCT-EOF
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H190-END. EXIT.

       H195-OPEN-ARCHIVE.
           OPEN I-O ARCHIVE-FILE
           IF NOT ARCH-SUCCESS
               DISPLAY "WARNING - ARCHFILE NOT PRESENT, "
                       "NO ARCHIVED ACCOUNTS MOVED"
               MOVE 10 TO ARCH-ST
           ELSE
               SET WS-ARCH-OPEN TO TRUE
               READ ARCHIVE-FILE
               IF NOT ARCH-SUCCESS AND NOT ARCH-EOF
                   MOVE "ARCHFILE" TO WS-ERR-FILE
                   MOVE ARCH-ST    TO WS-ERR-STATUS
                   PERFORM H950-FILE-ERROR
               END-IF
           END-IF.
       H195-END. EXIT.

       H200-MOVE-MASTER-ONE.
           ADD 1 TO WS-MASTER-READ
           MOVE ACCT-BRANCH TO WS-PAIR-SEARCH
           PERFORM H170-FIND-PAIR
           IF WS-PAIR-FOUND
               IF WS-PAIR-VALID (WS-PAIR-SUB)
                   PERFORM H210-REASSIGN-MASTER
               ELSE
                   MOVE "MASTER"  TO WS-EXC-NEW-FILE
                   MOVE ACCT-INX  TO WS-EXC-NEW-INX
                   PERFORM H260-SAVE-EXCEPTION
               END-IF
           END-IF
           READ ACCT-REC NEXT RECORD.
           IF NOT ACCT-SUCCESS AND NOT ACCT-EOF
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H200-END. EXIT.

       H210-REASSIGN-MASTER.
           MOVE ACCT-FIELDS TO WS-BEFORE-IMAGE
           MOVE WS-PAIR-NEW (WS-PAIR-SUB) TO ACCT-BRANCH
           MOVE ACCT-FIELDS TO WS-AFTER-IMAGE
           REWRITE ACCT-FIELDS
           IF NOT ACCT-SUCCESS
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           ADD 1 TO WS-MASTER-MOVED
           IF ACCT-STATUS = "C"
               ADD 1 TO WS-PAIR-CLOSED (WS-PAIR-SUB)
           ELSE
               ADD 1 TO WS-PAIR-ACTIVE (WS-PAIR-SUB)
           END-IF
           MOVE "C"      TO WS-AUDIT-CODE
           MOVE ACCT-INX TO WS-AUDIT-INX
           PERFORM H250-WRITE-AUDIT.
       H210-END. EXIT.

       H220-MOVE-ARCHIVE-ONE.
           ADD 1 TO WS-ARCHIVE-READ
           MOVE ARCH-BRANCH TO WS-PAIR-SEARCH
           PERFORM H170-FIND-PAIR
           IF WS-PAIR-FOUND
               IF WS-PAIR-VALID (WS-PAIR-SUB)
                   PERFORM H230-REASSIGN-ARCHIVE
               ELSE
                   MOVE "ARCHIVE" TO WS-EXC-NEW-FILE
                   MOVE ARCH-INX  TO WS-EXC-NEW-INX
                   PERFORM H260-SAVE-EXCEPTION
               END-IF
           END-IF
           READ ARCHIVE-FILE
           IF NOT ARCH-SUCCESS AND NOT ARCH-EOF
               MOVE "ARCHFILE" TO WS-ERR-FILE
               MOVE ARCH-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H220-END. EXIT.

       H230-REASSIGN-ARCHIVE.
           MOVE ARCH-FIELDS TO WS-BEFORE-IMAGE
           MOVE WS-PAIR-NEW (WS-PAIR-SUB) TO ARCH-BRANCH
           MOVE ARCH-FIELDS TO WS-AFTER-IMAGE
           REWRITE ARCHIVE-REC
           IF NOT ARCH-SUCCESS
               MOVE "ARCHFILE" TO WS-ERR-FILE
               MOVE ARCH-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           ADD 1 TO WS-ARCHIVE-MOVED
           ADD 1 TO WS-PAIR-ARCHIVED (WS-PAIR-SUB)
           MOVE "R"      TO WS-AUDIT-CODE
           MOVE ARCH-INX TO WS-AUDIT-INX
           PERFORM H250-WRITE-AUDIT.
       H230-END. EXIT.

       H240-CLOSE-OLD-BRANCHES.
           OPEN I-O BRANCH-MASTER
           IF NOT BRCH-SUCCESS
               MOVE "BRCHMST " TO WS-ERR-FILE
               MOVE BRCH-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           READ BRANCH-MASTER
           PERFORM H241-CLOSE-ONE-BRANCH UNTIL BRCH-EOF
           CLOSE BRANCH-MASTER.
       H240-END. EXIT.

       H241-CLOSE-ONE-BRANCH.
           MOVE BRCH-CODE TO WS-PAIR-SEARCH
           PERFORM H170-FIND-PAIR
           IF WS-PAIR-FOUND
               IF WS-PAIR-VALID (WS-PAIR-SUB) AND NOT BRCH-CLOSED
                   SET BRCH-CLOSED TO TRUE
                   REWRITE BRANCH-REC
                   IF NOT BRCH-SUCCESS
                       MOVE "BRCHMST " TO WS-ERR-FILE
                       MOVE BRCH-ST    TO WS-ERR-STATUS
                       PERFORM H950-FILE-ERROR
                   END-IF
                   ADD 1 TO WS-BRANCHES-CLOSED
               END-IF
           END-IF
           READ BRANCH-MASTER.
       H241-END. EXIT.

       H250-WRITE-AUDIT.
           ACCEPT WS-TIME-NOW FROM TIME
           INITIALIZE AUDIT-REC
           MOVE WS-RUN-DATE      TO AUD-RUN-DATE
           MOVE WS-TIME-NOW(1:6) TO AUD-RUN-TIME
           MOVE WS-BATCH-SEQ     TO AUD-BATCH-SEQ
           MOVE WS-AUDIT-CODE    TO AUD-TRAN-CODE
           MOVE WS-AUDIT-INX     TO AUD-INX
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE   TO AUD-AFTER-IMAGE
           WRITE AUDIT-REC
           IF NOT AUDT-SUCCESS
               MOVE "AUDTFILE" TO WS-ERR-FILE
               MOVE AUDT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H250-END. EXIT.

       H260-SAVE-EXCEPTION.
           ADD 1 TO WS-NOT-MOVED
           ADD 1 TO WS-PAIR-NOT-MOVED (WS-PAIR-SUB)
           IF WS-EXC-COUNT < 1000
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-PAIR-SUB     TO WS-EXC-PAIR (WS-EXC-COUNT)
               MOVE WS-EXC-NEW-FILE TO WS-EXC-FILE (WS-EXC-COUNT)
               MOVE WS-EXC-NEW-INX  TO WS-EXC-INX (WS-EXC-COUNT)
               MOVE WS-PAIR-REASON (WS-PAIR-SUB)
                    TO WS-EXC-REASON (WS-EXC-COUNT)
           ELSE
               DISPLAY "WARNING - EXCEPTION TABLE FULL, "
                       "NOT LISTED: " WS-EXC-NEW-FILE " "
                       WS-EXC-NEW-INX
           END-IF.
       H260-END. EXIT.

       H280-WRITE-PAIR-REPORT.
           MOVE SPACES TO CONS-LINE
           STRING "BRANCH CONSOLIDATION REPORT  DATE: " WS-RUN-DATE
                  "  AUDIT BATCH: " WS-BATCH-SEQ
               DELIMITED BY SIZE INTO CONS-LINE
           END-STRING
           PERFORM H900-WRITE-CONS-LINE
           MOVE ZERO TO WS-PAIR-SUB
           PERFORM H281-WRITE-ONE-PAIR
                   UNTIL WS-PAIR-SUB >= WS-PAIR-COUNT
           PERFORM H285-WRITE-CONS-TOTALS.
       H280-END. EXIT.

       H281-WRITE-ONE-PAIR.
           ADD 1 TO WS-PAIR-SUB
           MOVE SPACES TO CONS-LINE
           PERFORM H900-WRITE-CONS-LINE
           MOVE WS-PAIR-OLD (WS-PAIR-SUB)    TO CNL-OLD-BRANCH
           MOVE " -> "                       TO CNL-ARROW
           MOVE WS-PAIR-NEW (WS-PAIR-SUB)    TO CNL-NEW-BRANCH
           MOVE WS-PAIR-REASON (WS-PAIR-SUB) TO CNL-TEXT
           PERFORM H900-WRITE-CONS-LINE
           COMPUTE WS-PAIR-MOVED  = WS-PAIR-ACTIVE (WS-PAIR-SUB)
                                  + WS-PAIR-CLOSED (WS-PAIR-SUB)
                                  + WS-PAIR-ARCHIVED (WS-PAIR-SUB)
           INITIALIZE CONS-SUMMARY
           MOVE "  ACCOUNTS MOVED"             TO CNS-LABEL
           MOVE WS-PAIR-MOVED                  TO CNS-COUNT
           PERFORM H900-WRITE-CONS-LINE
           INITIALIZE CONS-SUMMARY
           MOVE "    ACTIVE (MASTER)"          TO CNS-LABEL
           MOVE WS-PAIR-ACTIVE (WS-PAIR-SUB)   TO CNS-COUNT
           PERFORM H900-WRITE-CONS-LINE
           INITIALIZE CONS-SUMMARY
           MOVE "    CLOSED (MASTER)"          TO CNS-LABEL
           MOVE WS-PAIR-CLOSED (WS-PAIR-SUB)   TO CNS-COUNT
           PERFORM H900-WRITE-CONS-LINE
           INITIALIZE CONS-SUMMARY
           MOVE "    CLOSED (ARCHIVE)"         TO CNS-LABEL
           MOVE WS-PAIR-ARCHIVED (WS-PAIR-SUB) TO CNS-COUNT
           PERFORM H900-WRITE-CONS-LINE
           INITIALIZE CONS-SUMMARY
           MOVE "  ACCOUNTS NOT MOVED"         TO CNS-LABEL
           MOVE WS-PAIR-NOT-MOVED (WS-PAIR-SUB) TO CNS-COUNT
           PERFORM H900-WRITE-CONS-LINE
           MOVE ZERO TO WS-EXC-SUB
           PERFORM H282-WRITE-ONE-EXCEPTION
                   UNTIL WS-EXC-SUB >= WS-EXC-COUNT.
       H281-END. EXIT.

       H282-WRITE-ONE-EXCEPTION.
           ADD 1 TO WS-EXC-SUB
           IF WS-EXC-PAIR (WS-EXC-SUB) = WS-PAIR-SUB
               MOVE SPACES TO CONS-LINE
               MOVE WS-EXC-FILE (WS-EXC-SUB)   TO CNL-FILE
               MOVE WS-EXC-INX (WS-EXC-SUB)    TO CNL-INX
               MOVE WS-EXC-REASON (WS-EXC-SUB) TO CNL-TEXT
               PERFORM H900-WRITE-CONS-LINE
           END-IF.
       H282-END. EXIT.

       H285-WRITE-CONS-TOTALS.
           MOVE SPACES TO CONS-LINE
           PERFORM H900-WRITE-CONS-LINE
           INITIALIZE CONS-SUMMARY
           MOVE "BRANCH PAIRS READ"        TO CNS-LABEL
           MOVE WS-PAIR-COUNT              TO CNS-COUNT
           PERFORM H900-WRITE-CONS-LINE
           INITIALIZE CONS-SUMMARY
           MOVE "BRANCH PAIRS CONSOLIDATED" TO CNS-LABEL
           MOVE WS-VALID-PAIRS             TO CNS-COUNT
           PERFORM H900-WRITE-CONS-LINE
           INITIALIZE CONS-SUMMARY
           MOVE "MASTER ACCOUNTS MOVED"    TO CNS-LABEL
           MOVE WS-MASTER-MOVED            TO CNS-COUNT
           PERFORM H900-WRITE-CONS-LINE
           INITIALIZE CONS-SUMMARY
           MOVE "ARCHIVED ACCOUNTS MOVED"  TO CNS-LABEL
           MOVE WS-ARCHIVE-MOVED           TO CNS-COUNT
           PERFORM H900-WRITE-CONS-LINE
           INITIALIZE CONS-SUMMARY
           MOVE "ACCOUNTS NOT MOVED"       TO CNS-LABEL
           MOVE WS-NOT-MOVED               TO CNS-COUNT
           PERFORM H900-WRITE-CONS-LINE
           INITIALIZE CONS-SUMMARY
           MOVE "BRANCHES MARKED CLOSED"   TO CNS-LABEL
           MOVE WS-BRANCHES-CLOSED         TO CNS-COUNT
           PERFORM H900-WRITE-CONS-LINE.
       H285-END. EXIT.

       H900-WRITE-CONS-LINE.
           WRITE CONS-LINE
           IF NOT CONS-SUCCESS
               MOVE "CONSRPT " TO WS-ERR-FILE
               MOVE CONS-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           MOVE SPACES TO CONS-LINE.
       H900-END. EXIT.

       H290-DISPLAY-TOTALS.
           DISPLAY "AUDIT BATCH SEQUENCE: " WS-BATCH-SEQ.
           DISPLAY "BRANCH PAIRS READ:    " WS-PAIR-COUNT.
           DISPLAY "PAIRS CONSOLIDATED:   " WS-VALID-PAIRS.
           DISPLAY "MASTER ACCOUNTS MOVED:" WS-MASTER-MOVED.
           DISPLAY "ARCHIVE ACCTS MOVED:  " WS-ARCHIVE-MOVED.
           DISPLAY "ACCOUNTS NOT MOVED:   " WS-NOT-MOVED.
           DISPLAY "BRANCHES CLOSED:      " WS-BRANCHES-CLOSED.
       H290-END. EXIT.

       H300-CLOSE-FILES.
           IF WS-VALID-PAIRS > ZERO
               CLOSE ACCT-REC
                     AUDIT-FILE
           END-IF
           IF WS-ARCH-OPEN
               CLOSE ARCHIVE-FILE
           END-IF
           CLOSE CONS-REPORT.
       H300-END. EXIT.

       H999-PROGRAM-EXIT.
           PERFORM H290-DISPLAY-TOTALS.
           PERFORM H300-CLOSE-FILES.
           IF WS-NOT-MOVED > ZERO OR WS-VALID-PAIRS < WS-PAIR-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       H999-END. EXIT.
