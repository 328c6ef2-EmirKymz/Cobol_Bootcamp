                             STATUS PARM-ST.
           SELECT AUDIT-FILE ASSIGN AUDTFILE
                             STATUS AUDT-ST.
           SELECT AUDIT-CONTROL ASSIGN AUDCTL
                             STATUS ACTL-ST.
       DATA DIVISION.

       FILE SECTION.
           05  AUD-INX             PIC X(04).
           05  AUD-BEFORE-IMAGE    PIC X(62).
           05  AUD-AFTER-IMAGE     PIC X(62).
           05  AUD-SRC-BRANCH      PIC X(03).
           05  AUD-SRC-BATCH       PIC 9(05).
           05  AUD-MAKER-ID        PIC X(08).
           05  AUD-CHECKER-ID      PIC X(08).

       FD  AUDIT-CONTROL RECORDING MODE F.
       01  ACTL-REC                PIC X(3880).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 AUDT-ST        PIC 9(02).
              88 AUDT-EOF             VALUE 10.
              88 AUDT-SUCCESS         VALUE 00 97.
           05 ACTL-ST        PIC 9(02).
              88 ACTL-EOF             VALUE 10.
              88 ACTL-SUCCESS         VALUE 00 97.

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

       01  WS-ERROR-AREA.
           05 WS-ERR-FILE           PIC X(08) VALUE SPACES.
       H260-END. EXIT.

       H262-SET-AUDIT-BATCH-SEQ.
           PERFORM H264-TAKE-AUDIT-BATCH-SEQ
           IF NOT WS-ACTL-PRESENT
               OPEN INPUT AUDIT-FILE
               IF AUDT-SUCCESS
                   READ AUDIT-FILE
                   PERFORM H263-SCAN-ONE-AUDIT UNTIL AUDT-EOF
                   CLOSE AUDIT-FILE
               END-IF
           END-IF.
       H262-END. EXIT.

           READ AUDIT-FILE.
       H263-END. EXIT.

       H264-TAKE-AUDIT-BATCH-SEQ.
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
               MOVE "PBEG0016"       TO WS-AC-LAST-PGM
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
       H264-END. EXIT.

       H290-DISPLAY-TOTALS.
           DISPLAY "ARCHIVE RECORDS READ: " WS-ARCH-RECS-READ.
           DISPLAY "ACCOUNTS RESTORED:    " WS-RECS-RESTORED.
