       FILE-CONTROL.
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
           SELECT ACCT-REC   ASSIGN ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
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

       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           05 AUDT-ST        PIC 9(02).
              88 AUDT-EOF             VALUE 10.
              88 AUDT-SUCCESS         VALUE 00 97.
           05 AUDH-ST        PIC 9(02).
              88 AUDH-EOF             VALUE 10.
              88 AUDH-SUCCESS         VALUE 00 02 97.
           05 ACCT-ST        PIC 9(02).
              88 ACCT-SUCCESS         VALUE 00 02 97.
              88 ACCT-INVALID-KEY     VALUE 21 THRU 24.
           05 WS-MAX-BATCH          PIC 9(04) VALUE ZERO.
           05 WS-BATCH-REQ-SW       PIC X(01) VALUE "N".
              88 WS-BATCH-REQUESTED     VALUE "Y".
           05 WS-AUDH-END-SW        PIC X(01) VALUE "N".
              88 WS-AUDH-END            VALUE "Y".

       01  WS-AUDIT-TABLE.
           05 WS-AUD-COUNT          PIC 9(04) VALUE ZERO.

       01  WS-BACKOUT-TOTALS.
           05 WS-AUDITS-READ        PIC 9(07) VALUE ZERO.
           05 WS-HISTORY-READ       PIC 9(07) VALUE ZERO.
           05 WS-AUDITS-SELECTED    PIC 9(07) VALUE ZERO.
           05 WS-ADDS-REMOVED       PIC 9(07) VALUE ZERO.
           05 WS-CHANGES-RESTORED   PIC 9(07) VALUE ZERO.
           05 WS-DELETES-RESTORED   PIC 9(07) VALUE ZERO.
           05 WS-BACKOUT-FAILURES   PIC 9(07) VALUE ZERO.
           05 WS-ARCHIVE-NOT-BACKED PIC 9(07) VALUE ZERO.
           05 WS-OLD-LAYOUT-SKIPS   PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       H146-END. EXIT.

       H150-LOAD-AUDIT-TABLE.
           IF WS-SEL-BATCH NOT = ZERO
               PERFORM H155-LOAD-HISTORY-BATCH
           END-IF
           OPEN INPUT AUDIT-FILE
           IF NOT AUDT-SUCCESS
               MOVE "AUDTFILE" TO WS-ERR-FILE
           READ AUDIT-FILE.
       H151-END. EXIT.

       H155-LOAD-HISTORY-BATCH.
           OPEN INPUT AUDIT-HISTORY
           IF NOT AUDH-SUCCESS
               DISPLAY "WARNING - AUDHIST NOT PRESENT, "
                       "CURRENT AUDIT PERIOD ONLY"
           ELSE
               MOVE "N" TO WS-AUDH-END-SW
               MOVE WS-SEL-BATCH TO AUH-BATCH-SEQ
               START AUDIT-HISTORY KEY = AUH-BATCH-SEQ
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
               IF AUH-BATCH-SEQ NOT = WS-SEL-BATCH
                   SET WS-AUDH-END TO TRUE
               ELSE
                   ADD 1 TO WS-HISTORY-READ
                   IF WS-AUD-COUNT < 5000
                       ADD 1 TO WS-AUD-COUNT
                       MOVE AUH-TRAN-CODE
                            TO WS-AUD-CODE (WS-AUD-COUNT)
                       MOVE AUH-INX
                            TO WS-AUD-INX (WS-AUD-COUNT)
                       MOVE AUH-BEFORE-IMAGE
                            TO WS-AUD-BEFORE (WS-AUD-COUNT)
                   ELSE
                       DISPLAY "AUDIT TABLE FULL - BACKOUT NOT "
                               "SAFE, RUN HALTED"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
       H156-END. EXIT.

       H160-SELECT-BATCH.
           IF WS-SEL-BATCH = ZERO
               DISPLAY "NO AUDIT ACTIVITY ON FILE - "
                   PERFORM H220-RESTORE-CHANGED-REC
               WHEN "D"
                   PERFORM H230-RESTORE-DELETED-REC
               WHEN "R"
                   ADD 1 TO WS-ARCHIVE-NOT-BACKED
                   MOVE "ARCHIVE REASSIGNED" TO BKL-ACTION
                   MOVE "NOT BACKED OUT"     TO BKL-DISP
                   PERFORM H250-WRITE-BACKOUT-LINE
               WHEN OTHER
                   ADD 1 TO WS-BACKOUT-FAILURES
                   MOVE "UNKNOWN AUDIT CODE" TO BKL-ACTION
           MOVE WS-AUDITS-READ             TO BKS-COUNT
           WRITE BACK-LINE FROM BACK-SUMMARY.
           INITIALIZE BACK-SUMMARY
           MOVE "AUDIT HISTORY READ"       TO BKS-LABEL
           MOVE WS-HISTORY-READ            TO BKS-COUNT
           WRITE BACK-LINE FROM BACK-SUMMARY.
           INITIALIZE BACK-SUMMARY
           MOVE "AUDITS IN BATCH"          TO BKS-LABEL
           MOVE WS-AUDITS-SELECTED         TO BKS-COUNT
           WRITE BACK-LINE FROM BACK-SUMMARY.
           MOVE WS-BACKOUT-FAILURES        TO BKS-COUNT
           WRITE BACK-LINE FROM BACK-SUMMARY.
           INITIALIZE BACK-SUMMARY
           MOVE "ARCHIVE MOVES NOT BACKED" TO BKS-LABEL
           MOVE WS-ARCHIVE-NOT-BACKED      TO BKS-COUNT
           WRITE BACK-LINE FROM BACK-SUMMARY.
           INITIALIZE BACK-SUMMARY
           MOVE "OLD-LAYOUT AUDITS SKIPPED" TO BKS-LABEL
           MOVE WS-OLD-LAYOUT-SKIPS        TO BKS-COUNT
           WRITE BACK-LINE FROM BACK-SUMMARY.

       H290-DISPLAY-TOTALS.
           DISPLAY "AUDIT RECORDS READ:  " WS-AUDITS-READ.
           DISPLAY "AUDIT HISTORY READ:  " WS-HISTORY-READ.
           DISPLAY "AUDITS IN BATCH:     " WS-AUDITS-SELECTED.
           DISPLAY "ADDS BACKED OUT:     " WS-ADDS-REMOVED.
           DISPLAY "CHANGES BACKED OUT:  " WS-CHANGES-RESTORED.
           DISPLAY "DELETES RESTORED:    " WS-DELETES-RESTORED.
           DISPLAY "BACKOUT FAILURES:    " WS-BACKOUT-FAILURES.
           DISPLAY "ARCHIVE NOT BACKED:  " WS-ARCHIVE-NOT-BACKED.
           DISPLAY "OLD-LAYOUT SKIPPED:  " WS-OLD-LAYOUT-SKIPS.
       H290-END. EXIT.

           PERFORM H285-WRITE-BACKOUT-TOTALS.
           PERFORM H290-DISPLAY-TOTALS.
           PERFORM H300-CLOSE-FILES.
           IF WS-ARCHIVE-NOT-BACKED > ZERO
               DISPLAY "ARCHFILE BRANCH MOVES NOT BACKED OUT - "
                       "SEE BACKOUT REPORT"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-BACKOUT-FAILURES > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-BATCH-REQUESTED AND WS-AUDITS-SELECTED = ZERO
               DISPLAY "REQUESTED BATCH " WS-SEL-BATCH
                       " NOT FOUND ON AUDIT FILES - "
                       "NOTHING BACKED OUT"
               MOVE 8 TO RETURN-CODE
           END-IF
