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
           SELECT PARM-FILE  ASSIGN AUDPARM
                             STATUS PARM-ST.
           SELECT INQUIRY-REPORT ASSIGN AUDIRPT
               88 AUD-ADD              VALUE "A".
               88 AUD-CHANGE           VALUE "C".
               88 AUD-DELETE           VALUE "D".
               88 AUD-ARCH-MOVE        VALUE "R".
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

       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-INX             PIC X(04).
           05  PARM-FROM-DATE       PIC 9(08).
           05  PARM-TO-DATE         PIC 9(08).
           05  PARM-SRC-BRANCH      PIC X(03).
           05  PARM-SRC-BATCH       PIC X(05).

       FD  INQUIRY-REPORT RECORDING MODE F.
       01  INQ-DETAIL.
           05  INQD-INX            PIC X(04).
           05  FILLER              PIC X(01).
           05  INQD-ACTION         PIC X(10).
           05  FILLER              PIC X(01).
           05  INQD-SRC-BRANCH     PIC X(03).
           05  INQD-SRC-SLASH      PIC X(01).
           05  INQD-SRC-BATCH      PIC 9(05).
           05  FILLER              PIC X(01).
           05  INQD-MAKER-ID       PIC X(08).
           05  FILLER              PIC X(01).
           05  INQD-CHECKER-ID     PIC X(08).
           05  FILLER              PIC X(04).

       01  INQ-FIELD REDEFINES INQ-DETAIL.
           05  FILLER              PIC X(05).
           05  INQF-OLD            PIC X(15).
           05  FILLER              PIC X(01).
           05  INQF-NEW            PIC X(15).
           05  FILLER              PIC X(24).

       01  INQ-SUMMARY REDEFINES INQ-DETAIL.
           05  INQS-LABEL          PIC X(26).
           05  INQS-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(33).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 AUDT-ST        PIC 9(02).
              88 AUDT-EOF             VALUE 10.
              88 AUDT-SUCCESS         VALUE 00 97.
           05 AUDH-ST        PIC 9(02).
              88 AUDH-EOF             VALUE 10.
              88 AUDH-SUCCESS         VALUE 00 02 97.
           05 PARM-ST        PIC 9(02).
              88 PARM-SUCCESS         VALUE 00 97.
           05 INQ-ST         PIC 9(02).
           05 WS-SEL-INX            PIC X(04) VALUE SPACES.
           05 WS-FROM-DATE          PIC 9(08) VALUE ZERO.
           05 WS-TO-DATE            PIC 9(08) VALUE 99999999.
           05 WS-SRC-SW             PIC X(01) VALUE "N".
              88 WS-SRC-FILTER          VALUE "Y".
           05 WS-SEL-SRC-BRANCH     PIC X(03) VALUE SPACES.
           05 WS-SEL-SRC-BATCH      PIC 9(05) VALUE ZERO.
           05 WS-AUDH-END-SW        PIC X(01) VALUE "N".
              88 WS-AUDH-END            VALUE "Y".

       01  WS-OLD-FIELDS.
           05 WS-OLD-INX            PIC X(04).

       01  WS-INQUIRY-TOTALS.
           05 WS-AUDITS-READ        PIC 9(07) VALUE ZERO.
           05 WS-HISTORY-READ       PIC 9(07) VALUE ZERO.
           05 WS-AUDITS-SELECTED    PIC 9(07) VALUE ZERO.
           05 WS-FIELD-LINES        PIC 9(07) VALUE ZERO.
           05 WS-OLD-LAYOUT-SKIPS   PIC 9(07) VALUE ZERO.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H140-READ-CONTROL-CARD.
           PERFORM H160-LIST-HISTORY.
           PERFORM H190-READ-FIRST-AUDIT.
           PERFORM H200-PROCESS UNTIL AUDT-EOF.
           PERFORM H999-PROGRAM-EXIT.

               MOVE "AUDIRPT " TO WS-ERR-FILE
               MOVE INQ-ST     TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H100-END. EXIT.

                   IF PARM-TO-DATE NOT = ZERO
                       MOVE PARM-TO-DATE TO WS-TO-DATE
                   END-IF
                   IF PARM-SRC-BRANCH NOT = SPACES
                       SET WS-SRC-FILTER TO TRUE
                       MOVE PARM-SRC-BRANCH TO WS-SEL-SRC-BRANCH
                       IF PARM-SRC-BATCH IS NUMERIC
                           MOVE PARM-SRC-BATCH TO WS-SEL-SRC-BATCH
                       END-IF
                   END-IF
               END-IF
               CLOSE PARM-FILE
           ELSE
           END-IF.
       H140-END. EXIT.

       H160-LIST-HISTORY.
           OPEN INPUT AUDIT-HISTORY
           IF NOT AUDH-SUCCESS
               DISPLAY "WARNING - AUDHIST NOT PRESENT, "
                       "CURRENT AUDIT PERIOD ONLY"
           ELSE
               MOVE "N" TO WS-AUDH-END-SW
               IF WS-INX-FILTER
                   MOVE LOW-VALUES   TO AUH-KEY
                   MOVE WS-SEL-INX   TO AUH-INX
                   MOVE WS-FROM-DATE TO AUH-RUN-DATE
                   START AUDIT-HISTORY KEY NOT < AUH-KEY
                       INVALID KEY
                           SET WS-AUDH-END TO TRUE
                   END-START
               ELSE
                   MOVE WS-FROM-DATE TO AUH-RUN-DATE
                   START AUDIT-HISTORY KEY NOT < AUH-RUN-DATE
                       INVALID KEY
                           SET WS-AUDH-END TO TRUE
                   END-START
               END-IF
               PERFORM H161-LIST-ONE-HISTORY UNTIL WS-AUDH-END
               CLOSE AUDIT-HISTORY
           END-IF.
       H160-END. EXIT.

       H161-LIST-ONE-HISTORY.
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
               IF AUH-RUN-DATE > WS-TO-DATE
                      OR (WS-INX-FILTER AND AUH-INX NOT = WS-SEL-INX)
                   SET WS-AUDH-END TO TRUE
               ELSE
                   ADD 1 TO WS-HISTORY-READ
                   MOVE AUH-RUN-DATE     TO AUD-RUN-DATE
                   MOVE AUH-RUN-TIME     TO AUD-RUN-TIME
                   MOVE AUH-BATCH-SEQ    TO AUD-BATCH-SEQ
                   MOVE AUH-TRAN-CODE    TO AUD-TRAN-CODE
                   MOVE AUH-INX          TO AUD-INX
                   MOVE AUH-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
                   MOVE AUH-AFTER-IMAGE  TO AUD-AFTER-IMAGE
                   MOVE AUH-SRC-BRANCH   TO AUD-SRC-BRANCH
                   MOVE AUH-SRC-BATCH    TO AUD-SRC-BATCH
                   MOVE AUH-MAKER-ID     TO AUD-MAKER-ID
                   MOVE AUH-CHECKER-ID   TO AUD-CHECKER-ID
                   PERFORM H210-SELECT-AUDIT
               END-IF
           END-IF.
       H161-END. EXIT.

       H190-READ-FIRST-AUDIT.
           READ AUDIT-FILE.
           IF NOT AUDT-SUCCESS AND NOT AUDT-EOF
               MOVE "AUDTFILE" TO WS-ERR-FILE
               MOVE AUDT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H190-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-AUDITS-READ
           PERFORM H210-SELECT-AUDIT
           READ AUDIT-FILE.
       H200-END. EXIT.

       H210-SELECT-AUDIT.
           IF AUD-BATCH-SEQ IS NOT NUMERIC
                  OR AUD-RUN-DATE IS NOT NUMERIC
               ADD 1 TO WS-OLD-LAYOUT-SKIPS
               IF (NOT WS-INX-FILTER OR AUD-INX = WS-SEL-INX)
                      AND AUD-RUN-DATE >= WS-FROM-DATE
                      AND AUD-RUN-DATE <= WS-TO-DATE
                      AND (NOT WS-SRC-FILTER
                           OR (AUD-SRC-BRANCH = WS-SEL-SRC-BRANCH
                               AND (WS-SEL-SRC-BATCH = ZERO
                                    OR AUD-SRC-BATCH =
                                       WS-SEL-SRC-BATCH)))
                   ADD 1 TO WS-AUDITS-SELECTED
                   PERFORM H220-WRITE-AUDIT-HEADER
                   PERFORM H240-DECODE-IMAGES
               END-IF
           END-IF.
       H210-END. EXIT.

       H220-WRITE-AUDIT-HEADER.
           MOVE SPACES TO INQ-DETAIL
           MOVE AUD-BATCH-SEQ   TO INQD-BATCH
           MOVE AUD-TRAN-CODE   TO INQD-CODE
           MOVE AUD-INX         TO INQD-INX
           IF AUD-SRC-BRANCH NOT = SPACES
               MOVE AUD-SRC-BRANCH  TO INQD-SRC-BRANCH
               MOVE "/"             TO INQD-SRC-SLASH
               MOVE AUD-SRC-BATCH   TO INQD-SRC-BATCH
           END-IF
           MOVE AUD-MAKER-ID    TO INQD-MAKER-ID
           MOVE AUD-CHECKER-ID  TO INQD-CHECKER-ID
           EVALUATE TRUE
               WHEN AUD-ADD
                   MOVE "ADDED"     TO INQD-ACTION
                   MOVE "CHANGED"   TO INQD-ACTION
               WHEN AUD-DELETE
                   MOVE "DELETED"   TO INQD-ACTION
               WHEN AUD-ARCH-MOVE
                   MOVE "ARCH MOVED" TO INQD-ACTION
               WHEN OTHER
                   MOVE "UNKNOWN"   TO INQD-ACTION
           END-EVALUATE
           MOVE WS-AUDITS-READ             TO INQS-COUNT
           PERFORM H900-WRITE-INQ-LINE.
           INITIALIZE INQ-SUMMARY
           MOVE "AUDIT HISTORY READ"       TO INQS-LABEL
           MOVE WS-HISTORY-READ            TO INQS-COUNT
           PERFORM H900-WRITE-INQ-LINE.
           INITIALIZE INQ-SUMMARY
           MOVE "AUDIT RECORDS SELECTED"   TO INQS-LABEL
           MOVE WS-AUDITS-SELECTED         TO INQS-COUNT
           PERFORM H900-WRITE-INQ-LINE.

       H290-DISPLAY-TOTALS.
           DISPLAY "AUDIT RECORDS READ:     " WS-AUDITS-READ.
           DISPLAY "AUDIT HISTORY READ:     " WS-HISTORY-READ.
           DISPLAY "AUDIT RECORDS SELECTED: " WS-AUDITS-SELECTED.
           DISPLAY "FIELD CHANGE LINES:     " WS-FIELD-LINES.
           DISPLAY "OLD-LAYOUT SKIPPED:     " WS-OLD-LAYOUT-SKIPS.
