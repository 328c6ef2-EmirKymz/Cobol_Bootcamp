       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PBEG0028.
       AUTHOR.        EMIRCAN KAYMAZ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE  ASSIGN PENDFILE
                             STATUS PEND-ST.
           SELECT APPR-REJECT-FILE ASSIGN APPRREJ
                             STATUS AREJ-ST.
           SELECT PARM-FILE  ASSIGN PENDPARM
                             STATUS PARM-ST.
           SELECT PEND-REPORT ASSIGN PENDRPT
                             STATUS PRPT-ST.
       DATA DIVISION.

       FILE SECTION.
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

       FD  APPR-REJECT-FILE RECORDING MODE F.
       01  APPR-REJECT-REC.
           05  AREJ-APPR-IMAGE.
               10  AREJ-PEND-SEQ   PIC X(07).
               10  AREJ-INX        PIC X(04).
               10  AREJ-ACTION     PIC X(01).
               10  AREJ-CHECKER-ID PIC X(08).
               10  AREJ-NOTE       PIC X(20).
           05  AREJ-REASON         PIC X(20).

       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-EXPIRY-DAYS    PIC X(03).
           05  PARM-FROM-DATE      PIC X(08).

       FD  PEND-REPORT RECORDING MODE F.
       01  PEND-LINE.
           05  PRL-SEQ             PIC X(07).
           05  FILLER              PIC X(01).
           05  PRL-ENTRY-DATE      PIC X(08).
           05  FILLER              PIC X(01).
           05  PRL-SOURCE          PIC X(09).
           05  FILLER              PIC X(01).
           05  PRL-INX             PIC X(04).
           05  FILLER              PIC X(01).
           05  PRL-CHANGE          PIC X(19).
           05  FILLER              PIC X(01).
           05  PRL-MAKER-ID        PIC X(08).
           05  FILLER              PIC X(01).
           05  PRL-CHECKER-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  PRL-DATE            PIC X(08).
           05  FILLER              PIC X(02).

       01  PEND-NOTE-LINE REDEFINES PEND-LINE.
           05  FILLER              PIC X(08).
           05  PRN-LABEL           PIC X(06).
           05  PRN-NOTE            PIC X(20).
           05  FILLER              PIC X(46).

       01  PEND-REJECT-LINE REDEFINES PEND-LINE.
           05  PRJ-PEND-SEQ        PIC X(07).
           05  FILLER              PIC X(01).
           05  PRJ-INX             PIC X(04).
           05  FILLER              PIC X(01).
           05  PRJ-ACTION          PIC X(07).
           05  FILLER              PIC X(01).
           05  PRJ-CHECKER-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  PRJ-REASON          PIC X(20).
           05  FILLER              PIC X(30).

       01  PEND-SUMMARY REDEFINES PEND-LINE.
           05  PRS-LABEL           PIC X(30).
           05  PRS-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(39).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 PEND-ST        PIC 9(02).
              88 PEND-EOF             VALUE 10.
              88 PEND-SUCCESS         VALUE 00 97.
           05 AREJ-ST        PIC 9(02).
              88 AREJ-EOF             VALUE 10.
              88 AREJ-SUCCESS         VALUE 00 97.
           05 PARM-ST        PIC 9(02).
              88 PARM-SUCCESS         VALUE 00 97.
           05 PRPT-ST        PIC 9(02).
              88 PRPT-SUCCESS         VALUE 00 97.

       01  WS-ERROR-AREA.
           05 WS-ERR-FILE           PIC X(08) VALUE SPACES.
           05 WS-ERR-STATUS         PIC 9(02) VALUE ZERO.

       01  WS-RUN-CONTROL.
           05 WS-RUN-DATE           PIC 9(08) VALUE ZERO.
           05 WS-FROM-DATE          PIC 9(08) VALUE ZERO.
           05 WS-EXPIRY-DAYS        PIC 9(03) VALUE 7.
           05 WS-TEST-RESULT        PIC 9(02) VALUE ZERO.
           05 WS-PEND-PRESENT-SW    PIC X(01) VALUE "N".
              88 WS-PEND-PRESENT        VALUE "Y".

       01  WS-SECTION-CONTROL.
           05 WS-SECTION-STATUS     PIC X(01) VALUE SPACES.
           05 WS-SECTION-TITLE      PIC X(30) VALUE SPACES.
           05 WS-SECTION-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-FIRST-PASS-SW      PIC X(01) VALUE "N".
              88 WS-FIRST-PASS          VALUE "Y".

       01  WS-ITEM-WORK.
           05 WS-PEND-AGE           PIC S9(07) VALUE ZERO.
           05 WS-AGE-EDIT           PIC Z(06)9.
           05 WS-APPROVE-BY         PIC 9(08) VALUE ZERO.
           05 WS-CHANGE-TEXT        PIC X(19) VALUE SPACES.
           05 WS-CHANGE-PTR         PIC 9(02) VALUE ZERO.

       01  WS-PEND-TOTALS.
           05 WS-RECORDS-READ       PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-WAITING      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-OVERDUE      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-APPROVED     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-FAILED       PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-DECLINED     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-EXPIRED      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-UNKNOWN      PIC 9(07) VALUE ZERO.
           05 WS-APPROVALS-REJECTED PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H140-READ-CONTROL-CARD.
           PERFORM H150-WRITE-HEADINGS.
           PERFORM H160-CHECK-PENDING-FILE.
           IF WS-PEND-PRESENT
               SET WS-FIRST-PASS TO TRUE
               MOVE "P"                       TO WS-SECTION-STATUS
               MOVE "AWAITING APPROVAL"       TO WS-SECTION-TITLE
               PERFORM H200-LIST-SECTION
               MOVE "N"                       TO WS-FIRST-PASS-SW
               MOVE "A"                       TO WS-SECTION-STATUS
               MOVE "APPROVED AND APPLIED"    TO WS-SECTION-TITLE
               PERFORM H200-LIST-SECTION
               MOVE "F"                       TO WS-SECTION-STATUS
               MOVE "APPROVED - APPLY FAILED" TO WS-SECTION-TITLE
               PERFORM H200-LIST-SECTION
               MOVE "D"                       TO WS-SECTION-STATUS
               MOVE "DECLINED"                TO WS-SECTION-TITLE
               PERFORM H200-LIST-SECTION
               MOVE "X"                       TO WS-SECTION-STATUS
               MOVE "EXPIRED"                 TO WS-SECTION-TITLE
               PERFORM H200-LIST-SECTION
           END-IF
           PERFORM H250-LIST-REJECTED-APPROVALS.
           PERFORM H280-WRITE-TOTALS.
           PERFORM H999-PROGRAM-EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-FROM-DATE.
           OPEN OUTPUT PEND-REPORT.
           IF NOT PRPT-SUCCESS
               MOVE "PENDRPT " TO WS-ERR-FILE
               MOVE PRPT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           MOVE SPACES TO PEND-LINE.
       H100-END. EXIT.

       H950-FILE-ERROR.
           DISPLAY "FILE ERROR - " WS-ERR-FILE
                   " STATUS " WS-ERR-STATUS " - RUN HALTED".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       H950-END. EXIT.

       H955-PARM-ERROR.
           DISPLAY "PENDPARM CARD INVALID - " PARM-REC
                   " - RUN HALTED".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       H955-END. EXIT.

       H140-READ-CONTROL-CARD.
           OPEN INPUT PARM-FILE
           IF PARM-SUCCESS
               READ PARM-FILE
               IF PARM-SUCCESS
                   IF PARM-EXPIRY-DAYS IS NUMERIC
                          AND PARM-EXPIRY-DAYS NOT = ZERO
                       MOVE PARM-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                   END-IF
                   IF PARM-FROM-DATE NOT = SPACES
                          AND PARM-FROM-DATE NOT = ZERO
                       IF PARM-FROM-DATE IS NOT NUMERIC
                           PERFORM H955-PARM-ERROR
                       END-IF
                       MOVE PARM-FROM-DATE TO WS-FROM-DATE
                       COMPUTE WS-TEST-RESULT =
                               FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE)
                       IF WS-TEST-RESULT NOT = 0
                           PERFORM H955-PARM-ERROR
                       END-IF
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF.
       H140-END. EXIT.

       H150-WRITE-HEADINGS.
           STRING "DUAL CONTROL APPROVAL REPORT  DATE: " WS-RUN-DATE
                  "  EXPIRY DAYS: " WS-EXPIRY-DAYS
               DELIMITED BY SIZE INTO PEND-LINE
           END-STRING
           PERFORM H900-WRITE-PEND-LINE
           STRING "DECISIONS LISTED FROM " WS-FROM-DATE
                  "  ALL ITEMS AWAITING APPROVAL LISTED"
               DELIMITED BY SIZE INTO PEND-LINE
           END-STRING
           PERFORM H900-WRITE-PEND-LINE.
       H150-END. EXIT.

       H160-CHECK-PENDING-FILE.
           OPEN INPUT PEND-FILE
           IF PEND-SUCCESS
               SET WS-PEND-PRESENT TO TRUE
               CLOSE PEND-FILE
           ELSE
               DISPLAY "WARNING - PENDFILE NOT PRESENT, "
                       "NO PENDING ITEMS TO REPORT"
           END-IF.
       H160-END. EXIT.

       H200-LIST-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT
           PERFORM H205-WRITE-SECTION-HEADING
           OPEN INPUT PEND-FILE
           IF NOT PEND-SUCCESS
               MOVE "PENDFILE" TO WS-ERR-FILE
               MOVE PEND-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           READ PEND-FILE
           IF NOT PEND-SUCCESS AND NOT PEND-EOF
               MOVE "PENDFILE" TO WS-ERR-FILE
               MOVE PEND-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           PERFORM H210-SELECT-ONE-ITEM UNTIL PEND-EOF
           CLOSE PEND-FILE
           INITIALIZE PEND-SUMMARY
           MOVE "  ITEMS LISTED"  TO PRS-LABEL
           MOVE WS-SECTION-COUNT  TO PRS-COUNT
           PERFORM H900-WRITE-PEND-LINE.
       H200-END. EXIT.

       H205-WRITE-SECTION-HEADING.
           PERFORM H900-WRITE-PEND-LINE
           MOVE WS-SECTION-TITLE TO PEND-LINE
           PERFORM H900-WRITE-PEND-LINE
           MOVE "SEQ"            TO PRL-SEQ
           MOVE "ENTERED"        TO PRL-ENTRY-DATE
           MOVE "SOURCE"         TO PRL-SOURCE
           MOVE "ACCT"           TO PRL-INX
           MOVE "CHANGE"         TO PRL-CHANGE
           MOVE "MAKER"          TO PRL-MAKER-ID
           IF WS-SECTION-STATUS = "P"
               MOVE "AGE"        TO PRL-CHECKER-ID
               MOVE "APPR BY"    TO PRL-DATE
           ELSE
               MOVE "CHECKER"    TO PRL-CHECKER-ID
               MOVE "DECIDED"    TO PRL-DATE
           END-IF
           PERFORM H900-WRITE-PEND-LINE.
       H205-END. EXIT.

       H210-SELECT-ONE-ITEM.
           IF WS-FIRST-PASS
               PERFORM H215-COUNT-ITEM
           END-IF
           IF PEND-STATUS = WS-SECTION-STATUS
               IF WS-SECTION-STATUS = "P"
                   PERFORM H220-WRITE-ITEM
               ELSE
                   IF PEND-DECISION-DATE IS NUMERIC
                          AND PEND-DECISION-DATE >= WS-FROM-DATE
                       PERFORM H220-WRITE-ITEM
                   END-IF
               END-IF
           END-IF
           READ PEND-FILE
           IF NOT PEND-SUCCESS AND NOT PEND-EOF
               MOVE "PENDFILE" TO WS-ERR-FILE
               MOVE PEND-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H210-END. EXIT.

       H215-COUNT-ITEM.
           ADD 1 TO WS-RECORDS-READ
           EVALUATE TRUE
               WHEN PEND-WAITING
                   ADD 1 TO WS-TOTAL-WAITING
               WHEN PEND-APPROVED
                   ADD 1 TO WS-TOTAL-APPROVED
               WHEN PEND-FAILED
                   ADD 1 TO WS-TOTAL-FAILED
               WHEN PEND-DECLINED
                   ADD 1 TO WS-TOTAL-DECLINED
               WHEN PEND-EXPIRED
                   ADD 1 TO WS-TOTAL-EXPIRED
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-UNKNOWN
           END-EVALUATE.
       H215-END. EXIT.

       H220-WRITE-ITEM.
           ADD 1 TO WS-SECTION-COUNT
           PERFORM H225-BUILD-CHANGE-TEXT
           MOVE PEND-SEQ          TO PRL-SEQ
           MOVE PEND-ENTRY-DATE   TO PRL-ENTRY-DATE
           IF PEND-SRC-BRANCH NOT = SPACES
               STRING PEND-SRC-BRANCH "/" PEND-SRC-BATCH
                   DELIMITED BY SIZE INTO PRL-SOURCE
               END-STRING
           END-IF
           MOVE PEND-INX          TO PRL-INX
           MOVE WS-CHANGE-TEXT    TO PRL-CHANGE
           MOVE PEND-MAKER-ID     TO PRL-MAKER-ID
           IF PEND-WAITING
               PERFORM H230-AGE-ITEM
           ELSE
               MOVE PEND-CHECKER-ID    TO PRL-CHECKER-ID
               MOVE PEND-DECISION-DATE TO PRL-DATE
           END-IF
           PERFORM H900-WRITE-PEND-LINE
           IF PEND-NOTE NOT = SPACES
               MOVE "NOTE:"    TO PRN-LABEL
               MOVE PEND-NOTE  TO PRN-NOTE
               PERFORM H900-WRITE-PEND-LINE
           END-IF.
       H220-END. EXIT.

       H225-BUILD-CHANGE-TEXT.
           MOVE SPACES TO WS-CHANGE-TEXT
           MOVE 1      TO WS-CHANGE-PTR
           IF PEND-DELETE-SW = "Y"
               STRING "DELETE " DELIMITED BY SIZE
                   INTO WS-CHANGE-TEXT WITH POINTER WS-CHANGE-PTR
               END-STRING
           END-IF
           IF PEND-BDATE-SW = "Y"
               STRING "BDATE " DELIMITED BY SIZE
                   INTO WS-CHANGE-TEXT WITH POINTER WS-CHANGE-PTR
               END-STRING
           END-IF
           IF PEND-REOPEN-SW = "Y"
               STRING "REOPEN " DELIMITED BY SIZE
                   INTO WS-CHANGE-TEXT WITH POINTER WS-CHANGE-PTR
               END-STRING
           END-IF
           IF PEND-BRANCH-SW = "Y"
               STRING "BRANCH" DELIMITED BY SIZE
                   INTO WS-CHANGE-TEXT WITH POINTER WS-CHANGE-PTR
               END-STRING
           END-IF.
       H225-END. EXIT.

       H230-AGE-ITEM.
           IF PEND-ENTRY-DATE IS NUMERIC
               COMPUTE WS-TEST-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD(PEND-ENTRY-DATE)
               IF WS-TEST-RESULT = 0
                   COMPUTE WS-PEND-AGE =
                           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                         - FUNCTION INTEGER-OF-DATE(PEND-ENTRY-DATE)
                   COMPUTE WS-APPROVE-BY = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(PEND-ENTRY-DATE)
                            + WS-EXPIRY-DAYS)
                   MOVE WS-PEND-AGE   TO WS-AGE-EDIT
                   MOVE WS-AGE-EDIT   TO PRL-CHECKER-ID
                   MOVE WS-APPROVE-BY TO PRL-DATE
                   IF WS-PEND-AGE > WS-EXPIRY-DAYS
                       ADD 1 TO WS-TOTAL-OVERDUE
                       IF PEND-NOTE = SPACES
                           MOVE "OVERDUE - EXPIRES" TO PEND-NOTE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       H230-END. EXIT.

       H250-LIST-REJECTED-APPROVALS.
           OPEN INPUT APPR-REJECT-FILE
           IF AREJ-SUCCESS
               PERFORM H900-WRITE-PEND-LINE
               MOVE "APPROVAL CARDS REJECTED" TO PEND-LINE
               PERFORM H900-WRITE-PEND-LINE
               MOVE "SEQ"      TO PRJ-PEND-SEQ
               MOVE "ACCT"     TO PRJ-INX
               MOVE "ACTION"   TO PRJ-ACTION
               MOVE "CHECKER"  TO PRJ-CHECKER-ID
               MOVE "REASON"   TO PRJ-REASON
               PERFORM H900-WRITE-PEND-LINE
               READ APPR-REJECT-FILE
               PERFORM H255-WRITE-ONE-REJECT UNTIL AREJ-EOF
               CLOSE APPR-REJECT-FILE
               INITIALIZE PEND-SUMMARY
               MOVE "  CARDS LISTED"       TO PRS-LABEL
               MOVE WS-APPROVALS-REJECTED  TO PRS-COUNT
               PERFORM H900-WRITE-PEND-LINE
           END-IF.
       H250-END. EXIT.

       H255-WRITE-ONE-REJECT.
           ADD 1 TO WS-APPROVALS-REJECTED
           MOVE AREJ-PEND-SEQ    TO PRJ-PEND-SEQ
           MOVE AREJ-INX         TO PRJ-INX
           EVALUATE AREJ-ACTION
               WHEN "R"
                   MOVE "RELEASE" TO PRJ-ACTION
               WHEN "D"
                   MOVE "DECLINE" TO PRJ-ACTION
               WHEN OTHER
                   MOVE AREJ-ACTION TO PRJ-ACTION
           END-EVALUATE
           MOVE AREJ-CHECKER-ID  TO PRJ-CHECKER-ID
           MOVE AREJ-REASON      TO PRJ-REASON
           PERFORM H900-WRITE-PEND-LINE
           READ APPR-REJECT-FILE.
       H255-END. EXIT.

       H280-WRITE-TOTALS.
           PERFORM H900-WRITE-PEND-LINE
           INITIALIZE PEND-SUMMARY
           MOVE "PENDING FILE RECORDS READ"   TO PRS-LABEL
           MOVE WS-RECORDS-READ               TO PRS-COUNT
           PERFORM H900-WRITE-PEND-LINE
           INITIALIZE PEND-SUMMARY
           MOVE "AWAITING APPROVAL"           TO PRS-LABEL
           MOVE WS-TOTAL-WAITING              TO PRS-COUNT
           PERFORM H900-WRITE-PEND-LINE
           INITIALIZE PEND-SUMMARY
           MOVE "  OVERDUE - WILL EXPIRE"     TO PRS-LABEL
           MOVE WS-TOTAL-OVERDUE              TO PRS-COUNT
           PERFORM H900-WRITE-PEND-LINE
           INITIALIZE PEND-SUMMARY
           MOVE "APPROVED AND APPLIED"        TO PRS-LABEL
           MOVE WS-TOTAL-APPROVED             TO PRS-COUNT
           PERFORM H900-WRITE-PEND-LINE
           INITIALIZE PEND-SUMMARY
           MOVE "APPROVED - APPLY FAILED"     TO PRS-LABEL
           MOVE WS-TOTAL-FAILED               TO PRS-COUNT
           PERFORM H900-WRITE-PEND-LINE
           INITIALIZE PEND-SUMMARY
           MOVE "DECLINED"                    TO PRS-LABEL
           MOVE WS-TOTAL-DECLINED             TO PRS-COUNT
           PERFORM H900-WRITE-PEND-LINE
           INITIALIZE PEND-SUMMARY
           MOVE "EXPIRED"                     TO PRS-LABEL
           MOVE WS-TOTAL-EXPIRED              TO PRS-COUNT
           PERFORM H900-WRITE-PEND-LINE
           INITIALIZE PEND-SUMMARY
           MOVE "UNKNOWN STATUS"              TO PRS-LABEL
           MOVE WS-TOTAL-UNKNOWN              TO PRS-COUNT
           PERFORM H900-WRITE-PEND-LINE
           INITIALIZE PEND-SUMMARY
           MOVE "APPROVAL CARDS REJECTED"     TO PRS-LABEL
           MOVE WS-APPROVALS-REJECTED         TO PRS-COUNT
           PERFORM H900-WRITE-PEND-LINE.
       H280-END. EXIT.

       H900-WRITE-PEND-LINE.
           WRITE PEND-LINE
           IF NOT PRPT-SUCCESS
               MOVE "PENDRPT " TO WS-ERR-FILE
               MOVE PRPT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           MOVE SPACES TO PEND-LINE.
       H900-END. EXIT.

       H290-DISPLAY-TOTALS.
           DISPLAY "PENDING RECORDS READ: " WS-RECORDS-READ.
           DISPLAY "AWAITING APPROVAL:    " WS-TOTAL-WAITING.
           DISPLAY "OVERDUE:              " WS-TOTAL-OVERDUE.
           DISPLAY "APPROVED:             " WS-TOTAL-APPROVED.
           DISPLAY "APPLY FAILED:         " WS-TOTAL-FAILED.
           DISPLAY "DECLINED:             " WS-TOTAL-DECLINED.
           DISPLAY "EXPIRED:              " WS-TOTAL-EXPIRED.
           DISPLAY "APPROVALS REJECTED:   " WS-APPROVALS-REJECTED.
       H290-END. EXIT.

       H300-CLOSE-FILES.
           CLOSE PEND-REPORT.
       H300-END. EXIT.

       H999-PROGRAM-EXIT.
           PERFORM H290-DISPLAY-TOTALS.
           PERFORM H300-CLOSE-FILES.
           IF WS-TOTAL-UNKNOWN > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       H999-END. EXIT.
