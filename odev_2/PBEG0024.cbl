       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PBEG0024.
       AUTHOR.        EMIRCAN KAYMAZ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC   ASSIGN ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY ACCT-INX
                             ALTERNATE RECORD KEY ACCT-SURNAMES
                                 WITH DUPLICATES
                             STATUS ACCT-ST.
           SELECT ARCHIVE-FILE ASSIGN ARCHFILE
                             STATUS ARCH-ST.
           SELECT ARCH-WORK  ASSIGN ARCHWORK
                             STATUS AWK-ST.
           SELECT BRANCH-MASTER ASSIGN BRCHMST
                             STATUS BRCH-ST.
           SELECT PARM-FILE  ASSIGN VINTPARM
                             STATUS PARM-ST.
           SELECT VINT-REPORT ASSIGN VINTRPT
                             STATUS VINT-ST.
           SELECT VINT-EXTRACT ASSIGN VINTCSV
                             STATUS EXT-ST.
           SELECT SORT-WORK  ASSIGN SORTWK.
           SELECT ARCH-SORT-WORK ASSIGN SORTWK2.
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

       FD  ARCH-WORK RECORDING MODE F.
       01  ARCH-WORK-REC.
           05  AWK-RUN-DATE        PIC 9(08).
           05  AWK-FIELDS.
               10  AWK-INX         PIC X(04).
               10  AWK-NAMES       PIC X(15).
               10  AWK-SURNAMES    PIC X(15).
               10  AWK-BDATE       PIC 9(08).
               10  AWK-TODAY       PIC 9(08).
               10  AWK-STATUS      PIC X(01).
               10  AWK-OPEN-DATE   PIC 9(08).
               10  AWK-BRANCH      PIC X(03).

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
           05  PARM-ASOF-DATE      PIC 9(08).

       FD  VINT-REPORT RECORDING MODE F.
       01  VINT-LINE.
           05  VCL-BRANCH          PIC X(03).
           05  FILLER              PIC X(02).
           05  VCL-YEAR            PIC X(04).
           05  FILLER              PIC X(02).
           05  VCL-OPENED          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(01).
           05  VCL-ACTIVE          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(01).
           05  VCL-DORMANT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(01).
           05  VCL-CLOSED          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  VCL-RETAIN          PIC ZZ9.9.
           05  VCL-PCT             PIC X(01).
           05  FILLER              PIC X(30).

       01  VINT-BAND-LINE REDEFINES VINT-LINE.
           05  VBL-BRANCH          PIC X(03).
           05  FILLER              PIC X(02).
           05  VBL-CELL OCCURS 7 TIMES.
               10  FILLER          PIC X(01).
               10  VBL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(19).

       01  VINT-BAND-HEAD REDEFINES VINT-LINE.
           05  VBH-BRANCH          PIC X(03).
           05  FILLER              PIC X(02).
           05  VBH-CELL            PIC X(08) OCCURS 7 TIMES.
           05  FILLER              PIC X(19).

       01  VINT-SUMMARY REDEFINES VINT-LINE.
           05  VNS-LABEL           PIC X(30).
           05  VNS-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(39).

       FD  VINT-EXTRACT RECORDING MODE F.
       01  VINT-EXT-REC            PIC X(132).

       SD  SORT-WORK.
       01  SORT-VINTAGE.
           05  SRT-BRANCH          PIC X(03).
           05  SRT-YEAR            PIC 9(04).
           05  SRT-STATUS          PIC X(01).
               88 SRT-ACTIVE           VALUE "A".
               88 SRT-DORMANT          VALUE "D".
               88 SRT-CLOSED           VALUE "C".
           05  SRT-TENURE-BAND     PIC 9(01).
           05  SRT-AGE-BAND        PIC 9(01).

       SD  ARCH-SORT-WORK.
       01  SORT-ARCHIVE.
           05  ASR-RUN-DATE        PIC 9(08).
           05  ASR-INX             PIC X(04).
           05  FILLER              PIC X(58).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 ACCT-ST        PIC 9(02).
              88 ACCT-EOF             VALUE 10.
              88 ACCT-SUCCESS         VALUE 00 02 97.
              88 ACCT-NOT-FOUND       VALUE 23.
           05 ARCH-ST        PIC 9(02).
              88 ARCH-EOF             VALUE 10.
              88 ARCH-SUCCESS         VALUE 00 97.
           05 AWK-ST         PIC 9(02).
              88 AWK-EOF              VALUE 10.
              88 AWK-SUCCESS          VALUE 00 97.
           05 BRCH-ST        PIC 9(02).
              88 BRCH-EOF             VALUE 10.
              88 BRCH-SUCCESS         VALUE 00 97.
           05 PARM-ST        PIC 9(02).
              88 PARM-EOF             VALUE 10.
              88 PARM-SUCCESS         VALUE 00 97.
           05 VINT-ST        PIC 9(02).
              88 VINT-SUCCESS         VALUE 00 97.
           05 EXT-ST         PIC 9(02).
              88 EXT-SUCCESS          VALUE 00 97.
           05 WS-SORT-EOF-SW PIC X(01) VALUE "N".
              88 WS-SORT-EOF          VALUE "Y".

       01  WS-ERROR-AREA.
           05 WS-ERR-FILE           PIC X(08) VALUE SPACES.
           05 WS-ERR-STATUS         PIC 9(02) VALUE ZERO.

       01  WS-VINTAGE-CONTROL.
           05 WS-RUN-DATE           PIC 9(08) VALUE ZERO.
           05 WS-ASOF-DATE          PIC 9(08) VALUE ZERO.
           05 WS-ASOF-INT           PIC 9(07) VALUE ZERO.
           05 WS-OPEN-INT           PIC 9(07) VALUE ZERO.
           05 WS-BIRTH-INT          PIC 9(07) VALUE ZERO.
           05 WS-YEARS              PIC 9(03) VALUE ZERO.
           05 WS-TEST-RESULT        PIC 9(02) VALUE ZERO.
           05 WS-RETAIN-PCT         PIC 9(03)V9 VALUE ZERO.
           05 WS-RETAIN-EDIT        PIC ZZ9.9.
           05 WS-ARCH-OPEN-SW       PIC X(01) VALUE "N".
              88 WS-ARCH-OPEN           VALUE "Y".
           05 WS-PREV-ARCH-INX      PIC X(04) VALUE LOW-VALUES.
           05 WS-ON-MASTER-SW       PIC X(01) VALUE "N".
              88 WS-ON-MASTER           VALUE "Y".

       01  WS-CLASSIFY-AREA.
           05 WS-CLS-BDATE          PIC 9(08).
           05 WS-CLS-STATUS         PIC X(01).
           05 WS-CLS-OPEN-DATE      PIC 9(08).
           05 WS-CLS-OPEN-PARTS REDEFINES WS-CLS-OPEN-DATE.
              10 WS-CLS-OPEN-YEAR   PIC 9(04).
              10 FILLER             PIC 9(04).
           05 WS-CLS-BRANCH         PIC X(03).

       01  WS-VINTAGE-LEVELS.
           05 WS-LVL                PIC 9(01) VALUE ZERO.
           05 WS-VL-ENTRY OCCURS 3 TIMES.
              10 WS-VL-OPENED       PIC 9(07).
              10 WS-VL-ACTIVE       PIC 9(07).
              10 WS-VL-DORMANT      PIC 9(07).
              10 WS-VL-CLOSED       PIC 9(07).
              10 WS-VL-TENURE       PIC 9(07) OCCURS 4 TIMES.
              10 WS-VL-AGE          PIC 9(07) OCCURS 6 TIMES.

       01  WS-VINTAGE-BREAK.
           05 WS-CURR-BRANCH        PIC X(03) VALUE SPACES.
           05 WS-CURR-YEAR          PIC 9(04) VALUE ZERO.
           05 WS-BRANCHES-SEEN      PIC 9(03) VALUE ZERO.

       01  WS-VINTAGE-BRANCH-TABLE.
           05 WS-VBR-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-VBR-ENTRY OCCURS 500 TIMES.
              10 WS-VBR-CODE        PIC X(03).
              10 WS-VBR-COUNTS.
                 15 WS-VBR-OPENED   PIC 9(07).
                 15 WS-VBR-ACTIVE   PIC 9(07).
                 15 WS-VBR-DORMANT  PIC 9(07).
                 15 WS-VBR-CLOSED   PIC 9(07).
                 15 WS-VBR-TENURE   PIC 9(07) OCCURS 4 TIMES.
                 15 WS-VBR-AGE      PIC 9(07) OCCURS 6 TIMES.

       01  WS-VINTAGE-PRINT.
           05 WS-VBR-SUB            PIC 9(03) VALUE ZERO.
           05 WS-BAND-SUB           PIC 9(01) VALUE ZERO.
           05 WS-RETAINED           PIC 9(07) VALUE ZERO.

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

       01  WS-VINTAGE-TOTALS.
           05 WS-MASTER-READ        PIC 9(07) VALUE ZERO.
           05 WS-ARCHIVE-READ       PIC 9(07) VALUE ZERO.
           05 WS-ARCH-ON-MASTER     PIC 9(07) VALUE ZERO.
           05 WS-ARCH-OLDER-COPY    PIC 9(07) VALUE ZERO.
           05 WS-ACCOUNTS-ANALYSED  PIC 9(07) VALUE ZERO.
           05 WS-INVALID-OPEN       PIC 9(07) VALUE ZERO.
           05 WS-OPENED-LATER       PIC 9(07) VALUE ZERO.
           05 WS-COHORT-LINES       PIC 9(07) VALUE ZERO.
           05 WS-CSV-WRITTEN        PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H140-READ-CONTROL-CARD.
           PERFORM H175-LOAD-BRANCH-NAMES.
           SORT ARCH-SORT-WORK ON ASCENDING KEY ASR-INX
                                  DESCENDING KEY ASR-RUN-DATE
               INPUT PROCEDURE H160-ARCHIVE-SORT-INPUT THRU H160-END
               GIVING ARCH-WORK
           SORT SORT-WORK ON ASCENDING KEY SRT-BRANCH
                                           SRT-YEAR
               INPUT PROCEDURE H180-SORT-INPUT THRU H180-END
               OUTPUT PROCEDURE H240-SORT-OUTPUT THRU H240-END
           PERFORM H999-PROGRAM-EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT VINT-REPORT.
           IF NOT VINT-SUCCESS
               MOVE "VINTRPT " TO WS-ERR-FILE
               MOVE VINT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           OPEN OUTPUT VINT-EXTRACT.
           IF NOT EXT-SUCCESS
               MOVE "VINTCSV " TO WS-ERR-FILE
               MOVE EXT-ST     TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H100-END. EXIT.

       H950-FILE-ERROR.
           DISPLAY "FILE ERROR - " WS-ERR-FILE
                   " STATUS " WS-ERR-STATUS " - RUN HALTED".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       H950-END. EXIT.

       H140-READ-CONTROL-CARD.
           MOVE WS-RUN-DATE TO WS-ASOF-DATE
           OPEN INPUT PARM-FILE
           IF PARM-SUCCESS
               READ PARM-FILE
               IF PARM-SUCCESS
                   IF PARM-ASOF-DATE IS NUMERIC
                          AND PARM-ASOF-DATE NOT = ZERO
                       MOVE PARM-ASOF-DATE TO WS-ASOF-DATE
                   END-IF
               END-IF
               CLOSE PARM-FILE
           ELSE
               DISPLAY "WARNING - VINTPARM NOT PRESENT, "
                       "AS-OF DATE IS THE RUN DATE"
           END-IF
           COMPUTE WS-TEST-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-DATE)
           IF WS-TEST-RESULT NOT = 0
               DISPLAY "VINTPARM AS-OF DATE INVALID - " WS-ASOF-DATE
                       " - RUN HALTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).
       H140-END. EXIT.

       H175-LOAD-BRANCH-NAMES.
           OPEN INPUT BRANCH-MASTER
           IF BRCH-SUCCESS
               SET WS-BRN-LOADED TO TRUE
               READ BRANCH-MASTER
               PERFORM H176-LOAD-ONE-BRANCH-NAME UNTIL BRCH-EOF
               CLOSE BRANCH-MASTER
           ELSE
               DISPLAY "WARNING - BRCHMST NOT PRESENT, "
                       "BRANCH CODES PRINTED RAW ON REPORT"
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

       H160-ARCHIVE-SORT-INPUT.
           PERFORM H195-OPEN-ARCHIVE
           PERFORM H165-RELEASE-ONE-ARCHIVE UNTIL ARCH-EOF
           IF WS-ARCH-OPEN
               CLOSE ARCHIVE-FILE
           END-IF.
       H160-END. EXIT.

       H165-RELEASE-ONE-ARCHIVE.
           ADD 1 TO WS-ARCHIVE-READ
           RELEASE SORT-ARCHIVE FROM ARCHIVE-REC
           READ ARCHIVE-FILE
           IF NOT ARCH-SUCCESS AND NOT ARCH-EOF
               MOVE "ARCHFILE" TO WS-ERR-FILE
               MOVE ARCH-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H165-END. EXIT.

       H180-SORT-INPUT.
           PERFORM H190-OPEN-MASTER
           PERFORM H200-READ-MASTER-ONE UNTIL ACCT-EOF
           PERFORM H197-OPEN-ARCHIVE-WORK
           PERFORM H210-READ-ARCHIVE-ONE UNTIL AWK-EOF.
       H180-END. EXIT.

       H190-OPEN-MASTER.
           OPEN INPUT ACCT-REC.
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
           OPEN INPUT ARCHIVE-FILE
           IF NOT ARCH-SUCCESS
               DISPLAY "WARNING - ARCHFILE NOT PRESENT, "
                       "ARCHIVED ACCOUNTS NOT IN COHORTS"
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

       H197-OPEN-ARCHIVE-WORK.
           OPEN INPUT ARCH-WORK
           IF NOT AWK-SUCCESS
               MOVE "ARCHWORK" TO WS-ERR-FILE
               MOVE AWK-ST     TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           PERFORM H212-READ-ARCHIVE-WORK.
       H197-END. EXIT.

       H200-READ-MASTER-ONE.
           ADD 1 TO WS-MASTER-READ
           MOVE ACCT-BDATE     TO WS-CLS-BDATE
           MOVE ACCT-STATUS    TO WS-CLS-STATUS
           MOVE ACCT-OPEN-DATE TO WS-CLS-OPEN-DATE
           MOVE ACCT-BRANCH    TO WS-CLS-BRANCH
           PERFORM H230-CLASSIFY-ACCOUNT
           READ ACCT-REC NEXT RECORD.
           IF NOT ACCT-SUCCESS AND NOT ACCT-EOF
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H200-END. EXIT.

       H210-READ-ARCHIVE-ONE.
           IF AWK-INX = WS-PREV-ARCH-INX
               ADD 1 TO WS-ARCH-OLDER-COPY
           ELSE
               MOVE AWK-INX TO WS-PREV-ARCH-INX
               PERFORM H215-CHECK-ON-MASTER
               IF WS-ON-MASTER
                   ADD 1 TO WS-ARCH-ON-MASTER
               ELSE
                   MOVE AWK-BDATE     TO WS-CLS-BDATE
                   MOVE "C"           TO WS-CLS-STATUS
                   MOVE AWK-OPEN-DATE TO WS-CLS-OPEN-DATE
                   MOVE AWK-BRANCH    TO WS-CLS-BRANCH
                   PERFORM H230-CLASSIFY-ACCOUNT
               END-IF
           END-IF
           PERFORM H212-READ-ARCHIVE-WORK.
       H210-END. EXIT.

       H212-READ-ARCHIVE-WORK.
           READ ARCH-WORK
           IF NOT AWK-SUCCESS AND NOT AWK-EOF
               MOVE "ARCHWORK" TO WS-ERR-FILE
               MOVE AWK-ST     TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H212-END. EXIT.

       H215-CHECK-ON-MASTER.
           MOVE "N"     TO WS-ON-MASTER-SW
           MOVE AWK-INX TO ACCT-INX
           READ ACCT-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ON-MASTER TO TRUE
           END-READ
           IF NOT ACCT-SUCCESS AND NOT ACCT-NOT-FOUND
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H215-END. EXIT.

       H230-CLASSIFY-ACCOUNT.
           COMPUTE WS-TEST-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD(WS-CLS-OPEN-DATE)
           IF WS-TEST-RESULT NOT = 0
               ADD 1 TO WS-INVALID-OPEN
           ELSE
               IF WS-CLS-OPEN-DATE > WS-ASOF-DATE
                   ADD 1 TO WS-OPENED-LATER
               ELSE
                   ADD 1 TO WS-ACCOUNTS-ANALYSED
                   INITIALIZE SORT-VINTAGE
                   MOVE WS-CLS-BRANCH    TO SRT-BRANCH
                   MOVE WS-CLS-OPEN-YEAR TO SRT-YEAR
                   MOVE WS-CLS-STATUS    TO SRT-STATUS
                   COMPUTE WS-OPEN-INT =
                           FUNCTION INTEGER-OF-DATE(WS-CLS-OPEN-DATE)
                   PERFORM H232-SET-TENURE-BAND
                   PERFORM H234-SET-AGE-BAND
                   RELEASE SORT-VINTAGE
               END-IF
           END-IF.
       H230-END. EXIT.

       H232-SET-TENURE-BAND.
           IF SRT-CLOSED
               MOVE ZERO TO SRT-TENURE-BAND
           ELSE
               COMPUTE WS-YEARS = (WS-ASOF-INT - WS-OPEN-INT) / 365
               EVALUATE TRUE
                   WHEN WS-YEARS < 1
                       MOVE 1 TO SRT-TENURE-BAND
                   WHEN WS-YEARS < 5
                       MOVE 2 TO SRT-TENURE-BAND
                   WHEN WS-YEARS < 10
                       MOVE 3 TO SRT-TENURE-BAND
                   WHEN OTHER
                       MOVE 4 TO SRT-TENURE-BAND
               END-EVALUATE
           END-IF.
       H232-END. EXIT.

       H234-SET-AGE-BAND.
           MOVE 6 TO SRT-AGE-BAND
           COMPUTE WS-TEST-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD(WS-CLS-BDATE)
           IF WS-TEST-RESULT = 0
                  AND WS-CLS-BDATE NOT > WS-CLS-OPEN-DATE
               COMPUTE WS-BIRTH-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CLS-BDATE)
               COMPUTE WS-YEARS = (WS-OPEN-INT - WS-BIRTH-INT) / 365
               EVALUATE TRUE
                   WHEN WS-YEARS < 18
                       MOVE 1 TO SRT-AGE-BAND
                   WHEN WS-YEARS < 30
                       MOVE 2 TO SRT-AGE-BAND
                   WHEN WS-YEARS < 45
                       MOVE 3 TO SRT-AGE-BAND
                   WHEN WS-YEARS < 65
                       MOVE 4 TO SRT-AGE-BAND
                   WHEN OTHER
                       MOVE 5 TO SRT-AGE-BAND
               END-EVALUATE
           END-IF.
       H234-END. EXIT.

       H240-SORT-OUTPUT.
           INITIALIZE WS-VINTAGE-LEVELS
           PERFORM H245-WRITE-COHORT-HEADINGS
           MOVE "N" TO WS-SORT-EOF-SW
           RETURN SORT-WORK
               AT END MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN
           PERFORM H250-TALLY-ONE-ACCOUNT UNTIL WS-SORT-EOF
           IF WS-BRANCHES-SEEN > ZERO
               PERFORM H255-END-COHORT
               PERFORM H260-END-BRANCH
           END-IF
           MOVE 3 TO WS-LVL
           MOVE "ALL"  TO VCL-BRANCH
           MOVE "ALL " TO VCL-YEAR
           PERFORM H257-FORMAT-COHORT-LINE
           PERFORM H900-WRITE-VINT-LINE
           PERFORM H270-WRITE-TENURE-TABLE
           PERFORM H275-WRITE-AGE-TABLE
           PERFORM H280-WRITE-VINTAGE-TOTALS.
       H240-END. EXIT.

       H245-WRITE-COHORT-HEADINGS.
           MOVE SPACES TO VINT-LINE
           STRING "ACCOUNT OPENING VINTAGE REPORT  DATE: " WS-RUN-DATE
                  "  AS OF: " WS-ASOF-DATE
               DELIMITED BY SIZE INTO VINT-LINE
           END-STRING
           PERFORM H900-WRITE-VINT-LINE
           PERFORM H900-WRITE-VINT-LINE
           MOVE "OPENING COHORTS BY BRANCH" TO VINT-LINE
           PERFORM H900-WRITE-VINT-LINE
           MOVE "BR   YEAR   OPENED  ACTIVE DORMANT  CLOSED    RET%"
                TO VINT-LINE
           PERFORM H900-WRITE-VINT-LINE.
       H245-END. EXIT.

       H250-TALLY-ONE-ACCOUNT.
           IF WS-BRANCHES-SEEN = ZERO
              OR SRT-BRANCH NOT = WS-CURR-BRANCH
               IF WS-BRANCHES-SEEN > ZERO
                   PERFORM H255-END-COHORT
                   PERFORM H260-END-BRANCH
               END-IF
               PERFORM H262-START-BRANCH
               MOVE SRT-YEAR TO WS-CURR-YEAR
           ELSE
               IF SRT-YEAR NOT = WS-CURR-YEAR
                   PERFORM H255-END-COHORT
                   MOVE SRT-YEAR TO WS-CURR-YEAR
               END-IF
           END-IF
           MOVE ZERO TO WS-LVL
           PERFORM H252-ADD-TO-ONE-LEVEL UNTIL WS-LVL >= 3
           RETURN SORT-WORK
               AT END MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       H250-END. EXIT.

       H252-ADD-TO-ONE-LEVEL.
           ADD 1 TO WS-LVL
           ADD 1 TO WS-VL-OPENED (WS-LVL)
           EVALUATE TRUE
               WHEN SRT-CLOSED
                   ADD 1 TO WS-VL-CLOSED (WS-LVL)
               WHEN SRT-DORMANT
                   ADD 1 TO WS-VL-DORMANT (WS-LVL)
               WHEN OTHER
                   ADD 1 TO WS-VL-ACTIVE (WS-LVL)
           END-EVALUATE
           IF SRT-TENURE-BAND > ZERO
               ADD 1 TO WS-VL-TENURE (WS-LVL SRT-TENURE-BAND)
           END-IF
           ADD 1 TO WS-VL-AGE (WS-LVL SRT-AGE-BAND).
       H252-END. EXIT.

       H255-END-COHORT.
           MOVE 1 TO WS-LVL
           MOVE WS-CURR-BRANCH TO VCL-BRANCH
           MOVE WS-CURR-YEAR   TO VCL-YEAR
           PERFORM H257-FORMAT-COHORT-LINE
           PERFORM H900-WRITE-VINT-LINE
           ADD 1 TO WS-COHORT-LINES
           PERFORM H258-WRITE-COHORT-EXTRACT
           INITIALIZE WS-VL-ENTRY (1).
       H255-END. EXIT.

       H257-FORMAT-COHORT-LINE.
           MOVE WS-VL-OPENED (WS-LVL)  TO VCL-OPENED
           MOVE WS-VL-ACTIVE (WS-LVL)  TO VCL-ACTIVE
           MOVE WS-VL-DORMANT (WS-LVL) TO VCL-DORMANT
           MOVE WS-VL-CLOSED (WS-LVL)  TO VCL-CLOSED
           MOVE ZERO TO WS-RETAIN-PCT
           IF WS-VL-OPENED (WS-LVL) > ZERO
               COMPUTE WS-RETAIN-PCT ROUNDED =
                       (WS-VL-OPENED (WS-LVL) - WS-VL-CLOSED (WS-LVL))
                       * 100 / WS-VL-OPENED (WS-LVL)
           END-IF
           MOVE WS-RETAIN-PCT TO VCL-RETAIN
           MOVE "%"           TO VCL-PCT.
       H257-END. EXIT.

       H258-WRITE-COHORT-EXTRACT.
           MOVE WS-RETAIN-PCT TO WS-RETAIN-EDIT
           MOVE SPACES TO VINT-EXT-REC
           STRING FUNCTION TRIM(WS-CURR-BRANCH) DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-CURR-YEAR                 DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-VL-OPENED (1)             DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-VL-ACTIVE (1)             DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-VL-DORMANT (1)            DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-VL-CLOSED (1)             DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RETAIN-EDIT) DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-VL-TENURE (1 1)           DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-VL-TENURE (1 2)           DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-VL-TENURE (1 3)           DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-VL-TENURE (1 4)           DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-VL-AGE (1 1)              DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-VL-AGE (1 2)              DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-VL-AGE (1 3)              DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-VL-AGE (1 4)              DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-VL-AGE (1 5)              DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-VL-AGE (1 6)              DELIMITED BY SIZE
             INTO VINT-EXT-REC
           END-STRING
           WRITE VINT-EXT-REC
           IF NOT EXT-SUCCESS
               MOVE "VINTCSV " TO WS-ERR-FILE
               MOVE EXT-ST     TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           ADD 1 TO WS-CSV-WRITTEN.
       H258-END. EXIT.

       H260-END-BRANCH.
           MOVE 2 TO WS-LVL
           MOVE WS-CURR-BRANCH TO VCL-BRANCH
           MOVE "ALL "         TO VCL-YEAR
           PERFORM H257-FORMAT-COHORT-LINE
           PERFORM H900-WRITE-VINT-LINE
           PERFORM H900-WRITE-VINT-LINE
           IF WS-VBR-COUNT < 500
               ADD 1 TO WS-VBR-COUNT
               MOVE WS-CURR-BRANCH TO WS-VBR-CODE (WS-VBR-COUNT)
               MOVE WS-VL-ENTRY (2) TO WS-VBR-COUNTS (WS-VBR-COUNT)
           ELSE
               DISPLAY "WARNING - BRANCH TABLE FULL, "
                       "BANDS NOT LISTED FOR " WS-CURR-BRANCH
           END-IF
           INITIALIZE WS-VL-ENTRY (2).
       H260-END. EXIT.

       H262-START-BRANCH.
           MOVE SRT-BRANCH TO WS-CURR-BRANCH
           ADD 1 TO WS-BRANCHES-SEEN
           MOVE SRT-BRANCH TO WS-BRN-SEARCH
           PERFORM H177-FIND-BRANCH-NAME
           STRING "BRANCH " SRT-BRANCH " - " WS-BRN-RESULT
               DELIMITED BY SIZE INTO VINT-LINE
           END-STRING
           PERFORM H900-WRITE-VINT-LINE.
       H262-END. EXIT.

       H270-WRITE-TENURE-TABLE.
           PERFORM H900-WRITE-VINT-LINE
           STRING "TENURE OF OPEN ACCOUNTS BY BRANCH AS OF "
                  WS-ASOF-DATE
               DELIMITED BY SIZE INTO VINT-LINE
           END-STRING
           PERFORM H900-WRITE-VINT-LINE
           MOVE "BR "      TO VBH-BRANCH
           MOVE "   <1 YR" TO VBH-CELL (1)
           MOVE "  1-5 YR" TO VBH-CELL (2)
           MOVE " 5-10 YR" TO VBH-CELL (3)
           MOVE "  10+ YR" TO VBH-CELL (4)
           MOVE "   TOTAL" TO VBH-CELL (5)
           PERFORM H900-WRITE-VINT-LINE
           MOVE ZERO TO WS-VBR-SUB
           PERFORM H271-WRITE-ONE-TENURE-ROW
                   UNTIL WS-VBR-SUB >= WS-VBR-COUNT
           MOVE "ALL" TO VBL-BRANCH
           MOVE ZERO TO WS-BAND-SUB
           PERFORM H272-MOVE-ONE-TOTAL-TENURE UNTIL WS-BAND-SUB >= 4
           COMPUTE WS-RETAINED = WS-VL-ACTIVE (3) + WS-VL-DORMANT (3)
           MOVE WS-RETAINED TO VBL-COUNT (5)
           PERFORM H900-WRITE-VINT-LINE.
       H270-END. EXIT.

       H271-WRITE-ONE-TENURE-ROW.
           ADD 1 TO WS-VBR-SUB
           MOVE WS-VBR-CODE (WS-VBR-SUB) TO VBL-BRANCH
           MOVE ZERO TO WS-BAND-SUB
           PERFORM H273-MOVE-ONE-BRANCH-TENURE UNTIL WS-BAND-SUB >= 4
           COMPUTE WS-RETAINED = WS-VBR-ACTIVE (WS-VBR-SUB)
                               + WS-VBR-DORMANT (WS-VBR-SUB)
           MOVE WS-RETAINED TO VBL-COUNT (5)
           PERFORM H900-WRITE-VINT-LINE.
       H271-END. EXIT.

       H272-MOVE-ONE-TOTAL-TENURE.
           ADD 1 TO WS-BAND-SUB
           MOVE WS-VL-TENURE (3 WS-BAND-SUB) TO VBL-COUNT (WS-BAND-SUB).
       H272-END. EXIT.

       H273-MOVE-ONE-BRANCH-TENURE.
           ADD 1 TO WS-BAND-SUB
           MOVE WS-VBR-TENURE (WS-VBR-SUB WS-BAND-SUB)
                TO VBL-COUNT (WS-BAND-SUB).
       H273-END. EXIT.

       H275-WRITE-AGE-TABLE.
           PERFORM H900-WRITE-VINT-LINE
           MOVE "AGE AT ACCOUNT OPENING BY BRANCH" TO VINT-LINE
           PERFORM H900-WRITE-VINT-LINE
           MOVE "BR "      TO VBH-BRANCH
           MOVE "     <18" TO VBH-CELL (1)
           MOVE "   18-29" TO VBH-CELL (2)
           MOVE "   30-44" TO VBH-CELL (3)
           MOVE "   45-64" TO VBH-CELL (4)
           MOVE "     65+" TO VBH-CELL (5)
           MOVE " UNKNOWN" TO VBH-CELL (6)
           MOVE "   TOTAL" TO VBH-CELL (7)
           PERFORM H900-WRITE-VINT-LINE
           MOVE ZERO TO WS-VBR-SUB
           PERFORM H276-WRITE-ONE-AGE-ROW
                   UNTIL WS-VBR-SUB >= WS-VBR-COUNT
           MOVE "ALL" TO VBL-BRANCH
           MOVE ZERO TO WS-BAND-SUB
           PERFORM H277-MOVE-ONE-TOTAL-AGE UNTIL WS-BAND-SUB >= 6
           MOVE WS-VL-OPENED (3) TO VBL-COUNT (7)
           PERFORM H900-WRITE-VINT-LINE.
       H275-END. EXIT.

       H276-WRITE-ONE-AGE-ROW.
           ADD 1 TO WS-VBR-SUB
           MOVE WS-VBR-CODE (WS-VBR-SUB) TO VBL-BRANCH
           MOVE ZERO TO WS-BAND-SUB
           PERFORM H278-MOVE-ONE-BRANCH-AGE UNTIL WS-BAND-SUB >= 6
           MOVE WS-VBR-OPENED (WS-VBR-SUB) TO VBL-COUNT (7)
           PERFORM H900-WRITE-VINT-LINE.
       H276-END. EXIT.

       H277-MOVE-ONE-TOTAL-AGE.
           ADD 1 TO WS-BAND-SUB
           MOVE WS-VL-AGE (3 WS-BAND-SUB) TO VBL-COUNT (WS-BAND-SUB).
       H277-END. EXIT.

       H278-MOVE-ONE-BRANCH-AGE.
           ADD 1 TO WS-BAND-SUB
           MOVE WS-VBR-AGE (WS-VBR-SUB WS-BAND-SUB)
                TO VBL-COUNT (WS-BAND-SUB).
       H278-END. EXIT.

       H280-WRITE-VINTAGE-TOTALS.
           PERFORM H900-WRITE-VINT-LINE
           INITIALIZE VINT-SUMMARY
           MOVE "MASTER ACCOUNTS READ"        TO VNS-LABEL
           MOVE WS-MASTER-READ                TO VNS-COUNT
           PERFORM H900-WRITE-VINT-LINE
           INITIALIZE VINT-SUMMARY
           MOVE "ARCHIVED ACCOUNTS READ"      TO VNS-LABEL
           MOVE WS-ARCHIVE-READ               TO VNS-COUNT
           PERFORM H900-WRITE-VINT-LINE
           INITIALIZE VINT-SUMMARY
           MOVE "ARCHIVED - RESTORED TO MASTER" TO VNS-LABEL
           MOVE WS-ARCH-ON-MASTER             TO VNS-COUNT
           PERFORM H900-WRITE-VINT-LINE
           INITIALIZE VINT-SUMMARY
           MOVE "ARCHIVED - EARLIER COPY"     TO VNS-LABEL
           MOVE WS-ARCH-OLDER-COPY            TO VNS-COUNT
           PERFORM H900-WRITE-VINT-LINE
           INITIALIZE VINT-SUMMARY
           MOVE "ACCOUNTS IN COHORTS"         TO VNS-LABEL
           MOVE WS-ACCOUNTS-ANALYSED          TO VNS-COUNT
           PERFORM H900-WRITE-VINT-LINE
           INITIALIZE VINT-SUMMARY
           MOVE "EXCLUDED - INVALID OPEN DATE" TO VNS-LABEL
           MOVE WS-INVALID-OPEN               TO VNS-COUNT
           PERFORM H900-WRITE-VINT-LINE
           INITIALIZE VINT-SUMMARY
           MOVE "EXCLUDED - OPENED AFTER AS-OF" TO VNS-LABEL
           MOVE WS-OPENED-LATER               TO VNS-COUNT
           PERFORM H900-WRITE-VINT-LINE
           INITIALIZE VINT-SUMMARY
           MOVE "COHORT LINES WRITTEN"        TO VNS-LABEL
           MOVE WS-COHORT-LINES               TO VNS-COUNT
           PERFORM H900-WRITE-VINT-LINE.
       H280-END. EXIT.

       H900-WRITE-VINT-LINE.
           WRITE VINT-LINE
           IF NOT VINT-SUCCESS
               MOVE "VINTRPT " TO WS-ERR-FILE
               MOVE VINT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           MOVE SPACES TO VINT-LINE.
       H900-END. EXIT.

       H290-DISPLAY-TOTALS.
           DISPLAY "VINTAGE AS-OF DATE:   " WS-ASOF-DATE.
           DISPLAY "MASTER ACCOUNTS READ: " WS-MASTER-READ.
           DISPLAY "ARCHIVE ACCTS READ:   " WS-ARCHIVE-READ.
           DISPLAY "ARCHIVE ON MASTER:    " WS-ARCH-ON-MASTER.
           DISPLAY "ARCHIVE EARLIER COPY: " WS-ARCH-OLDER-COPY.
           DISPLAY "ACCOUNTS IN COHORTS:  " WS-ACCOUNTS-ANALYSED.
           DISPLAY "INVALID OPEN DATES:   " WS-INVALID-OPEN.
           DISPLAY "OPENED AFTER AS-OF:   " WS-OPENED-LATER.
           DISPLAY "CSV RECORDS WRITTEN:  " WS-CSV-WRITTEN.
       H290-END. EXIT.

       H300-CLOSE-FILES.
           CLOSE ACCT-REC
                 ARCH-WORK
                 VINT-REPORT
                 VINT-EXTRACT.
       H300-END. EXIT.

       H999-PROGRAM-EXIT.
           PERFORM H290-DISPLAY-TOTALS.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
