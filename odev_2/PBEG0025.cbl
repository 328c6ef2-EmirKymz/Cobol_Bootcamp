       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PBEG0025.
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
           SELECT BRANCH-MASTER ASSIGN BRCHMST
                             STATUS BRCH-ST.
           SELECT GUARDIAN-FILE ASSIGN GUARDREG
                             STATUS GRD-ST.
           SELECT PARM-FILE  ASSIGN INTGPARM
                             STATUS PARM-ST.
           SELECT EXCEPTION-FILE ASSIGN INTGEXC
                             STATUS EXC-ST.
           SELECT SCORE-REPORT ASSIGN INTGRPT
                             STATUS SCR-ST.
           SELECT SCORE-HISTORY ASSIGN SCORHIST
                             STATUS SCH-ST.
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

       FD  BRANCH-MASTER RECORDING MODE F.
       01  BRANCH-REC.
           05  BRCH-CODE           PIC X(03).
           05  BRCH-NAME           PIC X(20).
           05  BRCH-REGION         PIC X(10).
           05  BRCH-STATUS         PIC X(01).
               88 BRCH-OPEN            VALUE "O".
               88 BRCH-CLOSED          VALUE "C".

       FD  GUARDIAN-FILE RECORDING MODE F.
       01  GUARDIAN-REC.
           05  GRD-INX             PIC X(04).
           05  GRD-NAMES           PIC X(15).
           05  GRD-SURNAMES        PIC X(15).
           05  GRD-BDATE           PIC 9(08).

       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-TARGET-PCT     PIC 9(03).

       FD  EXCEPTION-FILE RECORDING MODE F.
       01  EXCEPTION-REC.
           05  EXC-RUN-DATE        PIC 9(08).
           05  EXC-RULE-ID         PIC X(03).
           05  EXC-INX             PIC X(04).
           05  EXC-BRANCH          PIC X(03).
           05  EXC-VALUES          PIC X(40).

       FD  SCORE-REPORT RECORDING MODE F.
       01  SCORE-LINE.
           05  SCL-RULE-ID         PIC X(03).
           05  FILLER              PIC X(01).
           05  SCL-DESC            PIC X(30).
           05  FILLER              PIC X(01).
           05  SCL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  SCL-RATE            PIC ZZ9.99.
           05  SCL-PCT             PIC X(01).
           05  FILLER              PIC X(29).

       01  SCORE-SUMMARY REDEFINES SCORE-LINE.
           05  SCS-LABEL           PIC X(30).
           05  SCS-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(39).

       FD  SCORE-HISTORY RECORDING MODE F.
       01  SCORE-HIST-REC.
           05  SCH-RUN-DATE        PIC 9(08).
           05  SCH-BRANCH          PIC X(03).
           05  SCH-ACCOUNTS        PIC 9(07).
           05  SCH-EXC-ACCOUNTS    PIC 9(07).
           05  SCH-RULE-COUNT      PIC 9(07) OCCURS 11 TIMES.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 ACCT-ST        PIC 9(02).
              88 ACCT-EOF             VALUE 10.
              88 ACCT-SUCCESS         VALUE 00 02 97.
           05 BRCH-ST        PIC 9(02).
              88 BRCH-EOF             VALUE 10.
              88 BRCH-SUCCESS         VALUE 00 97.
           05 GRD-ST         PIC 9(02).
              88 GRD-EOF              VALUE 10.
              88 GRD-SUCCESS          VALUE 00 97.
           05 PARM-ST        PIC 9(02).
              88 PARM-EOF             VALUE 10.
              88 PARM-SUCCESS         VALUE 00 97.
           05 EXC-ST         PIC 9(02).
              88 EXC-SUCCESS          VALUE 00 97.
           05 SCR-ST         PIC 9(02).
              88 SCR-SUCCESS          VALUE 00 97.
           05 SCH-ST         PIC 9(02).
              88 SCH-EOF              VALUE 10.
              88 SCH-SUCCESS          VALUE 00 97.

       01  WS-ERROR-AREA.
           05 WS-ERR-FILE           PIC X(08) VALUE SPACES.
           05 WS-ERR-STATUS         PIC 9(02) VALUE ZERO.

       01  WS-RULE-DEFINITIONS.
           05 FILLER PIC X(33) VALUE "R01OPEN DATE BEFORE BIRTH DATE".
           05 FILLER PIC X(33) VALUE "R02TODAY DATE BEFORE OPEN DATE".
           05 FILLER PIC X(33) VALUE "R03OPEN ACCOUNT ON CLOSED BRANCH".
           05 FILLER PIC X(33) VALUE "R04NAMES DIGITS/LEADING SPACE".
           05 FILLER PIC X(33) VALUE "R05SURNAMES DIGITS/LEADING SPACE".
           05 FILLER PIC X(33) VALUE "R06STATUS NOT A/C/D".
           05 FILLER PIC X(33) VALUE "R07UNDER 18 AT OPEN, NO GUARDIAN".
           05 FILLER PIC X(33) VALUE "R08INVALID BIRTH DATE".
           05 FILLER PIC X(33) VALUE "R09INVALID OPEN DATE".
           05 FILLER PIC X(33) VALUE "R10INVALID TODAY DATE".
           05 FILLER PIC X(33) VALUE "R11BRANCH NOT ON MASTER".
       01  WS-RULE-TABLE REDEFINES WS-RULE-DEFINITIONS.
           05 WS-RULE-ENTRY OCCURS 11 TIMES.
              10 WS-RULE-ID         PIC X(03).
              10 WS-RULE-DESC       PIC X(30).
       01  WS-RULE-COUNT            PIC 9(02) VALUE 11.

       01  WS-INTEGRITY-CONTROL.
           05 WS-RUN-DATE           PIC 9(08) VALUE ZERO.
           05 WS-TARGET-PCT         PIC 9(03) VALUE 95.
           05 WS-TEST-RESULT        PIC 9(02) VALUE ZERO.
           05 WS-BIRTH-INT          PIC 9(07) VALUE ZERO.
           05 WS-OPEN-INT           PIC 9(07) VALUE ZERO.
           05 WS-AGE-AT-OPEN        PIC 9(03) VALUE ZERO.
           05 WS-DIGIT-COUNT        PIC 9(03) VALUE ZERO.
           05 WS-RULE-SUB           PIC 9(02) VALUE ZERO.
           05 WS-EXC-VALUES         PIC X(40) VALUE SPACES.
           05 WS-MASK-NAMES         PIC X(15) VALUE SPACES.
           05 WS-MASK-SURNAMES      PIC X(15) VALUE SPACES.
           05 WS-MASKED-SW          PIC X(01) VALUE "N".
              88 WS-ACCT-MASKED         VALUE "Y".
           05 WS-ACCT-EXC-SW        PIC X(01) VALUE "N".
              88 WS-ACCT-HAS-EXC        VALUE "Y".
           05 WS-BDATE-SW           PIC X(01) VALUE "N".
              88 WS-BDATE-VALID         VALUE "Y".
           05 WS-OPEN-SW            PIC X(01) VALUE "N".
              88 WS-OPEN-VALID          VALUE "Y".
           05 WS-TODAY-SW           PIC X(01) VALUE "N".
              88 WS-TODAY-VALID         VALUE "Y".
           05 WS-BELOW-TARGET-SW    PIC X(01) VALUE "N".
              88 WS-ANY-BELOW-TARGET    VALUE "Y".

       01  WS-BRANCH-TABLE.
           05 WS-BRCH-LOADED-SW     PIC X(01) VALUE "N".
              88 WS-BRCH-LOADED         VALUE "Y".
           05 WS-BRCH-COUNT         PIC 9(03) VALUE ZERO.
           05 WS-BRCH-ENTRY OCCURS 500 TIMES.
              10 WS-BRCH-CODE       PIC X(03).
              10 WS-BRCH-NAME       PIC X(20).
              10 WS-BRCH-STATUS     PIC X(01).

       01  WS-BRANCH-CHECK.
           05 WS-BRCH-SUB           PIC 9(03) VALUE ZERO.
           05 WS-BRCH-SEARCH        PIC X(03) VALUE SPACES.
           05 WS-BRCH-FOUND-SW      PIC X(01) VALUE "N".
              88 WS-BRCH-FOUND          VALUE "Y".

       01  WS-GUARDIAN-TABLE.
           05 WS-GRD-LOADED-SW      PIC X(01) VALUE "N".
              88 WS-GRD-LOADED          VALUE "Y".
           05 WS-GRD-COUNT          PIC 9(04) VALUE ZERO.
           05 WS-GRD-ENTRY OCCURS 5000 TIMES.
              10 WS-GRD-INX         PIC X(04).

       01  WS-GUARDIAN-LOOKUP.
           05 WS-GRD-SUB            PIC 9(04) VALUE ZERO.
           05 WS-GRD-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-GRD-FOUND           VALUE "Y".

       01  WS-SCORE-TABLE.
           05 WS-SCR-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-SCR-ENTRY OCCURS 501 TIMES.
              10 WS-SCR-BRANCH      PIC X(03).
              10 WS-SCR-ACCOUNTS    PIC 9(07).
              10 WS-SCR-EXC-ACCTS   PIC 9(07).
              10 WS-SCR-RULE-COUNT  PIC 9(07) OCCURS 11 TIMES.
              10 WS-SCR-PRIOR-DATE  PIC 9(08).
              10 WS-SCR-PRIOR-CLEAN PIC 9(03)V9.

       01  WS-SCORE-LOOKUP.
           05 WS-SCR-SUB            PIC 9(03) VALUE ZERO.
           05 WS-SCR-SEARCH         PIC X(03) VALUE SPACES.
           05 WS-SCR-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-SCR-FOUND           VALUE "Y".
           05 WS-SCR-HIT            PIC 9(03) VALUE ZERO.
           05 WS-SCR-TOTAL          PIC 9(03) VALUE 501.

       01  WS-SCORE-PRINT.
           05 WS-CLEAN-PCT          PIC 9(03)V9 VALUE ZERO.
           05 WS-RULE-RATE          PIC 9(03)V99 VALUE ZERO.
           05 WS-CLEAN-EDIT         PIC ZZ9.9.
           05 WS-PRIOR-EDIT         PIC ZZ9.9.
           05 WS-TARGET-FLAG        PIC X(12) VALUE SPACES.

       01  WS-INTEGRITY-TOTALS.
           05 WS-ACCOUNTS-SCANNED   PIC 9(07) VALUE ZERO.
           05 WS-EXCEPTIONS-WRITTEN PIC 9(07) VALUE ZERO.
           05 WS-BRANCHES-SCORED    PIC 9(03) VALUE ZERO.
           05 WS-BRANCHES-BELOW     PIC 9(03) VALUE ZERO.
           05 WS-MASKED-NAMES-SEEN  PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H140-READ-CONTROL-CARD.
           PERFORM H120-LOAD-BRANCHES.
           PERFORM H125-LOAD-GUARDIANS.
           PERFORM H130-LOAD-PRIOR-SCORES.
           PERFORM H190-OPEN-MASTER.
           PERFORM H200-SCAN-ONE-ACCOUNT UNTIL ACCT-EOF.
           PERFORM H280-WRITE-SCORECARD.
           PERFORM H290-WRITE-SCORE-HISTORY.
           PERFORM H999-PROGRAM-EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-SCR-ENTRY (WS-SCR-TOTAL).
           MOVE "ALL" TO WS-SCR-BRANCH (WS-SCR-TOTAL).
           OPEN OUTPUT EXCEPTION-FILE.
           IF NOT EXC-SUCCESS
               MOVE "INTGEXC " TO WS-ERR-FILE
               MOVE EXC-ST     TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           OPEN OUTPUT SCORE-REPORT.
           IF NOT SCR-SUCCESS
               MOVE "INTGRPT " TO WS-ERR-FILE
               MOVE SCR-ST     TO WS-ERR-STATUS
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
           OPEN INPUT PARM-FILE
           IF PARM-SUCCESS
               READ PARM-FILE
               IF PARM-SUCCESS
                   IF PARM-TARGET-PCT IS NUMERIC
                          AND PARM-TARGET-PCT NOT = ZERO
                          AND PARM-TARGET-PCT NOT > 100
                       MOVE PARM-TARGET-PCT TO WS-TARGET-PCT
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF.
       H140-END. EXIT.

       H120-LOAD-BRANCHES.
           OPEN INPUT BRANCH-MASTER
           IF BRCH-SUCCESS
               SET WS-BRCH-LOADED TO TRUE
               READ BRANCH-MASTER
               PERFORM H121-LOAD-ONE-BRANCH UNTIL BRCH-EOF
               CLOSE BRANCH-MASTER
           ELSE
               DISPLAY "WARNING - BRCHMST NOT PRESENT, "
                       "BRANCH RULES R03/R11 NOT CHECKED"
           END-IF.
       H120-END. EXIT.

       H121-LOAD-ONE-BRANCH.
           IF WS-BRCH-COUNT < 500
               ADD 1 TO WS-BRCH-COUNT
               MOVE BRCH-CODE   TO WS-BRCH-CODE (WS-BRCH-COUNT)
               MOVE BRCH-NAME   TO WS-BRCH-NAME (WS-BRCH-COUNT)
               MOVE BRCH-STATUS TO WS-BRCH-STATUS (WS-BRCH-COUNT)
               MOVE BRCH-CODE   TO WS-SCR-SEARCH
               PERFORM H215-FIND-SCORE-BRANCH
           ELSE
               DISPLAY "WARNING - BRANCH TABLE FULL, "
                       "ENTRY DROPPED FOR " BRCH-CODE
           END-IF
           READ BRANCH-MASTER.
       H121-END. EXIT.

       H125-LOAD-GUARDIANS.
           OPEN INPUT GUARDIAN-FILE
           IF GRD-SUCCESS
               SET WS-GRD-LOADED TO TRUE
               READ GUARDIAN-FILE
               PERFORM H126-LOAD-ONE-GUARDIAN UNTIL GRD-EOF
               CLOSE GUARDIAN-FILE
           ELSE
               DISPLAY "WARNING - GUARDREG NOT PRESENT, "
                       "NO GUARDIANS ON RECORD FOR R07"
           END-IF.
       H125-END. EXIT.

       H126-LOAD-ONE-GUARDIAN.
           IF WS-GRD-COUNT < 5000
               ADD 1 TO WS-GRD-COUNT
               MOVE GRD-INX TO WS-GRD-INX (WS-GRD-COUNT)
           ELSE
               DISPLAY "WARNING - GUARDIAN TABLE FULL, "
                       "ENTRY DROPPED FOR " GRD-INX
           END-IF
           READ GUARDIAN-FILE.
       H126-END. EXIT.

       H130-LOAD-PRIOR-SCORES.
           OPEN INPUT SCORE-HISTORY
           IF SCH-SUCCESS
               READ SCORE-HISTORY
               PERFORM H131-LOAD-ONE-PRIOR-SCORE UNTIL SCH-EOF
               CLOSE SCORE-HISTORY
           ELSE
               DISPLAY "WARNING - SCORHIST NOT PRESENT, "
                       "NO PRIOR SCORES SHOWN"
           END-IF.
       H130-END. EXIT.

       H131-LOAD-ONE-PRIOR-SCORE.
           IF SCH-RUN-DATE IS NUMERIC AND SCH-ACCOUNTS IS NUMERIC
                  AND SCH-EXC-ACCOUNTS IS NUMERIC
                  AND SCH-RUN-DATE < WS-RUN-DATE
               IF SCH-BRANCH = "ALL"
                   MOVE WS-SCR-TOTAL TO WS-SCR-SUB
               ELSE
                   MOVE SCH-BRANCH TO WS-SCR-SEARCH
                   PERFORM H215-FIND-SCORE-BRANCH
               END-IF
               IF SCH-RUN-DATE NOT < WS-SCR-PRIOR-DATE (WS-SCR-SUB)
                  AND SCH-ACCOUNTS > ZERO
                   MOVE SCH-RUN-DATE TO WS-SCR-PRIOR-DATE (WS-SCR-SUB)
                   COMPUTE WS-SCR-PRIOR-CLEAN (WS-SCR-SUB) ROUNDED =
                           (SCH-ACCOUNTS - SCH-EXC-ACCOUNTS) * 100
                           / SCH-ACCOUNTS
               END-IF
           END-IF
           READ SCORE-HISTORY.
       H131-END. EXIT.

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

       H200-SCAN-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-SCANNED
           MOVE "N" TO WS-ACCT-EXC-SW
           MOVE ACCT-BRANCH TO WS-SCR-SEARCH
           PERFORM H215-FIND-SCORE-BRANCH
           ADD 1 TO WS-SCR-ACCOUNTS (WS-SCR-SUB)
                    WS-SCR-ACCOUNTS (WS-SCR-TOTAL)
           PERFORM H220-CHECK-DATE-RULES
           PERFORM H230-CHECK-STATUS-RULES
           PERFORM H240-CHECK-NAME-RULES
           PERFORM H245-CHECK-GUARDIAN-RULE
           IF WS-ACCT-HAS-EXC
               ADD 1 TO WS-SCR-EXC-ACCTS (WS-SCR-SUB)
                        WS-SCR-EXC-ACCTS (WS-SCR-TOTAL)
           END-IF
           READ ACCT-REC NEXT RECORD.
           IF NOT ACCT-SUCCESS AND NOT ACCT-EOF
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H200-END. EXIT.

       H215-FIND-SCORE-BRANCH.
           MOVE "N"  TO WS-SCR-FOUND-SW
           MOVE ZERO TO WS-SCR-HIT
           PERFORM H216-SCAN-ONE-SCORE-BRANCH
                   UNTIL WS-SCR-FOUND
                      OR WS-SCR-HIT >= WS-SCR-COUNT
           IF WS-SCR-FOUND
               MOVE WS-SCR-HIT TO WS-SCR-SUB
           ELSE
               IF WS-SCR-COUNT < 500
                   ADD 1 TO WS-SCR-COUNT
                   MOVE WS-SCR-COUNT TO WS-SCR-SUB
                   INITIALIZE WS-SCR-ENTRY (WS-SCR-SUB)
                   MOVE WS-SCR-SEARCH TO WS-SCR-BRANCH (WS-SCR-SUB)
               ELSE
                   DISPLAY "WARNING - SCORE TABLE FULL, "
                           "COUNTS LUMPED FOR " WS-SCR-SEARCH
                   MOVE WS-SCR-COUNT TO WS-SCR-SUB
               END-IF
           END-IF.
       H215-END. EXIT.

       H216-SCAN-ONE-SCORE-BRANCH.
           ADD 1 TO WS-SCR-HIT
           IF WS-SCR-BRANCH (WS-SCR-HIT) = WS-SCR-SEARCH
               SET WS-SCR-FOUND TO TRUE
           END-IF.
       H216-END. EXIT.

       H220-CHECK-DATE-RULES.
           MOVE "N" TO WS-BDATE-SW
                       WS-OPEN-SW
                       WS-TODAY-SW
           IF ACCT-BDATE IS NUMERIC
               COMPUTE WS-TEST-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD(ACCT-BDATE)
               IF WS-TEST-RESULT = 0
                   SET WS-BDATE-VALID TO TRUE
               END-IF
           END-IF
           IF NOT WS-BDATE-VALID
               MOVE 8 TO WS-RULE-SUB
               STRING "BDATE=" ACCT-BDATE
                   DELIMITED BY SIZE INTO WS-EXC-VALUES
               END-STRING
               PERFORM H250-RAISE-EXCEPTION
           END-IF
           IF ACCT-OPEN-DATE IS NUMERIC
               COMPUTE WS-TEST-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD(ACCT-OPEN-DATE)
               IF WS-TEST-RESULT = 0
                   SET WS-OPEN-VALID TO TRUE
               END-IF
           END-IF
           IF NOT WS-OPEN-VALID
               MOVE 9 TO WS-RULE-SUB
               STRING "OPEN=" ACCT-OPEN-DATE
                   DELIMITED BY SIZE INTO WS-EXC-VALUES
               END-STRING
               PERFORM H250-RAISE-EXCEPTION
           END-IF
           IF ACCT-TODAY IS NUMERIC
               COMPUTE WS-TEST-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD(ACCT-TODAY)
               IF WS-TEST-RESULT = 0
                   SET WS-TODAY-VALID TO TRUE
               END-IF
           END-IF
           IF NOT WS-TODAY-VALID
               MOVE 10 TO WS-RULE-SUB
               STRING "TODAY=" ACCT-TODAY
                   DELIMITED BY SIZE INTO WS-EXC-VALUES
               END-STRING
               PERFORM H250-RAISE-EXCEPTION
           END-IF
           IF WS-BDATE-VALID AND WS-OPEN-VALID
               IF ACCT-OPEN-DATE < ACCT-BDATE
                   MOVE 1 TO WS-RULE-SUB
                   STRING "BDATE=" ACCT-BDATE " OPEN=" ACCT-OPEN-DATE
                       DELIMITED BY SIZE INTO WS-EXC-VALUES
                   END-STRING
                   PERFORM H250-RAISE-EXCEPTION
               END-IF
           END-IF
           IF WS-TODAY-VALID AND WS-OPEN-VALID
               IF ACCT-TODAY < ACCT-OPEN-DATE
                   MOVE 2 TO WS-RULE-SUB
                   STRING "TODAY=" ACCT-TODAY " OPEN=" ACCT-OPEN-DATE
                       DELIMITED BY SIZE INTO WS-EXC-VALUES
                   END-STRING
                   PERFORM H250-RAISE-EXCEPTION
               END-IF
           END-IF.
       H220-END. EXIT.

       H230-CHECK-STATUS-RULES.
           IF NOT ACCT-ACTIVE AND NOT ACCT-CLOSED AND NOT ACCT-DORMANT
               MOVE 6 TO WS-RULE-SUB
               STRING "STATUS=" ACCT-STATUS
                   DELIMITED BY SIZE INTO WS-EXC-VALUES
               END-STRING
               PERFORM H250-RAISE-EXCEPTION
           END-IF
           IF WS-BRCH-LOADED
               MOVE ACCT-BRANCH TO WS-BRCH-SEARCH
               PERFORM H235-FIND-BRANCH
               IF NOT WS-BRCH-FOUND
                   MOVE 11 TO WS-RULE-SUB
                   STRING "BRANCH=" ACCT-BRANCH
                       DELIMITED BY SIZE INTO WS-EXC-VALUES
                   END-STRING
                   PERFORM H250-RAISE-EXCEPTION
               ELSE
                   IF WS-BRCH-STATUS (WS-BRCH-SUB) = "C"
                      AND (ACCT-ACTIVE OR ACCT-DORMANT)
                       MOVE 3 TO WS-RULE-SUB
                       STRING "BRANCH=" ACCT-BRANCH
                              " STATUS=" ACCT-STATUS
                           DELIMITED BY SIZE INTO WS-EXC-VALUES
                       END-STRING
                       PERFORM H250-RAISE-EXCEPTION
                   END-IF
               END-IF
           END-IF.
       H230-END. EXIT.

       H235-FIND-BRANCH.
           MOVE "N"  TO WS-BRCH-FOUND-SW
           MOVE ZERO TO WS-BRCH-SUB
           PERFORM H236-SCAN-ONE-BRANCH
                   UNTIL WS-BRCH-FOUND
                      OR WS-BRCH-SUB >= WS-BRCH-COUNT.
       H235-END. EXIT.

       H236-SCAN-ONE-BRANCH.
           ADD 1 TO WS-BRCH-SUB
           IF WS-BRCH-CODE (WS-BRCH-SUB) = WS-BRCH-SEARCH
               SET WS-BRCH-FOUND TO TRUE
           END-IF.
       H236-END. EXIT.

       H240-CHECK-NAME-RULES.
           PERFORM H241-CHECK-ERASED-NAMES
           MOVE ZERO TO WS-DIGIT-COUNT
           INSPECT ACCT-NAMES TALLYING WS-DIGIT-COUNT
                   FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                       ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
           IF NOT WS-ACCT-MASKED
              AND (WS-DIGIT-COUNT > ZERO OR ACCT-NAMES (1:1) = SPACE)
               MOVE 4 TO WS-RULE-SUB
               STRING "NAMES=" ACCT-NAMES
                   DELIMITED BY SIZE INTO WS-EXC-VALUES
               END-STRING
               PERFORM H250-RAISE-EXCEPTION
           END-IF
           MOVE ZERO TO WS-DIGIT-COUNT
           INSPECT ACCT-SURNAMES TALLYING WS-DIGIT-COUNT
                   FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                       ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
           IF NOT WS-ACCT-MASKED
              AND (WS-DIGIT-COUNT > ZERO
                   OR ACCT-SURNAMES (1:1) = SPACE)
               MOVE 5 TO WS-RULE-SUB
               STRING "SURNAMES=" ACCT-SURNAMES
                   DELIMITED BY SIZE INTO WS-EXC-VALUES
               END-STRING
               PERFORM H250-RAISE-EXCEPTION
           END-IF.
       H240-END. EXIT.

       H241-CHECK-ERASED-NAMES.
           MOVE SPACES TO WS-MASK-NAMES
           STRING "NAME" ACCT-INX
               DELIMITED BY SIZE INTO WS-MASK-NAMES
           END-STRING
           MOVE SPACES TO WS-MASK-SURNAMES
           STRING "SURNAME" ACCT-INX
               DELIMITED BY SIZE INTO WS-MASK-SURNAMES
           END-STRING
           MOVE "N" TO WS-MASKED-SW
           IF ACCT-NAMES = WS-MASK-NAMES
              AND ACCT-SURNAMES = WS-MASK-SURNAMES
               SET WS-ACCT-MASKED TO TRUE
               ADD 1 TO WS-MASKED-NAMES-SEEN
           END-IF.
       H241-END. EXIT.

       H245-CHECK-GUARDIAN-RULE.
           IF WS-BDATE-VALID AND WS-OPEN-VALID
                  AND ACCT-OPEN-DATE NOT < ACCT-BDATE
               COMPUTE WS-BIRTH-INT =
                       FUNCTION INTEGER-OF-DATE(ACCT-BDATE)
               COMPUTE WS-OPEN-INT =
                       FUNCTION INTEGER-OF-DATE(ACCT-OPEN-DATE)
               COMPUTE WS-AGE-AT-OPEN =
                       (WS-OPEN-INT - WS-BIRTH-INT) / 365
               IF WS-AGE-AT-OPEN < 18
                   PERFORM H246-FIND-GUARDIAN
                   IF NOT WS-GRD-FOUND
                       MOVE 7 TO WS-RULE-SUB
                       STRING "BDATE=" ACCT-BDATE
                              " OPEN=" ACCT-OPEN-DATE
                              " AGE=" WS-AGE-AT-OPEN
                           DELIMITED BY SIZE INTO WS-EXC-VALUES
                       END-STRING
                       PERFORM H250-RAISE-EXCEPTION
                   END-IF
               END-IF
           END-IF.
       H245-END. EXIT.

       H246-FIND-GUARDIAN.
           MOVE "N"  TO WS-GRD-FOUND-SW
           MOVE ZERO TO WS-GRD-SUB
           PERFORM H247-SCAN-ONE-GUARDIAN
                   UNTIL WS-GRD-FOUND
                      OR WS-GRD-SUB >= WS-GRD-COUNT.
       H246-END. EXIT.

       H247-SCAN-ONE-GUARDIAN.
           ADD 1 TO WS-GRD-SUB
           IF WS-GRD-INX (WS-GRD-SUB) = ACCT-INX
               SET WS-GRD-FOUND TO TRUE
           END-IF.
       H247-END. EXIT.

       H250-RAISE-EXCEPTION.
           SET WS-ACCT-HAS-EXC TO TRUE
           ADD 1 TO WS-SCR-RULE-COUNT (WS-SCR-SUB WS-RULE-SUB)
                    WS-SCR-RULE-COUNT (WS-SCR-TOTAL WS-RULE-SUB)
           INITIALIZE EXCEPTION-REC
           MOVE WS-RUN-DATE               TO EXC-RUN-DATE
           MOVE WS-RULE-ID (WS-RULE-SUB)  TO EXC-RULE-ID
           MOVE ACCT-INX                  TO EXC-INX
           MOVE ACCT-BRANCH               TO EXC-BRANCH
           MOVE WS-EXC-VALUES             TO EXC-VALUES
           WRITE EXCEPTION-REC
           IF NOT EXC-SUCCESS
               MOVE "INTGEXC " TO WS-ERR-FILE
               MOVE EXC-ST     TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           ADD 1 TO WS-EXCEPTIONS-WRITTEN
           MOVE SPACES TO WS-EXC-VALUES.
       H250-END. EXIT.

       H280-WRITE-SCORECARD.
           MOVE SPACES TO SCORE-LINE
           STRING "MASTER DATA-QUALITY SCORECARD  DATE: " WS-RUN-DATE
                  "  TARGET CLEAN: " WS-TARGET-PCT "%"
               DELIMITED BY SIZE INTO SCORE-LINE
           END-STRING
           PERFORM H900-WRITE-SCORE-LINE
           MOVE ZERO TO WS-SCR-SUB
           PERFORM H281-WRITE-ONE-BRANCH-SCORE
                   UNTIL WS-SCR-SUB >= WS-SCR-COUNT
           MOVE WS-SCR-TOTAL TO WS-SCR-SUB
           PERFORM H900-WRITE-SCORE-LINE
           MOVE "ALL BRANCHES" TO SCORE-LINE
           PERFORM H900-WRITE-SCORE-LINE
           PERFORM H282-WRITE-SCORE-BLOCK
           PERFORM H285-WRITE-SCAN-TOTALS.
       H280-END. EXIT.

       H281-WRITE-ONE-BRANCH-SCORE.
           ADD 1 TO WS-SCR-SUB
           IF WS-SCR-ACCOUNTS (WS-SCR-SUB) > ZERO
               ADD 1 TO WS-BRANCHES-SCORED
               PERFORM H900-WRITE-SCORE-LINE
               MOVE WS-SCR-BRANCH (WS-SCR-SUB) TO WS-BRCH-SEARCH
               PERFORM H235-FIND-BRANCH
               IF WS-BRCH-FOUND
                   STRING "BRANCH " WS-SCR-BRANCH (WS-SCR-SUB) " - "
                          WS-BRCH-NAME (WS-BRCH-SUB)
                       DELIMITED BY SIZE INTO SCORE-LINE
                   END-STRING
               ELSE
                   STRING "BRANCH " WS-SCR-BRANCH (WS-SCR-SUB)
                          " - NOT ON BRANCH MASTER"
                       DELIMITED BY SIZE INTO SCORE-LINE
                   END-STRING
               END-IF
               PERFORM H900-WRITE-SCORE-LINE
               PERFORM H282-WRITE-SCORE-BLOCK
               IF WS-CLEAN-PCT < WS-TARGET-PCT
                   ADD 1 TO WS-BRANCHES-BELOW
                   SET WS-ANY-BELOW-TARGET TO TRUE
               END-IF
           END-IF.
       H281-END. EXIT.

       H282-WRITE-SCORE-BLOCK.
           INITIALIZE SCORE-SUMMARY
           MOVE "  ACCOUNTS SCANNED"             TO SCS-LABEL
           MOVE WS-SCR-ACCOUNTS (WS-SCR-SUB)     TO SCS-COUNT
           PERFORM H900-WRITE-SCORE-LINE
           INITIALIZE SCORE-SUMMARY
           MOVE "  ACCOUNTS WITH EXCEPTIONS"     TO SCS-LABEL
           MOVE WS-SCR-EXC-ACCTS (WS-SCR-SUB)    TO SCS-COUNT
           PERFORM H900-WRITE-SCORE-LINE
           MOVE ZERO TO WS-CLEAN-PCT
           IF WS-SCR-ACCOUNTS (WS-SCR-SUB) > ZERO
               COMPUTE WS-CLEAN-PCT ROUNDED =
                       (WS-SCR-ACCOUNTS (WS-SCR-SUB)
                        - WS-SCR-EXC-ACCTS (WS-SCR-SUB)) * 100
                       / WS-SCR-ACCOUNTS (WS-SCR-SUB)
           END-IF
           MOVE WS-CLEAN-PCT TO WS-CLEAN-EDIT
           MOVE SPACES TO WS-TARGET-FLAG
           IF WS-CLEAN-PCT < WS-TARGET-PCT
               MOVE "BELOW TARGET" TO WS-TARGET-FLAG
           END-IF
           IF WS-SCR-PRIOR-DATE (WS-SCR-SUB) = ZERO
               STRING "  CLEAN RATE " WS-CLEAN-EDIT "%"
                      "  PRIOR: NONE             " WS-TARGET-FLAG
                   DELIMITED BY SIZE INTO SCORE-LINE
               END-STRING
           ELSE
               MOVE WS-SCR-PRIOR-CLEAN (WS-SCR-SUB) TO WS-PRIOR-EDIT
               STRING "  CLEAN RATE " WS-CLEAN-EDIT "%"
                      "  PRIOR: " WS-PRIOR-EDIT "% ("
                      WS-SCR-PRIOR-DATE (WS-SCR-SUB) ")  "
                      WS-TARGET-FLAG
                   DELIMITED BY SIZE INTO SCORE-LINE
               END-STRING
           END-IF
           PERFORM H900-WRITE-SCORE-LINE
           MOVE ZERO TO WS-RULE-SUB
           PERFORM H283-WRITE-ONE-RULE-LINE
                   UNTIL WS-RULE-SUB >= WS-RULE-COUNT.
       H282-END. EXIT.

       H283-WRITE-ONE-RULE-LINE.
           ADD 1 TO WS-RULE-SUB
           MOVE WS-RULE-ID (WS-RULE-SUB)   TO SCL-RULE-ID
           MOVE WS-RULE-DESC (WS-RULE-SUB) TO SCL-DESC
           MOVE WS-SCR-RULE-COUNT (WS-SCR-SUB WS-RULE-SUB)
                TO SCL-COUNT
           MOVE ZERO TO WS-RULE-RATE
           IF WS-SCR-ACCOUNTS (WS-SCR-SUB) > ZERO
               COMPUTE WS-RULE-RATE ROUNDED =
                       WS-SCR-RULE-COUNT (WS-SCR-SUB WS-RULE-SUB)
                       * 100 / WS-SCR-ACCOUNTS (WS-SCR-SUB)
           END-IF
           MOVE WS-RULE-RATE TO SCL-RATE
           MOVE "%"          TO SCL-PCT
           PERFORM H900-WRITE-SCORE-LINE.
       H283-END. EXIT.

       H285-WRITE-SCAN-TOTALS.
           PERFORM H900-WRITE-SCORE-LINE
           INITIALIZE SCORE-SUMMARY
           MOVE "ACCOUNTS SCANNED"           TO SCS-LABEL
           MOVE WS-ACCOUNTS-SCANNED          TO SCS-COUNT
           PERFORM H900-WRITE-SCORE-LINE
           INITIALIZE SCORE-SUMMARY
           MOVE "EXCEPTION RECORDS WRITTEN"  TO SCS-LABEL
           MOVE WS-EXCEPTIONS-WRITTEN        TO SCS-COUNT
           PERFORM H900-WRITE-SCORE-LINE
           INITIALIZE SCORE-SUMMARY
           MOVE "BRANCHES SCORED"            TO SCS-LABEL
           MOVE WS-BRANCHES-SCORED           TO SCS-COUNT
           PERFORM H900-WRITE-SCORE-LINE
           INITIALIZE SCORE-SUMMARY
           MOVE "BRANCHES BELOW TARGET"      TO SCS-LABEL
           MOVE WS-BRANCHES-BELOW            TO SCS-COUNT
           PERFORM H900-WRITE-SCORE-LINE.
       H285-END. EXIT.

       H290-WRITE-SCORE-HISTORY.
           OPEN EXTEND SCORE-HISTORY
           IF NOT SCH-SUCCESS
               OPEN OUTPUT SCORE-HISTORY
               IF NOT SCH-SUCCESS
                   MOVE "SCORHIST" TO WS-ERR-FILE
                   MOVE SCH-ST     TO WS-ERR-STATUS
                   PERFORM H950-FILE-ERROR
               END-IF
           END-IF
           MOVE ZERO TO WS-SCR-SUB
           PERFORM H291-WRITE-ONE-HISTORY
                   UNTIL WS-SCR-SUB >= WS-SCR-COUNT
           MOVE WS-SCR-TOTAL TO WS-SCR-SUB
           PERFORM H292-WRITE-HISTORY-REC
           CLOSE SCORE-HISTORY.
       H290-END. EXIT.

       H291-WRITE-ONE-HISTORY.
           ADD 1 TO WS-SCR-SUB
           IF WS-SCR-ACCOUNTS (WS-SCR-SUB) > ZERO
               PERFORM H292-WRITE-HISTORY-REC
           END-IF.
       H291-END. EXIT.

       H292-WRITE-HISTORY-REC.
           INITIALIZE SCORE-HIST-REC
           MOVE WS-RUN-DATE                   TO SCH-RUN-DATE
           MOVE WS-SCR-BRANCH (WS-SCR-SUB)    TO SCH-BRANCH
           MOVE WS-SCR-ACCOUNTS (WS-SCR-SUB)  TO SCH-ACCOUNTS
           MOVE WS-SCR-EXC-ACCTS (WS-SCR-SUB) TO SCH-EXC-ACCOUNTS
           MOVE ZERO TO WS-RULE-SUB
           PERFORM H293-MOVE-ONE-RULE-COUNT
                   UNTIL WS-RULE-SUB >= WS-RULE-COUNT
           WRITE SCORE-HIST-REC
           IF NOT SCH-SUCCESS
               MOVE "SCORHIST" TO WS-ERR-FILE
               MOVE SCH-ST     TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H292-END. EXIT.

       H293-MOVE-ONE-RULE-COUNT.
           ADD 1 TO WS-RULE-SUB
           MOVE WS-SCR-RULE-COUNT (WS-SCR-SUB WS-RULE-SUB)
                TO SCH-RULE-COUNT (WS-RULE-SUB).
       H293-END. EXIT.

       H900-WRITE-SCORE-LINE.
           WRITE SCORE-LINE
           IF NOT SCR-SUCCESS
               MOVE "INTGRPT " TO WS-ERR-FILE
               MOVE SCR-ST     TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           MOVE SPACES TO SCORE-LINE.
       H900-END. EXIT.

       H295-DISPLAY-TOTALS.
           DISPLAY "ACCOUNTS SCANNED:     " WS-ACCOUNTS-SCANNED.
           DISPLAY "EXCEPTIONS WRITTEN:   " WS-EXCEPTIONS-WRITTEN.
           DISPLAY "BRANCHES SCORED:      " WS-BRANCHES-SCORED.
           DISPLAY "BRANCHES BELOW TARGET:" WS-BRANCHES-BELOW.
           DISPLAY "ERASED NAMES SKIPPED: " WS-MASKED-NAMES-SEEN.
       H295-END. EXIT.

       H300-CLOSE-FILES.
           CLOSE ACCT-REC
                 EXCEPTION-FILE
                 SCORE-REPORT.
       H300-END. EXIT.

       H999-PROGRAM-EXIT.
           PERFORM H295-DISPLAY-TOTALS.
           PERFORM H300-CLOSE-FILES.
           IF WS-ANY-BELOW-TARGET
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       H999-END. EXIT.
