       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PBEG0020.
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
           SELECT AUDIT-FILE ASSIGN AUDTFILE
                             STATUS AUDT-ST.
           SELECT AUDIT-CONTROL ASSIGN AUDCTL
                             STATUS ACTL-ST.
           SELECT BRANCH-MASTER ASSIGN BRCHMST
                             STATUS BRCH-ST.
           SELECT USER-FILE  ASSIGN AUTHUSR
                             STATUS USR-ST.
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

       FD  BRANCH-MASTER RECORDING MODE F.
       01  BRANCH-REC.
           05  BRCH-CODE           PIC X(03).
           05  BRCH-NAME           PIC X(20).
           05  BRCH-REGION         PIC X(10).
           05  BRCH-STATUS         PIC X(01).
               88 BRCH-OPEN            VALUE "O".
               88 BRCH-CLOSED          VALUE "C".

       FD  USER-FILE RECORDING MODE F.
       01  USER-REC.
           05  USR-ID              PIC X(08).
           05  USR-NAME            PIC X(20).
           05  USR-LEVEL           PIC X(01).
               88 USR-INQUIRY          VALUE "I".
               88 USR-UPDATE           VALUE "U".

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 ACCT-ST        PIC 9(02).
              88 ACCT-EOF             VALUE 10.
              88 ACCT-SUCCESS         VALUE 00 02 97.
              88 ACCT-INVALID-KEY     VALUE 21 THRU 24.
              88 ACCT-NOT-FOUND       VALUE 23.
           05 AUDT-ST        PIC 9(02).
              88 AUDT-EOF             VALUE 10.
              88 AUDT-SUCCESS         VALUE 00 97.
           05 ACTL-ST        PIC 9(02).
              88 ACTL-EOF             VALUE 10.
              88 ACTL-SUCCESS         VALUE 00 97.
           05 BRCH-ST        PIC 9(02).
              88 BRCH-EOF             VALUE 10.
              88 BRCH-SUCCESS         VALUE 00 97.
           05 USR-ST         PIC 9(02).
              88 USR-EOF              VALUE 10.
              88 USR-SUCCESS          VALUE 00 97.

       01  WS-ERROR-AREA.
           05 WS-ERR-FILE           PIC X(08) VALUE SPACES.
           05 WS-ERR-STATUS         PIC 9(02) VALUE ZERO.

       01  TRAN-REC.
           05  TRAN-CODE           PIC X(01).
               88 TRAN-ADD             VALUE "A".
               88 TRAN-CHANGE          VALUE "C".
               88 TRAN-DELETE          VALUE "D".
           05  TRAN-FIELDS.
               10  TRAN-INX        PIC X(04).
               10  TRAN-NAMES      PIC X(15).
               10  TRAN-SURNAMES   PIC X(15).
               10  TRAN-BDATE      PIC 9(08).
               10  TRAN-TODAY      PIC 9(08).
               10  TRAN-STATUS     PIC X(01).
               10  TRAN-OPEN-DATE  PIC 9(08).
               10  TRAN-BRANCH     PIC X(03).

       01  WS-IMAGE-AREA.
           05 WS-BEFORE-IMAGE       PIC X(62) VALUE SPACES.
           05 WS-AFTER-IMAGE        PIC X(62) VALUE SPACES.
           05 WS-TREJ-REASON        PIC X(20) VALUE SPACES.

       01  WS-AUDIT-STAMP.
           05 WS-RUN-DATE           PIC 9(08) VALUE ZERO.
           05 WS-TIME-NOW           PIC X(08) VALUE SPACES.
           05 WS-BATCH-SEQ          PIC 9(04) VALUE 1.
           05 WS-ACTL-SW            PIC X(01) VALUE "N".
              88 WS-ACTL-PRESENT        VALUE "Y".
           05 WS-BATCH-SET-SW       PIC X(01) VALUE "N".
              88 WS-BATCH-SET           VALUE "Y".

       01  WS-AUDCTL-REC.
           05 WS-AC-LAST-BATCH-SEQ  PIC 9(04).
           05 WS-AC-LAST-PGM        PIC X(08).
           05 WS-AC-LAST-DATE       PIC 9(08).
           05 WS-AC-LAST-TIME       PIC X(06).
           05 WS-AC-PERIOD-START    PIC 9(08).
           05 WS-AC-RETAIN-MONTHS   PIC 9(03).
           05 WS-AC-PERIODS         PIC 9(03).
           05 WS-AC-CATALOG         PIC X(3840).

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
           05 WS-BRCH-FOUND-SW      PIC X(01) VALUE "N".
              88 WS-BRCH-FOUND          VALUE "Y".
           05 WS-BRCH-VALID-SW      PIC X(01) VALUE "Y".
              88 WS-BRCH-VALID          VALUE "Y".
              88 WS-BRCH-INVALID        VALUE "N".

       01  WS-EDIT-AREA.
           05 WS-EDIT-SW            PIC X(01) VALUE "Y".
              88 WS-EDIT-PASS           VALUE "Y".
              88 WS-EDIT-FAIL           VALUE "N".
           05 WS-TEST-RESULT        PIC 9(02) VALUE ZERO.

       01  WS-USER-TABLE.
           05 WS-USR-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-USR-ENTRY OCCURS 200 TIMES.
              10 WS-USR-ID          PIC X(08).
              10 WS-USR-LEVEL       PIC X(01).

       01  WS-SIGN-ON.
           05 WS-USER-ID            PIC X(08) VALUE SPACES.
           05 WS-USER-LEVEL         PIC X(01) VALUE SPACES.
              88 WS-USER-CAN-UPDATE     VALUE "U".
           05 WS-USR-SUB            PIC 9(03) VALUE ZERO.
           05 WS-USR-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-USR-FOUND           VALUE "Y".

       01  WS-SCREEN-CONTROL.
           05 WS-FUNCTION           PIC X(01) VALUE SPACES.
           05 WS-QUIT-SW            PIC X(01) VALUE "N".
              88 WS-QUIT                VALUE "Y".
           05 WS-SEARCH-SURNAME     PIC X(15) VALUE SPACES.
           05 WS-BRANCH-NAME        PIC X(20) VALUE SPACES.
           05 WS-MESSAGE            PIC X(79) VALUE SPACES.
           05 WS-HELD-INX           PIC X(04) VALUE SPACES.
           05 WS-HELD-IMAGE         PIC X(62) VALUE SPACES.
           05 WS-BROWSE-SW          PIC X(01) VALUE "N".
              88 WS-BROWSE-ACTIVE       VALUE "Y".
           05 WS-BROWSE-SURNAME     PIC X(15) VALUE SPACES.
           05 WS-BROWSE-POS         PIC 9(05) VALUE ZERO.
           05 WS-BROWSE-SKIP        PIC 9(05) VALUE ZERO.

       01  WS-SESSION-TOTALS.
           05 WS-INQUIRIES          PIC 9(07) VALUE ZERO.
           05 WS-ADDS-APPLIED       PIC 9(07) VALUE ZERO.
           05 WS-CHANGES-APPLIED    PIC 9(07) VALUE ZERO.
           05 WS-CLOSES-APPLIED     PIC 9(07) VALUE ZERO.
           05 WS-REACTIVATIONS      PIC 9(07) VALUE ZERO.
           05 WS-UPDATES-REFUSED    PIC 9(07) VALUE ZERO.

       SCREEN SECTION.
       01  ACCOUNT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE "PBEG0020".
           05  LINE 01 COLUMN 25
               VALUE "ACCOUNT INQUIRY AND MAINTENANCE".
           05  LINE 01 COLUMN 71 PIC 9(08) FROM WS-RUN-DATE.
           05  LINE 02 COLUMN 01 VALUE "USER:".
           05  LINE 02 COLUMN 07 PIC X(08) FROM WS-USER-ID.
           05  LINE 04 COLUMN 01 VALUE "FUNCTION:".
           05  LINE 04 COLUMN 11 PIC X(01) USING WS-FUNCTION.
           05  LINE 04 COLUMN 14
               VALUE "I=INQUIRE S=SURNAME N=NEXT A=ADD C=CHANGE".
           05  LINE 04 COLUMN 56 VALUE "X=CLOSE Q=QUIT".
           05  LINE 06 COLUMN 01 VALUE "ACCOUNT   :".
           05  LINE 06 COLUMN 13 PIC X(04) USING TRAN-INX.
           05  LINE 06 COLUMN 30 VALUE "SURNAME SEARCH:".
           05  LINE 06 COLUMN 46 PIC X(15) USING WS-SEARCH-SURNAME.
           05  LINE 08 COLUMN 01 VALUE "NAMES     :".
           05  LINE 08 COLUMN 13 PIC X(15) USING TRAN-NAMES.
           05  LINE 09 COLUMN 01 VALUE "SURNAMES  :".
           05  LINE 09 COLUMN 13 PIC X(15) USING TRAN-SURNAMES.
           05  LINE 10 COLUMN 01 VALUE "BIRTH DATE:".
           05  LINE 10 COLUMN 13 PIC 9(08) USING TRAN-BDATE.
           05  LINE 11 COLUMN 01 VALUE "AS-OF DATE:".
           05  LINE 11 COLUMN 13 PIC 9(08) USING TRAN-TODAY.
           05  LINE 12 COLUMN 01 VALUE "STATUS    :".
           05  LINE 12 COLUMN 13 PIC X(01) USING TRAN-STATUS.
           05  LINE 12 COLUMN 16 VALUE "(A=ACTIVE C=CLOSED)".
           05  LINE 13 COLUMN 01 VALUE "OPEN DATE :".
           05  LINE 13 COLUMN 13 PIC 9(08) USING TRAN-OPEN-DATE.
           05  LINE 14 COLUMN 01 VALUE "BRANCH    :".
           05  LINE 14 COLUMN 13 PIC X(03) USING TRAN-BRANCH.
           05  LINE 14 COLUMN 18 PIC X(20) FROM WS-BRANCH-NAME.
           05  LINE 22 COLUMN 01 PIC X(79) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-SIGN-ON.
           PERFORM H200-PROCESS-SCREEN UNTIL WS-QUIT.
           PERFORM H999-PROGRAM-EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O    ACCT-REC.
           IF NOT ACCT-SUCCESS
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           PERFORM H120-LOAD-BRANCHES.
           PERFORM H130-LOAD-USERS.
       H100-END. EXIT.

       H950-FILE-ERROR.
           DISPLAY "FILE ERROR - " WS-ERR-FILE
                   " STATUS " WS-ERR-STATUS " - RUN HALTED".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       H950-END. EXIT.

       H110-SIGN-ON.
           MOVE SPACES TO WS-MESSAGE
           MOVE SPACES TO WS-USER-ID
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           INSPECT WS-USER-ID
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE "N"  TO WS-USR-FOUND-SW
           MOVE ZERO TO WS-USR-SUB
           IF WS-USER-ID NOT = SPACES
               PERFORM H112-SCAN-ONE-USER
                       UNTIL WS-USR-FOUND
                          OR WS-USR-SUB >= WS-USR-COUNT
           END-IF
           IF NOT WS-USR-FOUND
               DISPLAY "USER " WS-USER-ID
                       " NOT AUTHORIZED - SESSION ENDED"
               CLOSE ACCT-REC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-USR-LEVEL (WS-USR-SUB) TO WS-USER-LEVEL
           IF WS-USER-CAN-UPDATE
               MOVE "SIGNED ON - INQUIRY AND UPDATE" TO WS-MESSAGE
           ELSE
               MOVE "SIGNED ON - INQUIRY ONLY" TO WS-MESSAGE
           END-IF.
       H110-END. EXIT.

       H112-SCAN-ONE-USER.
           ADD 1 TO WS-USR-SUB
           IF WS-USR-ID (WS-USR-SUB) = WS-USER-ID
               SET WS-USR-FOUND TO TRUE
           END-IF.
       H112-END. EXIT.

       H120-LOAD-BRANCHES.
           OPEN INPUT BRANCH-MASTER
           IF BRCH-SUCCESS
               SET WS-BRCH-LOADED TO TRUE
               READ BRANCH-MASTER
               PERFORM H121-LOAD-ONE-BRANCH UNTIL BRCH-EOF
               CLOSE BRANCH-MASTER
           ELSE
               DISPLAY "WARNING - BRCHMST NOT PRESENT, "
                       "BRANCH VALIDATION NOT PERFORMED THIS SESSION"
           END-IF.
       H120-END. EXIT.

       H121-LOAD-ONE-BRANCH.
           IF WS-BRCH-COUNT < 500
               ADD 1 TO WS-BRCH-COUNT
               MOVE BRCH-CODE   TO WS-BRCH-CODE (WS-BRCH-COUNT)
               MOVE BRCH-NAME   TO WS-BRCH-NAME (WS-BRCH-COUNT)
               MOVE BRCH-STATUS TO WS-BRCH-STATUS (WS-BRCH-COUNT)
           ELSE
               DISPLAY "WARNING - BRANCH TABLE FULL, "
                       "ENTRY DROPPED FOR " BRCH-CODE
           END-IF
           READ BRANCH-MASTER.
       H121-END. EXIT.

       H130-LOAD-USERS.
           OPEN INPUT USER-FILE
           IF NOT USR-SUCCESS
               MOVE "AUTHUSR " TO WS-ERR-FILE
               MOVE USR-ST     TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           READ USER-FILE
           PERFORM H131-LOAD-ONE-USER UNTIL USR-EOF
           CLOSE USER-FILE.
       H130-END. EXIT.

       H131-LOAD-ONE-USER.
           IF WS-USR-COUNT < 200
               IF USR-INQUIRY OR USR-UPDATE
                   ADD 1 TO WS-USR-COUNT
                   MOVE USR-ID    TO WS-USR-ID (WS-USR-COUNT)
                   MOVE USR-LEVEL TO WS-USR-LEVEL (WS-USR-COUNT)
               END-IF
           ELSE
               DISPLAY "WARNING - USER TABLE FULL, "
                       "ENTRY DROPPED FOR " USR-ID
           END-IF
           READ USER-FILE.
       H131-END. EXIT.

       H200-PROCESS-SCREEN.
           MOVE SPACES TO WS-FUNCTION
           DISPLAY ACCOUNT-SCREEN
           ACCEPT ACCOUNT-SCREEN
           MOVE SPACES TO WS-MESSAGE
           EVALUATE WS-FUNCTION
               WHEN "I"
                   PERFORM H210-INQUIRE-BY-INX
               WHEN "S"
                   PERFORM H215-INQUIRE-BY-SURNAME
               WHEN "N"
                   PERFORM H216-NEXT-BY-SURNAME
               WHEN "A"
                   PERFORM H230-ONLINE-ADD
               WHEN "C"
                   PERFORM H232-ONLINE-CHANGE
               WHEN "X"
                   PERFORM H234-ONLINE-CLOSE
               WHEN "Q"
                   SET WS-QUIT TO TRUE
               WHEN OTHER
                   MOVE "INVALID FUNCTION" TO WS-MESSAGE
           END-EVALUATE.
       H200-END. EXIT.

       H207-EDIT-TRAN-FIELDS.
           IF TRAN-NAMES = SPACES
               SET WS-EDIT-FAIL TO TRUE
               MOVE "NAMES BLANK" TO WS-TREJ-REASON
           END-IF
           IF WS-EDIT-PASS
               IF TRAN-SURNAMES = SPACES
                   SET WS-EDIT-FAIL TO TRUE
                   MOVE "SURNAMES BLANK" TO WS-TREJ-REASON
               END-IF
           END-IF
           IF WS-EDIT-PASS
               IF TRAN-STATUS NOT = "A" AND TRAN-STATUS NOT = "C"
                   SET WS-EDIT-FAIL TO TRUE
                   MOVE "INVALID STATUS" TO WS-TREJ-REASON
               END-IF
           END-IF
           IF WS-EDIT-PASS
               COMPUTE WS-TEST-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD(TRAN-BDATE)
               IF WS-TEST-RESULT NOT = 0
                   SET WS-EDIT-FAIL TO TRUE
                   MOVE "INVALID BIRTH DATE" TO WS-TREJ-REASON
               END-IF
           END-IF
           IF WS-EDIT-PASS
               COMPUTE WS-TEST-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD(TRAN-TODAY)
               IF WS-TEST-RESULT NOT = 0
                   SET WS-EDIT-FAIL TO TRUE
                   MOVE "INVALID TODAY DATE" TO WS-TREJ-REASON
               END-IF
           END-IF
           IF WS-EDIT-PASS
               COMPUTE WS-TEST-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD(TRAN-OPEN-DATE)
               IF WS-TEST-RESULT NOT = 0
                   SET WS-EDIT-FAIL TO TRUE
                   MOVE "INVALID OPEN DATE" TO WS-TREJ-REASON
               END-IF
           END-IF
           IF WS-EDIT-PASS
               IF TRAN-BDATE > TRAN-TODAY
                   SET WS-EDIT-FAIL TO TRUE
                   MOVE "BDATE AFTER TODAY" TO WS-TREJ-REASON
               END-IF
           END-IF.
       H207-END. EXIT.

       H210-INQUIRE-BY-INX.
           MOVE "N" TO WS-BROWSE-SW
           MOVE TRAN-INX TO ACCT-INX
           READ ACCT-REC
               INVALID KEY
                   PERFORM H262-CLEAR-ACCOUNT
                   MOVE "ACCOUNT NOT FOUND" TO WS-MESSAGE
               NOT INVALID KEY
                   PERFORM H260-SHOW-ACCOUNT
           END-READ
           IF NOT ACCT-SUCCESS AND NOT ACCT-NOT-FOUND
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H210-END. EXIT.

       H215-INQUIRE-BY-SURNAME.
           MOVE "N" TO WS-BROWSE-SW
           IF WS-SEARCH-SURNAME = SPACES
               MOVE "ENTER A SURNAME TO SEARCH" TO WS-MESSAGE
           ELSE
               MOVE WS-SEARCH-SURNAME TO WS-BROWSE-SURNAME
               MOVE ZERO TO WS-BROWSE-POS
               PERFORM H217-POSITION-BROWSE
           END-IF.
       H215-END. EXIT.

       H216-NEXT-BY-SURNAME.
           IF NOT WS-BROWSE-ACTIVE
               MOVE "NO SURNAME SEARCH IN PROGRESS" TO WS-MESSAGE
           ELSE
               PERFORM H217-POSITION-BROWSE
           END-IF.
       H216-END. EXIT.

       H217-POSITION-BROWSE.
           MOVE "N" TO WS-BROWSE-SW
           MOVE WS-BROWSE-SURNAME TO ACCT-SURNAMES
           START ACCT-REC KEY = ACCT-SURNAMES
               INVALID KEY
                   MOVE 23 TO ACCT-ST
               NOT INVALID KEY
                   READ ACCT-REC NEXT RECORD
                   MOVE ZERO TO WS-BROWSE-SKIP
                   PERFORM H218-SKIP-ONE-BROWSE
                           UNTIL WS-BROWSE-SKIP >= WS-BROWSE-POS
                              OR ACCT-EOF
                              OR ACCT-SURNAMES
                                 NOT = WS-BROWSE-SURNAME
           END-START
           IF NOT ACCT-SUCCESS AND NOT ACCT-EOF
                  AND NOT ACCT-NOT-FOUND
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           IF ACCT-SUCCESS AND ACCT-SURNAMES = WS-BROWSE-SURNAME
               ADD 1 TO WS-BROWSE-POS
               SET WS-BROWSE-ACTIVE TO TRUE
               PERFORM H260-SHOW-ACCOUNT
               MOVE "PRESS N FOR NEXT ACCOUNT WITH THIS SURNAME"
                    TO WS-MESSAGE
           ELSE
               PERFORM H262-CLEAR-ACCOUNT
               IF WS-BROWSE-POS = ZERO
                   MOVE "NO ACCOUNTS FOR SURNAME" TO WS-MESSAGE
               ELSE
                   MOVE "NO MORE ACCOUNTS FOR SURNAME" TO WS-MESSAGE
               END-IF
           END-IF.
       H217-END. EXIT.

       H218-SKIP-ONE-BROWSE.
           ADD 1 TO WS-BROWSE-SKIP
           READ ACCT-REC NEXT RECORD
           IF NOT ACCT-SUCCESS AND NOT ACCT-EOF
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H218-END. EXIT.

       H230-ONLINE-ADD.
           IF NOT WS-USER-CAN-UPDATE
               PERFORM H270-REFUSE-NOT-AUTHORIZED
           ELSE
               MOVE "A" TO TRAN-CODE
               IF TRAN-TODAY = ZERO
                   MOVE WS-RUN-DATE TO TRAN-TODAY
               END-IF
               IF TRAN-OPEN-DATE = ZERO
                   MOVE WS-RUN-DATE TO TRAN-OPEN-DATE
               END-IF
               PERFORM H236-EDIT-ONLINE-UPDATE
               IF WS-EDIT-FAIL
                   PERFORM H272-REFUSE-EDIT
               ELSE
                   PERFORM H231-APPLY-ADD
               END-IF
           END-IF.
       H230-END. EXIT.

       H231-APPLY-ADD.
           MOVE SPACES          TO WS-BEFORE-IMAGE
           MOVE TRAN-INX        TO ACCT-INX
           MOVE TRAN-NAMES      TO ACCT-NAMES
           MOVE TRAN-SURNAMES   TO ACCT-SURNAMES
           MOVE TRAN-BDATE      TO ACCT-BDATE
           MOVE TRAN-TODAY      TO ACCT-TODAY
           MOVE TRAN-STATUS     TO ACCT-STATUS
           MOVE TRAN-OPEN-DATE  TO ACCT-OPEN-DATE
           MOVE TRAN-BRANCH     TO ACCT-BRANCH
           MOVE ACCT-FIELDS     TO WS-AFTER-IMAGE
           WRITE ACCT-FIELDS
               INVALID KEY
                   MOVE "KEY ALREADY EXISTS" TO WS-TREJ-REASON
                   PERFORM H272-REFUSE-EDIT
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS-APPLIED
                   PERFORM H250-WRITE-AUDIT
                   PERFORM H260-SHOW-ACCOUNT
                   MOVE "ACCOUNT ADDED" TO WS-MESSAGE
           END-WRITE
           IF NOT ACCT-SUCCESS AND NOT ACCT-INVALID-KEY
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H231-END. EXIT.

       H232-ONLINE-CHANGE.
           IF NOT WS-USER-CAN-UPDATE
               PERFORM H270-REFUSE-NOT-AUTHORIZED
           ELSE
               MOVE "C" TO TRAN-CODE
               PERFORM H238-REREAD-HELD-ACCOUNT
               IF WS-EDIT-PASS
                   PERFORM H236-EDIT-ONLINE-UPDATE
               END-IF
               IF WS-EDIT-PASS
                   PERFORM H237-CHECK-DUAL-CONTROL
               END-IF
               IF WS-EDIT-FAIL
                   PERFORM H272-REFUSE-EDIT
               ELSE
                   IF ACCT-STATUS = "D"
                       PERFORM H235-REACTIVATE-DORMANT
                   END-IF
                   PERFORM H233-APPLY-CHANGE
                   ADD 1 TO WS-CHANGES-APPLIED
                   MOVE "ACCOUNT CHANGED" TO WS-MESSAGE
               END-IF
           END-IF.
       H232-END. EXIT.

       H233-APPLY-CHANGE.
           MOVE ACCT-FIELDS     TO WS-BEFORE-IMAGE
           MOVE TRAN-NAMES      TO ACCT-NAMES
           MOVE TRAN-SURNAMES   TO ACCT-SURNAMES
           MOVE TRAN-BDATE      TO ACCT-BDATE
           MOVE TRAN-TODAY      TO ACCT-TODAY
           MOVE TRAN-STATUS     TO ACCT-STATUS
           MOVE TRAN-OPEN-DATE  TO ACCT-OPEN-DATE
           MOVE TRAN-BRANCH     TO ACCT-BRANCH
           MOVE ACCT-FIELDS     TO WS-AFTER-IMAGE
           REWRITE ACCT-FIELDS
           IF NOT ACCT-SUCCESS
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           PERFORM H250-WRITE-AUDIT
           PERFORM H260-SHOW-ACCOUNT.
       H233-END. EXIT.

       H234-ONLINE-CLOSE.
           IF NOT WS-USER-CAN-UPDATE
               PERFORM H270-REFUSE-NOT-AUTHORIZED
           ELSE
               MOVE "C" TO TRAN-CODE
               PERFORM H238-REREAD-HELD-ACCOUNT
               IF WS-EDIT-PASS
                   IF ACCT-STATUS = "C"
                       SET WS-EDIT-FAIL TO TRUE
                       MOVE "ALREADY CLOSED" TO WS-TREJ-REASON
                   END-IF
               END-IF
               IF WS-EDIT-PASS
                   MOVE ACCT-FIELDS TO TRAN-FIELDS
                   MOVE "C"         TO TRAN-STATUS
                   PERFORM H236-EDIT-ONLINE-UPDATE
               END-IF
               IF WS-EDIT-FAIL
                   PERFORM H272-REFUSE-EDIT
               ELSE
                   PERFORM H233-APPLY-CHANGE
                   ADD 1 TO WS-CLOSES-APPLIED
                   MOVE "ACCOUNT CLOSED" TO WS-MESSAGE
               END-IF
           END-IF.
       H234-END. EXIT.

       H235-REACTIVATE-DORMANT.
           MOVE ACCT-FIELDS TO WS-BEFORE-IMAGE
           MOVE "A"         TO ACCT-STATUS
           MOVE ACCT-FIELDS TO WS-AFTER-IMAGE
           REWRITE ACCT-FIELDS
           IF NOT ACCT-SUCCESS
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           ADD 1 TO WS-REACTIVATIONS
           PERFORM H250-WRITE-AUDIT.
       H235-END. EXIT.

       H236-EDIT-ONLINE-UPDATE.
           SET WS-EDIT-PASS TO TRUE
           IF TRAN-INX = SPACES
               SET WS-EDIT-FAIL TO TRUE
               MOVE "ACCOUNT KEY BLANK" TO WS-TREJ-REASON
           END-IF
           IF WS-EDIT-PASS
               PERFORM H207-EDIT-TRAN-FIELDS
           END-IF
           IF WS-EDIT-PASS
               PERFORM H240-CHECK-BRANCH
               IF WS-BRCH-INVALID
                   SET WS-EDIT-FAIL TO TRUE
               END-IF
           END-IF.
       H236-END. EXIT.

       H237-CHECK-DUAL-CONTROL.
           IF TRAN-BDATE NOT = ACCT-BDATE
              OR TRAN-BRANCH NOT = ACCT-BRANCH
              OR (ACCT-STATUS = "C" AND TRAN-STATUS = "A")
               SET WS-EDIT-FAIL TO TRUE
               MOVE "NEEDS DUAL CONTROL" TO WS-TREJ-REASON
           END-IF.
       H237-END. EXIT.

       H238-REREAD-HELD-ACCOUNT.
           SET WS-EDIT-PASS TO TRUE
           IF WS-HELD-INX = SPACES OR TRAN-INX NOT = WS-HELD-INX
               SET WS-EDIT-FAIL TO TRUE
               MOVE "INQUIRE FIRST" TO WS-TREJ-REASON
           ELSE
               MOVE WS-HELD-INX TO ACCT-INX
               READ ACCT-REC
                   INVALID KEY
                       SET WS-EDIT-FAIL TO TRUE
                       MOVE "KEY NOT FOUND" TO WS-TREJ-REASON
                   NOT INVALID KEY
                       IF ACCT-FIELDS NOT = WS-HELD-IMAGE
                           SET WS-EDIT-FAIL TO TRUE
                           MOVE "CHANGED - INQUIRE AGAIN"
                                TO WS-TREJ-REASON
                       END-IF
               END-READ
               IF NOT ACCT-SUCCESS AND NOT ACCT-NOT-FOUND
                   MOVE "ACCTREC " TO WS-ERR-FILE
                   MOVE ACCT-ST    TO WS-ERR-STATUS
                   PERFORM H950-FILE-ERROR
               END-IF
           END-IF.
       H238-END. EXIT.

       H240-CHECK-BRANCH.
           SET WS-BRCH-VALID TO TRUE
           IF WS-BRCH-LOADED
               MOVE "N"  TO WS-BRCH-FOUND-SW
               MOVE ZERO TO WS-BRCH-SUB
               PERFORM H241-SCAN-ONE-BRANCH
                       UNTIL WS-BRCH-FOUND
                          OR WS-BRCH-SUB >= WS-BRCH-COUNT
               IF NOT WS-BRCH-FOUND
                   SET WS-BRCH-INVALID TO TRUE
                   MOVE "BRANCH NOT ON MASTER" TO WS-TREJ-REASON
               ELSE
                   IF WS-BRCH-STATUS (WS-BRCH-SUB) NOT = "O"
                       SET WS-BRCH-INVALID TO TRUE
                       MOVE "BRANCH CLOSED" TO WS-TREJ-REASON
                   END-IF
               END-IF
           END-IF.
       H240-END. EXIT.

       H241-SCAN-ONE-BRANCH.
           ADD 1 TO WS-BRCH-SUB
           IF WS-BRCH-CODE (WS-BRCH-SUB) = TRAN-BRANCH
               SET WS-BRCH-FOUND TO TRUE
           END-IF.
       H241-END. EXIT.

       H250-WRITE-AUDIT.
           IF NOT WS-BATCH-SET
               PERFORM H252-SET-AUDIT-BATCH-SEQ
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF NOT AUDT-SUCCESS
               OPEN OUTPUT AUDIT-FILE
               IF NOT AUDT-SUCCESS
                   MOVE "AUDTFILE" TO WS-ERR-FILE
                   MOVE AUDT-ST    TO WS-ERR-STATUS
                   PERFORM H950-FILE-ERROR
               END-IF
           END-IF
           ACCEPT WS-TIME-NOW FROM TIME
           INITIALIZE AUDIT-REC
           MOVE WS-RUN-DATE      TO AUD-RUN-DATE
           MOVE WS-TIME-NOW(1:6) TO AUD-RUN-TIME
           MOVE WS-BATCH-SEQ     TO AUD-BATCH-SEQ
           MOVE TRAN-CODE        TO AUD-TRAN-CODE
           MOVE TRAN-INX         TO AUD-INX
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE   TO AUD-AFTER-IMAGE
           MOVE WS-USER-ID       TO AUD-MAKER-ID
           WRITE AUDIT-REC
           IF NOT AUDT-SUCCESS
               MOVE "AUDTFILE" TO WS-ERR-FILE
               MOVE AUDT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           CLOSE AUDIT-FILE.
       H250-END. EXIT.

       H252-SET-AUDIT-BATCH-SEQ.
           PERFORM H254-TAKE-AUDIT-BATCH-SEQ
           IF NOT WS-ACTL-PRESENT
               OPEN INPUT AUDIT-FILE
               IF AUDT-SUCCESS
                   READ AUDIT-FILE
                   PERFORM H253-SCAN-ONE-AUDIT UNTIL AUDT-EOF
                   CLOSE AUDIT-FILE
               END-IF
           END-IF
           SET WS-BATCH-SET TO TRUE.
       H252-END. EXIT.

       H253-SCAN-ONE-AUDIT.
           IF AUD-BATCH-SEQ IS NUMERIC
               COMPUTE WS-BATCH-SEQ = AUD-BATCH-SEQ + 1
           END-IF
           READ AUDIT-FILE.
       H253-END. EXIT.

       H254-TAKE-AUDIT-BATCH-SEQ.
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
               MOVE "PBEG0020"       TO WS-AC-LAST-PGM
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
       H254-END. EXIT.

       H260-SHOW-ACCOUNT.
           ADD 1 TO WS-INQUIRIES
           MOVE ACCT-FIELDS TO TRAN-FIELDS
           MOVE ACCT-INX    TO WS-HELD-INX
           MOVE ACCT-FIELDS TO WS-HELD-IMAGE
           MOVE SPACES      TO WS-BRANCH-NAME
           MOVE "N"  TO WS-BRCH-FOUND-SW
           MOVE ZERO TO WS-BRCH-SUB
           PERFORM H241-SCAN-ONE-BRANCH
                   UNTIL WS-BRCH-FOUND
                      OR WS-BRCH-SUB >= WS-BRCH-COUNT
           IF WS-BRCH-FOUND
               MOVE WS-BRCH-NAME (WS-BRCH-SUB) TO WS-BRANCH-NAME
           ELSE
               MOVE "BRANCH NOT ON MASTER" TO WS-BRANCH-NAME
           END-IF.
       H260-END. EXIT.

       H262-CLEAR-ACCOUNT.
           MOVE TRAN-INX    TO WS-HELD-INX
           INITIALIZE TRAN-FIELDS
           MOVE WS-HELD-INX TO TRAN-INX
           MOVE SPACES      TO WS-HELD-INX
           MOVE SPACES      TO WS-HELD-IMAGE
           MOVE SPACES      TO WS-BRANCH-NAME.
       H262-END. EXIT.

       H270-REFUSE-NOT-AUTHORIZED.
           ADD 1 TO WS-UPDATES-REFUSED
           MOVE "USER NOT AUTHORIZED FOR UPDATE" TO WS-MESSAGE.
       H270-END. EXIT.

       H272-REFUSE-EDIT.
           ADD 1 TO WS-UPDATES-REFUSED
           STRING "UPDATE REFUSED - " WS-TREJ-REASON
               DELIMITED BY SIZE INTO WS-MESSAGE
           END-STRING.
       H272-END. EXIT.

       H290-DISPLAY-TOTALS.
           DISPLAY "ONLINE USER:          " WS-USER-ID.
           DISPLAY "AUDIT BATCH SEQUENCE: " WS-BATCH-SEQ.
           DISPLAY "ACCOUNTS DISPLAYED:   " WS-INQUIRIES.
           DISPLAY "ADDS APPLIED:         " WS-ADDS-APPLIED.
           DISPLAY "CHANGES APPLIED:      " WS-CHANGES-APPLIED.
           DISPLAY "CLOSES APPLIED:       " WS-CLOSES-APPLIED.
           DISPLAY "DORMANT REACTIVATED:  " WS-REACTIVATIONS.
           DISPLAY "UPDATES REFUSED:      " WS-UPDATES-REFUSED.
       H290-END. EXIT.

       H300-CLOSE-FILES.
           CLOSE ACCT-REC.
       H300-END. EXIT.

       H999-PROGRAM-EXIT.
           PERFORM H290-DISPLAY-TOTALS.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
