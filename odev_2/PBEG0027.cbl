       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PBEG0027.
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
           SELECT SNAP-FILE  ASSIGN SNAPFILE
                             STATUS SNAP-ST.
           SELECT SNAP-CATALOG ASSIGN SNAPCAT
                             STATUS SCAT-ST.
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
           SELECT NOTIFY-FILE ASSIGN NOTIFILE
                             STATUS NOTI-ST.
           SELECT LETTER-FILE ASSIGN LTRFILE
                             STATUS LTR-ST.
           SELECT PEND-FILE  ASSIGN PENDFILE
                             STATUS PEND-ST.
           SELECT PARM-FILE  ASSIGN SARPARM
                             STATUS PARM-ST.
           SELECT SAR-REPORT ASSIGN SARRPT
                             STATUS SAR-ST.
           SELECT CERT-REPORT ASSIGN ERASCERT
                             STATUS CER-ST.
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

       FD  SNAP-FILE RECORDING MODE F.
       01  SNAP-FIELDS.
           05  SNAP-INX            PIC X(04).
           05  SNAP-NAMES          PIC X(15).
           05  SNAP-SURNAMES       PIC X(15).
           05  SNAP-BDATE          PIC 9(08).
           05  SNAP-TODAY          PIC 9(08).
           05  SNAP-STATUS         PIC X(01).
           05  SNAP-OPEN-DATE      PIC 9(08).
           05  SNAP-BRANCH         PIC X(03).

       01  SNAP-HEADER REDEFINES SNAP-FIELDS.
           05  SNAP-HDR-KEY        PIC X(04).
           05  SNAP-HDR-LIT        PIC X(04).
           05  SNAP-HDR-GEN        PIC 9(04).
           05  SNAP-HDR-DATE       PIC 9(08).
           05  FILLER              PIC X(42).

       FD  SNAP-CATALOG RECORDING MODE F.
       01  SCAT-REC.
           05  SCAT-GEN            PIC 9(04).
           05  SCAT-DATE           PIC 9(08).
           05  SCAT-COUNT          PIC 9(07).

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

       FD  NOTIFY-FILE RECORDING MODE F.
       01  NOTIFY-REC.
           05  NOTI-INX             PIC X(04).
           05  NOTI-NAMES           PIC X(15).
           05  NOTI-SURNAMES        PIC X(15).
           05  NOTI-MILESTONE       PIC 9(03).
           05  NOTI-MILE-DATE       PIC 9(08).

       FD  LETTER-FILE RECORDING MODE F.
       01  LETTER-LINE             PIC X(80).

       01  LETTER-ACCOUNT-LINE REDEFINES LETTER-LINE.
           05  LTA-DATE-LIT        PIC X(05).
           05  LTA-DATE            PIC X(08).
           05  LTA-ACCOUNT-LIT     PIC X(11).
           05  LTA-INX             PIC X(04).
           05  FILLER              PIC X(52).

       01  LETTER-MILESTONE-LINE REDEFINES LETTER-LINE.
           05  LTM-TURN-LIT        PIC X(36).
           05  LTM-AGE             PIC X(02).
           05  LTM-ON-LIT          PIC X(04).
           05  LTM-DATE            PIC X(08).
           05  LTM-NUM-DATE REDEFINES LTM-DATE
                                   PIC 9(08).
           05  FILLER              PIC X(30).

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
               10  PEND-TRAN-FIELDS.
                   15  PEND-INX    PIC X(04).
                   15  FILLER      PIC X(58).
               10  PEND-MAKER-ID   PIC X(08).
           05  PEND-BEFORE-IMAGE.
               10  PEND-BEFORE-INX PIC X(04).
               10  FILLER          PIC X(58).
           05  PEND-CHECKER-ID     PIC X(08).
           05  PEND-DECISION-DATE  PIC 9(08).
           05  PEND-NOTE           PIC X(20).

       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-REQ-TYPE       PIC X(01).
           05  PARM-REQ-REF        PIC X(10).
           05  PARM-INX            PIC X(04).
           05  PARM-NAMES          PIC X(15).
           05  PARM-SURNAMES       PIC X(15).
           05  PARM-BDATE          PIC X(08).
           05  PARM-RETAIN-MONTHS  PIC X(03).

       FD  SAR-REPORT RECORDING MODE F.
       01  SAR-LINE.
           05  SAR-FILE            PIC X(08).
           05  FILLER              PIC X(01).
           05  SAR-INX             PIC X(04).
           05  FILLER              PIC X(01).
           05  SAR-DATE            PIC X(08).
           05  FILLER              PIC X(01).
           05  SAR-DETAIL.
               10  SAR-NAMES       PIC X(15).
               10  FILLER          PIC X(01).
               10  SAR-SURNAMES    PIC X(15).
               10  FILLER          PIC X(01).
               10  SAR-BDATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  SAR-ACTION          PIC X(16).

       01  SAR-LINK-LINE REDEFINES SAR-LINE.
           05  SLK-INX             PIC X(04).
           05  FILLER              PIC X(02).
           05  SLK-WHERE           PIC X(12).
           05  FILLER              PIC X(02).
           05  SLK-STATUS          PIC X(01).
           05  FILLER              PIC X(02).
           05  SLK-BRANCH          PIC X(03).
           05  FILLER              PIC X(02).
           05  SLK-LAST            PIC X(08).
           05  FILLER              PIC X(02).
           05  SLK-RESULT          PIC X(20).
           05  FILLER              PIC X(22).

       01  SAR-FILE-TOTAL REDEFINES SAR-LINE.
           05  SFT-FILE            PIC X(08).
           05  FILLER              PIC X(02).
           05  SFT-READ            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  SFT-FOUND           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  SFT-MASKED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  SFT-ALREADY         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  SFT-STATE           PIC X(18).

       01  SAR-SUMMARY REDEFINES SAR-LINE.
           05  SRS-LABEL           PIC X(30).
           05  SRS-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(39).

       FD  CERT-REPORT RECORDING MODE F.
       01  CERT-LINE.
           05  CRA-INX             PIC X(04).
           05  FILLER              PIC X(02).
           05  CRA-WHERE           PIC X(12).
           05  FILLER              PIC X(02).
           05  CRA-STATUS          PIC X(01).
           05  FILLER              PIC X(02).
           05  CRA-LAST            PIC X(08).
           05  FILLER              PIC X(02).
           05  CRA-RESULT          PIC X(20).
           05  FILLER              PIC X(02).
           05  CRA-MASKED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(14).

       01  CERT-SUMMARY REDEFINES CERT-LINE.
           05  CRS-LABEL           PIC X(30).
           05  CRS-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(39).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 ACCT-ST        PIC 9(02).
              88 ACCT-EOF             VALUE 10.
              88 ACCT-SUCCESS         VALUE 00 02 97.
           05 ARCH-ST        PIC 9(02).
              88 ARCH-EOF             VALUE 10.
              88 ARCH-SUCCESS         VALUE 00 97.
           05 SNAP-ST        PIC 9(02).
              88 SNAP-EOF             VALUE 10.
              88 SNAP-SUCCESS         VALUE 00 97.
           05 SCAT-ST        PIC 9(02).
              88 SCAT-EOF             VALUE 10.
              88 SCAT-SUCCESS         VALUE 00 97.
           05 AUDT-ST        PIC 9(02).
              88 AUDT-EOF             VALUE 10.
              88 AUDT-SUCCESS         VALUE 00 97.
           05 AUDH-ST        PIC 9(02).
              88 AUDH-EOF             VALUE 10.
              88 AUDH-SUCCESS         VALUE 00 02 97.
           05 NOTI-ST        PIC 9(02).
              88 NOTI-EOF             VALUE 10.
              88 NOTI-SUCCESS         VALUE 00 97.
           05 LTR-ST         PIC 9(02).
              88 LTR-EOF              VALUE 10.
              88 LTR-SUCCESS          VALUE 00 97.
           05 PEND-ST        PIC 9(02).
              88 PEND-EOF             VALUE 10.
              88 PEND-SUCCESS         VALUE 00 97.
           05 PARM-ST        PIC 9(02).
              88 PARM-EOF             VALUE 10.
              88 PARM-SUCCESS         VALUE 00 97.
           05 SAR-ST         PIC 9(02).
              88 SAR-SUCCESS          VALUE 00 97.
           05 CER-ST         PIC 9(02).
              88 CER-SUCCESS          VALUE 00 97.

       01  WS-ERROR-AREA.
           05 WS-ERR-FILE           PIC X(08) VALUE SPACES.
           05 WS-ERR-STATUS         PIC 9(02) VALUE ZERO.

       01  WS-REQUEST.
           05 WS-REQ-TYPE           PIC X(01) VALUE SPACE.
              88 WS-REQ-ACCESS          VALUE "A".
              88 WS-REQ-ERASURE         VALUE "E".
           05 WS-REQ-REF            PIC X(10) VALUE SPACES.
           05 WS-REQ-INX            PIC X(04) VALUE SPACES.
           05 WS-RETAIN-MONTHS      PIC 9(03) VALUE 84.
           05 WS-TEST-RESULT        PIC 9(02) VALUE ZERO.

       01  WS-SUBJECT.
           05 WS-SUBJ-NAMES         PIC X(15) VALUE SPACES.
           05 WS-SUBJ-SURNAMES      PIC X(15) VALUE SPACES.
           05 WS-SUBJ-BDATE         PIC X(08) VALUE SPACES.
           05 WS-SUBJ-SW            PIC X(01) VALUE "N".
              88 WS-SUBJECT-KNOWN       VALUE "Y".

       01  WS-RETENTION-CONTROL.
           05 WS-RUN-DATE           PIC 9(08) VALUE ZERO.
           05 WS-RUN-PARTS REDEFINES WS-RUN-DATE.
              10 WS-RUN-YEAR        PIC 9(04).
              10 WS-RUN-MONTH       PIC 9(02).
              10 WS-RUN-DAY         PIC 9(02).
           05 WS-CUTOFF-DATE        PIC 9(08) VALUE ZERO.
           05 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
              10 WS-CUTOFF-YEAR     PIC 9(04).
              10 WS-CUTOFF-MONTH    PIC 9(02).
              10 WS-CUTOFF-DAY      PIC 9(02).
           05 WS-MONTH-NUMBER       PIC 9(06) VALUE ZERO.

       01  WS-IMAGE.
           05 WS-IMG-INX            PIC X(04).
           05 WS-IMG-NAMES          PIC X(15).
           05 WS-IMG-SURNAMES       PIC X(15).
           05 WS-IMG-BDATE          PIC 9(08).
           05 WS-IMG-TODAY          PIC 9(08).
           05 WS-IMG-STATUS         PIC X(01).
           05 WS-IMG-OPEN-DATE      PIC 9(08).
           05 WS-IMG-BRANCH         PIC X(03).

       01  WS-LINK-CONTROL.
           05 WS-LINK-SOURCE        PIC X(01) VALUE SPACE.
           05 WS-ACTIVITY-DATE      PIC 9(08) VALUE ZERO.
           05 WS-SNAP-GEN           PIC 9(04) VALUE ZERO.
           05 WS-SNAP-DATE          PIC 9(08) VALUE ZERO.
           05 WS-LNK-SUB            PIC 9(03) VALUE ZERO.
           05 WS-LNK-SEARCH         PIC X(04) VALUE SPACES.
           05 WS-LNK-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-LNK-FOUND           VALUE "Y".
           05 WS-MATCH-SW           PIC X(01) VALUE "N".
              88 WS-MATCHED             VALUE "Y".
           05 WS-LNK-FULL-SW        PIC X(01) VALUE "N".
              88 WS-LNK-FULL            VALUE "Y".
           05 WS-ERASE-SW           PIC X(01) VALUE "N".
              88 WS-ERASE-APPROVED      VALUE "Y".
           05 WS-MASK-SW            PIC X(01) VALUE "N".
              88 WS-IMAGE-MASKED        VALUE "Y".
              88 WS-IMAGE-ALREADY       VALUE "A".
           05 WS-AUDIT-MASK-SW      PIC X(01) VALUE "N".
              88 WS-AUDIT-CHANGED       VALUE "Y".
           05 WS-AUDIT-CODE         PIC X(01) VALUE SPACE.
           05 WS-LTR-INX            PIC X(04) VALUE SPACES.
           05 WS-LTR-DATE           PIC X(08) VALUE SPACES.
           05 WS-LTR-MASK-SW        PIC X(01) VALUE "N".
              88 WS-LTR-MASKING         VALUE "Y".

       01  WS-LINK-TABLE.
           05 WS-LNK-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-LNK-ENTRY OCCURS 100 TIMES.
              10 WS-LNK-INX         PIC X(04).
              10 WS-LNK-WHERE       PIC X(01).
                 88 WS-LNK-MASTER       VALUE "M".
                 88 WS-LNK-ARCHIVE      VALUE "A".
                 88 WS-LNK-SNAPSHOT     VALUE "S".
                 88 WS-LNK-AUDIT        VALUE "U".
              10 WS-LNK-STATUS      PIC X(01).
              10 WS-LNK-BRANCH      PIC X(03).
              10 WS-LNK-BDATE       PIC 9(08).
              10 WS-LNK-TODAY       PIC 9(08).
              10 WS-LNK-LAST-DATE   PIC 9(08).
              10 WS-LNK-SNAP-DATE   PIC 9(08).
              10 WS-LNK-SHIFT       PIC S9(03).
              10 WS-LNK-ELIG-SW     PIC X(01).
                 88 WS-LNK-ELIGIBLE     VALUE "Y".
              10 WS-LNK-RESULT      PIC X(20).
              10 WS-LNK-MASKED      PIC 9(07).

       01  WS-SHIFT-AREA.
           05 WS-BDATE-INT          PIC 9(07) VALUE ZERO.
           05 WS-TODAY-INT          PIC 9(07) VALUE ZERO.
           05 WS-AGE-DIFF           PIC S9(05) VALUE ZERO.
           05 WS-AGE-YEARS          PIC 9(03) VALUE ZERO.
           05 WS-OLD-BAND           PIC 9(01) VALUE ZERO.
           05 WS-NEW-BAND           PIC 9(01) VALUE ZERO.
           05 WS-SHIFT-DAYS         PIC S9(03) VALUE ZERO.
           05 WS-SHIFT-IN           PIC 9(08) VALUE ZERO.
           05 WS-SHIFT-OUT          PIC 9(08) VALUE ZERO.
           05 WS-MASK-NAMES         PIC X(15) VALUE SPACES.
           05 WS-MASK-SURNAMES      PIC X(15) VALUE SPACES.
           05 WS-MASK-LINE          PIC X(80) VALUE SPACES.

       01  WS-FILE-NAME-VALUES.
           05 FILLER                PIC X(08) VALUE "ACCTREC ".
           05 FILLER                PIC X(08) VALUE "ARCHFILE".
           05 FILLER                PIC X(08) VALUE "SNAPFILE".
           05 FILLER                PIC X(08) VALUE "AUDTFILE".
           05 FILLER                PIC X(08) VALUE "AUDHIST ".
           05 FILLER                PIC X(08) VALUE "NOTIFILE".
           05 FILLER                PIC X(08) VALUE "LTRFILE ".
           05 FILLER                PIC X(08) VALUE "PENDFILE".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
           05 WS-FNM                PIC X(08) OCCURS 8 TIMES.

       01  WS-FILE-TOTALS.
           05 WS-FIL-SUB            PIC 9(01) VALUE ZERO.
           05 WS-FIL-ENTRY OCCURS 8 TIMES.
              10 WS-FIL-STATE-SW    PIC X(01).
                 88 WS-FIL-SEARCHED     VALUE "Y".
              10 WS-FIL-READ        PIC 9(07).
              10 WS-FIL-FOUND       PIC 9(07).
              10 WS-FIL-MASKED      PIC 9(07).
              10 WS-FIL-ALREADY     PIC 9(07).

       01  WS-GEN-TABLE.
           05 WS-GEN-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-GEN-ENTRY OCCURS 100 TIMES.
              10 WS-GEN-NUM         PIC 9(04).
              10 WS-GEN-DATE        PIC 9(08).
           05 WS-GEN-SUB            PIC 9(03) VALUE ZERO.
           05 WS-GEN-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-GEN-FOUND           VALUE "Y".

       01  WS-REQUEST-TOTALS.
           05 WS-LINKS-REFUSED      PIC 9(03) VALUE ZERO.
           05 WS-RECORDS-FOUND      PIC 9(07) VALUE ZERO.
           05 WS-RECORDS-MASKED     PIC 9(07) VALUE ZERO.
           05 WS-GENS-MISSING       PIC 9(03) VALUE ZERO.
           05 WS-PENDS-DECLINED     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H140-READ-REQUEST-CARD.
           PERFORM H150-COMPUTE-RETENTION-CUTOFF.
           PERFORM H160-SET-SUBJECT.
           PERFORM H200-LINK-MASTER.
           PERFORM H205-LINK-ARCHIVE.
           PERFORM H210-LINK-SNAPSHOTS.
           PERFORM H215-LINK-AUDITS.
           PERFORM H218-LINK-HISTORY.
           PERFORM H230-CHECK-LINKED-ACCOUNTS.
           PERFORM H240-WRITE-REQUEST-HEADER.
           PERFORM H250-SCAN-MASTER.
           PERFORM H255-SCAN-ARCHIVE.
           PERFORM H260-SCAN-SNAPSHOTS.
           PERFORM H265-SCAN-AUDITS.
           PERFORM H268-SCAN-HISTORY.
           PERFORM H270-SCAN-NOTICES.
           PERFORM H275-SCAN-LETTERS.
           PERFORM H282-SCAN-PENDING.
           PERFORM H278-CHECK-SNAPSHOT-CATALOG.
           PERFORM H999-PROGRAM-EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-FILE-TOTALS
           OPEN OUTPUT SAR-REPORT.
           IF NOT SAR-SUCCESS
               MOVE "SARRPT  " TO WS-ERR-FILE
               MOVE SAR-ST     TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           MOVE SPACES TO SAR-LINE.
       H100-END. EXIT.

       H950-FILE-ERROR.
           DISPLAY "FILE ERROR - " WS-ERR-FILE
                   " STATUS " WS-ERR-STATUS " - RUN HALTED".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       H950-END. EXIT.

       H955-PARM-ERROR.
           DISPLAY "SARPARM INVALID - " PARM-REC " - RUN HALTED".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       H955-END. EXIT.

       H140-READ-REQUEST-CARD.
           OPEN INPUT PARM-FILE
           IF NOT PARM-SUCCESS
               DISPLAY "SARPARM NOT PRESENT - NO REQUEST TO PROCESS"
                       " - RUN HALTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
           IF NOT PARM-SUCCESS
               DISPLAY "SARPARM EMPTY - NO REQUEST TO PROCESS"
                       " - RUN HALTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM H145-EDIT-REQUEST-CARD
           CLOSE PARM-FILE
           IF WS-REQ-ERASURE
               OPEN OUTPUT CERT-REPORT
               IF NOT CER-SUCCESS
                   MOVE "ERASCERT" TO WS-ERR-FILE
                   MOVE CER-ST     TO WS-ERR-STATUS
                   PERFORM H950-FILE-ERROR
               END-IF
               MOVE SPACES TO CERT-LINE
           END-IF.
       H140-END. EXIT.

       H145-EDIT-REQUEST-CARD.
           MOVE PARM-REQ-TYPE TO WS-REQ-TYPE
           IF NOT WS-REQ-ACCESS AND NOT WS-REQ-ERASURE
               PERFORM H955-PARM-ERROR
           END-IF
           MOVE PARM-REQ-REF TO WS-REQ-REF
           MOVE PARM-INX     TO WS-REQ-INX
           IF PARM-NAMES NOT = SPACES
                  OR PARM-SURNAMES NOT = SPACES
                  OR PARM-BDATE NOT = SPACES
               IF PARM-NAMES = SPACES
                      OR PARM-SURNAMES = SPACES
                      OR PARM-BDATE IS NOT NUMERIC
                   PERFORM H955-PARM-ERROR
               END-IF
               MOVE PARM-NAMES    TO WS-SUBJ-NAMES
               MOVE PARM-SURNAMES TO WS-SUBJ-SURNAMES
               MOVE PARM-BDATE    TO WS-SUBJ-BDATE
               SET WS-SUBJECT-KNOWN TO TRUE
           ELSE
               IF WS-REQ-INX = SPACES
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

       H160-SET-SUBJECT.
           IF NOT WS-SUBJECT-KNOWN
               OPEN INPUT ACCT-REC
               IF NOT ACCT-SUCCESS
                   MOVE "ACCTREC " TO WS-ERR-FILE
                   MOVE ACCT-ST    TO WS-ERR-STATUS
                   PERFORM H950-FILE-ERROR
               END-IF
               MOVE WS-REQ-INX TO ACCT-INX
               READ ACCT-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCT-NAMES    TO WS-SUBJ-NAMES
                       MOVE ACCT-SURNAMES TO WS-SUBJ-SURNAMES
                       MOVE ACCT-BDATE    TO WS-SUBJ-BDATE
                       SET WS-SUBJECT-KNOWN TO TRUE
               END-READ
               CLOSE ACCT-REC
           END-IF
           IF NOT WS-SUBJECT-KNOWN
               OPEN INPUT ARCHIVE-FILE
               IF ARCH-SUCCESS
                   READ ARCHIVE-FILE
                   PERFORM H165-FIND-ARCHIVE-SUBJECT
                           UNTIL ARCH-EOF OR WS-SUBJECT-KNOWN
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF
           IF NOT WS-SUBJECT-KNOWN
               DISPLAY "WARNING - ACCOUNT " WS-REQ-INX
                       " NOT ON ACCTREC OR ARCHFILE, "
                       "LINKED BY ACCOUNT KEY ONLY"
           END-IF.
       H160-END. EXIT.

       H165-FIND-ARCHIVE-SUBJECT.
           IF NOT ARCH-SUCCESS
               MOVE "ARCHFILE" TO WS-ERR-FILE
               MOVE ARCH-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           IF ARCH-INX = WS-REQ-INX
               MOVE ARCH-NAMES    TO WS-SUBJ-NAMES
               MOVE ARCH-SURNAMES TO WS-SUBJ-SURNAMES
               MOVE ARCH-BDATE    TO WS-SUBJ-BDATE
               SET WS-SUBJECT-KNOWN TO TRUE
           ELSE
               READ ARCHIVE-FILE
           END-IF.
       H165-END. EXIT.

       H200-LINK-MASTER.
           OPEN INPUT ACCT-REC
           IF NOT ACCT-SUCCESS
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           MOVE "M" TO WS-LINK-SOURCE
           PERFORM H202-READ-MASTER
           PERFORM H201-LINK-ONE-MASTER UNTIL ACCT-EOF
           CLOSE ACCT-REC.
       H200-END. EXIT.

       H201-LINK-ONE-MASTER.
           MOVE ACCT-FIELDS TO WS-IMAGE
           MOVE ZERO TO WS-ACTIVITY-DATE
           IF ACCT-TODAY IS NUMERIC
               MOVE ACCT-TODAY TO WS-ACTIVITY-DATE
           END-IF
           PERFORM H220-LINK-IMAGE
           PERFORM H202-READ-MASTER.
       H201-END. EXIT.

       H202-READ-MASTER.
           READ ACCT-REC NEXT RECORD
           IF NOT ACCT-SUCCESS AND NOT ACCT-EOF
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H202-END. EXIT.

       H205-LINK-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF NOT ARCH-SUCCESS
               DISPLAY "WARNING - ARCHFILE NOT PRESENT, "
                       "ARCHIVED ACCOUNTS NOT SEARCHED"
           ELSE
               MOVE "A" TO WS-LINK-SOURCE
               PERFORM H207-READ-ARCHIVE
               PERFORM H206-LINK-ONE-ARCHIVE UNTIL ARCH-EOF
               CLOSE ARCHIVE-FILE
           END-IF.
       H205-END. EXIT.

       H206-LINK-ONE-ARCHIVE.
           MOVE ARCH-FIELDS TO WS-IMAGE
           MOVE ZERO TO WS-ACTIVITY-DATE
           IF ARCH-RUN-DATE IS NUMERIC
               MOVE ARCH-RUN-DATE TO WS-ACTIVITY-DATE
           END-IF
           PERFORM H220-LINK-IMAGE
           PERFORM H207-READ-ARCHIVE.
       H206-END. EXIT.

       H207-READ-ARCHIVE.
           READ ARCHIVE-FILE
           IF NOT ARCH-SUCCESS AND NOT ARCH-EOF
               MOVE "ARCHFILE" TO WS-ERR-FILE
               MOVE ARCH-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H207-END. EXIT.

       H210-LINK-SNAPSHOTS.
           OPEN INPUT SNAP-FILE
           IF NOT SNAP-SUCCESS
               DISPLAY "WARNING - SNAPFILE NOT PRESENT, "
                       "SNAPSHOT GENERATIONS NOT SEARCHED"
           ELSE
               MOVE "S" TO WS-LINK-SOURCE
               MOVE ZERO TO WS-SNAP-GEN
                            WS-SNAP-DATE
               PERFORM H212-READ-SNAPSHOT
               PERFORM H211-LINK-ONE-SNAPSHOT UNTIL SNAP-EOF
               CLOSE SNAP-FILE
           END-IF.
       H210-END. EXIT.

       H211-LINK-ONE-SNAPSHOT.
           EVALUATE SNAP-INX
               WHEN LOW-VALUES
                   MOVE SNAP-HDR-GEN  TO WS-SNAP-GEN
                   MOVE SNAP-HDR-DATE TO WS-SNAP-DATE
               WHEN HIGH-VALUES
                   CONTINUE
               WHEN OTHER
                   MOVE SNAP-FIELDS TO WS-IMAGE
                   MOVE ZERO TO WS-ACTIVITY-DATE
                   PERFORM H220-LINK-IMAGE
                   IF WS-LNK-FOUND
                      AND WS-SNAP-DATE > WS-LNK-SNAP-DATE (WS-LNK-SUB)
                       MOVE WS-SNAP-DATE
                            TO WS-LNK-SNAP-DATE (WS-LNK-SUB)
                   END-IF
           END-EVALUATE
           PERFORM H212-READ-SNAPSHOT.
       H211-END. EXIT.

       H212-READ-SNAPSHOT.
           READ SNAP-FILE
           IF NOT SNAP-SUCCESS AND NOT SNAP-EOF
               MOVE "SNAPFILE" TO WS-ERR-FILE
               MOVE SNAP-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H212-END. EXIT.

       H215-LINK-AUDITS.
           OPEN INPUT AUDIT-FILE
           IF NOT AUDT-SUCCESS
               DISPLAY "WARNING - AUDTFILE NOT PRESENT, "
                       "CURRENT AUDIT PERIOD NOT SEARCHED"
           ELSE
               MOVE "U" TO WS-LINK-SOURCE
               PERFORM H217-READ-AUDIT
               PERFORM H216-LINK-ONE-AUDIT UNTIL AUDT-EOF
               CLOSE AUDIT-FILE
           END-IF.
       H215-END. EXIT.

       H216-LINK-ONE-AUDIT.
           MOVE ZERO TO WS-ACTIVITY-DATE
           IF AUD-RUN-DATE IS NUMERIC
               MOVE AUD-RUN-DATE TO WS-ACTIVITY-DATE
           END-IF
           MOVE AUD-BEFORE-IMAGE TO WS-IMAGE
           PERFORM H220-LINK-IMAGE
           MOVE AUD-AFTER-IMAGE  TO WS-IMAGE
           PERFORM H220-LINK-IMAGE
           PERFORM H217-READ-AUDIT.
       H216-END. EXIT.

       H217-READ-AUDIT.
           READ AUDIT-FILE
           IF NOT AUDT-SUCCESS AND NOT AUDT-EOF
               MOVE "AUDTFILE" TO WS-ERR-FILE
               MOVE AUDT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H217-END. EXIT.

       H218-LINK-HISTORY.
           OPEN INPUT AUDIT-HISTORY
           IF NOT AUDH-SUCCESS
               DISPLAY "WARNING - AUDHIST NOT PRESENT, "
                       "CLOSED AUDIT PERIODS NOT SEARCHED"
           ELSE
               MOVE "U" TO WS-LINK-SOURCE
               PERFORM H223-READ-HISTORY
               PERFORM H219-LINK-ONE-HISTORY UNTIL AUDH-EOF
               CLOSE AUDIT-HISTORY
           END-IF.
       H218-END. EXIT.

       H219-LINK-ONE-HISTORY.
           MOVE AUH-RUN-DATE     TO WS-ACTIVITY-DATE
           MOVE AUH-BEFORE-IMAGE TO WS-IMAGE
           PERFORM H220-LINK-IMAGE
           MOVE AUH-AFTER-IMAGE  TO WS-IMAGE
           PERFORM H220-LINK-IMAGE
           PERFORM H223-READ-HISTORY.
       H219-END. EXIT.

       H223-READ-HISTORY.
           READ AUDIT-HISTORY NEXT RECORD
           IF NOT AUDH-SUCCESS AND NOT AUDH-EOF
               MOVE "AUDHIST " TO WS-ERR-FILE
               MOVE AUDH-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H223-END. EXIT.

       H220-LINK-IMAGE.
           MOVE "N" TO WS-MATCH-SW
           MOVE "N" TO WS-LNK-FOUND-SW
           IF WS-IMG-INX NOT = SPACES
               IF WS-SUBJECT-KNOWN
                      AND WS-IMG-NAMES    = WS-SUBJ-NAMES
                      AND WS-IMG-SURNAMES = WS-SUBJ-SURNAMES
                      AND WS-IMG-BDATE    = WS-SUBJ-BDATE
                   SET WS-MATCHED TO TRUE
               END-IF
               IF WS-REQ-INX NOT = SPACES
                      AND WS-IMG-INX = WS-REQ-INX
                   SET WS-MATCHED TO TRUE
               END-IF
               MOVE WS-IMG-INX TO WS-LNK-SEARCH
               PERFORM H226-FIND-LINK
               IF NOT WS-LNK-FOUND AND WS-MATCHED
                   PERFORM H225-ADD-LINK
               END-IF
               IF WS-LNK-FOUND
                  AND WS-ACTIVITY-DATE > WS-LNK-LAST-DATE (WS-LNK-SUB)
                   MOVE WS-ACTIVITY-DATE
                        TO WS-LNK-LAST-DATE (WS-LNK-SUB)
               END-IF
           END-IF.
       H220-END. EXIT.

       H225-ADD-LINK.
           IF WS-LNK-COUNT < 100
               ADD 1 TO WS-LNK-COUNT
               MOVE WS-LNK-COUNT TO WS-LNK-SUB
               INITIALIZE WS-LNK-ENTRY (WS-LNK-SUB)
               MOVE WS-IMG-INX     TO WS-LNK-INX (WS-LNK-SUB)
               MOVE WS-LINK-SOURCE TO WS-LNK-WHERE (WS-LNK-SUB)
               MOVE WS-IMG-STATUS  TO WS-LNK-STATUS (WS-LNK-SUB)
               MOVE WS-IMG-BRANCH  TO WS-LNK-BRANCH (WS-LNK-SUB)
               IF WS-IMG-BDATE IS NUMERIC
                   MOVE WS-IMG-BDATE TO WS-LNK-BDATE (WS-LNK-SUB)
               END-IF
               IF WS-IMG-TODAY IS NUMERIC
                   MOVE WS-IMG-TODAY TO WS-LNK-TODAY (WS-LNK-SUB)
               END-IF
               SET WS-LNK-FOUND TO TRUE
           ELSE
               IF NOT WS-LNK-FULL
                   DISPLAY "WARNING - LINKED ACCOUNT TABLE FULL, "
                           "ACCOUNT " WS-IMG-INX " NOT LINKED"
               END-IF
               SET WS-LNK-FULL TO TRUE
           END-IF.
       H225-END. EXIT.

       H226-FIND-LINK.
           MOVE "N"  TO WS-LNK-FOUND-SW
           MOVE ZERO TO WS-LNK-SUB
           PERFORM H227-SCAN-ONE-LINK
                   UNTIL WS-LNK-FOUND
                      OR WS-LNK-SUB >= WS-LNK-COUNT.
       H226-END. EXIT.

       H227-SCAN-ONE-LINK.
           ADD 1 TO WS-LNK-SUB
           IF WS-LNK-INX (WS-LNK-SUB) = WS-LNK-SEARCH
               SET WS-LNK-FOUND TO TRUE
           END-IF.
       H227-END. EXIT.

       H230-CHECK-LINKED-ACCOUNTS.
           OPEN INPUT ACCT-REC
           IF NOT ACCT-SUCCESS
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           MOVE ZERO TO WS-LNK-SUB
           PERFORM H231-CHECK-ONE-LINK
                   UNTIL WS-LNK-SUB >= WS-LNK-COUNT
           CLOSE ACCT-REC
           IF WS-REQ-ERASURE
                  AND WS-LNK-COUNT > ZERO
                  AND WS-LINKS-REFUSED = ZERO
                  AND NOT WS-LNK-FULL
               SET WS-ERASE-APPROVED TO TRUE
           END-IF.
       H230-END. EXIT.

       H231-CHECK-ONE-LINK.
           ADD 1 TO WS-LNK-SUB
           MOVE WS-LNK-INX (WS-LNK-SUB) TO ACCT-INX
           READ ACCT-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LNK-MASTER (WS-LNK-SUB) TO TRUE
                   MOVE ACCT-STATUS TO WS-LNK-STATUS (WS-LNK-SUB)
                   MOVE ACCT-BRANCH TO WS-LNK-BRANCH (WS-LNK-SUB)
                   IF ACCT-BDATE IS NUMERIC
                       MOVE ACCT-BDATE TO WS-LNK-BDATE (WS-LNK-SUB)
                   END-IF
                   IF ACCT-TODAY IS NUMERIC
                       MOVE ACCT-TODAY TO WS-LNK-TODAY (WS-LNK-SUB)
                       IF ACCT-TODAY > WS-LNK-LAST-DATE (WS-LNK-SUB)
                           MOVE ACCT-TODAY
                                TO WS-LNK-LAST-DATE (WS-LNK-SUB)
                       END-IF
                   END-IF
           END-READ
           IF NOT WS-LNK-MASTER (WS-LNK-SUB)
              AND WS-LNK-SNAP-DATE (WS-LNK-SUB)
                  > WS-LNK-LAST-DATE (WS-LNK-SUB)
               MOVE WS-LNK-SNAP-DATE (WS-LNK-SUB)
                    TO WS-LNK-LAST-DATE (WS-LNK-SUB)
           END-IF
           IF WS-REQ-ERASURE
               EVALUATE TRUE
                   WHEN WS-LNK-MASTER (WS-LNK-SUB)
                    AND WS-LNK-STATUS (WS-LNK-SUB) NOT = "C"
                       MOVE "ACCOUNT NOT CLOSED"
                            TO WS-LNK-RESULT (WS-LNK-SUB)
                       ADD 1 TO WS-LINKS-REFUSED
                   WHEN WS-LNK-LAST-DATE (WS-LNK-SUB)
                        NOT < WS-CUTOFF-DATE
                       MOVE "WITHIN RETENTION"
                            TO WS-LNK-RESULT (WS-LNK-SUB)
                       ADD 1 TO WS-LINKS-REFUSED
                   WHEN OTHER
                       MOVE "Y" TO WS-LNK-ELIG-SW (WS-LNK-SUB)
                       MOVE "PAST RETENTION"
                            TO WS-LNK-RESULT (WS-LNK-SUB)
                       PERFORM H232-SET-MASK-SHIFT
               END-EVALUATE
           END-IF.
       H231-END. EXIT.

       H232-SET-MASK-SHIFT.
           MOVE ZERO TO WS-LNK-SHIFT (WS-LNK-SUB)
           COMPUTE WS-TEST-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD
                   (WS-LNK-BDATE (WS-LNK-SUB))
           IF WS-TEST-RESULT = 0
               COMPUTE WS-TEST-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD
                       (WS-LNK-TODAY (WS-LNK-SUB))
               IF WS-TEST-RESULT = 0
                  AND WS-LNK-BDATE (WS-LNK-SUB)
                      NOT > WS-LNK-TODAY (WS-LNK-SUB)
                   PERFORM H233-APPLY-BAND-SAFE-SHIFT
               END-IF
           END-IF.
       H232-END. EXIT.

       H233-APPLY-BAND-SAFE-SHIFT.
           COMPUTE WS-BDATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LNK-BDATE (WS-LNK-SUB))
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LNK-TODAY (WS-LNK-SUB))
           COMPUTE WS-AGE-DIFF = WS-TODAY-INT - WS-BDATE-INT
           PERFORM H234-SET-AGE-BAND
           MOVE WS-NEW-BAND TO WS-OLD-BAND
           COMPUTE WS-SHIFT-DAYS =
                   FUNCTION MOD(WS-LNK-SUB * 7, 29) - 14
           IF WS-SHIFT-DAYS = ZERO
               MOVE 13 TO WS-SHIFT-DAYS
           END-IF
           COMPUTE WS-AGE-DIFF =
                   WS-TODAY-INT - WS-BDATE-INT + WS-SHIFT-DAYS
           PERFORM H234-SET-AGE-BAND
           IF WS-NEW-BAND NOT = WS-OLD-BAND
                  OR WS-AGE-DIFF < ZERO
               COMPUTE WS-SHIFT-DAYS = ZERO - WS-SHIFT-DAYS
           END-IF
           MOVE WS-SHIFT-DAYS TO WS-LNK-SHIFT (WS-LNK-SUB).
       H233-END. EXIT.

       H234-SET-AGE-BAND.
           COMPUTE WS-AGE-YEARS = WS-AGE-DIFF / 365
           EVALUATE TRUE
               WHEN WS-AGE-YEARS < 18
                   MOVE 1 TO WS-NEW-BAND
               WHEN WS-AGE-YEARS < 30
                   MOVE 2 TO WS-NEW-BAND
               WHEN WS-AGE-YEARS < 45
                   MOVE 3 TO WS-NEW-BAND
               WHEN WS-AGE-YEARS < 65
                   MOVE 4 TO WS-NEW-BAND
               WHEN OTHER
                   MOVE 5 TO WS-NEW-BAND
           END-EVALUATE.
       H234-END. EXIT.

       H240-WRITE-REQUEST-HEADER.
           IF WS-REQ-ERASURE
               STRING "SUBJECT ERASURE REQUEST  DATE: " WS-RUN-DATE
                      "  REQUEST: " WS-REQ-REF
                   DELIMITED BY SIZE INTO SAR-LINE
               END-STRING
           ELSE
               STRING "SUBJECT ACCESS REPORT  DATE: " WS-RUN-DATE
                      "  REQUEST: " WS-REQ-REF
                   DELIMITED BY SIZE INTO SAR-LINE
               END-STRING
           END-IF
           PERFORM H900-WRITE-SAR-LINE
           STRING "SUBJECT: " WS-SUBJ-NAMES " " WS-SUBJ-SURNAMES
                  " BORN " WS-SUBJ-BDATE "  ACCOUNT " WS-REQ-INX
               DELIMITED BY SIZE INTO SAR-LINE
           END-STRING
           PERFORM H900-WRITE-SAR-LINE
           IF WS-REQ-ERASURE
               STRING "RETENTION " WS-RETAIN-MONTHS
                      " MONTHS - CLOSED ACCOUNTS INACTIVE BEFORE "
                      WS-CUTOFF-DATE " MAY BE ERASED"
                   DELIMITED BY SIZE INTO SAR-LINE
               END-STRING
               PERFORM H900-WRITE-SAR-LINE
           END-IF
           PERFORM H900-WRITE-SAR-LINE
           MOVE "LINKED ACCOUNTS" TO SAR-LINE
           PERFORM H900-WRITE-SAR-LINE
           MOVE "ACCT  HELD ON       ST BR   LAST ACT  ERASURE CHECK"
                TO SAR-LINE
           PERFORM H900-WRITE-SAR-LINE
           MOVE ZERO TO WS-LNK-SUB
           PERFORM H241-WRITE-ONE-LINK
                   UNTIL WS-LNK-SUB >= WS-LNK-COUNT
           IF WS-LNK-COUNT = ZERO
               MOVE "NO ACCOUNTS FOUND FOR THIS SUBJECT" TO SAR-LINE
               PERFORM H900-WRITE-SAR-LINE
           END-IF
           IF WS-LNK-FULL
               MOVE "LINKED ACCOUNT TABLE FULL - LIST INCOMPLETE"
                    TO SAR-LINE
               PERFORM H900-WRITE-SAR-LINE
           END-IF
           PERFORM H900-WRITE-SAR-LINE
           MOVE "RECORDS HELD" TO SAR-LINE
           PERFORM H900-WRITE-SAR-LINE
           MOVE "FILE     ACCT DATE     NAMES           SURNAMES"
                TO SAR-LINE
           MOVE "BIRTH    ACTION" TO SAR-LINE (56:15)
           PERFORM H900-WRITE-SAR-LINE.
       H240-END. EXIT.

       H241-WRITE-ONE-LINK.
           ADD 1 TO WS-LNK-SUB
           MOVE WS-LNK-INX (WS-LNK-SUB)    TO SLK-INX
           EVALUATE TRUE
               WHEN WS-LNK-MASTER (WS-LNK-SUB)
                   MOVE "MASTER"       TO SLK-WHERE
               WHEN WS-LNK-ARCHIVE (WS-LNK-SUB)
                   MOVE "ARCHIVE"      TO SLK-WHERE
               WHEN WS-LNK-SNAPSHOT (WS-LNK-SUB)
                   MOVE "SNAPSHOT"     TO SLK-WHERE
               WHEN OTHER
                   MOVE "AUDIT ONLY"   TO SLK-WHERE
           END-EVALUATE
           MOVE WS-LNK-STATUS (WS-LNK-SUB)    TO SLK-STATUS
           MOVE WS-LNK-BRANCH (WS-LNK-SUB)    TO SLK-BRANCH
           MOVE WS-LNK-LAST-DATE (WS-LNK-SUB) TO SLK-LAST
           MOVE WS-LNK-RESULT (WS-LNK-SUB)    TO SLK-RESULT
           PERFORM H900-WRITE-SAR-LINE.
       H241-END. EXIT.

       H250-SCAN-MASTER.
           MOVE 1 TO WS-FIL-SUB
           IF WS-ERASE-APPROVED
               OPEN I-O ACCT-REC
           ELSE
               OPEN INPUT ACCT-REC
           END-IF
           IF NOT ACCT-SUCCESS
               MOVE "ACCTREC " TO WS-ERR-FILE
               MOVE ACCT-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           MOVE "Y" TO WS-FIL-STATE-SW (WS-FIL-SUB)
           PERFORM H202-READ-MASTER
           PERFORM H251-SCAN-ONE-MASTER UNTIL ACCT-EOF
           CLOSE ACCT-REC.
       H250-END. EXIT.

       H251-SCAN-ONE-MASTER.
           ADD 1 TO WS-FIL-READ (WS-FIL-SUB)
           MOVE ACCT-INX TO WS-LNK-SEARCH
           PERFORM H226-FIND-LINK
           IF WS-LNK-FOUND
               MOVE ACCT-FIELDS TO WS-IMAGE
               PERFORM H800-HOLD-IMAGE
               IF WS-IMAGE-MASKED
                   MOVE WS-IMAGE TO ACCT-FIELDS
                   REWRITE ACCT-FIELDS
                   IF NOT ACCT-SUCCESS
                       MOVE "ACCTREC " TO WS-ERR-FILE
                       MOVE ACCT-ST    TO WS-ERR-STATUS
                       PERFORM H950-FILE-ERROR
                   END-IF
               END-IF
               MOVE ACCT-TODAY TO SAR-DATE
               PERFORM H810-WRITE-IMAGE-DETAIL
           END-IF
           PERFORM H202-READ-MASTER.
       H251-END. EXIT.

       H255-SCAN-ARCHIVE.
           MOVE 2 TO WS-FIL-SUB
           IF WS-ERASE-APPROVED
               OPEN I-O ARCHIVE-FILE
           ELSE
               OPEN INPUT ARCHIVE-FILE
           END-IF
           IF ARCH-SUCCESS
               MOVE "Y" TO WS-FIL-STATE-SW (WS-FIL-SUB)
               PERFORM H207-READ-ARCHIVE
               PERFORM H256-SCAN-ONE-ARCHIVE UNTIL ARCH-EOF
               CLOSE ARCHIVE-FILE
           END-IF.
       H255-END. EXIT.

       H256-SCAN-ONE-ARCHIVE.
           ADD 1 TO WS-FIL-READ (WS-FIL-SUB)
           MOVE ARCH-INX TO WS-LNK-SEARCH
           PERFORM H226-FIND-LINK
           IF WS-LNK-FOUND
               MOVE ARCH-FIELDS TO WS-IMAGE
               PERFORM H800-HOLD-IMAGE
               IF WS-IMAGE-MASKED
                   MOVE WS-IMAGE TO ARCH-FIELDS
                   REWRITE ARCHIVE-REC
                   IF NOT ARCH-SUCCESS
                       MOVE "ARCHFILE" TO WS-ERR-FILE
                       MOVE ARCH-ST    TO WS-ERR-STATUS
                       PERFORM H950-FILE-ERROR
                   END-IF
               END-IF
               MOVE ARCH-RUN-DATE TO SAR-DATE
               PERFORM H810-WRITE-IMAGE-DETAIL
           END-IF
           PERFORM H207-READ-ARCHIVE.
       H256-END. EXIT.

       H260-SCAN-SNAPSHOTS.
           MOVE 3 TO WS-FIL-SUB
           IF WS-ERASE-APPROVED
               OPEN I-O SNAP-FILE
           ELSE
               OPEN INPUT SNAP-FILE
           END-IF
           IF SNAP-SUCCESS
               MOVE "Y" TO WS-FIL-STATE-SW (WS-FIL-SUB)
               MOVE ZERO TO WS-SNAP-GEN
                            WS-SNAP-DATE
               PERFORM H212-READ-SNAPSHOT
               PERFORM H261-SCAN-ONE-SNAPSHOT UNTIL SNAP-EOF
               CLOSE SNAP-FILE
           END-IF.
       H260-END. EXIT.

       H261-SCAN-ONE-SNAPSHOT.
           EVALUATE SNAP-INX
               WHEN LOW-VALUES
                   MOVE SNAP-HDR-GEN  TO WS-SNAP-GEN
                   MOVE SNAP-HDR-DATE TO WS-SNAP-DATE
                   IF WS-GEN-COUNT < 100
                       ADD 1 TO WS-GEN-COUNT
                       MOVE WS-SNAP-GEN  TO WS-GEN-NUM (WS-GEN-COUNT)
                       MOVE WS-SNAP-DATE TO WS-GEN-DATE (WS-GEN-COUNT)
                   END-IF
               WHEN HIGH-VALUES
                   CONTINUE
               WHEN OTHER
                   PERFORM H262-SCAN-SNAPSHOT-DATA
           END-EVALUATE
           PERFORM H212-READ-SNAPSHOT.
       H261-END. EXIT.

       H262-SCAN-SNAPSHOT-DATA.
           ADD 1 TO WS-FIL-READ (WS-FIL-SUB)
           MOVE SNAP-INX TO WS-LNK-SEARCH
           PERFORM H226-FIND-LINK
           IF WS-LNK-FOUND
               MOVE SNAP-FIELDS TO WS-IMAGE
               PERFORM H800-HOLD-IMAGE
               IF WS-IMAGE-MASKED
                   MOVE WS-IMAGE TO SNAP-FIELDS
                   REWRITE SNAP-FIELDS
                   IF NOT SNAP-SUCCESS
                       MOVE "SNAPFILE" TO WS-ERR-FILE
                       MOVE SNAP-ST    TO WS-ERR-STATUS
                       PERFORM H950-FILE-ERROR
                   END-IF
               END-IF
               MOVE WS-SNAP-DATE TO SAR-DATE
               PERFORM H810-WRITE-IMAGE-DETAIL
           END-IF.
       H262-END. EXIT.

       H265-SCAN-AUDITS.
           MOVE 4 TO WS-FIL-SUB
           IF WS-ERASE-APPROVED
               OPEN I-O AUDIT-FILE
           ELSE
               OPEN INPUT AUDIT-FILE
           END-IF
           IF AUDT-SUCCESS
               MOVE "Y" TO WS-FIL-STATE-SW (WS-FIL-SUB)
               PERFORM H217-READ-AUDIT
               PERFORM H266-SCAN-ONE-AUDIT UNTIL AUDT-EOF
               CLOSE AUDIT-FILE
           END-IF.
       H265-END. EXIT.

       H266-SCAN-ONE-AUDIT.
           ADD 1 TO WS-FIL-READ (WS-FIL-SUB)
           MOVE AUD-INX TO WS-LNK-SEARCH
           PERFORM H226-FIND-LINK
           IF WS-LNK-FOUND
               MOVE "N" TO WS-AUDIT-MASK-SW
               MOVE AUD-BEFORE-IMAGE TO WS-IMAGE
               PERFORM H820-HOLD-AUDIT-IMAGE
               MOVE WS-IMAGE TO AUD-BEFORE-IMAGE
               MOVE AUD-AFTER-IMAGE  TO WS-IMAGE
               PERFORM H820-HOLD-AUDIT-IMAGE
               MOVE WS-IMAGE TO AUD-AFTER-IMAGE
               IF WS-AUDIT-CHANGED
                   REWRITE AUDIT-REC
                   IF NOT AUDT-SUCCESS
                       MOVE "AUDTFILE" TO WS-ERR-FILE
                       MOVE AUDT-ST    TO WS-ERR-STATUS
                       PERFORM H950-FILE-ERROR
                   END-IF
               END-IF
               MOVE AUD-RUN-DATE TO SAR-DATE
               MOVE AUD-TRAN-CODE TO WS-AUDIT-CODE
               PERFORM H830-WRITE-AUDIT-DETAIL
           END-IF
           PERFORM H217-READ-AUDIT.
       H266-END. EXIT.

       H268-SCAN-HISTORY.
           MOVE 5 TO WS-FIL-SUB
           IF WS-ERASE-APPROVED
               OPEN I-O AUDIT-HISTORY
           ELSE
               OPEN INPUT AUDIT-HISTORY
           END-IF
           IF AUDH-SUCCESS
               MOVE "Y" TO WS-FIL-STATE-SW (WS-FIL-SUB)
               PERFORM H223-READ-HISTORY
               PERFORM H269-SCAN-ONE-HISTORY UNTIL AUDH-EOF
               CLOSE AUDIT-HISTORY
           END-IF.
       H268-END. EXIT.

       H269-SCAN-ONE-HISTORY.
           ADD 1 TO WS-FIL-READ (WS-FIL-SUB)
           MOVE AUH-INX TO WS-LNK-SEARCH
           PERFORM H226-FIND-LINK
           IF WS-LNK-FOUND
               MOVE "N" TO WS-AUDIT-MASK-SW
               MOVE AUH-BEFORE-IMAGE TO WS-IMAGE
               PERFORM H820-HOLD-AUDIT-IMAGE
               MOVE WS-IMAGE TO AUH-BEFORE-IMAGE
               MOVE AUH-AFTER-IMAGE  TO WS-IMAGE
               PERFORM H820-HOLD-AUDIT-IMAGE
               MOVE WS-IMAGE TO AUH-AFTER-IMAGE
               IF WS-AUDIT-CHANGED
                   REWRITE AUDIT-HIST-REC
                       INVALID KEY
                           MOVE "AUDHIST " TO WS-ERR-FILE
                           MOVE AUDH-ST    TO WS-ERR-STATUS
                           PERFORM H950-FILE-ERROR
                   END-REWRITE
               END-IF
               MOVE AUH-RUN-DATE TO SAR-DATE
               MOVE AUH-TRAN-CODE TO WS-AUDIT-CODE
               PERFORM H830-WRITE-AUDIT-DETAIL
           END-IF
           PERFORM H223-READ-HISTORY.
       H269-END. EXIT.

       H270-SCAN-NOTICES.
           MOVE 6 TO WS-FIL-SUB
           IF WS-ERASE-APPROVED
               OPEN I-O NOTIFY-FILE
           ELSE
               OPEN INPUT NOTIFY-FILE
           END-IF
           IF NOTI-SUCCESS
               MOVE "Y" TO WS-FIL-STATE-SW (WS-FIL-SUB)
               PERFORM H272-READ-NOTICE
               PERFORM H271-SCAN-ONE-NOTICE UNTIL NOTI-EOF
               CLOSE NOTIFY-FILE
           END-IF.
       H270-END. EXIT.

       H271-SCAN-ONE-NOTICE.
           ADD 1 TO WS-FIL-READ (WS-FIL-SUB)
           MOVE NOTI-INX TO WS-LNK-SEARCH
           PERFORM H226-FIND-LINK
           IF WS-LNK-FOUND
               PERFORM H840-SET-MASK-NAMES
               EVALUATE TRUE
                   WHEN NOT WS-ERASE-APPROVED
                       CONTINUE
                   WHEN NOTI-NAMES = WS-MASK-NAMES
                       SET WS-IMAGE-ALREADY TO TRUE
                   WHEN OTHER
                       SET WS-IMAGE-MASKED TO TRUE
                       MOVE WS-MASK-NAMES    TO NOTI-NAMES
                       MOVE WS-MASK-SURNAMES TO NOTI-SURNAMES
                       MOVE NOTI-MILE-DATE   TO WS-SHIFT-IN
                       PERFORM H850-SHIFT-DATE
                       MOVE WS-SHIFT-OUT     TO NOTI-MILE-DATE
                       REWRITE NOTIFY-REC
                       IF NOT NOTI-SUCCESS
                           MOVE "NOTIFILE" TO WS-ERR-FILE
                           MOVE NOTI-ST    TO WS-ERR-STATUS
                           PERFORM H950-FILE-ERROR
                       END-IF
               END-EVALUATE
               MOVE NOTI-MILE-DATE TO SAR-DATE
               MOVE NOTI-NAMES     TO SAR-NAMES
               MOVE NOTI-SURNAMES  TO SAR-SURNAMES
               STRING "AGE " NOTI-MILESTONE
                   DELIMITED BY SIZE INTO SAR-BDATE
               END-STRING
               PERFORM H860-WRITE-DETAIL
           END-IF
           PERFORM H272-READ-NOTICE.
       H271-END. EXIT.

       H272-READ-NOTICE.
           READ NOTIFY-FILE
           IF NOT NOTI-SUCCESS AND NOT NOTI-EOF
               MOVE "NOTIFILE" TO WS-ERR-FILE
               MOVE NOTI-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H272-END. EXIT.

       H275-SCAN-LETTERS.
           MOVE 7 TO WS-FIL-SUB
           IF WS-ERASE-APPROVED
               OPEN I-O LETTER-FILE
           ELSE
               OPEN INPUT LETTER-FILE
           END-IF
           IF LTR-SUCCESS
               MOVE "Y" TO WS-FIL-STATE-SW (WS-FIL-SUB)
               MOVE SPACES TO WS-LTR-INX
               MOVE "N"    TO WS-LTR-MASK-SW
               PERFORM H277-READ-LETTER
               PERFORM H276-SCAN-ONE-LETTER-LINE UNTIL LTR-EOF
               CLOSE LETTER-FILE
           END-IF.
       H275-END. EXIT.

       H276-SCAN-ONE-LETTER-LINE.
           EVALUATE TRUE
               WHEN LTA-DATE-LIT = "DATE "
                AND LTA-ACCOUNT-LIT = "   ACCOUNT "
                   ADD 1 TO WS-FIL-READ (WS-FIL-SUB)
                   MOVE LTA-INX  TO WS-LTR-INX
                   MOVE LTA-DATE TO WS-LTR-DATE
                   MOVE "N"      TO WS-LTR-MASK-SW
               WHEN LETTER-LINE (1:5) = "DEAR "
                AND WS-LTR-INX NOT = SPACES
                   PERFORM H279-SCAN-LETTER-GREETING
               WHEN LTM-TURN-LIT =
                    "OUR RECORDS SHOW THAT YOU WILL TURN "
                AND WS-LTR-MASKING
                AND LTM-DATE IS NUMERIC
                   MOVE LTM-NUM-DATE TO WS-SHIFT-IN
                   PERFORM H850-SHIFT-DATE
                   MOVE WS-SHIFT-OUT TO LTM-NUM-DATE
                   REWRITE LETTER-LINE
                   IF NOT LTR-SUCCESS
                       MOVE "LTRFILE " TO WS-ERR-FILE
                       MOVE LTR-ST     TO WS-ERR-STATUS
                       PERFORM H950-FILE-ERROR
                   END-IF
                   MOVE "N" TO WS-LTR-MASK-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM H277-READ-LETTER.
       H276-END. EXIT.

       H277-READ-LETTER.
           READ LETTER-FILE
           IF NOT LTR-SUCCESS AND NOT LTR-EOF
               MOVE "LTRFILE " TO WS-ERR-FILE
               MOVE LTR-ST     TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H277-END. EXIT.

       H279-SCAN-LETTER-GREETING.
           MOVE WS-LTR-INX TO WS-LNK-SEARCH
           PERFORM H226-FIND-LINK
           IF WS-LNK-FOUND
               PERFORM H840-SET-MASK-NAMES
               MOVE SPACES TO WS-MASK-LINE
               STRING "DEAR " WS-MASK-NAMES (1:8) " "
                      WS-MASK-SURNAMES (1:11) ","
                   DELIMITED BY SIZE INTO WS-MASK-LINE
               END-STRING
               EVALUATE TRUE
                   WHEN NOT WS-ERASE-APPROVED
                       CONTINUE
                   WHEN LETTER-LINE = WS-MASK-LINE
                       SET WS-IMAGE-ALREADY TO TRUE
                   WHEN OTHER
                       SET WS-IMAGE-MASKED TO TRUE
                       SET WS-LTR-MASKING  TO TRUE
                       MOVE WS-MASK-LINE TO LETTER-LINE
                       REWRITE LETTER-LINE
                       IF NOT LTR-SUCCESS
                           MOVE "LTRFILE " TO WS-ERR-FILE
                           MOVE LTR-ST     TO WS-ERR-STATUS
                           PERFORM H950-FILE-ERROR
                       END-IF
               END-EVALUATE
               MOVE WS-LTR-DATE        TO SAR-DATE
               MOVE LETTER-LINE (1:40) TO SAR-DETAIL
               PERFORM H860-WRITE-DETAIL
           END-IF.
       H279-END. EXIT.

       H278-CHECK-SNAPSHOT-CATALOG.
           OPEN INPUT SNAP-CATALOG
           IF NOT SCAT-SUCCESS
               DISPLAY "WARNING - SNAPCAT NOT PRESENT, "
                       "SNAPSHOT GENERATIONS NOT CHECKED"
           ELSE
               PERFORM H900-WRITE-SAR-LINE
               MOVE "SNAPSHOT GENERATIONS" TO SAR-LINE
               PERFORM H900-WRITE-SAR-LINE
               READ SNAP-CATALOG
               PERFORM H280-CHECK-ONE-GENERATION UNTIL SCAT-EOF
               CLOSE SNAP-CATALOG
           END-IF.
       H278-END. EXIT.

       H280-CHECK-ONE-GENERATION.
           MOVE "N"  TO WS-GEN-FOUND-SW
           MOVE ZERO TO WS-GEN-SUB
           PERFORM H281-SCAN-ONE-GENERATION
                   UNTIL WS-GEN-FOUND
                      OR WS-GEN-SUB >= WS-GEN-COUNT
           IF WS-GEN-FOUND
               STRING "GENERATION " SCAT-GEN " DATED " SCAT-DATE
                      " SEARCHED"
                   DELIMITED BY SIZE INTO SAR-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-GENS-MISSING
               STRING "GENERATION " SCAT-GEN " DATED " SCAT-DATE
                      " NOT PRESENTED - NOT SEARCHED"
                   DELIMITED BY SIZE INTO SAR-LINE
               END-STRING
           END-IF
           PERFORM H900-WRITE-SAR-LINE
           READ SNAP-CATALOG.
       H280-END. EXIT.

       H281-SCAN-ONE-GENERATION.
           ADD 1 TO WS-GEN-SUB
           IF WS-GEN-NUM (WS-GEN-SUB) = SCAT-GEN
               SET WS-GEN-FOUND TO TRUE
           END-IF.
       H281-END. EXIT.

       H282-SCAN-PENDING.
           MOVE 8 TO WS-FIL-SUB
           IF WS-ERASE-APPROVED
               OPEN I-O PEND-FILE
           ELSE
               OPEN INPUT PEND-FILE
           END-IF
           IF NOT PEND-SUCCESS
               DISPLAY "WARNING - PENDFILE NOT PRESENT, "
                       "PENDING ITEMS NOT SEARCHED"
           ELSE
               MOVE "Y" TO WS-FIL-STATE-SW (WS-FIL-SUB)
               PERFORM H284-READ-PENDING
               PERFORM H283-SCAN-ONE-PENDING UNTIL PEND-EOF
               CLOSE PEND-FILE
           END-IF.
       H282-END. EXIT.

       H283-SCAN-ONE-PENDING.
           ADD 1 TO WS-FIL-READ (WS-FIL-SUB)
           MOVE PEND-INX TO WS-LNK-SEARCH
           PERFORM H226-FIND-LINK
           IF NOT WS-LNK-FOUND
               MOVE PEND-BEFORE-INX TO WS-LNK-SEARCH
               PERFORM H226-FIND-LINK
           END-IF
           IF WS-LNK-FOUND
               MOVE "N" TO WS-AUDIT-MASK-SW
               MOVE PEND-TRAN-FIELDS  TO WS-IMAGE
               PERFORM H820-HOLD-AUDIT-IMAGE
               MOVE WS-IMAGE TO PEND-TRAN-FIELDS
               MOVE PEND-BEFORE-IMAGE TO WS-IMAGE
               PERFORM H820-HOLD-AUDIT-IMAGE
               MOVE WS-IMAGE TO PEND-BEFORE-IMAGE
               IF WS-ERASE-APPROVED AND PEND-WAITING
                   SET PEND-DECLINED TO TRUE
                   MOVE "PBEG0027"  TO PEND-CHECKER-ID
                   MOVE WS-RUN-DATE TO PEND-DECISION-DATE
                   MOVE "SUBJECT DATA ERASED" TO PEND-NOTE
                   ADD 1 TO WS-PENDS-DECLINED
                   SET WS-AUDIT-CHANGED TO TRUE
               END-IF
               IF WS-AUDIT-CHANGED
                   REWRITE PEND-REC
                   IF NOT PEND-SUCCESS
                       MOVE "PENDFILE" TO WS-ERR-FILE
                       MOVE PEND-ST    TO WS-ERR-STATUS
                       PERFORM H950-FILE-ERROR
                   END-IF
               END-IF
               MOVE "N" TO WS-MASK-SW
               IF WS-ERASE-APPROVED
                   IF WS-AUDIT-CHANGED
                       SET WS-IMAGE-MASKED TO TRUE
                   ELSE
                       SET WS-IMAGE-ALREADY TO TRUE
                   END-IF
               END-IF
               MOVE PEND-ENTRY-DATE TO SAR-DATE
               MOVE SPACES TO SAR-DETAIL
               STRING "PENDING ITEM " PEND-SEQ " STATUS " PEND-STATUS
                   DELIMITED BY SIZE INTO SAR-DETAIL
               END-STRING
               PERFORM H860-WRITE-DETAIL
           END-IF
           PERFORM H284-READ-PENDING.
       H283-END. EXIT.

       H284-READ-PENDING.
           READ PEND-FILE
           IF NOT PEND-SUCCESS AND NOT PEND-EOF
               MOVE "PENDFILE" TO WS-ERR-FILE
               MOVE PEND-ST    TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF.
       H284-END. EXIT.

       H800-HOLD-IMAGE.
           MOVE "N" TO WS-MASK-SW
           IF WS-ERASE-APPROVED
               PERFORM H840-SET-MASK-NAMES
               IF WS-IMG-NAMES = WS-MASK-NAMES
                   SET WS-IMAGE-ALREADY TO TRUE
               ELSE
                   SET WS-IMAGE-MASKED TO TRUE
                   MOVE WS-MASK-NAMES    TO WS-IMG-NAMES
                   MOVE WS-MASK-SURNAMES TO WS-IMG-SURNAMES
                   IF WS-IMG-BDATE IS NUMERIC
                       MOVE WS-IMG-BDATE TO WS-SHIFT-IN
                       PERFORM H850-SHIFT-DATE
                       MOVE WS-SHIFT-OUT TO WS-IMG-BDATE
                   END-IF
               END-IF
           END-IF.
       H800-END. EXIT.

       H810-WRITE-IMAGE-DETAIL.
           MOVE WS-IMG-NAMES    TO SAR-NAMES
           MOVE WS-IMG-SURNAMES TO SAR-SURNAMES
           MOVE WS-IMG-BDATE    TO SAR-BDATE
           PERFORM H860-WRITE-DETAIL.
       H810-END. EXIT.

       H820-HOLD-AUDIT-IMAGE.
           IF WS-IMG-INX = WS-LNK-INX (WS-LNK-SUB)
               PERFORM H800-HOLD-IMAGE
               IF WS-IMAGE-MASKED
                   SET WS-AUDIT-CHANGED TO TRUE
               END-IF
           END-IF.
       H820-END. EXIT.

       H830-WRITE-AUDIT-DETAIL.
           MOVE "N" TO WS-MASK-SW
           IF WS-ERASE-APPROVED
               IF WS-AUDIT-CHANGED
                   SET WS-IMAGE-MASKED TO TRUE
               ELSE
                   SET WS-IMAGE-ALREADY TO TRUE
               END-IF
           END-IF
           MOVE SPACES TO SAR-DETAIL
           STRING "AUDIT " WS-AUDIT-CODE " - BEFORE/AFTER IMAGES"
               DELIMITED BY SIZE INTO SAR-DETAIL
           END-STRING
           PERFORM H860-WRITE-DETAIL.
       H830-END. EXIT.

       H840-SET-MASK-NAMES.
           MOVE SPACES TO WS-MASK-NAMES
           STRING "NAME" WS-LNK-INX (WS-LNK-SUB) DELIMITED BY SIZE
             INTO WS-MASK-NAMES
           END-STRING
           MOVE SPACES TO WS-MASK-SURNAMES
           STRING "SURNAME" WS-LNK-INX (WS-LNK-SUB) DELIMITED BY SIZE
             INTO WS-MASK-SURNAMES
           END-STRING.
       H840-END. EXIT.

       H850-SHIFT-DATE.
           MOVE WS-SHIFT-IN TO WS-SHIFT-OUT
           IF WS-LNK-SHIFT (WS-LNK-SUB) NOT = ZERO
               COMPUTE WS-TEST-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD(WS-SHIFT-IN)
               IF WS-TEST-RESULT = 0
                   COMPUTE WS-SHIFT-OUT = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(WS-SHIFT-IN)
                            - WS-LNK-SHIFT (WS-LNK-SUB))
               END-IF
           END-IF.
       H850-END. EXIT.

       H860-WRITE-DETAIL.
           ADD 1 TO WS-FIL-FOUND (WS-FIL-SUB)
           ADD 1 TO WS-RECORDS-FOUND
           MOVE WS-FNM (WS-FIL-SUB)     TO SAR-FILE
           MOVE WS-LNK-INX (WS-LNK-SUB) TO SAR-INX
           EVALUATE TRUE
               WHEN WS-IMAGE-MASKED
                   MOVE "MASKED"         TO SAR-ACTION
                   ADD 1 TO WS-FIL-MASKED (WS-FIL-SUB)
                   ADD 1 TO WS-LNK-MASKED (WS-LNK-SUB)
                   ADD 1 TO WS-RECORDS-MASKED
               WHEN WS-IMAGE-ALREADY
                   MOVE "ALREADY MASKED" TO SAR-ACTION
                   ADD 1 TO WS-FIL-ALREADY (WS-FIL-SUB)
               WHEN OTHER
                   MOVE SPACES           TO SAR-ACTION
           END-EVALUATE
           MOVE "N" TO WS-MASK-SW
           PERFORM H900-WRITE-SAR-LINE.
       H860-END. EXIT.

       H285-WRITE-FILE-TOTALS.
           PERFORM H900-WRITE-SAR-LINE
           MOVE "FILE     RECORDS READ RECORDS HELD" TO SAR-LINE
           MOVE "MASKED"  TO SAR-LINE (42:6)
           MOVE "ALREADY" TO SAR-LINE (54:7)
           PERFORM H900-WRITE-SAR-LINE
           MOVE ZERO TO WS-FIL-SUB
           PERFORM H286-WRITE-ONE-FILE-TOTAL
                   UNTIL WS-FIL-SUB >= 8
           PERFORM H900-WRITE-SAR-LINE
           INITIALIZE SAR-SUMMARY
           MOVE "LINKED ACCOUNTS"             TO SRS-LABEL
           MOVE WS-LNK-COUNT                  TO SRS-COUNT
           PERFORM H900-WRITE-SAR-LINE
           INITIALIZE SAR-SUMMARY
           MOVE "RECORDS HOLDING SUBJECT DATA" TO SRS-LABEL
           MOVE WS-RECORDS-FOUND              TO SRS-COUNT
           PERFORM H900-WRITE-SAR-LINE
           INITIALIZE SAR-SUMMARY
           MOVE "RECORDS MASKED"              TO SRS-LABEL
           MOVE WS-RECORDS-MASKED             TO SRS-COUNT
           PERFORM H900-WRITE-SAR-LINE
           INITIALIZE SAR-SUMMARY
           MOVE "SNAPSHOT GENS NOT PRESENTED" TO SRS-LABEL
           MOVE WS-GENS-MISSING               TO SRS-COUNT
           PERFORM H900-WRITE-SAR-LINE
           INITIALIZE SAR-SUMMARY
           MOVE "PENDING ITEMS DECLINED"      TO SRS-LABEL
           MOVE WS-PENDS-DECLINED             TO SRS-COUNT
           PERFORM H900-WRITE-SAR-LINE.
       H285-END. EXIT.

       H286-WRITE-ONE-FILE-TOTAL.
           ADD 1 TO WS-FIL-SUB
           MOVE SPACES TO SAR-LINE
           MOVE WS-FNM (WS-FIL-SUB)         TO SFT-FILE
           MOVE WS-FIL-READ (WS-FIL-SUB)    TO SFT-READ
           MOVE WS-FIL-FOUND (WS-FIL-SUB)   TO SFT-FOUND
           MOVE WS-FIL-MASKED (WS-FIL-SUB)  TO SFT-MASKED
           MOVE WS-FIL-ALREADY (WS-FIL-SUB) TO SFT-ALREADY
           IF NOT WS-FIL-SEARCHED (WS-FIL-SUB)
               MOVE "NOT PRESENT"           TO SFT-STATE
           END-IF
           PERFORM H900-WRITE-SAR-LINE.
       H286-END. EXIT.

       H287-WRITE-CERTIFICATE.
           STRING "CERTIFICATE OF ERASURE  DATE: " WS-RUN-DATE
                  "  REQUEST: " WS-REQ-REF
               DELIMITED BY SIZE INTO CERT-LINE
           END-STRING
           PERFORM H905-WRITE-CERT-LINE
           STRING "RETENTION " WS-RETAIN-MONTHS
                  " MONTHS - CLOSED ACCOUNTS INACTIVE BEFORE "
                  WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO CERT-LINE
           END-STRING
           PERFORM H905-WRITE-CERT-LINE
           PERFORM H905-WRITE-CERT-LINE
           MOVE "ACCT  HELD ON       ST LAST ACT  RESULT" TO CERT-LINE
           MOVE "RECORDS MASKED" TO CERT-LINE (53:14)
           PERFORM H905-WRITE-CERT-LINE
           MOVE ZERO TO WS-LNK-SUB
           PERFORM H288-WRITE-ONE-CERT-ACCOUNT
                   UNTIL WS-LNK-SUB >= WS-LNK-COUNT
           PERFORM H905-WRITE-CERT-LINE
           MOVE ZERO TO WS-FIL-SUB
           PERFORM H289-WRITE-ONE-CERT-FILE
                   UNTIL WS-FIL-SUB >= 8
           PERFORM H905-WRITE-CERT-LINE
           EVALUATE TRUE
               WHEN WS-LNK-COUNT = ZERO
                   MOVE "NO PERSONAL DATA FOUND - NOTHING ERASED"
                        TO CERT-LINE
               WHEN NOT WS-ERASE-APPROVED
                   MOVE "ERASURE REFUSED - NO RECORDS MASKED"
                        TO CERT-LINE
               WHEN WS-GENS-MISSING > ZERO
                   MOVE "ERASURE INCOMPLETE - SNAPSHOT GENERATIONS "
                        TO CERT-LINE
                   MOVE "NOT PRESENTED" TO CERT-LINE (43:13)
               WHEN OTHER
                   MOVE "ERASURE COMPLETED - PERSONAL FIELDS MASKED"
                        TO CERT-LINE
           END-EVALUATE
           PERFORM H905-WRITE-CERT-LINE.
       H287-END. EXIT.

       H288-WRITE-ONE-CERT-ACCOUNT.
           ADD 1 TO WS-LNK-SUB
           MOVE SPACES TO CERT-LINE
           MOVE WS-LNK-INX (WS-LNK-SUB) TO CRA-INX
           EVALUATE TRUE
               WHEN WS-LNK-MASTER (WS-LNK-SUB)
                   MOVE "MASTER"       TO CRA-WHERE
               WHEN WS-LNK-ARCHIVE (WS-LNK-SUB)
                   MOVE "ARCHIVE"      TO CRA-WHERE
               WHEN WS-LNK-SNAPSHOT (WS-LNK-SUB)
                   MOVE "SNAPSHOT"     TO CRA-WHERE
               WHEN OTHER
                   MOVE "AUDIT ONLY"   TO CRA-WHERE
           END-EVALUATE
           MOVE WS-LNK-STATUS (WS-LNK-SUB)    TO CRA-STATUS
           MOVE WS-LNK-LAST-DATE (WS-LNK-SUB) TO CRA-LAST
           MOVE WS-LNK-RESULT (WS-LNK-SUB)    TO CRA-RESULT
           MOVE WS-LNK-MASKED (WS-LNK-SUB)    TO CRA-MASKED
           PERFORM H905-WRITE-CERT-LINE.
       H288-END. EXIT.

       H289-WRITE-ONE-CERT-FILE.
           ADD 1 TO WS-FIL-SUB
           INITIALIZE CERT-SUMMARY
           IF WS-FIL-SEARCHED (WS-FIL-SUB)
               STRING WS-FNM (WS-FIL-SUB) " RECORDS MASKED"
                   DELIMITED BY SIZE INTO CRS-LABEL
               END-STRING
               MOVE WS-FIL-MASKED (WS-FIL-SUB) TO CRS-COUNT
           ELSE
               STRING WS-FNM (WS-FIL-SUB) " NOT PRESENT"
                   DELIMITED BY SIZE INTO CRS-LABEL
               END-STRING
           END-IF
           PERFORM H905-WRITE-CERT-LINE.
       H289-END. EXIT.

       H900-WRITE-SAR-LINE.
           WRITE SAR-LINE
           IF NOT SAR-SUCCESS
               MOVE "SARRPT  " TO WS-ERR-FILE
               MOVE SAR-ST     TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           MOVE SPACES TO SAR-LINE.
       H900-END. EXIT.

       H905-WRITE-CERT-LINE.
           WRITE CERT-LINE
           IF NOT CER-SUCCESS
               MOVE "ERASCERT" TO WS-ERR-FILE
               MOVE CER-ST     TO WS-ERR-STATUS
               PERFORM H950-FILE-ERROR
           END-IF
           MOVE SPACES TO CERT-LINE.
       H905-END. EXIT.

       H290-DISPLAY-TOTALS.
           DISPLAY "REQUEST:              " WS-REQ-TYPE " " WS-REQ-REF.
           DISPLAY "LINKED ACCOUNTS:      " WS-LNK-COUNT.
           DISPLAY "RECORDS HELD:         " WS-RECORDS-FOUND.
           DISPLAY "RECORDS MASKED:       " WS-RECORDS-MASKED.
           DISPLAY "ACCOUNTS REFUSED:     " WS-LINKS-REFUSED.
           DISPLAY "GENERATIONS MISSING:  " WS-GENS-MISSING.
           DISPLAY "PENDING DECLINED:     " WS-PENDS-DECLINED.
       H290-END. EXIT.

       H300-CLOSE-FILES.
           CLOSE SAR-REPORT.
           IF WS-REQ-ERASURE
               CLOSE CERT-REPORT
           END-IF.
       H300-END. EXIT.

       H999-PROGRAM-EXIT.
           PERFORM H285-WRITE-FILE-TOTALS.
           IF WS-REQ-ERASURE
               PERFORM H287-WRITE-CERTIFICATE
           END-IF
           PERFORM H290-DISPLAY-TOTALS.
           PERFORM H300-CLOSE-FILES.
           IF WS-LNK-COUNT = ZERO
                  OR WS-LNK-FULL
                  OR WS-GENS-MISSING > ZERO
                  OR (WS-REQ-ERASURE AND NOT WS-ERASE-APPROVED)
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       H999-END. EXIT.
