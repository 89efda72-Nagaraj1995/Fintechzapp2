      *+---------------------------------------------------------------+
      *| CBSINTAC                                                      |
      *|   NIGHTLY INTEREST ACCRUAL AND LATE-FEE ASSESSMENT BATCH.     |
      *|   ACCT_BALANCE CARRIED PRINCIPAL AND NEXT_DUE_DATE BUT THE    |
      *|   SHOP HAD NO CONCEPT OF INTEREST OR FEES - CBSDLQAG AGED A   |
      *|   LATE ACCOUNT BUT NOBODY CHARGED IT ANYTHING. EACH ACCOUNT'S |
      *|   ANNUAL RATE (PERCENT) AND LATE-FEE AMOUNT ARE HELD ON THE   |
      *|   ACCT_TERMS TABLE; WHAT HAS BEEN CHARGED AND NOT YET PAID IS |
      *|   CARRIED ON ACCT_BALANCE IN ACCRUED_INT AND FEES_DUE (BOTH   |
      *|   NOT NULL WITH DEFAULT 0, SO THE SERVICING FEED AND CBSBALLD |
      *|   INSERTS NEED NOT KNOW THEY EXIST), WHICH CBSCSRG/CSRGM1 AND |
      *|   CBSSTMT NOW SHOW NEXT TO THE PRINCIPAL.                     |
      *|   THE ACCOUNT MASTER (ACCTMSTR) DRIVES THE RUN IN THE CBSSTMT |
      *|   MOLD - SHARED CSRGEDT EDIT FIRST, THEN THE CUSTOMER ROW.    |
      *|   ONLY OPEN ('O') ACCOUNTS ARE CHARGED: CLOSED AND PURGED     |
      *|   LOANS OWE NOTHING NEW, AND A FROZEN LOAN IS ON NON-ACCRUAL  |
      *|   - CBSDLQAG FREEZES IT AT 90+ DAYS PAST DUE - SO IT IS       |
      *|   COUNTED AND SKIPPED. FOR EACH OPEN ACCOUNT:                 |
      *|   - ONE DAY'S PER-DIEM INTEREST, PRIN_BALANCE X RATE / 365,   |
      *|     ROUNDED TO THE CENT, FOR THE ACCRUAL DATE. NO INTEREST    |
      *|     ON A ZERO OR CREDIT PRINCIPAL.                            |
      *|   - A LATE FEE WHEN NEXT_DUE_DATE PLUS THE GRACE DAYS HAS     |
      *|     PASSED AND PMT_HISTORY HOLDS NO PAYMENT DATED FROM 30     |
      *|     DAYS BEFORE THE DUE DATE THROUGH THE END OF GRACE.        |
      *|   EVERY CHARGE IS ONE CHG_HISTORY ROW (TYPE 'I' INTEREST OR   |
      *|   'F' FEE, STAMPED WITH THE ACCRUAL DATE, RUN TIME, DUE DATE  |
      *|   AND POSTED_BY 'CBSINTAC'), THE MATCHING ACCT_BALANCE        |
      *|   UPDATE, AND A CSRGMAU RECORD (FUNCTION 'I' OR 'F') WITH THE |
      *|   OLD AMOUNT OWED AS THE BEFORE IMAGE AND THE NEW AMOUNT OWED |
      *|   PLUS THE CHARGE AS THE AFTER IMAGE - THE SAME SHAPE AND THE |
      *|   SAME HISTORY-ROW-OR-NOTHING DISCIPLINE AS A CBSCSRP 'P'     |
      *|   POSTING. CHG_HISTORY IS ALSO THE GUARD AGAINST CHARGING     |
      *|   TWICE: INTEREST IS SKIPPED WHEN AN 'I' ROW ALREADY EXISTS   |
      *|   FOR THE ACCRUAL DATE, AND A FEE WHEN AN 'F' ROW ALREADY     |
      *|   EXISTS FOR THAT DUE DATE - ONE FEE PER CYCLE, NEVER TWO.    |
      *|   WORK IS COMMITTED PER ACCOUNT, SO A RERUN AFTER A FAILURE   |
      *|   SIMPLY PICKS UP WHERE THE HISTORY SAYS IT STOPPED AND NO    |
      *|   CHECKPOINT IS NEEDED. A MISSED NIGHT IS MADE UP BY RUNNING  |
      *|   WITH THAT DATE ON INTPARM. AN ACCOUNT'S CSRGMAU RECORDS,    |
      *|   INTRPT CHARGE LINES AND RUN-TOTAL AMOUNTS ARE ALL HELD      |
      *|   UNTIL ITS COMMIT SUCCEEDS, SO THE REPORT NEVER SHOWS A      |
      *|   CHARGE THAT WAS ROLLED BACK AND A BACKED-OUT CHARGE LEAVES  |
      *|   NO AUDIT RECORD FOR CBSEVRPL TO REPLAY. THE AUDIT RECORDS   |
      *|   ARE STAMPED WITH THE ACCRUAL DATE, SO A CATCH-UP RUN        |
      *|   REPLAYS UNDER THE DATE IT CHARGED FOR.                      |
      *|   INTPARM: COLS 1-10 ACCRUAL DATE YYYY-MM-DD (DEFAULT TODAY), |
      *|   COLS 11-13 GRACE DAYS (DEFAULT 015).                        |
      *|   CSRGMAU IS WRITTEN DIRECTLY, SO LIKE CBSAUDAR THE JOB RUNS  |
      *|   WITH THE FILE CLOSED TO CICS; IF IT CANNOT BE OPENED NO     |
      *|   CHARGE IS MADE AT ALL.                                      |
      *|   ACCOUNTS WITH NO CUSTOMER ROW, NO ACCT_BALANCE ROW, NO      |
      *|   ACCT_TERMS ROW OR FAILING THE EDIT GO TO THE EXCEPTION PAGE |
      *|   OF INTRPT. RETURN CODE 4 WHEN THE EXCEPTION PAGE IS NOT     |
      *|   EMPTY OR AN AUDIT RECORD WAS LOST, 16 ON A DB2 OR CSRGMAU   |
      *|   OPEN FAILURE.                                               |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSINTAC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMSTR ASSIGN TO ACCTMSTR
                ORGANIZATION IS SEQUENTIAL.
           SELECT INTPARM ASSIGN TO INTPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
           SELECT CSRGMAU ASSIGN TO CSRGMAU
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MAU-KSDS-KEY
                FILE STATUS IS WS-MAU-STATUS.
           SELECT INTRPT ASSIGN TO INTRPT
                ORGANIZATION IS SEQUENTIAL.
           SELECT RUNLOG ASSIGN TO RUNLOG
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCTMSTR
           RECORD CONTAINS 18 CHARACTERS.
       01 ACCTMSTR-RECORD.
         03 ACCTMSTR-ACCOUNT-NO    PIC S9(18).
       FD INTPARM
           RECORD CONTAINS 80 CHARACTERS.
       01 INTPARM-RECORD.
         03 INTPARM-ACCRUAL-DATE   PIC X(10).
         03 INTPARM-GRACE-DAYS     PIC X(03).
         03 FILLER                 PIC X(67).
       FD CSRGMAU
           RECORD CONTAINS 169 CHARACTERS.
       01 MAU-KSDS-RECORD.
         03 MAU-KSDS-KEY.
           05 MAU-KSDS-ACCOUNT-NO  PIC S9(18).
           05 MAU-KSDS-AUD-DATE    PIC X(10).
           05 MAU-KSDS-AUD-TIME    PIC X(08).
           05 MAU-KSDS-TASK-NO     PIC S9(8) COMP.
         03 FILLER                 PIC X(129).
       FD INTRPT
           RECORD CONTAINS 132 CHARACTERS.
       01 INTRPT-LINE              PIC X(132).
       FD RUNLOG
           RECORD CONTAINS 40 CHARACTERS.
       01 RUNLOG-RECORD            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY CSRGRUN.
       01 WS-RLOG-STATUS           PIC X(02) VALUE '00'.
         88 WS-RLOG-STATUS-OK      VALUE '00'.
       01 WS-RLOG-DATE-RAW         PIC X(08).
       01 WS-RLOG-TIME-RAW         PIC X(08).
       01 WS-PARM-STATUS           PIC X(02) VALUE '00'.
         88 WS-PARM-STATUS-OK      VALUE '00'.
       01 WS-MAU-STATUS            PIC X(02) VALUE '00'.
         88 WS-MAU-STATUS-OK       VALUE '00'.
       COPY CSRGMAU.
       COPY CSRGEDT.
       01 WS-EDT-ACCT-NUM          PIC 9(18).
       01 WS-SQLCODE               PIC S9(9) COMP-5.
       01 WS-ACCTMSTR-EOF-FLAG     PIC X(01) VALUE 'N'.
         88 WS-ACCTMSTR-EOF        VALUE 'Y'.
       01 WS-STOP-FLAG             PIC X(01) VALUE 'N'.
         88 WS-STOP-RUN            VALUE 'Y'.
       01 WS-RUN-DATE-RAW          PIC X(08).
       01 WS-RUN-DATE              PIC X(10).
       01 WS-RUN-TIME-RAW          PIC X(08).
       01 WS-RUN-TIME              PIC X(08).
       01 WS-ACCRUAL-DATE          PIC X(10).
       01 WS-GRACE-DAYS            PIC 9(3) VALUE 15.
      *    DATE ARITHMETIC - YYYY-MM-DD TO INTEGER DAY NUMBER AND BACK,
      *    THE SAME INTEGER-OF-DATE/DATE-OF-INTEGER PAIR CBSAUDAR
      *    USES FOR ITS RETENTION CUTOFFS.
       01 WS-DATE-NUM              PIC 9(8).
       01 WS-DATE-NUM-X REDEFINES WS-DATE-NUM PIC X(08).
       01 WS-ACCRUAL-INT           PIC S9(9) COMP.
       01 WS-DUE-INT               PIC S9(9) COMP.
       01 WS-WORK-INT              PIC S9(9) COMP.
       01 WS-WINDOW-START          PIC X(10).
       01 WS-GRACE-END             PIC X(10).
       01 WS-DATE-STRING           PIC X(10).
       01 WS-ACCOUNT-NO            PIC S9(18).
       01 WS-ACCOUNT-STATUS        PIC X(01).
       01 WS-PRIN-BALANCE          PIC S9(11)V99 COMP-3.
       01 WS-NEXT-DUE-DATE         PIC X(10).
       01 WS-ACCRUED-INT           PIC S9(11)V99 COMP-3.
       01 WS-FEES-DUE              PIC S9(9)V99 COMP-3.
       01 WS-ANNUAL-RATE           PIC S9(3)V9(4) COMP-3.
       01 WS-LATE-FEE-AMT          PIC S9(9)V99 COMP-3.
       01 WS-FOUND-COUNT           PIC S9(9) COMP-5.
      *    ONE CHARGE BEING POSTED - SET BY ACCRUE-INTEREST OR
      *    ASSESS-LATE-FEE, CONSUMED BY POST-ONE-CHARGE.
       01 WS-CHG-TYPE              PIC X(01).
         88 WS-CHG-INTEREST        VALUE 'I'.
         88 WS-CHG-FEE             VALUE 'F'.
       01 WS-CHG-AMOUNT            PIC S9(9)V99 COMP-3.
       01 WS-CHG-DUE-DATE          PIC X(10).
       01 WS-CHG-OLD-OWED          PIC S9(11)V99 COMP-3.
       01 WS-CHG-NEW-OWED          PIC S9(11)V99 COMP-3.
       01 WS-CHG-SEQ               PIC S9(8) COMP VALUE 0.
       01 WS-POSTED-BY             PIC X(08) VALUE 'CBSINTAC'.
      *    MONEY IMAGES FOR THE CSRGMAU BEFORE/AFTER FIELDS - SAME
      *    EDITS AND OFFSETS AS CBSCSRP'S 'P' RECORD.
       01 WS-BAL-EDIT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-AMT-EDIT              PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-AUD-BEFORE            PIC X(50).
       01 WS-AUD-AFTER             PIC X(50).
      *    THE ACCOUNT'S AUDIT RECORDS - AT MOST AN INTEREST AND A
      *    FEE - WAITING FOR ITS COMMIT.
       01 WS-HELD-AUD-COUNT        PIC 9(4) COMP-4 VALUE 0.
       01 WS-HELD-AUD-IX           PIC 9(4) COMP-4.
       01 WS-HELD-AUD-TABLE.
         03 WS-HELD-AUD-RECORD     PIC X(169) OCCURS 2.
      *    ITS INTRPT CHARGE LINES AND TOTALS, HELD THE SAME WAY.
       01 WS-HELD-LINE-COUNT       PIC 9(4) COMP-4 VALUE 0.
       01 WS-HELD-LINE-IX          PIC 9(4) COMP-4.
       01 WS-HELD-LINE-TABLE.
         03 WS-HELD-LINE           PIC X(132) OCCURS 2.
       01 WS-HELD-INT-COUNT        PIC 9(7) VALUE 0.
       01 WS-HELD-INT-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-HELD-FEE-COUNT        PIC 9(7) VALUE 0.
       01 WS-HELD-FEE-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-ACCOUNTS-READ         PIC 9(7) VALUE 0.
       01 WS-INT-COUNT             PIC 9(7) VALUE 0.
       01 WS-INT-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-FEE-COUNT             PIC 9(7) VALUE 0.
       01 WS-FEE-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-ALREADY-COUNT         PIC 9(7) VALUE 0.
       01 WS-NONACCR-COUNT         PIC 9(7) VALUE 0.
       01 WS-AUDIT-LOST-COUNT      PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT       PIC 9(7) VALUE 0.
      *    EXCEPTIONS ARE COLLECTED AND PRINTED TOGETHER AT THE END,
      *    CBSSTMT DISCIPLINE.
       01 WS-EXC-IX                PIC 9(4) COMP-4.
       01 WS-EXC-COUNT             PIC 9(4) COMP-4 VALUE 0.
       01 WS-EXC-OVFL-FLAG         PIC X(01) VALUE 'N'.
         88 WS-EXC-OVFL            VALUE 'Y'.
       01 WS-EXC-TABLE.
         03 WS-EXC-ENTRY OCCURS 500.
           05 WS-EXC-TBL-ACCT      PIC X(18).
           05 WS-EXC-TBL-TEXT      PIC X(30).
       01 WS-HDG-LINE.
         03 FILLER PIC X(40)
              VALUE 'INTEREST ACCRUAL AND LATE FEES - DATE '.
         03 WS-HDG-DATE            PIC X(10).
         03 FILLER PIC X(14) VALUE '  GRACE DAYS: '.
         03 WS-HDG-GRACE           PIC ZZ9.
         03 FILLER PIC X(65) VALUE SPACES.
       01 WS-COL-LINE.
         03 FILLER PIC X(20) VALUE 'ACCOUNT NO'.
         03 FILLER PIC X(10) VALUE 'CHARGE'.
         03 FILLER PIC X(17) VALUE '         AMOUNT'.
         03 FILLER PIC X(12) VALUE 'DUE DATE'.
         03 FILLER PIC X(73) VALUE '         NOW OWED'.
       01 WS-DETAIL-LINE.
         03 WS-DET-ACCT            PIC 9(18).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DET-TYPE            PIC X(08).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DET-AMT             PIC ZZZ,ZZZ,ZZ9.99-.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DET-DUE             PIC X(10).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DET-OWED            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
         03 FILLER PIC X(55) VALUE SPACES.
       01 WS-SEP-LINE              PIC X(132) VALUE ALL '-'.
       01 WS-EXC-HDG-LINE.
         03 FILLER PIC X(40)
              VALUE 'EXCEPTION PAGE - ACCOUNTS NOT CHARGED'.
         03 FILLER PIC X(92) VALUE SPACES.
       01 WS-EXC-LINE.
         03 WS-EXC-DET-ACCT        PIC X(18).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-EXC-DET-TEXT        PIC X(30).
         03 FILLER PIC X(82) VALUE SPACES.
       01 WS-EXC-OVFL-LINE.
         03 FILLER PIC X(52) VALUE
              'MORE THAN 500 EXCEPTIONS - EXCEPTION PAGE INCOMPLETE'.
         03 FILLER PIC X(80) VALUE SPACES.
       01 WS-SUM-LINE.
         03 WS-SUM-NAME            PIC X(24).
         03 WS-SUM-COUNT           PIC ZZZZZZ9.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-SUM-AMT             PIC ZZZZ,ZZZ,ZZZ,ZZ9.99-.
         03 FILLER PIC X(79) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM WRITE-RUN-START
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE-RAW(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-' TO WS-RUN-DATE(5:1)
           MOVE WS-RUN-DATE-RAW(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-' TO WS-RUN-DATE(8:1)
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-RUN-DATE(9:2)
           MOVE WS-RUN-DATE TO WS-ACCRUAL-DATE
           PERFORM READ-ACCRUAL-PARM
           MOVE WS-ACCRUAL-DATE(1:4) TO WS-DATE-NUM-X(1:4)
           MOVE WS-ACCRUAL-DATE(6:2) TO WS-DATE-NUM-X(5:2)
           MOVE WS-ACCRUAL-DATE(9:2) TO WS-DATE-NUM-X(7:2)
           COMPUTE WS-ACCRUAL-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           OPEN OUTPUT INTRPT
           MOVE WS-ACCRUAL-DATE TO WS-HDG-DATE
           MOVE WS-GRACE-DAYS TO WS-HDG-GRACE
           WRITE INTRPT-LINE FROM WS-HDG-LINE
           WRITE INTRPT-LINE FROM WS-COL-LINE
           OPEN I-O CSRGMAU
           IF NOT WS-MAU-STATUS-OK THEN
      *        NO AUDIT TRAIL, NO CHARGES - NOTHING IS POSTED THAT
      *        COMPLIANCE COULD NOT TRACE.
             DISPLAY 'CBSINTAC: CSRGMAU OPEN FAILED - STATUS '
                  WS-MAU-STATUS ' - NO CHARGES POSTED'
             MOVE 16 TO RETURN-CODE
           ELSE
             OPEN INPUT ACCTMSTR
             PERFORM READ-NEXT-ACCOUNT
             PERFORM UNTIL WS-ACCTMSTR-EOF OR WS-STOP-RUN
               PERFORM PROCESS-ONE-ACCOUNT
               PERFORM READ-NEXT-ACCOUNT
             END-PERFORM
             CLOSE ACCTMSTR
             CLOSE CSRGMAU
           END-IF
           PERFORM WRITE-EXCEPTION-PAGE
           PERFORM WRITE-RUN-SUMMARY
           CLOSE INTRPT
           IF WS-EXCEPTION-COUNT + WS-AUDIT-LOST-COUNT > 0
              AND RETURN-CODE = 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-END
           GOBACK.
       READ-ACCRUAL-PARM.
      *    A MISSING OR UNUSABLE PARM FIELD FALLS BACK TO ITS DEFAULT
      *    RATHER THAN FAILING THE NIGHT - CBSAUDAR DISCIPLINE.
           OPEN INPUT INTPARM
           IF WS-PARM-STATUS-OK
             READ INTPARM
               AT END
                 CONTINUE
               NOT AT END
                 IF INTPARM-ACCRUAL-DATE(1:4) NUMERIC AND
                    INTPARM-ACCRUAL-DATE(5:1) = '-' AND
                    INTPARM-ACCRUAL-DATE(6:2) NUMERIC AND
                    INTPARM-ACCRUAL-DATE(8:1) = '-' AND
                    INTPARM-ACCRUAL-DATE(9:2) NUMERIC THEN
                   MOVE INTPARM-ACCRUAL-DATE TO WS-ACCRUAL-DATE
                 END-IF
                 IF INTPARM-GRACE-DAYS NUMERIC THEN
                   MOVE INTPARM-GRACE-DAYS TO WS-GRACE-DAYS
                 END-IF
             END-READ
             CLOSE INTPARM
           END-IF
           EXIT.
       READ-NEXT-ACCOUNT.
           READ ACCTMSTR
             AT END MOVE 'Y' TO WS-ACCTMSTR-EOF-FLAG
           END-READ
           EXIT.
       PROCESS-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE 'A' TO CSRGEDT-FUNCTION
           IF ACCTMSTR-ACCOUNT-NO NOT NUMERIC THEN
      *      SIGN-TOLERANT CLASS TEST ON THE ZONED FIELD FIRST, THEN
      *      AN UNSIGNED IMAGE FOR THE CHARACTER-LEVEL EDITS - THE
      *      SAME DISCIPLINE CBSSTMT USES ON THE SAME FILE.
             MOVE 1 TO CSRGEDT-RC
             MOVE 0601 TO CSRGEDT-REASON
           ELSE
             MOVE ACCTMSTR-ACCOUNT-NO TO WS-EDT-ACCT-NUM
             MOVE WS-EDT-ACCT-NUM TO CSRGEDT-ACCOUNT-NO
             CALL 'CSRGEDT' USING CSRGEDT-PARM
           END-IF
           IF CSRGEDT-RC NOT = 0 THEN
             MOVE 'FAILED INPUT EDITS' TO WS-EXC-DET-TEXT
             PERFORM RECORD-EXCEPTION
           ELSE
             MOVE ACCTMSTR-ACCOUNT-NO TO WS-ACCOUNT-NO
             MOVE 0 TO WS-HELD-AUD-COUNT
             MOVE 0 TO WS-HELD-LINE-COUNT
             MOVE 0 TO WS-HELD-INT-COUNT
             MOVE 0 TO WS-HELD-INT-TOTAL
             MOVE 0 TO WS-HELD-FEE-COUNT
             MOVE 0 TO WS-HELD-FEE-TOTAL
             PERFORM CHARGE-ONE-ACCOUNT
             IF NOT WS-STOP-RUN THEN
               EXEC SQL
                    COMMIT
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               IF WS-SQLCODE NOT = 0 THEN
                 DISPLAY 'CBSINTAC: COMMIT FAILED - SQLCODE '
                      WS-SQLCODE
                 PERFORM STOP-ON-DB2-FAILURE
               ELSE
                 PERFORM WRITE-HELD-AUDIT
                      VARYING WS-HELD-AUD-IX FROM 1 BY 1
                      UNTIL WS-HELD-AUD-IX > WS-HELD-AUD-COUNT
                 PERFORM WRITE-HELD-LINE
                      VARYING WS-HELD-LINE-IX FROM 1 BY 1
                      UNTIL WS-HELD-LINE-IX > WS-HELD-LINE-COUNT
                 ADD WS-HELD-INT-COUNT TO WS-INT-COUNT
                 ADD WS-HELD-INT-TOTAL TO WS-INT-TOTAL
                 ADD WS-HELD-FEE-COUNT TO WS-FEE-COUNT
                 ADD WS-HELD-FEE-TOTAL TO WS-FEE-TOTAL
               END-IF
             END-IF
           END-IF
           EXIT.
       CHARGE-ONE-ACCOUNT.
           EXEC SQL
                SELECT ACCOUNT_STATUS
                  INTO :WS-ACCOUNT-STATUS
                  FROM CUSTOMER
                 WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           EVALUATE TRUE
             WHEN WS-SQLCODE = 100
               MOVE 'NOT ON CUSTOMER TABLE' TO WS-EXC-DET-TEXT
               PERFORM RECORD-EXCEPTION
             WHEN WS-SQLCODE NOT = 0
               DISPLAY 'CBSINTAC: CUSTOMER FETCH FAILED - SQLCODE '
                    WS-SQLCODE
               PERFORM STOP-ON-DB2-FAILURE
             WHEN WS-ACCOUNT-STATUS NOT = 'O'
               ADD 1 TO WS-NONACCR-COUNT
             WHEN OTHER
               PERFORM FETCH-BALANCE-AND-TERMS
           END-EVALUATE
           EXIT.
       FETCH-BALANCE-AND-TERMS.
      *    THE AMOUNTS OWED READ HERE ARE THE BEFORE IMAGES THE AUDIT
      *    RECORDS CARRY, SO THE ROW IS HELD WITH KEPT UPDATE LOCKS
      *    UNTIL THE ACCOUNT'S COMMIT - SAME REASONING AS CBSCSRP.
           EXEC SQL
                SELECT PRIN_BALANCE, NEXT_DUE_DATE,
                       ACCRUED_INT, FEES_DUE
                  INTO :WS-PRIN-BALANCE, :WS-NEXT-DUE-DATE,
                       :WS-ACCRUED-INT, :WS-FEES-DUE
                  FROM ACCT_BALANCE
                 WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
                  WITH RS USE AND KEEP UPDATE LOCKS
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           EVALUATE TRUE
             WHEN WS-SQLCODE = 100
               MOVE 'NO ACCT_BALANCE ROW - FEED GAP' TO WS-EXC-DET-TEXT
               PERFORM RECORD-EXCEPTION
             WHEN WS-SQLCODE NOT = 0
               DISPLAY 'CBSINTAC: BALANCE FETCH FAILED - SQLCODE '
                    WS-SQLCODE
               PERFORM STOP-ON-DB2-FAILURE
             WHEN OTHER
               EXEC SQL
                    SELECT ANNUAL_RATE, LATE_FEE_AMT
                      INTO :WS-ANNUAL-RATE, :WS-LATE-FEE-AMT
                      FROM ACCT_TERMS
                     WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               EVALUATE TRUE
                 WHEN WS-SQLCODE = 100
                   MOVE 'NO RATE/FEE SCHEDULE' TO WS-EXC-DET-TEXT
                   PERFORM RECORD-EXCEPTION
                 WHEN WS-SQLCODE NOT = 0
                   DISPLAY 'CBSINTAC: ACCT_TERMS FETCH FAILED - '
                        'SQLCODE ' WS-SQLCODE
                   PERFORM STOP-ON-DB2-FAILURE
                 WHEN OTHER
                   PERFORM ACCRUE-INTEREST
                   IF NOT WS-STOP-RUN THEN
                     PERFORM ASSESS-LATE-FEE
                   END-IF
               END-EVALUATE
           END-EVALUATE
           EXIT.
       ACCRUE-INTEREST.
           IF WS-PRIN-BALANCE > 0 AND WS-ANNUAL-RATE > 0 THEN
             EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-FOUND-COUNT
                    FROM CHG_HISTORY
                   WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
                     AND CHG_TYPE = 'I'
                     AND CHG_DATE = :WS-ACCRUAL-DATE
             END-EXEC
             MOVE SQLCODE TO WS-SQLCODE
             EVALUATE TRUE
               WHEN WS-SQLCODE NOT = 0
                 DISPLAY 'CBSINTAC: CHG_HISTORY CHECK FAILED - '
                      'SQLCODE ' WS-SQLCODE
                 PERFORM STOP-ON-DB2-FAILURE
               WHEN WS-FOUND-COUNT > 0
      *          ALREADY ACCRUED FOR THIS DATE - A RERUN.
                 ADD 1 TO WS-ALREADY-COUNT
               WHEN OTHER
      *          ACTUAL/365: ONE DAY OF THE ANNUAL PERCENTAGE RATE.
                 COMPUTE WS-CHG-AMOUNT ROUNDED =
                      WS-PRIN-BALANCE * WS-ANNUAL-RATE / 36500
                 IF WS-CHG-AMOUNT > 0 THEN
                   MOVE 'I' TO WS-CHG-TYPE
                   MOVE SPACES TO WS-CHG-DUE-DATE
                   MOVE WS-ACCRUED-INT TO WS-CHG-OLD-OWED
                   PERFORM POST-ONE-CHARGE
                   IF NOT WS-STOP-RUN THEN
                     MOVE WS-CHG-NEW-OWED TO WS-ACCRUED-INT
                     ADD 1 TO WS-HELD-INT-COUNT
                     ADD WS-CHG-AMOUNT TO WS-HELD-INT-TOTAL
                   END-IF
                 END-IF
             END-EVALUATE
           END-IF
           EXIT.
       ASSESS-LATE-FEE.
           IF WS-NEXT-DUE-DATE NOT = SPACES AND WS-LATE-FEE-AMT > 0
              AND WS-PRIN-BALANCE > 0 THEN
             MOVE WS-NEXT-DUE-DATE(1:4) TO WS-DATE-NUM-X(1:4)
             MOVE WS-NEXT-DUE-DATE(6:2) TO WS-DATE-NUM-X(5:2)
             MOVE WS-NEXT-DUE-DATE(9:2) TO WS-DATE-NUM-X(7:2)
             COMPUTE WS-DUE-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
      *      STILL INSIDE GRACE UNTIL THE LAST GRACE DAY HAS PASSED.
             IF WS-DUE-INT + WS-GRACE-DAYS < WS-ACCRUAL-INT THEN
               PERFORM CHECK-FEE-HISTORY
             END-IF
           END-IF
           EXIT.
       CHECK-FEE-HISTORY.
      *    ONE FEE PER DUE DATE - NEVER A SECOND FOR THE SAME CYCLE.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-FOUND-COUNT
                  FROM CHG_HISTORY
                 WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
                   AND CHG_TYPE = 'F'
                   AND DUE_DATE = :WS-NEXT-DUE-DATE
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           EVALUATE TRUE
             WHEN WS-SQLCODE NOT = 0
               DISPLAY 'CBSINTAC: CHG_HISTORY CHECK FAILED - SQLCODE '
                    WS-SQLCODE
               PERFORM STOP-ON-DB2-FAILURE
             WHEN WS-FOUND-COUNT = 0
               PERFORM CHECK-PAYMENT-WINDOW
           END-EVALUATE
           EXIT.
       CHECK-PAYMENT-WINDOW.
      *    A PAYMENT FROM 30 DAYS BEFORE THE DUE DATE THROUGH THE LAST
      *    GRACE DAY COUNTS AS PAYING THE CYCLE, EVEN IF THE SERVICING
      *    FEED HAS NOT YET ROLLED NEXT_DUE_DATE FORWARD.
           COMPUTE WS-WORK-INT = WS-DUE-INT - 30
           PERFORM INT-TO-DATE-STRING
           MOVE WS-DATE-STRING TO WS-WINDOW-START
           COMPUTE WS-WORK-INT = WS-DUE-INT + WS-GRACE-DAYS
           PERFORM INT-TO-DATE-STRING
           MOVE WS-DATE-STRING TO WS-GRACE-END
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-FOUND-COUNT
                  FROM PMT_HISTORY
                 WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
                   AND PMT_DATE >= :WS-WINDOW-START
                   AND PMT_DATE <= :WS-GRACE-END
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           EVALUATE TRUE
             WHEN WS-SQLCODE NOT = 0
               DISPLAY 'CBSINTAC: PMT_HISTORY CHECK FAILED - SQLCODE '
                    WS-SQLCODE
               PERFORM STOP-ON-DB2-FAILURE
             WHEN WS-FOUND-COUNT = 0
               MOVE 'F' TO WS-CHG-TYPE
               MOVE WS-LATE-FEE-AMT TO WS-CHG-AMOUNT
               MOVE WS-NEXT-DUE-DATE TO WS-CHG-DUE-DATE
               MOVE WS-FEES-DUE TO WS-CHG-OLD-OWED
               PERFORM POST-ONE-CHARGE
               IF NOT WS-STOP-RUN THEN
                 MOVE WS-CHG-NEW-OWED TO WS-FEES-DUE
                 ADD 1 TO WS-HELD-FEE-COUNT
                 ADD WS-CHG-AMOUNT TO WS-HELD-FEE-TOTAL
               END-IF
           END-EVALUATE
           EXIT.
       INT-TO-DATE-STRING.
      *    INTEGER DAY NUMBER IN WS-WORK-INT TO YYYY-MM-DD IN
      *    WS-DATE-STRING.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-DATE-NUM-X(1:4) TO WS-DATE-STRING(1:4)
           MOVE '-' TO WS-DATE-STRING(5:1)
           MOVE WS-DATE-NUM-X(5:2) TO WS-DATE-STRING(6:2)
           MOVE '-' TO WS-DATE-STRING(8:1)
           MOVE WS-DATE-NUM-X(7:2) TO WS-DATE-STRING(9:2)
           EXIT.
       POST-ONE-CHARGE.
      *    HISTORY ROW FIRST, THEN THE AMOUNT OWED: A CHARGE THE
      *    HISTORY TABLE CANNOT RECORD IS NOT A CHARGE - BACK THE
      *    ACCOUNT OUT AND STOP (CBSCSRP DISCIPLINE).
           COMPUTE WS-CHG-NEW-OWED = WS-CHG-OLD-OWED + WS-CHG-AMOUNT
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:2) TO WS-RUN-TIME(1:2)
           MOVE ':' TO WS-RUN-TIME(3:1)
           MOVE WS-RUN-TIME-RAW(3:2) TO WS-RUN-TIME(4:2)
           MOVE ':' TO WS-RUN-TIME(6:1)
           MOVE WS-RUN-TIME-RAW(5:2) TO WS-RUN-TIME(7:2)
           EXEC SQL
                INSERT INTO CHG_HISTORY
                       (ACCOUNT_NO, CHG_DATE, CHG_TIME, CHG_TYPE,
                        CHG_AMT, DUE_DATE, POSTED_BY)
                VALUES (:WS-ACCOUNT-NO, :WS-ACCRUAL-DATE,
                        :WS-RUN-TIME, :WS-CHG-TYPE, :WS-CHG-AMOUNT,
                        :WS-CHG-DUE-DATE, :WS-POSTED-BY)
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0 THEN
             DISPLAY 'CBSINTAC: CHG_HISTORY INSERT FAILED - SQLCODE '
                  WS-SQLCODE
             PERFORM STOP-ON-DB2-FAILURE
           ELSE
             IF WS-CHG-INTEREST THEN
               EXEC SQL
                    UPDATE ACCT_BALANCE
                       SET ACCRUED_INT = ACCRUED_INT + :WS-CHG-AMOUNT
                     WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
               END-EXEC
             ELSE
               EXEC SQL
                    UPDATE ACCT_BALANCE
                       SET FEES_DUE = FEES_DUE + :WS-CHG-AMOUNT
                     WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
               END-EXEC
             END-IF
             MOVE SQLCODE TO WS-SQLCODE
             IF WS-SQLCODE NOT = 0 THEN
               DISPLAY 'CBSINTAC: ACCT_BALANCE UPDATE FAILED - '
                    'SQLCODE ' WS-SQLCODE
               PERFORM STOP-ON-DB2-FAILURE
             ELSE
               PERFORM WRITE-CHARGE-AUDIT
               PERFORM HOLD-CHARGE-LINE
             END-IF
           END-IF
           EXIT.
       WRITE-CHARGE-AUDIT.
      *    BEFORE IMAGE IS WHAT WAS OWED, AFTER IMAGE IS WHAT IS NOW
      *    OWED AND THE CHARGE - CBSCSRP'S 'P' LAYOUT, SO CBSMAURP
      *    SHOWS A CHARGE THE SAME WAY IT SHOWS A PAYMENT.
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE WS-CHG-OLD-OWED TO WS-BAL-EDIT
           MOVE WS-BAL-EDIT TO WS-AUD-BEFORE(1:19)
           MOVE SPACES TO WS-AUD-AFTER
           MOVE WS-CHG-NEW-OWED TO WS-BAL-EDIT
           MOVE WS-BAL-EDIT TO WS-AUD-AFTER(1:19)
           MOVE WS-CHG-AMOUNT TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO WS-AUD-AFTER(21:16)
      *    THE RUN-WIDE CHARGE SEQUENCE STANDS IN FOR EIBTASKN SO AN
      *    ACCOUNT'S INTEREST AND FEE RECORDS, STAMPED IN THE SAME
      *    SECOND, STILL GET DISTINCT KEYS.
           ADD 1 TO WS-CHG-SEQ
           MOVE WS-ACCOUNT-NO TO CSRGMAU-ACCOUNT-NO
           MOVE WS-ACCRUAL-DATE TO CSRGMAU-AUD-DATE
           MOVE WS-RUN-TIME TO CSRGMAU-AUD-TIME
           MOVE WS-CHG-SEQ TO CSRGMAU-TASK-NO
           MOVE WS-CHG-TYPE TO CSRGMAU-FUNCTION
           MOVE WS-POSTED-BY TO CSRGMAU-USER-ID
           MOVE SPACES TO CSRGMAU-TERMINAL-ID
           MOVE 'INTA' TO CSRGMAU-TRAN-ID
           MOVE WS-AUD-BEFORE TO CSRGMAU-BEFORE-IMAGE
           MOVE WS-AUD-AFTER TO CSRGMAU-AFTER-IMAGE
           MOVE 0 TO CSRGMAU-RETCODE
           MOVE SPACES TO CSRGMAU-MAKER-ID
      *    HELD, NOT WRITTEN - A ROLLBACK OF THE ACCOUNT MUST NOT
      *    LEAVE AN AUDIT RECORD FOR A CHARGE THAT WAS NEVER MADE.
           ADD 1 TO WS-HELD-AUD-COUNT
           MOVE CSRGMAU-RECORD TO WS-HELD-AUD-RECORD(WS-HELD-AUD-COUNT)
           EXIT.
       WRITE-HELD-AUDIT.
           MOVE WS-HELD-AUD-RECORD(WS-HELD-AUD-IX) TO CSRGMAU-RECORD
           WRITE MAU-KSDS-RECORD FROM CSRGMAU-RECORD
           IF NOT WS-MAU-STATUS-OK THEN
             DISPLAY 'CBSINTAC: CSRGMAU WRITE FAILED - STATUS '
                  WS-MAU-STATUS ' - AUDIT RECORD LOST FOR '
                  WS-ACCOUNT-NO
             ADD 1 TO WS-AUDIT-LOST-COUNT
           END-IF
           EXIT.
       HOLD-CHARGE-LINE.
           MOVE WS-ACCOUNT-NO TO WS-DET-ACCT
           IF WS-CHG-INTEREST THEN
             MOVE 'INTEREST' TO WS-DET-TYPE
           ELSE
             MOVE 'LATE FEE' TO WS-DET-TYPE
           END-IF
           MOVE WS-CHG-AMOUNT TO WS-DET-AMT
           MOVE WS-CHG-DUE-DATE TO WS-DET-DUE
           MOVE WS-CHG-NEW-OWED TO WS-DET-OWED
      *    HELD UNTIL THE ACCOUNT COMMITS, LIKE ITS AUDIT RECORDS.
           ADD 1 TO WS-HELD-LINE-COUNT
           MOVE WS-DETAIL-LINE TO WS-HELD-LINE(WS-HELD-LINE-COUNT)
           EXIT.
       WRITE-HELD-LINE.
           WRITE INTRPT-LINE FROM WS-HELD-LINE(WS-HELD-LINE-IX)
           EXIT.
       STOP-ON-DB2-FAILURE.
      *    THE FAILING ACCOUNT'S WORK IS BACKED OUT; EVERY ACCOUNT
      *    BEFORE IT IS ALREADY COMMITTED AND THE RERUN SKIPS IT.
           EXEC SQL
                ROLLBACK
           END-EXEC
           MOVE 16 TO RETURN-CODE
           MOVE 'Y' TO WS-STOP-FLAG
           EXIT.
       RECORD-EXCEPTION.
      *    WS-EXC-DET-TEXT IS PRESET BY THE CALLER. THE EXCEPTION
      *    STILL COUNTS IN THE TOTAL WHEN THE TABLE IS FULL - SAY SO
      *    ON THE PAGE RATHER THAN LET IT QUIETLY NOT ADD UP.
           ADD 1 TO WS-EXCEPTION-COUNT
           IF WS-EXC-COUNT < 500 THEN
             ADD 1 TO WS-EXC-COUNT
             MOVE ACCTMSTR-RECORD TO WS-EXC-TBL-ACCT(WS-EXC-COUNT)
             MOVE WS-EXC-DET-TEXT TO WS-EXC-TBL-TEXT(WS-EXC-COUNT)
           ELSE
             MOVE 'Y' TO WS-EXC-OVFL-FLAG
           END-IF
           EXIT.
       WRITE-EXCEPTION-PAGE.
           WRITE INTRPT-LINE FROM WS-SEP-LINE
           WRITE INTRPT-LINE FROM WS-EXC-HDG-LINE
           PERFORM VARYING WS-EXC-IX FROM 1 BY 1
                   UNTIL WS-EXC-IX > WS-EXC-COUNT
             MOVE WS-EXC-TBL-ACCT(WS-EXC-IX) TO WS-EXC-DET-ACCT
             MOVE WS-EXC-TBL-TEXT(WS-EXC-IX) TO WS-EXC-DET-TEXT
             WRITE INTRPT-LINE FROM WS-EXC-LINE
           END-PERFORM
           IF WS-EXC-OVFL THEN
             WRITE INTRPT-LINE FROM WS-EXC-OVFL-LINE
           END-IF
           EXIT.
       WRITE-RUN-SUMMARY.
           WRITE INTRPT-LINE FROM WS-SEP-LINE
           MOVE 0 TO WS-SUM-AMT
           MOVE 'ACCOUNTS READ:' TO WS-SUM-NAME
           MOVE WS-ACCOUNTS-READ TO WS-SUM-COUNT
           WRITE INTRPT-LINE FROM WS-SUM-LINE
           MOVE 'INTEREST ACCRUALS:' TO WS-SUM-NAME
           MOVE WS-INT-COUNT TO WS-SUM-COUNT
           MOVE WS-INT-TOTAL TO WS-SUM-AMT
           WRITE INTRPT-LINE FROM WS-SUM-LINE
           MOVE 'LATE FEES ASSESSED:' TO WS-SUM-NAME
           MOVE WS-FEE-COUNT TO WS-SUM-COUNT
           MOVE WS-FEE-TOTAL TO WS-SUM-AMT
           WRITE INTRPT-LINE FROM WS-SUM-LINE
           MOVE 0 TO WS-SUM-AMT
           MOVE 'ALREADY ACCRUED (RERUN):' TO WS-SUM-NAME
           MOVE WS-ALREADY-COUNT TO WS-SUM-COUNT
           WRITE INTRPT-LINE FROM WS-SUM-LINE
           MOVE 'NOT OPEN - NO ACCRUAL:' TO WS-SUM-NAME
           MOVE WS-NONACCR-COUNT TO WS-SUM-COUNT
           WRITE INTRPT-LINE FROM WS-SUM-LINE
           MOVE 'EXCEPTIONS:' TO WS-SUM-NAME
           MOVE WS-EXCEPTION-COUNT TO WS-SUM-COUNT
           WRITE INTRPT-LINE FROM WS-SUM-LINE
           MOVE 'AUDIT RECORDS LOST:' TO WS-SUM-NAME
           MOVE WS-AUDIT-LOST-COUNT TO WS-SUM-COUNT
           WRITE INTRPT-LINE FROM WS-SUM-LINE
           EXIT.
       WRITE-RUN-START.
           MOVE 'CBSINTAC' TO CSRGRUN-JOB-NAME
           MOVE 'S' TO CSRGRUN-EVENT
           MOVE 0 TO CSRGRUN-RECORDS
           MOVE 0 TO CSRGRUN-RETCODE
           PERFORM WRITE-RUN-RECORD
           EXIT.
       WRITE-RUN-END.
           MOVE 'CBSINTAC' TO CSRGRUN-JOB-NAME
           MOVE 'E' TO CSRGRUN-EVENT
           MOVE WS-ACCOUNTS-READ TO CSRGRUN-RECORDS
           MOVE RETURN-CODE TO CSRGRUN-RETCODE
           PERFORM WRITE-RUN-RECORD
           EXIT.
       WRITE-RUN-RECORD.
      *    ONE APPENDED RUN-CONTROL RECORD; A LOG-WRITE FAILURE MUST
      *    NOT FAIL THE JOB'S REAL WORK - CBSRUNST WILL SURFACE THE
      *    GAP ON THE STATUS REPORT.
           ACCEPT WS-RLOG-DATE-RAW FROM DATE YYYYMMDD
           ACCEPT WS-RLOG-TIME-RAW FROM TIME
           MOVE WS-RLOG-DATE-RAW(1:4) TO CSRGRUN-DATE(1:4)
           MOVE '-' TO CSRGRUN-DATE(5:1)
           MOVE WS-RLOG-DATE-RAW(5:2) TO CSRGRUN-DATE(6:2)
           MOVE '-' TO CSRGRUN-DATE(8:1)
           MOVE WS-RLOG-DATE-RAW(7:2) TO CSRGRUN-DATE(9:2)
           MOVE WS-RLOG-TIME-RAW(1:2) TO CSRGRUN-TIME(1:2)
           MOVE ':' TO CSRGRUN-TIME(3:1)
           MOVE WS-RLOG-TIME-RAW(3:2) TO CSRGRUN-TIME(4:2)
           MOVE ':' TO CSRGRUN-TIME(6:1)
           MOVE WS-RLOG-TIME-RAW(5:2) TO CSRGRUN-TIME(7:2)
           OPEN EXTEND RUNLOG
           IF WS-RLOG-STATUS-OK THEN
             WRITE RUNLOG-RECORD FROM CSRGRUN-RECORD
             CLOSE RUNLOG
           ELSE
             DISPLAY 'CBSINTAC: RUNLOG OPEN FAILED - STATUS '
                  WS-RLOG-STATUS
           END-IF
           EXIT.
       END PROGRAM CBSINTAC.
