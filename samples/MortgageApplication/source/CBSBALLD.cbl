      *+---------------------------------------------------------------+
      *| CBSBALLD                                                      |
      *|   SERVICING-SYSTEM ACCT_BALANCE FEED APPLY BATCH. THE TABLE   |
      *|   CBSCSRG, CBSSTMT AND CBSCSRP READ AS "FED BY THE SERVICING  |
      *|   SYSTEM" WAS LOADED OUTSIDE THIS SYSTEM WITH NO EDITS, NO    |
      *|   REJECT HANDLING AND NO AWARENESS OF OUR OWN POSTINGS - A    |
      *|   FEED THAT LANDED AFTER A CBSCSRP OR CBSLKBX PAYMENT         |
      *|   OVERWROTE PRIN_BALANCE AND LAST_PMT_DATE/LAST_PMT_AMT WITH  |
      *|   THE SERVICER'S OLDER FIGURES. THIS JOB APPLIES THE FEED     |
      *|   (BALFEED - ONE 'H' HEADER CARRYING THE FEED'S AS-OF DATE    |
      *|   AND DETAIL COUNT, THEN ONE 'D' RECORD PER ACCOUNT) ITSELF:  |
      *|   EVERY DETAIL GOES THROUGH THE SHARED CSRGEDT ACCOUNT EDIT,  |
      *|   A NUMERIC TEST OF EVERY MONEY FIELD, A FORMAT TEST OF BOTH  |
      *|   DATES AND A CHECK THAT THE ACCOUNT EXISTS ON CUSTOMER; A    |
      *|   RECORD FAILING ANY OF THEM GOES TO THE BALREJ REJECT FILE   |
      *|   WITH ITS REASON. AN ACCOUNT WITH PMT_HISTORY POSTINGS DATED |
      *|   AFTER THE AS-OF DATE HAS MONEY THE SERVICER HAS NOT SEEN    |
      *|   YET - ITS RECORD IS HELD ON BALHOLD (SAME SHAPE AS BALFEED, |
      *|   READY TO RE-FEED) AND REPORTED AS A CONFLICT INSTEAD OF     |
      *|   OVERWRITING OUR NEWER BALANCE. EVERYTHING ELSE UPDATES THE  |
      *|   ACCT_BALANCE ROW, OR INSERTS ONE WHERE THERE WAS NONE - THE |
      *|   "FEED GAP" CASES CBSSTMT AND CBSCSRG REPORT. BALRPT LISTS   |
      *|   EVERY ACCOUNT WITH WHAT WAS DONE TO IT AND THE TOTALS FOR   |
      *|   EACH ACTION. APPLYING A DETAIL IS AN OVERWRITE, SO A RERUN  |
      *|   OF THE SAME FEED IS HARMLESS AND NO CHECKPOINT IS KEPT;     |
      *|   WORK IS COMMITTED EVERY 500 ACCOUNTS SO THE TELLERS ARE NOT |
      *|   LOCKED OUT OF ACCT_BALANCE FOR THE WHOLE RUN. THE UPDATED/  |
      *|   INSERTED LINES AND COUNTS ARE HELD UNTIL THEIR COMMIT       |
      *|   SUCCEEDS, SO BALRPT NEVER SHOWS A ROW A ROLLBACK BACKED     |
      *|   OUT; A DB2 FAILURE REPORTS THOSE ROWS AS ROLLED BACK SINCE  |
      *|   THE LAST COMMIT INSTEAD.                                    |
      *|   RETURN CODE 4 WHEN ANYTHING WAS REJECTED OR HELD, 8 WHEN    |
      *|   THE HEADER IS MISSING OR ITS COUNT DOES NOT MATCH THE       |
      *|   DETAILS, 16 ON A DB2 FAILURE.                               |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBALLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALFEED ASSIGN TO BALFEED
                ORGANIZATION IS SEQUENTIAL.
           SELECT BALREJ ASSIGN TO BALREJ
                ORGANIZATION IS SEQUENTIAL.
           SELECT BALHOLD ASSIGN TO BALHOLD
                ORGANIZATION IS SEQUENTIAL.
           SELECT BALRPT ASSIGN TO BALRPT
                ORGANIZATION IS SEQUENTIAL.
           SELECT RUNLOG ASSIGN TO RUNLOG
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BALFEED
           RECORD CONTAINS 80 CHARACTERS.
       01 BALFEED-RECORD.
         03 BALFEED-REC-TYPE       PIC X(01).
           88 BALFEED-IS-HEADER    VALUE 'H'.
           88 BALFEED-IS-DETAIL    VALUE 'D'.
         03 FILLER                 PIC X(79).
       01 BALFEED-HEADER.
         03 FILLER                 PIC X(01).
         03 BALFEED-H-AS-OF-DATE   PIC X(10).
         03 BALFEED-H-DETAIL-COUNT PIC 9(7).
         03 FILLER                 PIC X(62).
      *    MONEY STAYS SIGNED ZONED - A CREDIT BALANCE IS A REAL
      *    BALANCE (SAME RULE AS STMTEXTR).
       01 BALFEED-DETAIL.
         03 FILLER                 PIC X(01).
         03 BALFEED-ACCOUNT-NO     PIC 9(18).
         03 BALFEED-ACCOUNT-X REDEFINES BALFEED-ACCOUNT-NO
                                   PIC X(18).
         03 BALFEED-PRIN-BALANCE   PIC S9(11)V99.
         03 BALFEED-LAST-PMT-DATE  PIC X(10).
         03 BALFEED-LAST-PMT-AMT   PIC S9(9)V99.
         03 BALFEED-NEXT-DUE-DATE  PIC X(10).
         03 FILLER                 PIC X(17).
       FD BALREJ
           RECORD CONTAINS 120 CHARACTERS.
       01 BALREJ-RECORD.
         03 BALREJ-FEED-RECORD     PIC X(80).
         03 BALREJ-REASON          PIC 9(4).
         03 BALREJ-REASON-TEXT     PIC X(30).
         03 FILLER                 PIC X(06).
       FD BALHOLD
           RECORD CONTAINS 80 CHARACTERS.
       01 BALHOLD-RECORD           PIC X(80).
       FD BALRPT
           RECORD CONTAINS 132 CHARACTERS.
       01 BALRPT-LINE              PIC X(132).
       FD RUNLOG
           RECORD CONTAINS 40 CHARACTERS.
       01 RUNLOG-RECORD            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY CSRGRUN.
       01 WS-RLOG-STATUS           PIC X(02) VALUE '00'.
         88 WS-RLOG-STATUS-OK      VALUE '00'.
       01 WS-RLOG-DATE-RAW         PIC X(08).
       01 WS-RLOG-TIME-RAW         PIC X(08).
       COPY CSRGEDT.
       01 WS-EDT-ACCT-NUM          PIC 9(18).
       01 WS-SQLCODE               PIC S9(9) COMP-5.
       01 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
         88 WS-EOF                 VALUE 'Y'.
       01 WS-HEADER-BAD-FLAG       PIC X(01) VALUE 'N'.
         88 WS-HEADER-BAD          VALUE 'Y'.
       01 WS-AS-OF-DATE            PIC X(10).
       01 WS-HDR-DETAIL-COUNT      PIC 9(7) VALUE 0.
       01 WS-DATE-TEST             PIC X(10).
       01 WS-DATE-OK-FLAG          PIC X(01).
         88 WS-DATE-OK             VALUE 'Y'.
       01 WS-ACCOUNT-NO            PIC S9(18).
       01 WS-ACCOUNT-STATUS        PIC X(01).
       01 WS-PRIN-BALANCE          PIC S9(11)V99 COMP-3.
       01 WS-LAST-PMT-DATE         PIC X(10).
       01 WS-LAST-PMT-AMOUNT       PIC S9(9)V99 COMP-3.
       01 WS-NEXT-DUE-DATE         PIC X(10).
       01 WS-LATER-PMT-COUNT       PIC S9(9) COMP-5.
       01 WS-LATEST-PMT-DATE       PIC X(10).
       01 WS-LATER-PMT-DISP        PIC ZZZ9.
       01 WS-REJ-REASON            PIC 9(4).
       01 WS-REJ-TEXT              PIC X(30).
       01 WS-READ-COUNT            PIC 9(7) VALUE 0.
       01 WS-UPDATED-COUNT         PIC 9(7) VALUE 0.
       01 WS-INSERTED-COUNT        PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT        PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT            PIC 9(7) VALUE 0.
       01 WS-SINCE-COMMIT          PIC 9(4) COMP-4 VALUE 0.
      *    UPDATED/INSERTED ROWS SINCE THE LAST COMMIT - THEIR REPORT
      *    LINES AND COUNTS ARE RELEASED ONLY WHEN THE COMMIT WORKS.
      *    AT MOST ONE LINE PER STORE-BALANCE-ROW BETWEEN COMMITS,
      *    SO THE TABLE IS SIZED TO THE COMMIT INTERVAL.
       01 WS-PEND-UPDATED          PIC 9(7) VALUE 0.
       01 WS-PEND-INSERTED         PIC 9(7) VALUE 0.
       01 WS-ROLLED-BACK-COUNT     PIC 9(7) VALUE 0.
       01 WS-PEND-LINE-COUNT       PIC 9(4) COMP-4 VALUE 0.
       01 WS-PEND-IX               PIC 9(4) COMP-4 VALUE 0.
       01 WS-PEND-LINE-TABLE.
         03 WS-PEND-LINE           PIC X(132) OCCURS 500.
       01 WS-HDG-LINE.
         03 FILLER PIC X(41)
              VALUE 'ACCT_BALANCE SERVICING FEED APPLY - AS OF'.
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-HDG-AS-OF           PIC X(10).
         03 FILLER PIC X(80) VALUE SPACES.
       01 WS-COL-LINE.
         03 FILLER PIC X(20) VALUE 'ACCOUNT NO'.
         03 FILLER PIC X(10) VALUE 'ACTION'.
         03 FILLER PIC X(21) VALUE '  PRINCIPAL BALANCE'.
         03 FILLER PIC X(81) VALUE 'DETAIL'.
       01 WS-DETAIL-LINE.
         03 WS-DET-ACCT            PIC X(18).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DET-ACTION          PIC X(08).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DET-BAL             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DET-TEXT            PIC X(50).
         03 FILLER PIC X(32) VALUE SPACES.
       01 WS-SUM-LINE.
         03 WS-SUM-NAME            PIC X(30).
         03 WS-SUM-COUNT           PIC ZZZZZZ9.
         03 FILLER PIC X(95) VALUE SPACES.
       01 WS-SEP-LINE              PIC X(132) VALUE ALL '-'.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM WRITE-RUN-START
           OPEN INPUT BALFEED
           OPEN OUTPUT BALREJ
           OPEN OUTPUT BALHOLD
           OPEN OUTPUT BALRPT
           PERFORM READ-NEXT-FEED
           IF WS-EOF OR NOT BALFEED-IS-HEADER THEN
      *        WITHOUT THE AS-OF DATE THERE IS NO WAY TO TELL WHICH
      *        OF OUR OWN POSTINGS THE SERVICER HAS NOT SEEN - APPLY
      *        NOTHING RATHER THAN RISK OVERWRITING THEM.
             DISPLAY 'CBSBALLD: BALFEED DOES NOT START WITH AN AS-OF '
                  'HEADER - FEED NOT APPLIED'
             MOVE 'Y' TO WS-HEADER-BAD-FLAG
           ELSE
             MOVE BALFEED-H-AS-OF-DATE TO WS-DATE-TEST
             PERFORM CHECK-DATE-FORMAT
             IF NOT WS-DATE-OK OR WS-DATE-TEST = SPACES THEN
               DISPLAY 'CBSBALLD: HEADER AS-OF DATE '''
                    BALFEED-H-AS-OF-DATE
                    ''' NOT YYYY-MM-DD - FEED NOT APPLIED'
               MOVE 'Y' TO WS-HEADER-BAD-FLAG
             ELSE
               MOVE BALFEED-H-AS-OF-DATE TO WS-AS-OF-DATE
               IF BALFEED-H-DETAIL-COUNT NUMERIC THEN
                 MOVE BALFEED-H-DETAIL-COUNT TO WS-HDR-DETAIL-COUNT
               END-IF
             END-IF
           END-IF
           IF WS-HEADER-BAD THEN
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE WS-AS-OF-DATE TO WS-HDG-AS-OF
             WRITE BALRPT-LINE FROM WS-HDG-LINE
             WRITE BALRPT-LINE FROM WS-COL-LINE
             PERFORM READ-NEXT-FEED
             PERFORM UNTIL WS-EOF
               PERFORM APPLY-ONE-RECORD
               PERFORM READ-NEXT-FEED
             END-PERFORM
             IF RETURN-CODE < 16 THEN
               PERFORM COMMIT-APPLIED-WORK
             END-IF
             PERFORM WRITE-FEED-SUMMARY
           END-IF
           CLOSE BALFEED
           CLOSE BALREJ
           CLOSE BALHOLD
           CLOSE BALRPT
           IF WS-REJECTED-COUNT + WS-HELD-COUNT > 0
              AND RETURN-CODE = 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-END
           GOBACK.
       READ-NEXT-FEED.
           READ BALFEED
             AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           EXIT.
       CHECK-DATE-FORMAT.
      *    WS-DATE-TEST IS PRESET BY THE CALLER. BLANK PASSES - A
      *    NEW LOAN HAS NO LAST PAYMENT YET - THE CALLER DECIDES
      *    WHETHER BLANK IS ACCEPTABLE FOR ITS FIELD.
           MOVE 'Y' TO WS-DATE-OK-FLAG
           IF WS-DATE-TEST NOT = SPACES THEN
             IF WS-DATE-TEST(1:4) NOT NUMERIC OR
                WS-DATE-TEST(5:1) NOT = '-' OR
                WS-DATE-TEST(6:2) NOT NUMERIC OR
                WS-DATE-TEST(8:1) NOT = '-' OR
                WS-DATE-TEST(9:2) NOT NUMERIC THEN
               MOVE 'N' TO WS-DATE-OK-FLAG
             END-IF
           END-IF
           EXIT.
       APPLY-ONE-RECORD.
           IF NOT BALFEED-IS-DETAIL THEN
             MOVE 0644 TO WS-REJ-REASON
             MOVE 'UNKNOWN RECORD TYPE' TO WS-REJ-TEXT
             PERFORM REJECT-ONE-RECORD
           ELSE
             ADD 1 TO WS-READ-COUNT
             PERFORM EDIT-ONE-DETAIL
             IF CSRGEDT-RC NOT = 0 THEN
               PERFORM REJECT-ONE-RECORD
             ELSE
               PERFORM CHECK-CUSTOMER-ROW
             END-IF
           END-IF
           EXIT.
       EDIT-ONE-DETAIL.
      *    SIGN-TOLERANT NUMERIC TEST ON THE ZONED FIELD FIRST, THEN
      *    AN UNSIGNED IMAGE FOR THE CHARACTER-LEVEL EDITS - SAME
      *    DISCIPLINE AS CBSSTMT. THE FEED-SPECIFIC EDITS REUSE THE
      *    CSRGEDT RC/REASON PAIR SO EVERY REJECT CARRIES A REASON.
           MOVE 'A' TO CSRGEDT-FUNCTION
           IF BALFEED-ACCOUNT-NO NOT NUMERIC THEN
             MOVE 1 TO CSRGEDT-RC
             MOVE 0601 TO CSRGEDT-REASON
           ELSE
             MOVE BALFEED-ACCOUNT-NO TO WS-EDT-ACCT-NUM
             MOVE WS-EDT-ACCT-NUM TO CSRGEDT-ACCOUNT-NO
             CALL 'CSRGEDT' USING CSRGEDT-PARM
           END-IF
           MOVE CSRGEDT-REASON TO WS-REJ-REASON
           MOVE 'FAILED ACCOUNT EDIT' TO WS-REJ-TEXT
           IF CSRGEDT-RC = 0 THEN
             IF BALFEED-PRIN-BALANCE NOT NUMERIC OR
                BALFEED-LAST-PMT-AMT NOT NUMERIC THEN
               MOVE 1 TO CSRGEDT-RC
               MOVE 0641 TO WS-REJ-REASON
               MOVE 'MONEY FIELD NOT NUMERIC' TO WS-REJ-TEXT
             END-IF
           END-IF
           IF CSRGEDT-RC = 0 THEN
             MOVE BALFEED-LAST-PMT-DATE TO WS-DATE-TEST
             PERFORM CHECK-DATE-FORMAT
             IF WS-DATE-OK THEN
               MOVE BALFEED-NEXT-DUE-DATE TO WS-DATE-TEST
               PERFORM CHECK-DATE-FORMAT
             END-IF
             IF NOT WS-DATE-OK THEN
               MOVE 1 TO CSRGEDT-RC
               MOVE 0642 TO WS-REJ-REASON
               MOVE 'DATE FIELD NOT YYYY-MM-DD' TO WS-REJ-TEXT
             END-IF
           END-IF
           EXIT.
       CHECK-CUSTOMER-ROW.
           MOVE BALFEED-ACCOUNT-NO TO WS-ACCOUNT-NO
           EXEC SQL
                SELECT ACCOUNT_STATUS
                  INTO :WS-ACCOUNT-STATUS
                  FROM CUSTOMER
                 WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           EVALUATE TRUE
             WHEN WS-SQLCODE = 100
               MOVE 0101 TO WS-REJ-REASON
               MOVE 'NOT ON CUSTOMER TABLE' TO WS-REJ-TEXT
               PERFORM REJECT-ONE-RECORD
             WHEN WS-SQLCODE NOT = 0
               DISPLAY 'CBSBALLD: CUSTOMER FETCH FAILED - SQLCODE '
                    WS-SQLCODE
               PERFORM STOP-ON-DB2-FAILURE
             WHEN OTHER
               PERFORM CHECK-LATER-POSTINGS
           END-EVALUATE
           EXIT.
       CHECK-LATER-POSTINGS.
           EXEC SQL
                SELECT COUNT(*), COALESCE(MAX(PMT_DATE), ' ')
                  INTO :WS-LATER-PMT-COUNT, :WS-LATEST-PMT-DATE
                  FROM PMT_HISTORY
                 WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
                   AND PMT_DATE > :WS-AS-OF-DATE
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           EVALUATE TRUE
             WHEN WS-SQLCODE NOT = 0
               DISPLAY 'CBSBALLD: PMT_HISTORY COUNT FAILED - SQLCODE '
                    WS-SQLCODE
               PERFORM STOP-ON-DB2-FAILURE
             WHEN WS-LATER-PMT-COUNT > 0
               PERFORM HOLD-ONE-RECORD
             WHEN OTHER
               PERFORM STORE-BALANCE-ROW
           END-EVALUATE
           EXIT.
       STORE-BALANCE-ROW.
           MOVE BALFEED-PRIN-BALANCE TO WS-PRIN-BALANCE
           MOVE BALFEED-LAST-PMT-DATE TO WS-LAST-PMT-DATE
           MOVE BALFEED-LAST-PMT-AMT TO WS-LAST-PMT-AMOUNT
           MOVE BALFEED-NEXT-DUE-DATE TO WS-NEXT-DUE-DATE
           EXEC SQL
                UPDATE ACCT_BALANCE
                   SET PRIN_BALANCE = :WS-PRIN-BALANCE,
                       LAST_PMT_DATE = :WS-LAST-PMT-DATE,
                       LAST_PMT_AMT = :WS-LAST-PMT-AMOUNT,
                       NEXT_DUE_DATE = :WS-NEXT-DUE-DATE
                 WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           EVALUATE TRUE
             WHEN WS-SQLCODE = 0
               ADD 1 TO WS-PEND-UPDATED
               MOVE 'UPDATED' TO WS-DET-ACTION
               MOVE SPACES TO WS-DET-TEXT
               PERFORM HOLD-DETAIL-LINE
             WHEN WS-SQLCODE = 100
               PERFORM INSERT-BALANCE-ROW
             WHEN OTHER
               DISPLAY 'CBSBALLD: ACCT_BALANCE UPDATE FAILED - '
                    'SQLCODE ' WS-SQLCODE
               PERFORM STOP-ON-DB2-FAILURE
           END-EVALUATE
           PERFORM COMMIT-IF-DUE
           EXIT.
       INSERT-BALANCE-ROW.
      *    NO ROW YET - THE FEED GAP CBSSTMT AND CBSCSRG HAVE BEEN
      *    REPORTING. THE FEED IS NOW THE ONE THAT CLOSES IT.
           EXEC SQL
                INSERT INTO ACCT_BALANCE
                       (ACCOUNT_NO, PRIN_BALANCE, LAST_PMT_DATE,
                        LAST_PMT_AMT, NEXT_DUE_DATE)
                VALUES (:WS-ACCOUNT-NO, :WS-PRIN-BALANCE,
                        :WS-LAST-PMT-DATE, :WS-LAST-PMT-AMOUNT,
                        :WS-NEXT-DUE-DATE)
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0 THEN
             DISPLAY 'CBSBALLD: ACCT_BALANCE INSERT FAILED - SQLCODE '
                  WS-SQLCODE
             PERFORM STOP-ON-DB2-FAILURE
           ELSE
             ADD 1 TO WS-PEND-INSERTED
             MOVE 'INSERTED' TO WS-DET-ACTION
             MOVE 'NO PRIOR ACCT_BALANCE ROW - FEED GAP CLOSED'
                  TO WS-DET-TEXT
             PERFORM HOLD-DETAIL-LINE
           END-IF
           EXIT.
       COMMIT-IF-DUE.
           ADD 1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT NOT < 500 AND RETURN-CODE < 16 THEN
             PERFORM COMMIT-APPLIED-WORK
           END-IF
           EXIT.
       COMMIT-APPLIED-WORK.
      *    ONLY A SUCCESSFUL COMMIT MAKES THE HELD LINES AND COUNTS
      *    TRUE - RELEASE THEM TO BALRPT AND THE TOTALS NOW.
           EXEC SQL
                COMMIT
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0 THEN
             DISPLAY 'CBSBALLD: COMMIT FAILED - SQLCODE ' WS-SQLCODE
             PERFORM STOP-ON-DB2-FAILURE
           ELSE
             PERFORM WRITE-PEND-LINE
                  VARYING WS-PEND-IX FROM 1 BY 1
                  UNTIL WS-PEND-IX > WS-PEND-LINE-COUNT
             ADD WS-PEND-UPDATED TO WS-UPDATED-COUNT
             ADD WS-PEND-INSERTED TO WS-INSERTED-COUNT
             MOVE 0 TO WS-PEND-UPDATED
             MOVE 0 TO WS-PEND-INSERTED
             MOVE 0 TO WS-PEND-LINE-COUNT
             MOVE 0 TO WS-SINCE-COMMIT
           END-IF
           EXIT.
       WRITE-PEND-LINE.
           WRITE BALRPT-LINE FROM WS-PEND-LINE(WS-PEND-IX)
           EXIT.
       HOLD-ONE-RECORD.
      *    OUR OWN POSTINGS ARE NEWER THAN THE SERVICER'S FIGURES -
      *    KEEP OUR BALANCE AND PARK THE FEED RECORD FOR THE NEXT
      *    FEED (OR A PERSON) TO SETTLE.
           ADD 1 TO WS-HELD-COUNT
           MOVE BALFEED-RECORD TO BALHOLD-RECORD
           WRITE BALHOLD-RECORD
           MOVE 'HELD' TO WS-DET-ACTION
           MOVE SPACES TO WS-DET-TEXT
           MOVE WS-LATER-PMT-COUNT TO WS-LATER-PMT-DISP
           STRING 'CONFLICT -' DELIMITED BY SIZE
                  WS-LATER-PMT-DISP DELIMITED BY SIZE
                  ' POSTED AFTER AS-OF, LAST '
                       DELIMITED BY SIZE
                  WS-LATEST-PMT-DATE DELIMITED BY SIZE
             INTO WS-DET-TEXT
           END-STRING
           MOVE BALFEED-PRIN-BALANCE TO WS-PRIN-BALANCE
           PERFORM WRITE-DETAIL-LINE
           EXIT.
       REJECT-ONE-RECORD.
      *    WS-REJ-REASON/WS-REJ-TEXT ARE PRESET BY THE CALLER.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO BALREJ-RECORD
           MOVE BALFEED-RECORD TO BALREJ-FEED-RECORD
           MOVE WS-REJ-REASON TO BALREJ-REASON
           MOVE WS-REJ-TEXT TO BALREJ-REASON-TEXT
           WRITE BALREJ-RECORD
           MOVE 'REJECTED' TO WS-DET-ACTION
           MOVE WS-REJ-TEXT TO WS-DET-TEXT
           MOVE 0 TO WS-PRIN-BALANCE
           IF BALFEED-PRIN-BALANCE NUMERIC THEN
             MOVE BALFEED-PRIN-BALANCE TO WS-PRIN-BALANCE
           END-IF
           PERFORM WRITE-DETAIL-LINE
           EXIT.
       WRITE-DETAIL-LINE.
           MOVE BALFEED-ACCOUNT-X TO WS-DET-ACCT
           MOVE WS-PRIN-BALANCE TO WS-DET-BAL
           WRITE BALRPT-LINE FROM WS-DETAIL-LINE
           EXIT.
       HOLD-DETAIL-LINE.
           MOVE BALFEED-ACCOUNT-X TO WS-DET-ACCT
           MOVE WS-PRIN-BALANCE TO WS-DET-BAL
           ADD 1 TO WS-PEND-LINE-COUNT
           MOVE WS-DETAIL-LINE TO WS-PEND-LINE(WS-PEND-LINE-COUNT)
           EXIT.
       STOP-ON-DB2-FAILURE.
      *    EVERYTHING SINCE THE LAST COMMIT IS BACKED OUT WITH THE
      *    RUN; THE FEED IS SAFE TO RERUN FROM THE TOP. THE HELD
      *    LINES FOR THOSE ROWS ARE DROPPED AND THE ROWS COUNTED AS
      *    ROLLED BACK, SO BALRPT STILL MATCHES ACCT_BALANCE.
           EXEC SQL
                ROLLBACK
           END-EXEC
           ADD WS-PEND-UPDATED TO WS-ROLLED-BACK-COUNT
           ADD WS-PEND-INSERTED TO WS-ROLLED-BACK-COUNT
           MOVE 0 TO WS-PEND-UPDATED
           MOVE 0 TO WS-PEND-INSERTED
           MOVE 0 TO WS-PEND-LINE-COUNT
           MOVE 16 TO RETURN-CODE
           MOVE 'Y' TO WS-EOF-FLAG
           EXIT.
       WRITE-FEED-SUMMARY.
           WRITE BALRPT-LINE FROM WS-SEP-LINE
           MOVE 'DETAILS READ:' TO WS-SUM-NAME
           MOVE WS-READ-COUNT TO WS-SUM-COUNT
           WRITE BALRPT-LINE FROM WS-SUM-LINE
           MOVE 'UPDATED:' TO WS-SUM-NAME
           MOVE WS-UPDATED-COUNT TO WS-SUM-COUNT
           WRITE BALRPT-LINE FROM WS-SUM-LINE
           MOVE 'INSERTED:' TO WS-SUM-NAME
           MOVE WS-INSERTED-COUNT TO WS-SUM-COUNT
           WRITE BALRPT-LINE FROM WS-SUM-LINE
           MOVE 'REJECTED:' TO WS-SUM-NAME
           MOVE WS-REJECTED-COUNT TO WS-SUM-COUNT
           WRITE BALRPT-LINE FROM WS-SUM-LINE
           MOVE 'HELD - CONFLICT:' TO WS-SUM-NAME
           MOVE WS-HELD-COUNT TO WS-SUM-COUNT
           WRITE BALRPT-LINE FROM WS-SUM-LINE
           MOVE 'ROLLED BACK SINCE LAST COMMIT:' TO WS-SUM-NAME
           MOVE WS-ROLLED-BACK-COUNT TO WS-SUM-COUNT
           WRITE BALRPT-LINE FROM WS-SUM-LINE
           IF RETURN-CODE < 16 AND
              WS-READ-COUNT NOT = WS-HDR-DETAIL-COUNT THEN
             DISPLAY 'CBSBALLD: HEADER SAYS ' WS-HDR-DETAIL-COUNT
                  ' DETAILS, FEED CARRIED ' WS-READ-COUNT
             MOVE 'HEADER COUNT MISMATCH:' TO WS-SUM-NAME
             MOVE WS-HDR-DETAIL-COUNT TO WS-SUM-COUNT
             WRITE BALRPT-LINE FROM WS-SUM-LINE
             MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.
       WRITE-RUN-START.
           MOVE 'CBSBALLD' TO CSRGRUN-JOB-NAME
           MOVE 'S' TO CSRGRUN-EVENT
           MOVE 0 TO CSRGRUN-RECORDS
           MOVE 0 TO CSRGRUN-RETCODE
           PERFORM WRITE-RUN-RECORD
           EXIT.
       WRITE-RUN-END.
           MOVE 'CBSBALLD' TO CSRGRUN-JOB-NAME
           MOVE 'E' TO CSRGRUN-EVENT
           MOVE WS-READ-COUNT TO CSRGRUN-RECORDS
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
             DISPLAY 'CBSBALLD: RUNLOG OPEN FAILED - STATUS '
                  WS-RLOG-STATUS
           END-IF
           EXIT.
       END PROGRAM CBSBALLD.
