      *+---------------------------------------------------------------+
      *| CBSTLRPF                                                      |
      *|   TELLER END-OF-DAY PAYMENT PROOF AND CASH BALANCING REPORT.  |
      *|   CBSCSRP STAMPS POSTED_BY ON EVERY PMT_HISTORY ROW AND       |
      *|   WRITES A CSRGMAU FUNCTION 'P' RECORD CARRYING THE OLD AND   |
      *|   NEW BALANCE, BUT NOTHING ADDED ANY OF IT UP AT CLOSE OF     |
      *|   BUSINESS. THIS JOB PROVES ONE BUSINESS DAY (PRFPARM COLS    |
      *|   1-10, YYYY-MM-DD; MISSING OR BLANK = TODAY) BY A BALANCE-   |
      *|   LINE MATCH (CBSACREC DISCIPLINE) OF THE DAY'S PMT_HISTORY   |
      *|   ROWS AGAINST THE DAY'S 'P' RECORDS ON THE MAUEXTR REPRO,    |
      *|   BOTH ASCENDING BY ACCOUNT AND TIME - CBSCSRP STAMPS THE     |
      *|   HISTORY ROW AND THE AUDIT KEY WITH THE SAME DATE AND TIME,  |
      *|   SO ACCOUNT + TIME PAIRS THEM. PRFRPT SHOWS, PER POSTED_BY   |
      *|   USER AND PER TERMINAL, THE COUNT AND TOTAL FROM EACH SOURCE |
      *|   SIDE BY SIDE (PMT_HISTORY HAS NO TERMINAL COLUMN, SO A      |
      *|   HISTORY ROW IS CREDITED TO THE TERMINAL ON ITS MATCHING     |
      *|   AUDIT RECORD, OR TO '????' WHEN THERE IS NONE), THEN AN     |
      *|   EXCEPTION PAGE LISTING EVERY POSTING FOUND IN ONE SOURCE    |
      *|   BUT NOT THE OTHER - THE "AUDIT RECORD LOST" CASE - AND      |
      *|   EVERY AUDIT RECORD WHOSE BEFORE-MINUS-AFTER BALANCE IS NOT  |
      *|   THE PMT_AMT, SO A SUPERVISOR CAN SIGN OFF EACH DRAWER.      |
      *|   RETURN CODE 4 WHEN THE EXCEPTION PAGE IS NOT EMPTY, 16 ON   |
      *|   A DB2 FAILURE.                                              |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSTLRPF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAUEXTR ASSIGN TO MAUEXTR
                ORGANIZATION IS SEQUENTIAL.
           SELECT PRFPARM ASSIGN TO PRFPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
           SELECT PRFRPT ASSIGN TO PRFRPT
                ORGANIZATION IS SEQUENTIAL.
           SELECT RUNLOG ASSIGN TO RUNLOG
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MAUEXTR
           RECORD CONTAINS 169 CHARACTERS.
       01 MAUEXTR-RECORD           PIC X(169).
       FD PRFPARM
           RECORD CONTAINS 80 CHARACTERS.
       01 PRFPARM-RECORD.
         03 PRFPARM-PROOF-DATE     PIC X(10).
         03 FILLER                 PIC X(70).
       FD PRFRPT
           RECORD CONTAINS 132 CHARACTERS.
       01 PRFRPT-LINE              PIC X(132).
       FD RUNLOG
           RECORD CONTAINS 40 CHARACTERS.
       01 RUNLOG-RECORD            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY CSRGRUN.
       01 WS-RLOG-STATUS           PIC X(02) VALUE '00'.
         88 WS-RLOG-STATUS-OK      VALUE '00'.
       01 WS-RLOG-DATE-RAW         PIC X(08).
       01 WS-RLOG-TIME-RAW         PIC X(08).
       COPY CSRGMAU.
       01 WS-PARM-STATUS           PIC X(02) VALUE '00'.
         88 WS-PARM-STATUS-OK      VALUE '00'.
       01 WS-SQLCODE               PIC S9(9) COMP-5.
       01 WS-RUN-DATE-RAW          PIC X(08).
       01 WS-PROOF-DATE            PIC X(10).
       01 WS-HIST-EOF-FLAG         PIC X(01) VALUE 'N'.
         88 WS-HIST-EOF            VALUE 'Y'.
       01 WS-AUD-EOF-FLAG          PIC X(01) VALUE 'N'.
         88 WS-AUD-EOF             VALUE 'Y'.
      *    MATCH KEYS - UNSIGNED ACCOUNT IMAGE SO THE CHARACTER
      *    COMPARE COLLATES THE SAME WAY THE NUMBERS DO; HIGH-VALUES
      *    AT END OF FILE SO THE OTHER SIDE DRAINS.
       01 WS-HIST-KEY.
         03 WS-HIST-KEY-ACCT       PIC 9(18).
         03 WS-HIST-KEY-TIME       PIC X(08).
       01 WS-AUD-KEY.
         03 WS-AUD-KEY-ACCT        PIC 9(18).
         03 WS-AUD-KEY-TIME        PIC X(08).
       01 WS-HIST-ACCOUNT-NO       PIC S9(18).
       01 WS-HIST-PMT-TIME         PIC X(08).
       01 WS-HIST-PMT-AMT          PIC S9(9)V99 COMP-3.
       01 WS-HIST-POSTED-BY        PIC X(08).
       01 WS-HIST-TERMINAL-ID      PIC X(04).
       01 WS-AUD-TAKEN-FLAG        PIC X(01).
         88 WS-AUD-TAKEN           VALUE 'Y'.
      *    THE 'P' IMAGES ARE EDITED MONEY (SEE CBSCSRP WRITE-
      *    PAYMENT-AUDIT): OLD BALANCE IN BEFORE(1:18), NEW BALANCE
      *    IN AFTER(1:18), AMOUNT IN AFTER(21:15). A MOVE BACK
      *    THROUGH THE SAME EDITED PICTURE DE-EDITS THEM.
       01 WS-BAL-EDIT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-AMT-EDIT              PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-AUD-OLD-BAL           PIC S9(11)V99 COMP-3.
       01 WS-AUD-NEW-BAL           PIC S9(11)V99 COMP-3.
       01 WS-AUD-AMT               PIC S9(9)V99 COMP-3.
       01 WS-AUD-MOVED             PIC S9(11)V99 COMP-3.
       01 WS-HIST-COUNT            PIC 9(7) VALUE 0.
       01 WS-HIST-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-AUD-COUNT             PIC 9(7) VALUE 0.
       01 WS-AUD-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-MATCH-COUNT           PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT       PIC 9(7) VALUE 0.
      *    ONE TABLE ENTRY PER USER AND PER TERMINAL, HISTORY SIDE
      *    AND AUDIT SIDE CARRIED TOGETHER SO THE PRINTED LINE
      *    SHOWS BOTH SOURCES FOR THE SAME DRAWER.
       01 WS-ENTRY-ID              PIC X(08).
       01 WS-SIDE-FLAG             PIC X(01).
         88 WS-SIDE-HIST           VALUE 'H'.
         88 WS-SIDE-AUD            VALUE 'A'.
       01 WS-ENTRY-AMT             PIC S9(9)V99 COMP-3.
       01 WS-USER-IX               PIC 9(4) COMP-4.
       01 WS-USER-FOUND-FLAG       PIC X(01).
         88 WS-USER-FOUND          VALUE 'Y'.
       01 WS-USER-COUNT            PIC 9(4) COMP-4 VALUE 0.
       01 WS-USER-OVFL-FLAG        PIC X(01) VALUE 'N'.
         88 WS-USER-OVFL           VALUE 'Y'.
       01 WS-USER-TABLE.
         03 WS-USER-ENTRY OCCURS 100.
           05 WS-USER-TBL-ID       PIC X(08).
           05 WS-USER-TBL-H-CNT    PIC 9(7).
           05 WS-USER-TBL-H-AMT    PIC S9(13)V99 COMP-3.
           05 WS-USER-TBL-A-CNT    PIC 9(7).
           05 WS-USER-TBL-A-AMT    PIC S9(13)V99 COMP-3.
       01 WS-TERM-IX               PIC 9(4) COMP-4.
       01 WS-TERM-FOUND-FLAG       PIC X(01).
         88 WS-TERM-FOUND          VALUE 'Y'.
       01 WS-TERM-COUNT            PIC 9(4) COMP-4 VALUE 0.
       01 WS-TERM-OVFL-FLAG        PIC X(01) VALUE 'N'.
         88 WS-TERM-OVFL           VALUE 'Y'.
       01 WS-TERM-TABLE.
         03 WS-TERM-ENTRY OCCURS 100.
           05 WS-TERM-TBL-ID       PIC X(08).
           05 WS-TERM-TBL-H-CNT    PIC 9(7).
           05 WS-TERM-TBL-H-AMT    PIC S9(13)V99 COMP-3.
           05 WS-TERM-TBL-A-CNT    PIC 9(7).
           05 WS-TERM-TBL-A-AMT    PIC S9(13)V99 COMP-3.
      *    EXCEPTIONS ARE COLLECTED DURING THE MATCH AND PRINTED
      *    TOGETHER AFTER THE DRAWER TOTALS (CBSSTMT DISCIPLINE).
       01 WS-EXC-IX                PIC 9(4) COMP-4.
       01 WS-EXC-COUNT             PIC 9(4) COMP-4 VALUE 0.
       01 WS-EXC-OVFL-FLAG         PIC X(01) VALUE 'N'.
         88 WS-EXC-OVFL            VALUE 'Y'.
       01 WS-EXC-TABLE.
         03 WS-EXC-ENTRY OCCURS 500.
           05 WS-EXC-TBL-ACCT      PIC 9(18).
           05 WS-EXC-TBL-TIME      PIC X(08).
           05 WS-EXC-TBL-USER      PIC X(08).
           05 WS-EXC-TBL-TERM      PIC X(04).
           05 WS-EXC-TBL-AMT       PIC S9(9)V99 COMP-3.
           05 WS-EXC-TBL-TEXT      PIC X(40).
           EXEC SQL
                DECLARE PRFCSR CURSOR FOR
                SELECT ACCOUNT_NO, PMT_TIME, PMT_AMT, POSTED_BY
                  FROM PMT_HISTORY
                 WHERE PMT_DATE = :WS-PROOF-DATE
                 ORDER BY ACCOUNT_NO, PMT_TIME
           END-EXEC
       01 WS-HDG-LINE.
         03 FILLER PIC X(40)
              VALUE 'TELLER PAYMENT PROOF - BUSINESS DATE'.
         03 WS-HDG-DATE            PIC X(10).
         03 FILLER PIC X(82) VALUE SPACES.
       01 WS-SEP-LINE              PIC X(132) VALUE ALL '-'.
       01 WS-GRP-HDG-LINE.
         03 WS-GRP-HDG-TEXT        PIC X(40).
         03 FILLER PIC X(92) VALUE SPACES.
       01 WS-COL-LINE.
         03 FILLER PIC X(10) VALUE 'ID'.
         03 FILLER PIC X(09) VALUE 'HIST CNT'.
         03 FILLER PIC X(22) VALUE '        HISTORY TOTAL'.
         03 FILLER PIC X(09) VALUE ' AUD CNT'.
         03 FILLER PIC X(22) VALUE '          AUDIT TOTAL'.
         03 FILLER PIC X(60) VALUE SPACES.
       01 WS-DRAWER-LINE.
         03 WS-DRW-ID              PIC X(08).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DRW-H-CNT           PIC ZZZZZZ9.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DRW-H-AMT           PIC ZZZZ,ZZZ,ZZZ,ZZ9.99-.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DRW-A-CNT           PIC ZZZZZZ9.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DRW-A-AMT           PIC ZZZZ,ZZZ,ZZZ,ZZ9.99-.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DRW-FLAG            PIC X(20).
         03 FILLER PIC X(40) VALUE SPACES.
       01 WS-USER-OVFL-LINE.
         03 FILLER PIC X(46)
              VALUE 'MORE THAN 100 USERS - USER SUMMARY INCOMPLETE'.
         03 FILLER PIC X(86) VALUE SPACES.
       01 WS-TERM-OVFL-LINE.
         03 FILLER PIC X(54) VALUE
              'MORE THAN 100 TERMINALS - TERMINAL SUMMARY INCOMPLETE'.
         03 FILLER PIC X(78) VALUE SPACES.
       01 WS-EXC-HDG-LINE.
         03 FILLER PIC X(40)
              VALUE 'EXCEPTIONS - POSTINGS THAT DO NOT PROVE'.
         03 FILLER PIC X(92) VALUE SPACES.
       01 WS-EXC-COL-LINE.
         03 FILLER PIC X(20) VALUE 'ACCOUNT NO'.
         03 FILLER PIC X(10) VALUE 'TIME'.
         03 FILLER PIC X(10) VALUE 'USER'.
         03 FILLER PIC X(06) VALUE 'TERM'.
         03 FILLER PIC X(17) VALUE '         AMOUNT'.
         03 FILLER PIC X(69) VALUE 'PROBLEM'.
       01 WS-EXC-LINE.
         03 WS-EXC-DET-ACCT        PIC 9(18).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-EXC-DET-TIME        PIC X(08).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-EXC-DET-USER        PIC X(08).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-EXC-DET-TERM        PIC X(04).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-EXC-DET-AMT         PIC ZZZ,ZZZ,ZZ9.99-.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-EXC-DET-TEXT        PIC X(40).
         03 FILLER PIC X(29) VALUE SPACES.
       01 WS-EXC-OVFL-LINE.
         03 FILLER PIC X(52) VALUE
              'MORE THAN 500 EXCEPTIONS - EXCEPTION PAGE INCOMPLETE'.
         03 FILLER PIC X(80) VALUE SPACES.
       01 WS-SUM1-LINE.
         03 FILLER PIC X(24) VALUE 'PMT_HISTORY POSTINGS:  '.
         03 WS-SUM-HIST-CNT        PIC ZZZZZZ9.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-SUM-HIST-AMT        PIC ZZZZ,ZZZ,ZZZ,ZZ9.99-.
         03 FILLER PIC X(79) VALUE SPACES.
       01 WS-SUM2-LINE.
         03 FILLER PIC X(24) VALUE 'CSRGMAU PAYMENT AUDITS: '.
         03 WS-SUM-AUD-CNT         PIC ZZZZZZ9.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-SUM-AUD-AMT         PIC ZZZZ,ZZZ,ZZZ,ZZ9.99-.
         03 FILLER PIC X(79) VALUE SPACES.
       01 WS-SUM3-LINE.
         03 FILLER PIC X(24) VALUE 'MATCHED:               '.
         03 WS-SUM-MATCHED         PIC ZZZZZZ9.
         03 FILLER PIC X(16) VALUE '   EXCEPTIONS: '.
         03 WS-SUM-EXC             PIC ZZZZZZ9.
         03 FILLER PIC X(78) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM WRITE-RUN-START
           PERFORM READ-PROOF-PARM
           OPEN INPUT MAUEXTR
           OPEN OUTPUT PRFRPT
           MOVE WS-PROOF-DATE TO WS-HDG-DATE
           WRITE PRFRPT-LINE FROM WS-HDG-LINE
           EXEC SQL
                OPEN PRFCSR
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0 THEN
             DISPLAY 'CBSTLRPF: OPEN CURSOR FAILED - SQLCODE '
                  WS-SQLCODE
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM READ-NEXT-HISTORY
             PERFORM READ-NEXT-AUDIT
             PERFORM MATCH-ONE-PAIR
                UNTIL WS-HIST-EOF AND WS-AUD-EOF
             EXEC SQL
                  CLOSE PRFCSR
             END-EXEC
           END-IF
           PERFORM WRITE-DRAWER-TOTALS
           PERFORM WRITE-EXCEPTION-PAGE
           MOVE WS-HIST-COUNT TO WS-SUM-HIST-CNT
           MOVE WS-HIST-TOTAL TO WS-SUM-HIST-AMT
           MOVE WS-AUD-COUNT TO WS-SUM-AUD-CNT
           MOVE WS-AUD-TOTAL TO WS-SUM-AUD-AMT
           MOVE WS-MATCH-COUNT TO WS-SUM-MATCHED
           MOVE WS-EXCEPTION-COUNT TO WS-SUM-EXC
           WRITE PRFRPT-LINE FROM WS-SEP-LINE
           WRITE PRFRPT-LINE FROM WS-SUM1-LINE
           WRITE PRFRPT-LINE FROM WS-SUM2-LINE
           WRITE PRFRPT-LINE FROM WS-SUM3-LINE
           CLOSE MAUEXTR
           CLOSE PRFRPT
           IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE = 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-END
           GOBACK.
       READ-PROOF-PARM.
      *    NO PARM (OR A BLANK OR MALFORMED ONE) PROVES TODAY; A
      *    SUPERVISOR RE-PROVING AN EARLIER DAY SUPPLIES ITS DATE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE-RAW(1:4) TO WS-PROOF-DATE(1:4)
           MOVE '-' TO WS-PROOF-DATE(5:1)
           MOVE WS-RUN-DATE-RAW(5:2) TO WS-PROOF-DATE(6:2)
           MOVE '-' TO WS-PROOF-DATE(8:1)
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-PROOF-DATE(9:2)
           OPEN INPUT PRFPARM
           IF WS-PARM-STATUS-OK
             READ PRFPARM
               AT END
                 CONTINUE
               NOT AT END
                 IF PRFPARM-PROOF-DATE(1:4) NUMERIC AND
                    PRFPARM-PROOF-DATE(5:1) = '-' AND
                    PRFPARM-PROOF-DATE(6:2) NUMERIC AND
                    PRFPARM-PROOF-DATE(8:1) = '-' AND
                    PRFPARM-PROOF-DATE(9:2) NUMERIC THEN
                   MOVE PRFPARM-PROOF-DATE TO WS-PROOF-DATE
                 ELSE
                   IF PRFPARM-PROOF-DATE NOT = SPACES THEN
                     DISPLAY 'CBSTLRPF: PRFPARM DATE '''
                          PRFPARM-PROOF-DATE
                          ''' NOT YYYY-MM-DD - PROVING '
                          WS-PROOF-DATE
                   END-IF
                 END-IF
             END-READ
             CLOSE PRFPARM
           END-IF
           EXIT.
       READ-NEXT-HISTORY.
           EXEC SQL
                FETCH PRFCSR
                 INTO :WS-HIST-ACCOUNT-NO, :WS-HIST-PMT-TIME,
                      :WS-HIST-PMT-AMT, :WS-HIST-POSTED-BY
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0 THEN
             MOVE 'Y' TO WS-HIST-EOF-FLAG
             MOVE HIGH-VALUES TO WS-HIST-KEY
             IF WS-SQLCODE NOT = 100 THEN
               DISPLAY 'CBSTLRPF: FETCH FAILED - SQLCODE ' WS-SQLCODE
               MOVE 16 TO RETURN-CODE
             END-IF
           ELSE
             MOVE WS-HIST-ACCOUNT-NO TO WS-HIST-KEY-ACCT
             MOVE WS-HIST-PMT-TIME TO WS-HIST-KEY-TIME
           END-IF
           EXIT.
       READ-NEXT-AUDIT.
      *    ONLY THE PROOF DAY'S PAYMENT RECORDS TAKE PART - THE
      *    REPRO CARRIES EVERY FUNCTION AND EVERY RETAINED DAY.
           MOVE 'N' TO WS-AUD-TAKEN-FLAG
           PERFORM READ-ONE-AUDIT
              UNTIL WS-AUD-EOF OR WS-AUD-TAKEN
           EXIT.
       READ-ONE-AUDIT.
           READ MAUEXTR
             AT END
               MOVE 'Y' TO WS-AUD-EOF-FLAG
               MOVE HIGH-VALUES TO WS-AUD-KEY
             NOT AT END
               MOVE MAUEXTR-RECORD TO CSRGMAU-RECORD
               IF CSRGMAU-FUNCTION = 'P' AND
                  CSRGMAU-AUD-DATE = WS-PROOF-DATE THEN
                 MOVE 'Y' TO WS-AUD-TAKEN-FLAG
                 MOVE CSRGMAU-ACCOUNT-NO TO WS-AUD-KEY-ACCT
                 MOVE CSRGMAU-AUD-TIME TO WS-AUD-KEY-TIME
                 MOVE CSRGMAU-BEFORE-IMAGE(1:18) TO WS-BAL-EDIT
                 MOVE WS-BAL-EDIT TO WS-AUD-OLD-BAL
                 MOVE CSRGMAU-AFTER-IMAGE(1:18) TO WS-BAL-EDIT
                 MOVE WS-BAL-EDIT TO WS-AUD-NEW-BAL
                 MOVE CSRGMAU-AFTER-IMAGE(21:15) TO WS-AMT-EDIT
                 MOVE WS-AMT-EDIT TO WS-AUD-AMT
                 COMPUTE WS-AUD-MOVED = WS-AUD-OLD-BAL - WS-AUD-NEW-BAL
               END-IF
           END-READ
           EXIT.
       MATCH-ONE-PAIR.
      *    BALANCE-LINE MATCH - BOTH INPUTS ASCENDING BY ACCOUNT AND
      *    TIME, EACH SIDE HIGH-VALUES ONCE IT IS EXHAUSTED.
           EVALUATE TRUE
             WHEN WS-HIST-KEY = WS-AUD-KEY
               PERFORM PROVE-MATCHED-POSTING
               PERFORM READ-NEXT-HISTORY
               PERFORM READ-NEXT-AUDIT
             WHEN WS-HIST-KEY < WS-AUD-KEY
               PERFORM RECORD-HISTORY-ONLY
               PERFORM READ-NEXT-HISTORY
             WHEN OTHER
               PERFORM RECORD-AUDIT-ONLY
               PERFORM READ-NEXT-AUDIT
           END-EVALUATE
           EXIT.
       PROVE-MATCHED-POSTING.
           ADD 1 TO WS-MATCH-COUNT
           MOVE CSRGMAU-TERMINAL-ID TO WS-HIST-TERMINAL-ID
           PERFORM TALLY-HISTORY-SIDE
           PERFORM TALLY-AUDIT-SIDE
           IF WS-AUD-MOVED NOT = WS-HIST-PMT-AMT THEN
             MOVE 'AUDIT BEFORE - AFTER NOT = PMT_AMT'
                  TO WS-EXC-DET-TEXT
             PERFORM RECORD-AUDIT-EXCEPTION
           END-IF
           IF WS-HIST-POSTED-BY NOT = CSRGMAU-USER-ID THEN
             MOVE 'POSTED_BY NOT = AUDIT USER' TO WS-EXC-DET-TEXT
             PERFORM RECORD-AUDIT-EXCEPTION
           END-IF
           EXIT.
       RECORD-HISTORY-ONLY.
      *    THE POSTING IS IN PMT_HISTORY BUT NO 'P' AUDIT RECORD
      *    CAME WITH IT - THE "AUDIT RECORD LOST" CASE.
           MOVE '????' TO WS-HIST-TERMINAL-ID
           PERFORM TALLY-HISTORY-SIDE
           MOVE WS-HIST-ACCOUNT-NO TO WS-EXC-DET-ACCT
           MOVE WS-HIST-PMT-TIME TO WS-EXC-DET-TIME
           MOVE WS-HIST-POSTED-BY TO WS-EXC-DET-USER
           MOVE '????' TO WS-EXC-DET-TERM
           MOVE 'IN PMT_HISTORY - NO CSRGMAU AUDIT RECORD'
                TO WS-EXC-DET-TEXT
           PERFORM RECORD-EXCEPTION
           EXIT.
       RECORD-AUDIT-ONLY.
           PERFORM TALLY-AUDIT-SIDE
           MOVE 'AUDITED PAYMENT NOT IN PMT_HISTORY'
                TO WS-EXC-DET-TEXT
           PERFORM RECORD-AUDIT-EXCEPTION
           IF WS-AUD-MOVED NOT = WS-AUD-AMT THEN
             MOVE 'AUDIT BEFORE - AFTER NOT = PMT_AMT'
                  TO WS-EXC-DET-TEXT
             PERFORM RECORD-AUDIT-EXCEPTION
           END-IF
           EXIT.
       TALLY-HISTORY-SIDE.
      *    A HISTORY ROW COUNTS TO ITS POSTED_BY USER AND TO THE
      *    TERMINAL THE CALLER TOOK FROM ITS MATCHING AUDIT RECORD
      *    ('????' WHEN THERE IS NO AUDIT RECORD).
           ADD 1 TO WS-HIST-COUNT
           ADD WS-HIST-PMT-AMT TO WS-HIST-TOTAL
           MOVE 'H' TO WS-SIDE-FLAG
           MOVE WS-HIST-PMT-AMT TO WS-ENTRY-AMT
           MOVE WS-HIST-POSTED-BY TO WS-ENTRY-ID
           PERFORM TALLY-BY-USER
           MOVE WS-HIST-TERMINAL-ID TO WS-ENTRY-ID
           PERFORM TALLY-BY-TERMINAL
           EXIT.
       TALLY-AUDIT-SIDE.
           ADD 1 TO WS-AUD-COUNT
           ADD WS-AUD-AMT TO WS-AUD-TOTAL
           MOVE 'A' TO WS-SIDE-FLAG
           MOVE WS-AUD-AMT TO WS-ENTRY-AMT
           MOVE CSRGMAU-USER-ID TO WS-ENTRY-ID
           PERFORM TALLY-BY-USER
           MOVE CSRGMAU-TERMINAL-ID TO WS-ENTRY-ID
           PERFORM TALLY-BY-TERMINAL
           EXIT.
       TALLY-BY-USER.
           MOVE 'N' TO WS-USER-FOUND-FLAG
           PERFORM VARYING WS-USER-IX FROM 1 BY 1
                   UNTIL WS-USER-IX > WS-USER-COUNT
                      OR WS-USER-FOUND
             IF WS-USER-TBL-ID(WS-USER-IX) = WS-ENTRY-ID THEN
               MOVE 'Y' TO WS-USER-FOUND-FLAG
             END-IF
           END-PERFORM
           IF WS-USER-FOUND THEN
             SUBTRACT 1 FROM WS-USER-IX
           ELSE
             IF WS-USER-COUNT < 100 THEN
               ADD 1 TO WS-USER-COUNT
               MOVE WS-USER-COUNT TO WS-USER-IX
               MOVE WS-ENTRY-ID TO WS-USER-TBL-ID(WS-USER-IX)
               MOVE 0 TO WS-USER-TBL-H-CNT(WS-USER-IX)
               MOVE 0 TO WS-USER-TBL-H-AMT(WS-USER-IX)
               MOVE 0 TO WS-USER-TBL-A-CNT(WS-USER-IX)
               MOVE 0 TO WS-USER-TBL-A-AMT(WS-USER-IX)
               MOVE 'Y' TO WS-USER-FOUND-FLAG
             ELSE
      *        THE POSTING STILL COUNTS IN THE REPORT TOTALS - SAY SO
      *        ON THE SUMMARY RATHER THAN LET IT QUIETLY NOT ADD UP.
               MOVE 'Y' TO WS-USER-OVFL-FLAG
             END-IF
           END-IF
           IF WS-USER-FOUND THEN
             IF WS-SIDE-HIST THEN
               ADD 1 TO WS-USER-TBL-H-CNT(WS-USER-IX)
               ADD WS-ENTRY-AMT TO WS-USER-TBL-H-AMT(WS-USER-IX)
             ELSE
               ADD 1 TO WS-USER-TBL-A-CNT(WS-USER-IX)
               ADD WS-ENTRY-AMT TO WS-USER-TBL-A-AMT(WS-USER-IX)
             END-IF
           END-IF
           EXIT.
       TALLY-BY-TERMINAL.
           MOVE 'N' TO WS-TERM-FOUND-FLAG
           PERFORM VARYING WS-TERM-IX FROM 1 BY 1
                   UNTIL WS-TERM-IX > WS-TERM-COUNT
                      OR WS-TERM-FOUND
             IF WS-TERM-TBL-ID(WS-TERM-IX) = WS-ENTRY-ID THEN
               MOVE 'Y' TO WS-TERM-FOUND-FLAG
             END-IF
           END-PERFORM
           IF WS-TERM-FOUND THEN
             SUBTRACT 1 FROM WS-TERM-IX
           ELSE
             IF WS-TERM-COUNT < 100 THEN
               ADD 1 TO WS-TERM-COUNT
               MOVE WS-TERM-COUNT TO WS-TERM-IX
               MOVE WS-ENTRY-ID TO WS-TERM-TBL-ID(WS-TERM-IX)
               MOVE 0 TO WS-TERM-TBL-H-CNT(WS-TERM-IX)
               MOVE 0 TO WS-TERM-TBL-H-AMT(WS-TERM-IX)
               MOVE 0 TO WS-TERM-TBL-A-CNT(WS-TERM-IX)
               MOVE 0 TO WS-TERM-TBL-A-AMT(WS-TERM-IX)
               MOVE 'Y' TO WS-TERM-FOUND-FLAG
             ELSE
               MOVE 'Y' TO WS-TERM-OVFL-FLAG
             END-IF
           END-IF
           IF WS-TERM-FOUND THEN
             IF WS-SIDE-HIST THEN
               ADD 1 TO WS-TERM-TBL-H-CNT(WS-TERM-IX)
               ADD WS-ENTRY-AMT TO WS-TERM-TBL-H-AMT(WS-TERM-IX)
             ELSE
               ADD 1 TO WS-TERM-TBL-A-CNT(WS-TERM-IX)
               ADD WS-ENTRY-AMT TO WS-TERM-TBL-A-AMT(WS-TERM-IX)
             END-IF
           END-IF
           EXIT.
       RECORD-AUDIT-EXCEPTION.
      *    WS-EXC-DET-TEXT IS PRESET BY THE CALLER; THE REST OF THE
      *    LINE COMES FROM THE CURRENT AUDIT RECORD.
           MOVE CSRGMAU-ACCOUNT-NO TO WS-EXC-DET-ACCT
           MOVE CSRGMAU-AUD-TIME TO WS-EXC-DET-TIME
           MOVE CSRGMAU-USER-ID TO WS-EXC-DET-USER
           MOVE CSRGMAU-TERMINAL-ID TO WS-EXC-DET-TERM
           MOVE WS-AUD-AMT TO WS-ENTRY-AMT
           PERFORM RECORD-EXCEPTION
           EXIT.
       RECORD-EXCEPTION.
      *    THE EXCEPTION STILL COUNTS IN THE TOTAL WHEN THE TABLE IS
      *    FULL - SAY SO ON THE PAGE RATHER THAN LET IT QUIETLY NOT
      *    ADD UP (CBSMAURP DISCIPLINE).
           ADD 1 TO WS-EXCEPTION-COUNT
           IF WS-EXC-COUNT < 500 THEN
             ADD 1 TO WS-EXC-COUNT
             MOVE WS-EXC-DET-ACCT TO WS-EXC-TBL-ACCT(WS-EXC-COUNT)
             MOVE WS-EXC-DET-TIME TO WS-EXC-TBL-TIME(WS-EXC-COUNT)
             MOVE WS-EXC-DET-USER TO WS-EXC-TBL-USER(WS-EXC-COUNT)
             MOVE WS-EXC-DET-TERM TO WS-EXC-TBL-TERM(WS-EXC-COUNT)
             MOVE WS-ENTRY-AMT TO WS-EXC-TBL-AMT(WS-EXC-COUNT)
             MOVE WS-EXC-DET-TEXT TO WS-EXC-TBL-TEXT(WS-EXC-COUNT)
           ELSE
             MOVE 'Y' TO WS-EXC-OVFL-FLAG
           END-IF
           EXIT.
       WRITE-DRAWER-TOTALS.
           WRITE PRFRPT-LINE FROM WS-SEP-LINE
           MOVE 'PAYMENTS BY POSTED_BY USER' TO WS-GRP-HDG-TEXT
           WRITE PRFRPT-LINE FROM WS-GRP-HDG-LINE
           WRITE PRFRPT-LINE FROM WS-COL-LINE
           PERFORM VARYING WS-USER-IX FROM 1 BY 1
                   UNTIL WS-USER-IX > WS-USER-COUNT
             MOVE WS-USER-TBL-ID(WS-USER-IX) TO WS-DRW-ID
             MOVE WS-USER-TBL-H-CNT(WS-USER-IX) TO WS-DRW-H-CNT
             MOVE WS-USER-TBL-H-AMT(WS-USER-IX) TO WS-DRW-H-AMT
             MOVE WS-USER-TBL-A-CNT(WS-USER-IX) TO WS-DRW-A-CNT
             MOVE WS-USER-TBL-A-AMT(WS-USER-IX) TO WS-DRW-A-AMT
             IF WS-USER-TBL-H-CNT(WS-USER-IX) =
                WS-USER-TBL-A-CNT(WS-USER-IX) AND
                WS-USER-TBL-H-AMT(WS-USER-IX) =
                WS-USER-TBL-A-AMT(WS-USER-IX) THEN
               MOVE SPACES TO WS-DRW-FLAG
             ELSE
               MOVE '*** DOES NOT PROVE' TO WS-DRW-FLAG
             END-IF
             WRITE PRFRPT-LINE FROM WS-DRAWER-LINE
           END-PERFORM
           IF WS-USER-OVFL THEN
             WRITE PRFRPT-LINE FROM WS-USER-OVFL-LINE
           END-IF
           WRITE PRFRPT-LINE FROM WS-SEP-LINE
           MOVE 'PAYMENTS BY TERMINAL' TO WS-GRP-HDG-TEXT
           WRITE PRFRPT-LINE FROM WS-GRP-HDG-LINE
           WRITE PRFRPT-LINE FROM WS-COL-LINE
           PERFORM VARYING WS-TERM-IX FROM 1 BY 1
                   UNTIL WS-TERM-IX > WS-TERM-COUNT
             MOVE WS-TERM-TBL-ID(WS-TERM-IX) TO WS-DRW-ID
             MOVE WS-TERM-TBL-H-CNT(WS-TERM-IX) TO WS-DRW-H-CNT
             MOVE WS-TERM-TBL-H-AMT(WS-TERM-IX) TO WS-DRW-H-AMT
             MOVE WS-TERM-TBL-A-CNT(WS-TERM-IX) TO WS-DRW-A-CNT
             MOVE WS-TERM-TBL-A-AMT(WS-TERM-IX) TO WS-DRW-A-AMT
             IF WS-TERM-TBL-H-CNT(WS-TERM-IX) =
                WS-TERM-TBL-A-CNT(WS-TERM-IX) AND
                WS-TERM-TBL-H-AMT(WS-TERM-IX) =
                WS-TERM-TBL-A-AMT(WS-TERM-IX) THEN
               MOVE SPACES TO WS-DRW-FLAG
             ELSE
               MOVE '*** DOES NOT PROVE' TO WS-DRW-FLAG
             END-IF
             WRITE PRFRPT-LINE FROM WS-DRAWER-LINE
           END-PERFORM
           IF WS-TERM-OVFL THEN
             WRITE PRFRPT-LINE FROM WS-TERM-OVFL-LINE
           END-IF
           EXIT.
       WRITE-EXCEPTION-PAGE.
           WRITE PRFRPT-LINE FROM WS-SEP-LINE
           WRITE PRFRPT-LINE FROM WS-EXC-HDG-LINE
           WRITE PRFRPT-LINE FROM WS-EXC-COL-LINE
           PERFORM VARYING WS-EXC-IX FROM 1 BY 1
                   UNTIL WS-EXC-IX > WS-EXC-COUNT
             MOVE WS-EXC-TBL-ACCT(WS-EXC-IX) TO WS-EXC-DET-ACCT
             MOVE WS-EXC-TBL-TIME(WS-EXC-IX) TO WS-EXC-DET-TIME
             MOVE WS-EXC-TBL-USER(WS-EXC-IX) TO WS-EXC-DET-USER
             MOVE WS-EXC-TBL-TERM(WS-EXC-IX) TO WS-EXC-DET-TERM
             MOVE WS-EXC-TBL-AMT(WS-EXC-IX) TO WS-EXC-DET-AMT
             MOVE WS-EXC-TBL-TEXT(WS-EXC-IX) TO WS-EXC-DET-TEXT
             WRITE PRFRPT-LINE FROM WS-EXC-LINE
           END-PERFORM
           IF WS-EXC-OVFL THEN
             WRITE PRFRPT-LINE FROM WS-EXC-OVFL-LINE
           END-IF
           EXIT.
       WRITE-RUN-START.
           MOVE 'CBSTLRPF' TO CSRGRUN-JOB-NAME
           MOVE 'S' TO CSRGRUN-EVENT
           MOVE 0 TO CSRGRUN-RECORDS
           MOVE 0 TO CSRGRUN-RETCODE
           PERFORM WRITE-RUN-RECORD
           EXIT.
       WRITE-RUN-END.
           MOVE 'CBSTLRPF' TO CSRGRUN-JOB-NAME
           MOVE 'E' TO CSRGRUN-EVENT
           COMPUTE CSRGRUN-RECORDS = WS-HIST-COUNT + WS-AUD-COUNT
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
             DISPLAY 'CBSTLRPF: RUNLOG OPEN FAILED - STATUS '
                  WS-RLOG-STATUS
           END-IF
           EXIT.
       END PROGRAM CBSTLRPF.
