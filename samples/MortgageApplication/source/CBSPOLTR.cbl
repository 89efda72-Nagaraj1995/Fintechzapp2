      *+---------------------------------------------------------------+
      *| CBSPOLTR                                                      |
      *|   NIGHTLY PAYOFF LETTER EXTRACT. READS THE POQEXTR            |
      *|   SEQUENTIAL DATASET (A REPRO OF THE CSRGPOQ PAYOFF-QUOTE     |
      *|   LOG CBSCSRO WRITES, CSRGPOQ.CPY) AND, FOR EVERY GOOD QUOTE  |
      *|   GIVEN ON THE LETTER DATE, JOINS THE CUSTOMER NAME AND THE   |
      *|   CUST_CONTACT MAILING ADDRESS INTO ONE MACHINE-READABLE      |
      *|   RECORD ON THE POLEXTR EXTRACT FOR THE MAIL HOUSE - THE      |
      *|   SAME SHAPE OF THINKING AS CBSSTMT'S STMTEXTR - AND ONE LINE |
      *|   ON THE POLRPT CONTROL REPORT. THE FIGURES ON THE LETTER     |
      *|   ARE THE LOGGED FIGURES, NEVER RECOMPUTED: THE LETTER        |
      *|   CONFIRMS WHAT THE TELLER QUOTED. EACH QUOTE GETS ITS OWN    |
      *|   LETTER - A TITLE COMPANY ASKING FOR TWO CLOSING DATES GETS  |
      *|   BOTH FIGURES IN WRITING.                                    |
      *|   REFUSED QUOTES (NONZERO RETCODE ON THE LOG) ARE COUNTED BUT |
      *|   GET NO LETTER. A QUOTE WHOSE ACCOUNT HAS NO CUSTOMER ROW OR |
      *|   NO CUST_CONTACT ROW CANNOT BE MAILED AND GOES TO THE        |
      *|   EXCEPTION PAGE AT THE END OF THE REPORT (CBSSTMT            |
      *|   DISCIPLINE). THE LOG IS READ-ONLY HERE, SO A RERUN SIMPLY   |
      *|   PRODUCES THE SAME EXTRACT AGAIN AND NO CHECKPOINT IS        |
      *|   NEEDED.                                                     |
      *|   POLPARM: COLS 1-10 LETTER (QUOTE) DATE YYYY-MM-DD, DEFAULT  |
      *|   TODAY - SET IT WHEN THE RUN SLIPS PAST MIDNIGHT OR A MISSED |
      *|   NIGHT IS BEING MADE UP.                                     |
      *|   RETURN CODE 4 WHEN THE EXCEPTION PAGE IS NOT EMPTY, 16 ON A |
      *|   DB2 FAILURE.                                                |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSPOLTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POQEXTR ASSIGN TO POQEXTR
                ORGANIZATION IS SEQUENTIAL.
           SELECT POLPARM ASSIGN TO POLPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
           SELECT POLEXTR ASSIGN TO POLEXTR
                ORGANIZATION IS SEQUENTIAL.
           SELECT POLRPT ASSIGN TO POLRPT
                ORGANIZATION IS SEQUENTIAL.
           SELECT RUNLOG ASSIGN TO RUNLOG
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD POQEXTR
           RECORD CONTAINS 117 CHARACTERS.
       01 POQEXTR-RECORD           PIC X(117).
       FD POLPARM
           RECORD CONTAINS 80 CHARACTERS.
       01 POLPARM-RECORD.
         03 POLPARM-LETTER-DATE    PIC X(10).
         03 FILLER                 PIC X(70).
       FD POLEXTR
           RECORD CONTAINS 266 CHARACTERS.
       01 POLEXTR-RECORD.
      *    UNSIGNED ACCOUNT, SIGNED ZONED MONEY - SAME RULES AS
      *    STMTEXTR.
         03 POLEXTR-ACCOUNT-NO     PIC 9(18).
         03 POLEXTR-CUST-NAME      PIC X(50).
         03 POLEXTR-ADDR-LINE1     PIC X(40).
         03 POLEXTR-ADDR-LINE2     PIC X(40).
         03 POLEXTR-CITY           PIC X(25).
         03 POLEXTR-STATE          PIC X(02).
         03 POLEXTR-ZIP            PIC X(10).
         03 POLEXTR-QUOTE-DATE     PIC X(10).
         03 POLEXTR-PAYOFF-DATE    PIC X(10).
         03 POLEXTR-PRIN-BALANCE   PIC S9(11)V99.
         03 POLEXTR-INTEREST       PIC S9(11)V99.
         03 POLEXTR-PER-DIEM       PIC S9(9)V99.
         03 POLEXTR-FEES-DUE       PIC S9(9)V99.
         03 POLEXTR-TOTAL          PIC S9(11)V99.
       FD POLRPT
           RECORD CONTAINS 132 CHARACTERS.
       01 POLRPT-LINE              PIC X(132).
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
       COPY CSRGPOQ.
       01 WS-SQLCODE               PIC S9(9) COMP-5.
       01 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
         88 WS-EOF                 VALUE 'Y'.
       01 WS-STOP-FLAG             PIC X(01) VALUE 'N'.
         88 WS-STOP-RUN            VALUE 'Y'.
       01 WS-RUN-DATE-RAW          PIC X(08).
       01 WS-LETTER-DATE           PIC X(10).
       01 WS-ACCOUNT-NO            PIC S9(18).
       01 WS-ACCT-DISP             PIC 9(18).
       01 WS-CUSTOMER-NAME         PIC X(50).
       01 WS-ADDR-LINE1            PIC X(40).
       01 WS-ADDR-LINE2            PIC X(40).
       01 WS-CITY                  PIC X(25).
       01 WS-STATE                 PIC X(02).
       01 WS-ZIP                   PIC X(10).
       01 WS-RECORDS-READ          PIC 9(7) VALUE 0.
       01 WS-QUOTES-FOR-DATE       PIC 9(7) VALUE 0.
       01 WS-REFUSED-COUNT         PIC 9(7) VALUE 0.
       01 WS-LETTER-COUNT          PIC 9(7) VALUE 0.
       01 WS-LETTER-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
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
         03 FILLER PIC X(31)
              VALUE 'PAYOFF LETTER EXTRACT - QUOTES '.
         03 WS-HDG-DATE            PIC X(10).
         03 FILLER PIC X(91) VALUE SPACES.
       01 WS-COL-LINE.
         03 FILLER PIC X(20) VALUE 'ACCOUNT NO'.
         03 FILLER PIC X(09) VALUE 'TIME'.
         03 FILLER PIC X(09) VALUE 'USER'.
         03 FILLER PIC X(12) VALUE 'PAYOFF DATE'.
         03 FILLER PIC X(82) VALUE '      GOOD-THROUGH TOTAL'.
       01 WS-DETAIL-LINE.
         03 WS-DET-ACCT            PIC 9(18).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DET-TIME            PIC X(08).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-DET-USER            PIC X(08).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-DET-PAYOFF          PIC X(10).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DET-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
         03 FILLER PIC X(64) VALUE SPACES.
       01 WS-SEP-LINE              PIC X(132) VALUE ALL '-'.
       01 WS-EXC-HDG-LINE.
         03 FILLER PIC X(40)
              VALUE 'EXCEPTION PAGE - QUOTES NOT MAILED'.
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
           MOVE WS-RUN-DATE-RAW(1:4) TO WS-LETTER-DATE(1:4)
           MOVE '-' TO WS-LETTER-DATE(5:1)
           MOVE WS-RUN-DATE-RAW(5:2) TO WS-LETTER-DATE(6:2)
           MOVE '-' TO WS-LETTER-DATE(8:1)
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-LETTER-DATE(9:2)
           PERFORM READ-LETTER-PARM
           OPEN INPUT POQEXTR
           OPEN OUTPUT POLEXTR
           OPEN OUTPUT POLRPT
           MOVE WS-LETTER-DATE TO WS-HDG-DATE
           WRITE POLRPT-LINE FROM WS-HDG-LINE
           WRITE POLRPT-LINE FROM WS-COL-LINE
           PERFORM READ-NEXT-QUOTE
           PERFORM UNTIL WS-EOF OR WS-STOP-RUN
             PERFORM PROCESS-ONE-QUOTE
             PERFORM READ-NEXT-QUOTE
           END-PERFORM
           PERFORM WRITE-EXCEPTION-PAGE
           PERFORM WRITE-RUN-SUMMARY
           CLOSE POQEXTR
           CLOSE POLEXTR
           CLOSE POLRPT
           IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE = 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-END
           GOBACK.
       READ-LETTER-PARM.
      *    A MISSING OR UNUSABLE PARM FALLS BACK TO TODAY RATHER THAN
      *    FAILING THE NIGHT - CBSINTAC DISCIPLINE.
           OPEN INPUT POLPARM
           IF WS-PARM-STATUS-OK
             READ POLPARM
               AT END
                 CONTINUE
               NOT AT END
                 IF POLPARM-LETTER-DATE(1:4) NUMERIC AND
                    POLPARM-LETTER-DATE(5:1) = '-' AND
                    POLPARM-LETTER-DATE(6:2) NUMERIC AND
                    POLPARM-LETTER-DATE(8:1) = '-' AND
                    POLPARM-LETTER-DATE(9:2) NUMERIC THEN
                   MOVE POLPARM-LETTER-DATE TO WS-LETTER-DATE
                 END-IF
             END-READ
             CLOSE POLPARM
           END-IF
           EXIT.
       READ-NEXT-QUOTE.
           READ POQEXTR
             AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           EXIT.
       PROCESS-ONE-QUOTE.
           ADD 1 TO WS-RECORDS-READ
           MOVE POQEXTR-RECORD TO CSRGPOQ-RECORD
           IF CSRGPOQ-QUOTE-DATE = WS-LETTER-DATE THEN
             ADD 1 TO WS-QUOTES-FOR-DATE
             IF CSRGPOQ-RETCODE NOT = 0 THEN
               ADD 1 TO WS-REFUSED-COUNT
             ELSE
               PERFORM BUILD-ONE-LETTER
             END-IF
           END-IF
           EXIT.
       BUILD-ONE-LETTER.
           MOVE CSRGPOQ-ACCOUNT-NO TO WS-ACCOUNT-NO
           EXEC SQL
                SELECT CUSTOMER_NAME
                  INTO :WS-CUSTOMER-NAME
                  FROM CUSTOMER
                 WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           EVALUATE TRUE
             WHEN WS-SQLCODE = 100
               MOVE 'NOT ON CUSTOMER TABLE' TO WS-EXC-DET-TEXT
               PERFORM RECORD-EXCEPTION
             WHEN WS-SQLCODE NOT = 0
               DISPLAY 'CBSPOLTR: CUSTOMER FETCH FAILED - SQLCODE '
                    WS-SQLCODE
               PERFORM STOP-ON-DB2-FAILURE
             WHEN OTHER
               PERFORM FETCH-MAILING-ADDRESS
           END-EVALUATE
           EXIT.
       FETCH-MAILING-ADDRESS.
           EXEC SQL
                SELECT ADDR_LINE1, ADDR_LINE2, CITY, STATE, ZIP
                  INTO :WS-ADDR-LINE1, :WS-ADDR-LINE2, :WS-CITY,
                       :WS-STATE, :WS-ZIP
                  FROM CUST_CONTACT
                 WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           EVALUATE TRUE
             WHEN WS-SQLCODE = 100
               MOVE 'NO MAILING ADDRESS ON FILE' TO WS-EXC-DET-TEXT
               PERFORM RECORD-EXCEPTION
             WHEN WS-SQLCODE NOT = 0
               DISPLAY 'CBSPOLTR: CUST_CONTACT FETCH FAILED - SQLCODE '
                    WS-SQLCODE
               PERFORM STOP-ON-DB2-FAILURE
             WHEN OTHER
               PERFORM WRITE-LETTER-RECORD
           END-EVALUATE
           EXIT.
       WRITE-LETTER-RECORD.
           MOVE WS-ACCOUNT-NO TO POLEXTR-ACCOUNT-NO
           MOVE WS-CUSTOMER-NAME TO POLEXTR-CUST-NAME
           MOVE WS-ADDR-LINE1 TO POLEXTR-ADDR-LINE1
           MOVE WS-ADDR-LINE2 TO POLEXTR-ADDR-LINE2
           MOVE WS-CITY TO POLEXTR-CITY
           MOVE WS-STATE TO POLEXTR-STATE
           MOVE WS-ZIP TO POLEXTR-ZIP
           MOVE CSRGPOQ-QUOTE-DATE TO POLEXTR-QUOTE-DATE
           MOVE CSRGPOQ-PAYOFF-DATE TO POLEXTR-PAYOFF-DATE
           MOVE CSRGPOQ-PRIN-BALANCE TO POLEXTR-PRIN-BALANCE
           MOVE CSRGPOQ-INTEREST TO POLEXTR-INTEREST
           MOVE CSRGPOQ-PER-DIEM TO POLEXTR-PER-DIEM
           MOVE CSRGPOQ-FEES-DUE TO POLEXTR-FEES-DUE
           MOVE CSRGPOQ-TOTAL TO POLEXTR-TOTAL
           WRITE POLEXTR-RECORD
           MOVE WS-ACCOUNT-NO TO WS-DET-ACCT
           MOVE CSRGPOQ-QUOTE-TIME TO WS-DET-TIME
           MOVE CSRGPOQ-USER-ID TO WS-DET-USER
           MOVE CSRGPOQ-PAYOFF-DATE TO WS-DET-PAYOFF
           MOVE CSRGPOQ-TOTAL TO WS-DET-TOTAL
           WRITE POLRPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LETTER-COUNT
           ADD CSRGPOQ-TOTAL TO WS-LETTER-TOTAL
           EXIT.
       STOP-ON-DB2-FAILURE.
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
             MOVE WS-ACCOUNT-NO TO WS-ACCT-DISP
             MOVE WS-ACCT-DISP TO WS-EXC-TBL-ACCT(WS-EXC-COUNT)
             MOVE WS-EXC-DET-TEXT TO WS-EXC-TBL-TEXT(WS-EXC-COUNT)
           ELSE
             MOVE 'Y' TO WS-EXC-OVFL-FLAG
           END-IF
           EXIT.
       WRITE-EXCEPTION-PAGE.
           WRITE POLRPT-LINE FROM WS-SEP-LINE
           WRITE POLRPT-LINE FROM WS-EXC-HDG-LINE
           PERFORM VARYING WS-EXC-IX FROM 1 BY 1
                   UNTIL WS-EXC-IX > WS-EXC-COUNT
             MOVE WS-EXC-TBL-ACCT(WS-EXC-IX) TO WS-EXC-DET-ACCT
             MOVE WS-EXC-TBL-TEXT(WS-EXC-IX) TO WS-EXC-DET-TEXT
             WRITE POLRPT-LINE FROM WS-EXC-LINE
           END-PERFORM
           IF WS-EXC-OVFL THEN
             WRITE POLRPT-LINE FROM WS-EXC-OVFL-LINE
           END-IF
           EXIT.
       WRITE-RUN-SUMMARY.
           WRITE POLRPT-LINE FROM WS-SEP-LINE
           MOVE 0 TO WS-SUM-AMT
           MOVE 'LOG RECORDS READ:' TO WS-SUM-NAME
           MOVE WS-RECORDS-READ TO WS-SUM-COUNT
           WRITE POLRPT-LINE FROM WS-SUM-LINE
           MOVE 'QUOTES ON LETTER DATE:' TO WS-SUM-NAME
           MOVE WS-QUOTES-FOR-DATE TO WS-SUM-COUNT
           WRITE POLRPT-LINE FROM WS-SUM-LINE
           MOVE 'REFUSED - NO LETTER:' TO WS-SUM-NAME
           MOVE WS-REFUSED-COUNT TO WS-SUM-COUNT
           WRITE POLRPT-LINE FROM WS-SUM-LINE
           MOVE 'LETTERS EXTRACTED:' TO WS-SUM-NAME
           MOVE WS-LETTER-COUNT TO WS-SUM-COUNT
           MOVE WS-LETTER-TOTAL TO WS-SUM-AMT
           WRITE POLRPT-LINE FROM WS-SUM-LINE
           MOVE 0 TO WS-SUM-AMT
           MOVE 'EXCEPTIONS:' TO WS-SUM-NAME
           MOVE WS-EXCEPTION-COUNT TO WS-SUM-COUNT
           WRITE POLRPT-LINE FROM WS-SUM-LINE
           EXIT.
       WRITE-RUN-START.
           MOVE 'CBSPOLTR' TO CSRGRUN-JOB-NAME
           MOVE 'S' TO CSRGRUN-EVENT
           MOVE 0 TO CSRGRUN-RECORDS
           MOVE 0 TO CSRGRUN-RETCODE
           PERFORM WRITE-RUN-RECORD
           EXIT.
       WRITE-RUN-END.
           MOVE 'CBSPOLTR' TO CSRGRUN-JOB-NAME
           MOVE 'E' TO CSRGRUN-EVENT
           MOVE WS-RECORDS-READ TO CSRGRUN-RECORDS
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
             DISPLAY 'CBSPOLTR: RUNLOG OPEN FAILED - STATUS '
                  WS-RLOG-STATUS
           END-IF
           EXIT.
       END PROGRAM CBSPOLTR.
