      *|   FULL OF ZEROS, ALONG WITH EDIT FAILURES AND MASTER-ONLY     |
      *|   ACCOUNTS. RETURN CODE 4 WHEN THE EXCEPTION PAGE IS NOT      |
      *|   EMPTY, 16 ON A DB2 OR CHECKPOINT FAILURE.                   |
      *|   EACH STATEMENT ALSO SHOWS THE ACCRUED INTEREST AND FEES     |
      *|   OWED THAT THE CBSINTAC NIGHTLY ACCRUAL POSTS TO             |
      *|   ACCT_BALANCE, AND STMTEXTR CARRIES BOTH, APPENDED AFTER     |
      *|   THE STATEMENT DATE SO THE MAIL HOUSE'S EXISTING OFFSETS     |
      *|   DO NOT MOVE.                                                |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSSTMT.
           RECORD CONTAINS 132 CHARACTERS.
       01 STMTRPT-LINE             PIC X(132).
       FD STMTEXTR
           RECORD CONTAINS 146 CHARACTERS.
       01 STMTEXTR-RECORD.
      *    UNSIGNED ACCOUNT ON PURPOSE - SAME NO-OVERPUNCH RULE AS
      *    DORMEXTR AND ACCTCORR; THE MONEY FIELDS STAY SIGNED ZONED
         03 STMTEXTR-LAST-PMT-AMT  PIC S9(9)V99.
         03 STMTEXTR-NEXT-DUE-DATE PIC X(10).
         03 STMTEXTR-STMT-DATE     PIC X(10).
         03 STMTEXTR-ACCRUED-INT   PIC S9(11)V99.
         03 STMTEXTR-FEES-DUE      PIC S9(9)V99.
       FD RUNLOG
           RECORD CONTAINS 40 CHARACTERS.
       01 RUNLOG-RECORD            PIC X(40).
       01 WS-LAST-PMT-DATE         PIC X(10).
       01 WS-LAST-PMT-AMOUNT       PIC S9(9)V99 COMP-3.
       01 WS-NEXT-DUE-DATE         PIC X(10).
       01 WS-ACCRUED-INT           PIC S9(11)V99 COMP-3.
       01 WS-FEES-DUE              PIC S9(9)V99 COMP-3.
       01 WS-STMT-COUNT            PIC 9(7) VALUE 0.
       01 WS-SKIP-CLOSED-COUNT     PIC 9(7) VALUE 0.
       01 WS-SKIP-PURGED-COUNT     PIC 9(7) VALUE 0.
         03 FILLER PIC X(20) VALUE 'NEXT PAYMENT DUE:'.
         03 WS-STM-DUE-DATE        PIC X(10).
         03 FILLER PIC X(102) VALUE SPACES.
       01 WS-STMT-INT-LINE.
         03 FILLER PIC X(20) VALUE 'ACCRUED INTEREST:'.
         03 WS-STM-INT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
         03 FILLER PIC X(93) VALUE SPACES.
       01 WS-STMT-FEE-LINE.
         03 FILLER PIC X(20) VALUE 'FEES OWED:'.
         03 WS-STM-FEES            PIC ZZZ,ZZZ,ZZ9.99-.
         03 FILLER PIC X(96) VALUE SPACES.
       01 WS-EXC-HDG-LINE.
         03 FILLER PIC X(34)
              VALUE 'EXCEPTION PAGE - NO STATEMENT CUT'.
       FETCH-BALANCE-ROW.
           EXEC SQL
                SELECT PRIN_BALANCE, LAST_PMT_DATE,
                       LAST_PMT_AMT, NEXT_DUE_DATE,
                       ACCRUED_INT, FEES_DUE
                  INTO :WS-PRIN-BALANCE, :WS-LAST-PMT-DATE,
                       :WS-LAST-PMT-AMOUNT, :WS-NEXT-DUE-DATE,
                       :WS-ACCRUED-INT, :WS-FEES-DUE
                  FROM ACCT_BALANCE
                 WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
           END-EXEC
           WRITE STMTRPT-LINE FROM WS-STMT-NAME-LINE
           MOVE WS-PRIN-BALANCE TO WS-STM-BAL
           WRITE STMTRPT-LINE FROM WS-STMT-BAL-LINE
           MOVE WS-ACCRUED-INT TO WS-STM-INT
           WRITE STMTRPT-LINE FROM WS-STMT-INT-LINE
           MOVE WS-FEES-DUE TO WS-STM-FEES
           WRITE STMTRPT-LINE FROM WS-STMT-FEE-LINE
           MOVE WS-LAST-PMT-DATE TO WS-STM-PMT-DATE
           MOVE WS-LAST-PMT-AMOUNT TO WS-STM-PMT-AMT
           WRITE STMTRPT-LINE FROM WS-STMT-PMT-LINE
           MOVE WS-LAST-PMT-AMOUNT TO STMTEXTR-LAST-PMT-AMT
           MOVE WS-NEXT-DUE-DATE TO STMTEXTR-NEXT-DUE-DATE
           MOVE WS-STMT-DATE TO STMTEXTR-STMT-DATE
           MOVE WS-ACCRUED-INT TO STMTEXTR-ACCRUED-INT
           MOVE WS-FEES-DUE TO STMTEXTR-FEES-DUE
           WRITE STMTEXTR-RECORD
           EXIT.
       RECORD-EXCEPTION.
