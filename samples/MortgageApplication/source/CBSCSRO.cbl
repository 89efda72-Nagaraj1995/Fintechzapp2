      *+---------------------------------------------------------------+
      *| CBSCSRO                                                       |
      *|   PAYOFF QUOTE TRANSACTION. "WHAT DOES IT TAKE TO PAY THIS    |
      *|   LOAN OFF ON THE 28TH" USED TO BE A TELLER READING           |
      *|   PRIN_BALANCE OFF CSRGM1 AND WORKING IT OUT BY HAND. THIS    |
      *|   TRANSACTION - SAME CSRGREQ-STYLE COMMAREA/RETCODE           |
      *|   CONVENTIONS AS THE REST OF THE FAMILY (CSRGPOF.CPY) -       |
      *|   ACCEPTS AN ACCOUNT NUMBER AND A PAYOFF DATE AND RETURNS     |
      *|   THE PRINCIPAL, THE INTEREST CBSINTAC HAS ALREADY ACCRUED,   |
      *|   THE PER-DIEM (PRINCIPAL X ACCT_TERMS RATE / 365, ROUNDED    |
      *|   TO THE CENT EXACTLY AS CBSINTAC POSTS IT) TIMES THE DAYS    |
      *|   FROM THE LAST ACCRUAL DATE ON CHG_HISTORY THROUGH THE       |
      *|   PAYOFF DATE, THE UNPAID FEES, AND THE TOTAL GOOD THROUGH    |
      *|   THAT DATE. A LATE FEE THAT FALLS DUE BETWEEN TODAY AND THE  |
      *|   PAYOFF DATE IS NOT IN THE FIGURE - IT IS NOT OWED UNLESS    |
      *|   THE CYCLE GOES UNPAID, AND THE PAYOFF PAYS THE CYCLE.       |
      *|   THE PAYOFF DATE MUST BE TODAY THROUGH 30 DAYS OUT (0028/    |
      *|   0643); A MALFORMED DATE IS 0028/0642.                       |
      *|   A CLOSED (0501), PURGED (0512) OR FROZEN (0502) ACCOUNT IS  |
      *|   REFUSED WITH 0024 - A FROZEN LOAN IS ON NON-ACCRUAL, SO NO  |
      *|   FIGURE WORKED FROM ITS ACCRUALS CAN BE QUOTED AS GOOD.      |
      *|   EVERY REQUEST THAT PASSES THE INPUT EDITS IS LOGGED TO THE  |
      *|   CSRGPOQ KSDS (CSRGPOQ.CPY) WITH THE FIGURES GIVEN, WHICH    |
      *|   THE NIGHTLY CBSPOLTR BATCH TURNS INTO PAYOFF LETTERS. IF    |
      *|   THE LOG WRITE FAILS A GOOD QUOTE IS WITHDRAWN (0012/0203)   |
      *|   RATHER THAN GIVEN WITH NO RECORD OF IT.                     |
      *|   THE TRANSACTION SHOWS BALANCES, SO IT IS GATED BY           |
      *|   CSRGOPT-BIT-BALANCE AS A WHOLE - A REGION THAT MAY NOT      |
      *|   SHOW A BALANCE MAY NOT QUOTE ONE EITHER.                    |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSCSRO.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-PGM-ID               PIC X(08) VALUE 'CBSCSRO'.
       COPY CSRGOPT.
       01 WS-CTL-KEY              PIC X(08).
       01 WS-RESP                 PIC S9(8) COMP.
       01 WS-FETCH-SQLCODE        PIC S9(9) COMP-5.
       01 WS-ABSTIME              PIC S9(15) COMP-3.
       01 WS-SYSDATE              PIC X(10).
       01 WS-SYSTIME              PIC X(08).
      *    REQUEST FIELDS, CAPTURED BEFORE ANY CSRGPOFRES FIELD IS
      *    WRITTEN: THE REQUEST FIELDS OVERLAY RESPONSE STORAGE (SEE
      *    CSRGPOF.CPY).
       01 WS-ACCOUNT-NO           PIC S9(18).
       01 WS-PAYOFF-DATE          PIC X(10).
       01 WS-LOG-FLAG             PIC X(01).
         88 WS-LOG-THE-QUOTE      VALUE 'Y'.
       01 WS-ACCOUNT-STATUS       PIC X(01).
       01 WS-PRIN-BALANCE         PIC S9(11)V99 COMP-3.
       01 WS-ACCRUED-INT          PIC S9(11)V99 COMP-3.
       01 WS-FEES-DUE             PIC S9(9)V99 COMP-3.
       01 WS-ANNUAL-RATE          PIC S9(3)V9(4) COMP-3.
       01 WS-LAST-ACCR-DATE       PIC X(10).
       01 WS-PER-DIEM             PIC S9(9)V99 COMP-3.
       01 WS-INT-DAYS             PIC S9(5) COMP.
       01 WS-INTEREST             PIC S9(11)V99 COMP-3.
       01 WS-TOTAL                PIC S9(11)V99 COMP-3.
      *    DATE ARITHMETIC - YYYY-MM-DD TO INTEGER DAY NUMBER, THE
      *    SAME INTEGER-OF-DATE DISCIPLINE AS CBSINTAC.
       01 WS-DATE-NUM             PIC 9(8).
       01 WS-DATE-NUM-X REDEFINES WS-DATE-NUM PIC X(08).
       01 WS-DATE-CHECK           PIC 9(8).
       01 WS-TODAY-INT            PIC S9(9) COMP.
       01 WS-PAYOFF-INT           PIC S9(9) COMP.
       01 WS-LAST-ACCR-INT        PIC S9(9) COMP.
       COPY CSRGPOQ.
       COPY CSRGEDT.
       01 WS-EDT-ACCT-NUM         PIC 9(18).
       01 WS-MSG-EDIT-FAIL
            PIC X(100) VALUE 'REQUEST FAILED INPUT EDITS'.
       01 WS-MSG-BAD-DATE
            PIC X(100) VALUE 'PAYOFF DATE MUST BE A VALID YYYY-MM-DD'.
       01 WS-MSG-DATE-RANGE
            PIC X(100)
            VALUE 'PAYOFF DATE MUST BE TODAY THROUGH 30 DAYS OUT'.
       01 WS-MSG-FEATURE-OFF
            PIC X(100)
            VALUE 'PAYOFF QUOTES NOT AVAILABLE FOR TERMINAL'.
       01 WS-MSG-NOT-FOUND
            PIC X(100) VALUE 'ACCOUNT NOT FOUND'.
       01 WS-MSG-NO-BALANCE
            PIC X(100)
            VALUE 'NO BALANCE RECORD FOR ACCOUNT - SERVICING FEED GAP'.
       01 WS-MSG-NO-TERMS
            PIC X(100)
            VALUE 'NO RATE SCHEDULE ON FILE FOR ACCOUNT'.
       01 WS-MSG-DB-DOWN
            PIC X(100) VALUE 'CUSTOMER DATABASE UNAVAILABLE'.
       01 WS-MSG-ACCT-CLOSED
            PIC X(100) VALUE 'ACCOUNT IS CLOSED - NO PAYOFF QUOTE'.
       01 WS-MSG-PURGED
            PIC X(100) VALUE 'PURGED ACCOUNT - NO PAYOFF QUOTE'.
       01 WS-MSG-FROZEN
            PIC X(100)
            VALUE 'ACCOUNT IS FROZEN - REFER PAYOFF TO LOAN SERVICING'.
       01 WS-MSG-NO-LOG
            PIC X(100)
            VALUE 'PAYOFF QUOTE LOG UNAVAILABLE - NO QUOTE GIVEN'.
       01 WS-MSG-QUOTED.
         03 FILLER PIC X(26) VALUE 'PAYOFF QUOTE GOOD THROUGH '.
         03 WS-MSG-QUOTED-DATE    PIC X(10).
         03 FILLER PIC X(64) VALUE SPACES.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          COPY CSRGPOF.
       PROCEDURE DIVISION.
       MAIN-PARA.
      *    CAPTURE THE REQUEST BEFORE THE RESPONSE FIELDS (REDEFINING
      *    IT) ARE CLEARED BELOW.
           MOVE CSRGPOF-ACCOUNT-NO OF CSRGPOFREQ TO WS-ACCOUNT-NO
           MOVE CSRGPOF-PAYOFF-DATE OF CSRGPOFREQ TO WS-PAYOFF-DATE
           MOVE SPACES TO CSRGPOF-MESSAGES
           MOVE 0000 TO CSRGPOF-RETCODE
           MOVE 0000 TO CSRGPOF-REASON
           MOVE 'N' TO WS-LOG-FLAG
           PERFORM CLEAR-QUOTE-FIGURES
           PERFORM GET-SYSTEM-DATE-TIME
           MOVE WS-SYSDATE TO CSRGPOF-QUOTE-DATE
           MOVE WS-SYSTIME TO CSRGPOF-QUOTE-TIME
           PERFORM LOAD-FEATURE-MASK
           CALL 'EVALOPT' USING CSRGOPT-BIT-BALANCE
                CSRGOPT-BIT-BALANCE CSRGOPT-REGION-MASK
                CSRGOPT-BYTECOUNT CSRGOPT-RC
           IF CSRGOPT-RC NOT = 0 THEN
             MOVE 0020 TO CSRGPOF-RETCODE
             MOVE 0401 TO CSRGPOF-REASON
             MOVE WS-MSG-FEATURE-OFF TO CSRGPOF-MESSAGES
           ELSE
             PERFORM VALIDATE-REQUEST
             IF CSRGPOF-RETCODE = 0 THEN
               MOVE 'Y' TO WS-LOG-FLAG
               PERFORM DO-QUOTE
             END-IF
           END-IF
           IF WS-LOG-THE-QUOTE THEN
             PERFORM WRITE-QUOTE-LOG
           END-IF
           PERFORM SEND-RESPONSE
           EXIT.
       CLEAR-QUOTE-FIGURES.
           MOVE 0 TO CSRGPOF-PRIN-BALANCE
           MOVE 0 TO CSRGPOF-ACCRUED-INT
           MOVE 0 TO CSRGPOF-PER-DIEM
           MOVE 0 TO CSRGPOF-INT-DAYS
           MOVE 0 TO CSRGPOF-INTEREST
           MOVE 0 TO CSRGPOF-FEES-DUE
           MOVE 0 TO CSRGPOF-TOTAL
           EXIT.
       GET-SYSTEM-DATE-TIME.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-SYSDATE)
                DATESEP('-')
                TIME(WS-SYSTIME)
                TIMESEP(':')
           END-EXEC
           EXIT.
       LOAD-FEATURE-MASK.
      *    SAME CSRGCTL LOOKUP/DEFAULT THE REST OF THE FAMILY USES.
           MOVE EIBTRMID(1:2) TO WS-CTL-KEY(1:2)
           MOVE LOW-VALUES TO WS-CTL-KEY(3:6)
           MOVE CSRGOPT-DEFAULT-MASK TO CSRGOPT-REGION-MASK
           EXEC CICS READ
                FILE('CSRGCTL')
                INTO(CSRGOPT-REGION-MASK)
                RIDFLD(WS-CTL-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
             MOVE CSRGOPT-DEFAULT-MASK TO CSRGOPT-REGION-MASK
           END-IF
           EXIT.
       VALIDATE-REQUEST.
      *    SIGN-TOLERANT NUMERIC TEST ON THE ZONED FIELD FIRST, THEN
      *    AN UNSIGNED IMAGE FOR THE CHARACTER-LEVEL EDITS, EXACTLY
      *    AS CBSCSRP DOES.
           MOVE 'A' TO CSRGEDT-FUNCTION
           IF WS-ACCOUNT-NO NOT NUMERIC THEN
             MOVE 1 TO CSRGEDT-RC
             MOVE 0601 TO CSRGEDT-REASON
           ELSE
             MOVE WS-ACCOUNT-NO TO WS-EDT-ACCT-NUM
             MOVE WS-EDT-ACCT-NUM TO CSRGEDT-ACCOUNT-NO
             CALL 'CSRGEDT' USING CSRGEDT-PARM
           END-IF
           IF CSRGEDT-RC NOT = 0 THEN
             MOVE 0028 TO CSRGPOF-RETCODE
             MOVE CSRGEDT-REASON TO CSRGPOF-REASON
             MOVE WS-MSG-EDIT-FAIL TO CSRGPOF-MESSAGES
           ELSE
             PERFORM VALIDATE-PAYOFF-DATE
           END-IF
           EXIT.
       VALIDATE-PAYOFF-DATE.
           IF WS-PAYOFF-DATE(1:4) NOT NUMERIC OR
              WS-PAYOFF-DATE(5:1) NOT = '-' OR
              WS-PAYOFF-DATE(6:2) NOT NUMERIC OR
              WS-PAYOFF-DATE(8:1) NOT = '-' OR
              WS-PAYOFF-DATE(9:2) NOT NUMERIC OR
              WS-PAYOFF-DATE(6:2) < '01' OR
              WS-PAYOFF-DATE(6:2) > '12' OR
              WS-PAYOFF-DATE(9:2) < '01' OR
              WS-PAYOFF-DATE(9:2) > '31' THEN
             MOVE 0028 TO CSRGPOF-RETCODE
             MOVE 0642 TO CSRGPOF-REASON
             MOVE WS-MSG-BAD-DATE TO CSRGPOF-MESSAGES
           ELSE
             MOVE WS-PAYOFF-DATE(1:4) TO WS-DATE-NUM-X(1:4)
             MOVE WS-PAYOFF-DATE(6:2) TO WS-DATE-NUM-X(5:2)
             MOVE WS-PAYOFF-DATE(9:2) TO WS-DATE-NUM-X(7:2)
             COMPUTE WS-PAYOFF-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
      *      A DAY PAST THE END OF ITS MONTH (02-30, 04-31) DOES NOT
      *      SURVIVE THE ROUND TRIP BACK TO A DATE.
             COMPUTE WS-DATE-CHECK =
                  FUNCTION DATE-OF-INTEGER(WS-PAYOFF-INT)
             IF WS-PAYOFF-INT = 0 OR
                WS-DATE-CHECK NOT = WS-DATE-NUM THEN
               MOVE 0028 TO CSRGPOF-RETCODE
               MOVE 0642 TO CSRGPOF-REASON
               MOVE WS-MSG-BAD-DATE TO CSRGPOF-MESSAGES
             ELSE
               MOVE WS-SYSDATE(1:4) TO WS-DATE-NUM-X(1:4)
               MOVE WS-SYSDATE(6:2) TO WS-DATE-NUM-X(5:2)
               MOVE WS-SYSDATE(9:2) TO WS-DATE-NUM-X(7:2)
               COMPUTE WS-TODAY-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-PAYOFF-INT < WS-TODAY-INT OR
                  WS-PAYOFF-INT > WS-TODAY-INT + 30 THEN
                 MOVE 0028 TO CSRGPOF-RETCODE
                 MOVE 0643 TO CSRGPOF-REASON
                 MOVE WS-MSG-DATE-RANGE TO CSRGPOF-MESSAGES
               END-IF
             END-IF
           END-IF
           EXIT.
       DO-QUOTE.
           PERFORM FETCH-ACCOUNT-STATUS
           EVALUATE TRUE
             WHEN WS-FETCH-SQLCODE = 100
               MOVE 0008 TO CSRGPOF-RETCODE
               MOVE 0101 TO CSRGPOF-REASON
               MOVE WS-MSG-NOT-FOUND TO CSRGPOF-MESSAGES
             WHEN WS-FETCH-SQLCODE NOT = 0
               MOVE 0012 TO CSRGPOF-RETCODE
               MOVE 0201 TO CSRGPOF-REASON
               MOVE WS-MSG-DB-DOWN TO CSRGPOF-MESSAGES
             WHEN WS-ACCOUNT-STATUS = 'C'
               MOVE 0024 TO CSRGPOF-RETCODE
               MOVE 0501 TO CSRGPOF-REASON
               MOVE WS-MSG-ACCT-CLOSED TO CSRGPOF-MESSAGES
             WHEN WS-ACCOUNT-STATUS = 'P'
               MOVE 0024 TO CSRGPOF-RETCODE
               MOVE 0512 TO CSRGPOF-REASON
               MOVE WS-MSG-PURGED TO CSRGPOF-MESSAGES
             WHEN WS-ACCOUNT-STATUS = 'F'
               MOVE 0024 TO CSRGPOF-RETCODE
               MOVE 0502 TO CSRGPOF-REASON
               MOVE WS-MSG-FROZEN TO CSRGPOF-MESSAGES
             WHEN OTHER
               PERFORM FETCH-QUOTE-INPUTS
           END-EVALUATE
           EXIT.
       FETCH-ACCOUNT-STATUS.
           EXEC SQL
                SELECT ACCOUNT_STATUS
                  INTO :WS-ACCOUNT-STATUS
                  FROM CUSTOMER
                 WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
           END-EXEC
           MOVE SQLCODE TO WS-FETCH-SQLCODE
           EXIT.
       FETCH-QUOTE-INPUTS.
           EXEC SQL
                SELECT PRIN_BALANCE, ACCRUED_INT, FEES_DUE
                  INTO :WS-PRIN-BALANCE, :WS-ACCRUED-INT,
                       :WS-FEES-DUE
                  FROM ACCT_BALANCE
                 WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
           END-EXEC
           MOVE SQLCODE TO WS-FETCH-SQLCODE
           EVALUATE TRUE
             WHEN WS-FETCH-SQLCODE = 100
      *        NO ACCT_BALANCE ROW IS A SERVICING FEED GAP - NO
      *        FIGURE IS BETTER THAN A FIGURE OF ZERO.
               MOVE 0008 TO CSRGPOF-RETCODE
               MOVE 0101 TO CSRGPOF-REASON
               MOVE WS-MSG-NO-BALANCE TO CSRGPOF-MESSAGES
             WHEN WS-FETCH-SQLCODE NOT = 0
               MOVE 0012 TO CSRGPOF-RETCODE
               MOVE 0201 TO CSRGPOF-REASON
               MOVE WS-MSG-DB-DOWN TO CSRGPOF-MESSAGES
             WHEN OTHER
               EXEC SQL
                    SELECT ANNUAL_RATE
                      INTO :WS-ANNUAL-RATE
                      FROM ACCT_TERMS
                     WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
               END-EXEC
               MOVE SQLCODE TO WS-FETCH-SQLCODE
               EVALUATE TRUE
                 WHEN WS-FETCH-SQLCODE = 100
                   MOVE 0008 TO CSRGPOF-RETCODE
                   MOVE 0101 TO CSRGPOF-REASON
                   MOVE WS-MSG-NO-TERMS TO CSRGPOF-MESSAGES
                 WHEN WS-FETCH-SQLCODE NOT = 0
                   MOVE 0012 TO CSRGPOF-RETCODE
                   MOVE 0201 TO CSRGPOF-REASON
                   MOVE WS-MSG-DB-DOWN TO CSRGPOF-MESSAGES
                 WHEN OTHER
                   PERFORM FETCH-LAST-ACCRUAL
               END-EVALUATE
           END-EVALUATE
           EXIT.
       FETCH-LAST-ACCRUAL.
      *    ACCRUED_INT COVERS EVERY DAY THROUGH THE NEWEST 'I' ROW ON
      *    CHG_HISTORY; THE QUOTE ADDS THE PER-DIEM FOR EACH DAY
      *    AFTER THAT UP TO AND INCLUDING THE PAYOFF DATE.
           EXEC SQL
                SELECT COALESCE(MAX(CHG_DATE), ' ')
                  INTO :WS-LAST-ACCR-DATE
                  FROM CHG_HISTORY
                 WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
                   AND CHG_TYPE = 'I'
           END-EXEC
           MOVE SQLCODE TO WS-FETCH-SQLCODE
           IF WS-FETCH-SQLCODE NOT = 0 THEN
             MOVE 0012 TO CSRGPOF-RETCODE
             MOVE 0201 TO CSRGPOF-REASON
             MOVE WS-MSG-DB-DOWN TO CSRGPOF-MESSAGES
           ELSE
             PERFORM COMPUTE-PAYOFF
           END-IF
           EXIT.
       COMPUTE-PAYOFF.
           IF WS-PRIN-BALANCE > 0 THEN
             COMPUTE WS-PER-DIEM ROUNDED =
                  WS-PRIN-BALANCE * WS-ANNUAL-RATE / 36500
           ELSE
             MOVE 0 TO WS-PER-DIEM
           END-IF
           IF WS-LAST-ACCR-DATE = SPACES THEN
      *      NOTHING ACCRUED YET - EVERY DAY FROM TODAY ON IS OWED.
             COMPUTE WS-LAST-ACCR-INT = WS-TODAY-INT - 1
           ELSE
             MOVE WS-LAST-ACCR-DATE(1:4) TO WS-DATE-NUM-X(1:4)
             MOVE WS-LAST-ACCR-DATE(6:2) TO WS-DATE-NUM-X(5:2)
             MOVE WS-LAST-ACCR-DATE(9:2) TO WS-DATE-NUM-X(7:2)
             COMPUTE WS-LAST-ACCR-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF
           COMPUTE WS-INT-DAYS = WS-PAYOFF-INT - WS-LAST-ACCR-INT
           IF WS-INT-DAYS < 0 THEN
             MOVE 0 TO WS-INT-DAYS
           END-IF
           COMPUTE WS-INTEREST =
                WS-ACCRUED-INT + WS-PER-DIEM * WS-INT-DAYS
           COMPUTE WS-TOTAL =
                WS-PRIN-BALANCE + WS-INTEREST + WS-FEES-DUE
           MOVE WS-PRIN-BALANCE TO CSRGPOF-PRIN-BALANCE
           MOVE WS-ACCRUED-INT TO CSRGPOF-ACCRUED-INT
           MOVE WS-PER-DIEM TO CSRGPOF-PER-DIEM
           MOVE WS-INT-DAYS TO CSRGPOF-INT-DAYS
           MOVE WS-INTEREST TO CSRGPOF-INTEREST
           MOVE WS-FEES-DUE TO CSRGPOF-FEES-DUE
           MOVE WS-TOTAL TO CSRGPOF-TOTAL
           MOVE 0000 TO CSRGPOF-RETCODE
           MOVE 0000 TO CSRGPOF-REASON
           MOVE WS-PAYOFF-DATE TO WS-MSG-QUOTED-DATE
           MOVE WS-MSG-QUOTED TO CSRGPOF-MESSAGES
           EXIT.
       WRITE-QUOTE-LOG.
      *    THE LOG CARRIES EXACTLY WHAT THE CALLER IS ABOUT TO SEE -
      *    REFUSALS INCLUDED - KEYED LIKE CSRGAUD/CSRGMAU.
           MOVE WS-ACCOUNT-NO TO CSRGPOQ-ACCOUNT-NO
           MOVE WS-SYSDATE TO CSRGPOQ-QUOTE-DATE
           MOVE WS-SYSTIME TO CSRGPOQ-QUOTE-TIME
           MOVE EIBTASKN TO CSRGPOQ-TASK-NO
           MOVE WS-PAYOFF-DATE TO CSRGPOQ-PAYOFF-DATE
           EXEC CICS ASSIGN
                USERID(CSRGPOQ-USER-ID)
           END-EXEC
           MOVE EIBTRMID TO CSRGPOQ-TERMINAL-ID
           MOVE EIBTRNID TO CSRGPOQ-TRAN-ID
           MOVE CSRGPOF-RETCODE TO CSRGPOQ-RETCODE
           MOVE CSRGPOF-REASON TO CSRGPOQ-REASON
           MOVE CSRGPOF-PRIN-BALANCE TO CSRGPOQ-PRIN-BALANCE
           MOVE CSRGPOF-ACCRUED-INT TO CSRGPOQ-ACCRUED-INT
           MOVE CSRGPOF-PER-DIEM TO CSRGPOQ-PER-DIEM
           MOVE CSRGPOF-INT-DAYS TO CSRGPOQ-INT-DAYS
           MOVE CSRGPOF-INTEREST TO CSRGPOQ-INTEREST
           MOVE CSRGPOF-FEES-DUE TO CSRGPOQ-FEES-DUE
           MOVE CSRGPOF-TOTAL TO CSRGPOQ-TOTAL
           EXEC CICS WRITE
                FILE('CSRGPOQ')
                FROM(CSRGPOQ-RECORD)
                RIDFLD(CSRGPOQ-KEY)
                KEYLENGTH(LENGTH OF CSRGPOQ-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
             EXEC CICS WRITE OPERATOR
                  TEXT('CSRGPOQ WRITE FAILED - QUOTE LOG RECORD LOST')
             END-EXEC
             IF CSRGPOF-RETCODE = 0 THEN
               PERFORM CLEAR-QUOTE-FIGURES
               MOVE 0012 TO CSRGPOF-RETCODE
               MOVE 0203 TO CSRGPOF-REASON
               MOVE WS-MSG-NO-LOG TO CSRGPOF-MESSAGES
             END-IF
           END-IF
           EXIT.
       SEND-RESPONSE.
           EXEC CICS RETURN
           END-EXEC
           EXIT.
       END PROGRAM CBSCSRO.
