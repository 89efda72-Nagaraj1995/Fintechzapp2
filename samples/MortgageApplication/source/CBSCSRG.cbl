      *|   CONTACT FUNCTION), GATED BY CSRGOPT-BIT-CONTACT UNDER THE  |
      *|   SAME TEST-BEFORE-FETCH RULE AS THE BALANCE BIT, SO THE     |
      *|   TELLER CAN VERIFY A CALLER AGAINST THE ADDRESS ON FILE.    |
      *|   ACCRUED INTEREST AND FEES OWED (POSTED TO ACCT_BALANCE BY  |
      *|   THE CBSINTAC NIGHTLY ACCRUAL) RIDE THE SAME BALANCE FETCH  |
      *|   AND THE SAME BALANCE BIT INTO CSRGRES-ACCRUAL-DATA.        |
      *|   WHEN A CUSTOMER SELECT FAILS BECAUSE DB2 ITSELF IS          |
      *|   UNAVAILABLE (NOT A LOCK, NOT A MISSING ROW), THE INQUIRY    |
      *|   IS ANSWERED FROM THE CSRGSHD SHADOW CBSSHDBL BUILDS EVERY   |
      *|   NIGHT: SAME FEATURE BITS, SAME STATUS RULES, SAME CSRGAUD   |
      *|   RECORD, NO LAST_INQUIRY_TS STAMP, AND RETCODE 0004 WITH     |
      *|   REASON 0205 AND THE BUILD DATE IN CSRGRES-AS-OF-DATE SO NO  |
      *|   CALLER MISTAKES LAST NIGHT'S DATA FOR NOW. SWITCHED PER     |
      *|   REGION BY CSRGOPT-BIT-SHADOW; WITH THE BIT OFF, OR THE      |
      *|   ACCOUNT NOT ON THE SHADOW, THE ANSWER IS 0012/0201 AS       |
      *|   BEFORE.                                                     |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSCSRG.
       01 WS-SYSDATE                PIC X(10).
       01 WS-SYSTIME                PIC X(08).
       01 WS-SQLCODE                PIC S9(9) COMP-5.
      *      DB2 NOT THERE AT ALL (RESOURCE UNAVAILABLE, NO CONNECTION,
      *      CONNECTION LOST, ATTACH NOT UP) - THE CODES THAT SEND AN
      *      INQUIRY TO THE SHADOW. A TIMEOUT OR DEADLOCK IS NOT ONE.
         88 WS-DB2-UNAVAILABLE      VALUES -904 -923 -924 -927.
       01 WS-SOURCE-FLAG            PIC X(01).
         88 WS-FROM-SHADOW          VALUE 'S'.
       01 WS-ACCT-FOUND             PIC S9(9) COMP-3 VALUE 0.
       01 WS-LOCK-HOLDER            PIC X(08).
       01 WS-CUSTOMER-NAME          PIC X(50).
       01 WS-LAST-PMT-DATE          PIC X(10).
       01 WS-LAST-PMT-AMOUNT        PIC S9(9)V99 COMP-3.
       01 WS-NEXT-DUE-DATE          PIC X(10).
       01 WS-ACCRUED-INT            PIC S9(11)V99 COMP-3.
       01 WS-FEES-DUE               PIC S9(9)V99 COMP-3.
       01 WS-CON-SQLCODE            PIC S9(9) COMP-5.
       01 WS-ADDR-LINE1             PIC X(40).
       01 WS-ADDR-LINE2             PIC X(40).
      *    INSTEAD OF THE LIVE (REDEFINABLE) FIELD.
       01 WS-ACCOUNT-NO              PIC S9(18).
       COPY CSRGAUD.
       COPY CSRGSHD.
       01 WS-MSG-NOT-FOUND
            PIC X(100) VALUE 'ACCOUNT NOT FOUND'.
       01 WS-MSG-LOCKED
            PIC X(100) VALUE 'ACCOUNT IS CLOSED - REFER TO SUPERVISOR'.
       01 WS-MSG-ACCT-FROZEN
            PIC X(100) VALUE 'ACCOUNT IS FROZEN - REFER TO SUPERVISOR'.
       01 WS-MSG-SHADOW-LEAD
            PIC X(50) VALUE 'DATABASE DOWN - DATA AS OF LAST NIGHT'.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          COPY CSRGREQ.
           MOVE 0 TO CSRGRES-LAST-PMT-AMOUNT
           MOVE SPACES TO CSRGRES-NEXT-DUE-DATE
           MOVE SPACES TO CSRGRES-CONTACT-DATA
           MOVE 0 TO CSRGRES-ACCRUED-INT
           MOVE 0 TO CSRGRES-FEES-DUE
           MOVE SPACES TO CSRGRES-AS-OF-DATE
           MOVE 'D' TO WS-SOURCE-FLAG
           PERFORM GET-SYSTEM-DATE-TIME
           PERFORM LOAD-FEATURE-MASK
           PERFORM LOOKUP-CUSTOMER
           MOVE CSRGVOL-GRP-SELECT-INTO TO WS-BUMP-GRP-NO
           PERFORM BUMP-COUNTER-IN
           IF WS-SQLCODE NOT = 0 THEN
             PERFORM LOOKUP-DB2-FAILED
           ELSE
             IF WS-ACCT-FOUND = 0 THEN
               MOVE 0008 TO CSRGRES-RETCODE
             WHEN 0
               PERFORM LOOKUP-FETCH-DETAIL
             WHEN OTHER
               PERFORM LOOKUP-DB2-FAILED
           END-EVALUATE
           EXIT.
       LOOKUP-FETCH-DETAIL.
               MOVE 0101 TO CSRGRES-REASON
               MOVE WS-MSG-NOT-FOUND TO MESSAGES OF CSRGRES
             ELSE
               PERFORM LOOKUP-DB2-FAILED
             END-IF
           END-IF
           EXIT.
       LOOKUP-DB2-FAILED.
      *    ANY OF THE THREE CUSTOMER SELECTS CAN BE THE ONE THAT FINDS
      *    DB2 GONE - IN AN OUTAGE IT IS NORMALLY THE ROW-EXISTS PROBE
      *    - SO ALL THREE COME HERE. ONLY A TRUE UNAVAILABLE CODE
      *    TRIES THE SHADOW; ANY OTHER FAILURE IS 0012/0201 AS BEFORE.
           IF WS-DB2-UNAVAILABLE THEN
             PERFORM LOOKUP-SHADOW
           ELSE
             PERFORM SET-DB-DOWN-RESPONSE
           END-IF
           EXIT.
       SET-DB-DOWN-RESPONSE.
           MOVE 0012 TO CSRGRES-RETCODE
           MOVE 0201 TO CSRGRES-REASON
           MOVE WS-MSG-DB-DOWN TO MESSAGES OF CSRGRES
           EXIT.
       LOOKUP-SHADOW.
      *    CSRGSHD IS READ-ONLY AND NOT KEPT CURRENT DURING THE DAY: AN
      *    ACCOUNT ADDED SINCE LAST NIGHT IS NOT ON IT, SO NOTFND HERE
      *    IS "CANNOT SAY", NOT "DOES NOT EXIST" - STILL 0012/0201.
           CALL 'EVALOPT' USING CSRGOPT-BIT-SHADOW
                CSRGOPT-BIT-SHADOW CSRGOPT-REGION-MASK
                CSRGOPT-BYTECOUNT-2 CSRGOPT-RC
           IF CSRGOPT-RC NOT = 0 THEN
             PERFORM SET-DB-DOWN-RESPONSE
           ELSE
             EXEC CICS READ
                  FILE('CSRGSHD')
                  INTO(CSRGSHD-RECORD)
                  RIDFLD(WS-ACCOUNT-NO)
                  RESP(WS-RESP)
             END-EXEC
             IF WS-RESP = DFHRESP(NORMAL) THEN
               PERFORM ANSWER-FROM-SHADOW
             ELSE
               PERFORM SET-DB-DOWN-RESPONSE
             END-IF
           END-IF
           EXIT.
       ANSWER-FROM-SHADOW.
      *    THE SAME FEATURE PARAGRAPHS AS A LIVE ANSWER, SO EVERY
      *    CSRGCTL BIT HOLDS; WS-FROM-SHADOW SENDS THE BALANCE AND
      *    CONTACT PARAGRAPHS TO THE SHADOW INSTEAD OF DB2. NO
      *    HOUSEKEEPING-UPDATE - THERE IS NO DB2 TO STAMP - BUT THE
      *    LOOKUP IS STILL AUDITED.
           MOVE 'S' TO WS-SOURCE-FLAG
           MOVE CSRGSHD-CUSTOMER-NAME TO WS-CUSTOMER-NAME
           MOVE CSRGSHD-CUSTOMER-ID TO WS-CUSTOMER-ID
           MOVE CSRGSHD-ACCOUNT-STATUS TO WS-ACCOUNT-STATUS
           PERFORM APPLY-CUSTOMER-NAME-FEATURE
           PERFORM APPLY-BALANCE-DATE-FEATURE
           PERFORM APPLY-BALANCE-FEATURE
           PERFORM APPLY-CONTACT-FEATURE
           PERFORM SET-STATUS-RESPONSE
      *    A CLOSED OR FROZEN ACCOUNT KEEPS ITS STRONGER 0024; AN OPEN
      *    ONE IS A WARNING, NOT A CLEAN ANSWER.
           IF CSRGRES-RETCODE = 0000 THEN
             MOVE 0004 TO CSRGRES-RETCODE
             MOVE 0205 TO CSRGRES-REASON
             MOVE SPACES TO MESSAGES OF CSRGRES
             STRING WS-MSG-SHADOW-LEAD DELIMITED BY '  '
                    ' (' DELIMITED BY SIZE
                    CSRGSHD-BUILD-DATE DELIMITED BY SIZE
                    ')' DELIMITED BY SIZE
                    INTO MESSAGES OF CSRGRES
             END-STRING
           END-IF
           MOVE CSRGSHD-BUILD-DATE TO CSRGRES-AS-OF-DATE
           PERFORM WRITE-AUDIT-RECORD
           EXIT.
       SET-STATUS-RESPONSE.
      *    REQ 011 - A CLOSED OR FROZEN ACCOUNT IS STILL A SUCCESSFUL
      *    LOOKUP (THE DETAIL FIELDS ARE FILLED, THE AUDIT RECORD IS
                CSRGOPT-BIT-BALANCE CSRGOPT-REGION-MASK
                CSRGOPT-BYTECOUNT CSRGOPT-RC
           IF CSRGOPT-RC = 0 THEN
             IF WS-FROM-SHADOW THEN
               PERFORM LOAD-SHADOW-BALANCE
             ELSE
               PERFORM LOOKUP-FETCH-BALANCE
             END-IF
           END-IF
           EXIT.
       LOAD-SHADOW-BALANCE.
           IF CSRGSHD-HAS-BALANCE THEN
             MOVE CSRGSHD-PRIN-BALANCE TO CSRGRES-PRIN-BALANCE
             MOVE CSRGSHD-LAST-PMT-DATE TO CSRGRES-LAST-PMT-DATE
             MOVE CSRGSHD-LAST-PMT-AMOUNT TO CSRGRES-LAST-PMT-AMOUNT
             MOVE CSRGSHD-NEXT-DUE-DATE TO CSRGRES-NEXT-DUE-DATE
             MOVE CSRGSHD-ACCRUED-INT TO CSRGRES-ACCRUED-INT
             MOVE CSRGSHD-FEES-DUE TO CSRGRES-FEES-DUE
           END-IF
           EXIT.
       LOOKUP-FETCH-BALANCE.
      *    EXEC SQL SELECT_INTO : OUT=1 IN=6 - BALANCE/PAYMENT FETCH.
      *    +100 MEANS THE SERVICING FEED HAS NO ROW FOR THIS ACCOUNT
      *    YET - THE INQUIRY STILL SUCCEEDS, WITH ZERO/BLANK MONEY
      *    FIELDS; ANY OTHER NON-ZERO SQLCODE IS TREATED THE SAME
           PERFORM BUMP-COUNTER-OUT
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
             MOVE WS-LAST-PMT-DATE TO CSRGRES-LAST-PMT-DATE
             MOVE WS-LAST-PMT-AMOUNT TO CSRGRES-LAST-PMT-AMOUNT
             MOVE WS-NEXT-DUE-DATE TO CSRGRES-NEXT-DUE-DATE
             MOVE WS-ACCRUED-INT TO CSRGRES-ACCRUED-INT
             MOVE WS-FEES-DUE TO CSRGRES-FEES-DUE
           END-IF
           EXIT.
       APPLY-CONTACT-FEATURE.
                CSRGOPT-BIT-CONTACT CSRGOPT-REGION-MASK
                CSRGOPT-BYTECOUNT CSRGOPT-RC
           IF CSRGOPT-RC = 0 THEN
             IF WS-FROM-SHADOW THEN
               PERFORM LOAD-SHADOW-CONTACT
             ELSE
               PERFORM LOOKUP-FETCH-CONTACT
             END-IF
           END-IF
           EXIT.
       LOAD-SHADOW-CONTACT.
           IF CSRGSHD-HAS-CONTACT THEN
             MOVE CSRGSHD-ADDR-LINE1 TO CSRGRES-ADDR-LINE1
             MOVE CSRGSHD-ADDR-LINE2 TO CSRGRES-ADDR-LINE2
             MOVE CSRGSHD-CITY TO CSRGRES-CITY
             MOVE CSRGSHD-STATE TO CSRGRES-STATE
             MOVE CSRGSHD-ZIP TO CSRGRES-ZIP
             MOVE CSRGSHD-PHONE TO CSRGRES-PHONE
             MOVE CSRGSHD-EMAIL TO CSRGRES-EMAIL
           END-IF
           EXIT.
       LOOKUP-FETCH-CONTACT.
