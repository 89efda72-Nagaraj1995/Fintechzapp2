      *+---------------------------------------------------------------+
      *| CBSCRBUR                                                      |
      *|   MONTHLY CREDIT BUREAU REPORTING FILE (METRO 2 FORMAT). THE  |
      *|   MONTHLY BUREAU FILE USED TO BE ASSEMBLED BY HAND FROM       |
      *|   SPREADSHEETS; THIS JOB BUILDS IT FROM THE TABLES THAT       |
      *|   ALREADY HOLD EVERYTHING IT NEEDS. THE ACCOUNT MASTER        |
      *|   (ACCTMSTR) DRIVES THE RUN IN THE CBSSTMT MOLD - SHARED      |
      *|   CSRGEDT EDIT FIRST, THEN DB2 - AND FOR EACH ACCOUNT ONE     |
      *|   426-BYTE BASE SEGMENT (CSRGCRB.CPY) GOES TO CRBFILE, AFTER  |
      *|   ONE HEADER AND BEFORE ONE TRAILER CARRYING THE CONTROL      |
      *|   COUNTS. WHERE EACH FIELD COMES FROM:                        |
      *|   - CUSTOMER: NAME (SPLIT "SURNAME, FIRST MIDDLE", OR "FIRST  |
      *|     SURNAME" WHEN THERE IS NO COMMA), ACCOUNT_STATUS AND      |
      *|     STATUS_REASON_CD.                                         |
      *|   - ACCT_BALANCE: CURRENT BALANCE (PRINCIPAL + ACCRUED        |
      *|     INTEREST + FEES OWED, WHOLE DOLLARS), LAST PAYMENT DATE,  |
      *|     ACTUAL PAYMENT (LAST PAYMENT, WHEN MADE IN THE ACTIVITY   |
      *|     MONTH), AND DAYS PAST DUE FROM NEXT_DUE_DATE TO THE       |
      *|     ACTIVITY DATE - THE NEXT DUE DATE IS ALSO THE DATE OF     |
      *|     FIRST DELINQUENCY ONCE THE ACCOUNT IS 30 DAYS LATE.       |
      *|   - CUST_CONTACT: ADDRESS, CITY, STATE, ZIP AND PHONE.        |
      *|   ACCOUNT STATUS CODE, BY THE CBSDLQAG AGING BUCKETS (UNDER   |
      *|   30/30/60/90+) CARRIED ON IN 30-DAY STEPS AS METRO 2 ASKS:   |
      *|     UNDER 30 DAYS PAST DUE  11     90-119  80                 |
      *|     30-59                   71    120-149  82                 |
      *|     60-89                   78    150-179  83                 |
      *|                                   180+    84                  |
      *|   THAT AGED CODE IS REPORTED FOR OPEN AND FROZEN ACCOUNTS     |
      *|   (A CBSDLQAG 'DLQ9' FREEZE AGES TO 80 OR WORSE ON ITS OWN).  |
      *|   A CLOSED ACCOUNT IS REPORTED BY ITS STATUS_REASON_CD:       |
      *|     'CHGO' CHARGED OFF       97  BALANCE = CHARGE-OFF AMOUNT  |
      *|     'FCLS' FORECLOSED        94  ZERO BALANCE                 |
      *|     'DEED' DEED IN LIEU      89  ZERO BALANCE                 |
      *|     ANY OTHER, NO BALANCE    13  PAID OR CLOSED               |
      *|     ANY OTHER, BALANCE OWED  THE AGED CODE - STILL OWING      |
      *|   AND 13/89/94 CARRY THE PAYMENT RATING (0 CURRENT, 1-6 FOR   |
      *|   EACH 30-DAY STEP) THE ACCOUNT HAD WHEN IT CLOSED. PURGED    |
      *|   ACCOUNTS ARE NOT REPORTED - THEY WENT TO THE BUREAUS AS     |
      *|   CLOSED BEFORE THEY WERE PURGED - AND ARE COUNTED.           |
      *|   METRO 2 FIELDS THIS SYSTEM DOES NOT HOLD - DATE OPENED,     |
      *|   HIGHEST CREDIT, TERMS, SCHEDULED PAYMENT, AMOUNT PAST DUE,  |
      *|   DATE CLOSED, SSN, DATE OF BIRTH - GO OUT ZERO-FILLED, AND   |
      *|   THE 24-MONTH PAYMENT HISTORY PROFILE IS ALL 'B' (NO         |
      *|   HISTORY KEPT).                                              |
      *|   AN ACCOUNT THAT CANNOT BE REPORTED - NOT ON CUSTOMER, NO    |
      *|   ACCT_BALANCE ROW, NO ADDRESS ON FILE, OR FAILING THE        |
      *|   CSRGEDT ACCOUNT, NAME OR CONTACT EDITS - IS LISTED ON THE   |
      *|   CRBRPT EXCEPTION REPORT INSTEAD OF SENT, AS IT IS FOUND, SO |
      *|   A RESTARTED RUN KEEPS THE EXCEPTIONS ALREADY LISTED.        |
      *|   CHECKPOINT/RESTART AS CBSSTMT: THE LAST ACCOUNT DONE IS     |
      *|   REWRITTEN TO CRBCKPT (CSRGRST.CPY) AFTER EVERY ACCOUNT, AND |
      *|   A RERUN SKIPS PAST IT, APPENDS TO CRBFILE AND CRBRPT, AND   |
      *|   KEEPS THE ORIGINAL ACTIVITY DATE. BEFORE APPENDING, THE     |
      *|   RERUN READS BACK THE BASE SEGMENTS ALREADY ON CRBFILE SO    |
      *|   THE TRAILER COUNTS ARE THE WHOLE FILE'S. A CLEAN FINISH     |
      *|   RESETS THE CHECKPOINT SO NEXT MONTH STARTS FROM THE TOP.    |
      *|   CRBPARM (80-BYTE RECORDS, ALL BUT THE ID OPTIONAL):         |
      *|     1: COLS 1-10 ACTIVITY DATE YYYY-MM-DD (DEFAULT TODAY),    |
      *|        12-31 METRO 2 IDENTIFICATION NUMBER, 33-72 REPORTER    |
      *|        NAME                                                   |
      *|     2: COLS 1-10 INNOVIS, 12-21 EQUIFAX, 23-27 EXPERIAN,      |
      *|        29-38 TRANSUNION PROGRAM IDENTIFIERS, 40-49 REPORTER   |
      *|        TELEPHONE                                              |
      *|     3: COLS 1-72 REPORTER ADDRESS                             |
      *|   RETURN CODE 4 WHEN ANY ACCOUNT WAS LEFT OFF THE FILE, 16    |
      *|   WHEN THERE IS NO IDENTIFICATION NUMBER, ON A DB2 FAILURE OR |
      *|   A CRBFILE OPEN/WRITE FAILURE (THE RUN STOPS WITHOUT A       |
      *|   TRAILER, READY TO RESTART) OR ON A CHECKPOINT FAILURE.      |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSCRBUR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMSTR ASSIGN TO ACCTMSTR
                ORGANIZATION IS SEQUENTIAL.
           SELECT CRBPARM ASSIGN TO CRBPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
           SELECT CRBCKPT ASSIGN TO CRBCKPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CKPT-STATUS.
           SELECT CRBFILE ASSIGN TO CRBFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CRB-STATUS.
           SELECT CRBRPT ASSIGN TO CRBRPT
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
       FD CRBPARM
           RECORD CONTAINS 80 CHARACTERS.
       01 CRBPARM-REC1.
         03 CRBPARM-ACTIVITY-DATE  PIC X(10).
         03 FILLER                 PIC X(01).
         03 CRBPARM-IDENT-NO       PIC X(20).
         03 FILLER                 PIC X(01).
         03 CRBPARM-REPORTER-NAME  PIC X(40).
         03 FILLER                 PIC X(08).
       01 CRBPARM-REC2.
         03 CRBPARM-INNOVIS-ID     PIC X(10).
         03 FILLER                 PIC X(01).
         03 CRBPARM-EQUIFAX-ID     PIC X(10).
         03 FILLER                 PIC X(01).
         03 CRBPARM-EXPERIAN-ID    PIC X(05).
         03 FILLER                 PIC X(01).
         03 CRBPARM-TRANSUNION-ID  PIC X(10).
         03 FILLER                 PIC X(01).
         03 CRBPARM-REPORTER-PHONE PIC X(10).
         03 FILLER                 PIC X(31).
       01 CRBPARM-REC3.
         03 CRBPARM-REPORTER-ADDR  PIC X(72).
         03 FILLER                 PIC X(08).
       FD CRBCKPT
           RECORD CONTAINS 60 CHARACTERS.
       01 CRBCKPT-RECORD           PIC X(60).
       FD CRBFILE
           RECORD CONTAINS 426 CHARACTERS.
       01 CRBFILE-RECORD           PIC X(426).
       FD CRBRPT
           RECORD CONTAINS 132 CHARACTERS.
       01 CRBRPT-LINE              PIC X(132).
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
       01 WS-CRB-STATUS            PIC X(02) VALUE '00'.
         88 WS-CRB-STATUS-OK       VALUE '00'.
       01 WS-CRB-OPEN-FLAG         PIC X(01) VALUE 'N'.
         88 WS-CRB-OPEN            VALUE 'Y'.
       COPY CSRGRST.
       COPY CSRGEDT.
       COPY CSRGCRB.
       01 WS-EDT-ACCT-NUM          PIC 9(18).
       01 WS-SQLCODE               PIC S9(9) COMP-5.
       01 WS-ACCTMSTR-EOF-FLAG     PIC X(01) VALUE 'N'.
         88 WS-ACCTMSTR-EOF        VALUE 'Y'.
       01 WS-CRB-EOF-FLAG          PIC X(01) VALUE 'N'.
         88 WS-CRB-EOF             VALUE 'Y'.
       01 WS-STOP-FLAG             PIC X(01) VALUE 'N'.
         88 WS-STOP-RUN            VALUE 'Y'.
       01 WS-CKPT-FOUND-FLAG       PIC X(01) VALUE 'N'.
         88 WS-CKPT-FOUND          VALUE 'Y'.
       01 WS-CKPT-STATUS           PIC X(02) VALUE '00'.
         88 WS-CKPT-STATUS-OK      VALUE '00'.
         88 WS-CKPT-STATUS-NOFILE  VALUE '35'.
       01 WS-SKIPPING-FLAG         PIC X(01) VALUE 'N'.
         88 WS-SKIPPING            VALUE 'Y'.
       01 WS-RESTART-FLAG          PIC X(01) VALUE 'N'.
         88 WS-RESTARTING          VALUE 'Y'.
       01 WS-COMPLETE-FLAG         PIC X(01) VALUE 'N'.
         88 WS-FILE-COMPLETE       VALUE 'Y'.
       01 WS-RUN-DATE-RAW          PIC X(08).
       01 WS-RUN-TIME-RAW          PIC X(08).
       01 WS-RUN-DATE              PIC X(10).
       01 WS-RUN-TIME              PIC X(08).
       01 WS-ACTIVITY-DATE         PIC X(10).
       01 WS-ACTIVITY-MDY          PIC X(08).
       01 WS-RUN-MDY               PIC X(08).
       01 WS-TIME-STAMP            PIC X(14).
      *    DATE OF THE METRO 2 LAYOUT THIS PROGRAM WRITES - HEADER
      *    PROGRAM DATE AND PROGRAM REVISION DATE.
       01 WS-PROGRAM-DATE          PIC X(08) VALUE '10152026'.
      *    YYYY-MM-DD TO MMDDYYYY; ANYTHING THAT IS NOT A DATE GOES
      *    OUT AS ZEROS, METRO 2'S "NOT KNOWN".
       01 WS-DATE-ISO              PIC X(10).
       01 WS-DATE-MDY              PIC X(08).
      *    CRBPARM VALUES.
       01 WS-IDENT-NO              PIC X(20) VALUE SPACES.
       01 WS-REPORTER-NAME         PIC X(40) VALUE SPACES.
       01 WS-REPORTER-ADDR         PIC X(96) VALUE SPACES.
       01 WS-REPORTER-PHONE        PIC X(10) VALUE SPACES.
       01 WS-INNOVIS-ID            PIC X(10) VALUE SPACES.
       01 WS-EQUIFAX-ID            PIC X(10) VALUE SPACES.
       01 WS-EXPERIAN-ID           PIC X(05) VALUE SPACES.
       01 WS-TRANSUNION-ID         PIC X(10) VALUE SPACES.
       01 WS-PARM-COUNT            PIC 9(1) VALUE 0.
      *    ONE ACCOUNT'S ROWS.
       01 WS-ACCOUNT-NO            PIC S9(18).
       01 WS-CONS-ACCT-NO          PIC X(30).
       01 WS-CUSTOMER-NAME         PIC X(50).
       01 WS-ACCOUNT-STATUS        PIC X(01).
       01 WS-STATUS-REASON         PIC X(04).
      *    CLOSING REASONS KEYED ON THE CBSCSRM STATUS CHANGE THAT
      *    REPORT AS SOMETHING OTHER THAN PAID OR CLOSED.
         88 WS-RSN-CHARGED-OFF     VALUE 'CHGO'.
         88 WS-RSN-FORECLOSED      VALUE 'FCLS'.
         88 WS-RSN-DEED-IN-LIEU    VALUE 'DEED'.
       01 WS-PRIN-BALANCE          PIC S9(11)V99 COMP-3.
       01 WS-LAST-PMT-DATE         PIC X(10).
       01 WS-LAST-PMT-AMOUNT       PIC S9(9)V99 COMP-3.
       01 WS-NEXT-DUE-DATE         PIC X(10).
       01 WS-ACCRUED-INT           PIC S9(11)V99 COMP-3.
       01 WS-FEES-DUE              PIC S9(9)V99 COMP-3.
       01 WS-DAYS-PAST-DUE         PIC S9(9) COMP-5.
       01 WS-ADDR-LINE1            PIC X(40).
       01 WS-ADDR-LINE2            PIC X(40).
       01 WS-CITY                  PIC X(25).
       01 WS-STATE                 PIC X(02).
       01 WS-ZIP                   PIC X(10).
       01 WS-PHONE                 PIC X(15).
       01 WS-EMAIL                 PIC X(50).
       01 WS-REPORT-BALANCE        PIC S9(13)V99 COMP-3.
       01 WS-AGED-STATUS           PIC X(02).
       01 WS-AGED-RATING           PIC X(01).
      *    NAME SPLIT WORK AREAS.
       01 WS-NAME-REST             PIC X(50).
       01 WS-NAME-LEAD             PIC S9(4) COMP.
       01 WS-NAME-COMMAS           PIC S9(4) COMP.
       01 WS-NAME-PTR              PIC S9(4) COMP.
      *    DIGITS-ONLY IMAGE OF A PHONE OR ZIP.
       01 WS-DIGIT-SOURCE          PIC X(15).
       01 WS-DIGIT-RESULT          PIC X(15).
       01 WS-DIGIT-COUNT           PIC S9(4) COMP.
       01 WS-DIGIT-IX              PIC S9(4) COMP.
       01 WS-LAST-FILE-ACCT        PIC X(30) VALUE SPACES.
       01 WS-ACCOUNTS-READ         PIC 9(9) VALUE 0.
       01 WS-WRITTEN-COUNT         PIC 9(9) VALUE 0.
       01 WS-PRIOR-COUNT           PIC 9(9) VALUE 0.
       01 WS-PURGED-COUNT          PIC 9(9) VALUE 0.
       01 WS-EXCEPTION-COUNT       PIC 9(9) VALUE 0.
       01 WS-HDG-LINE.
         03 FILLER PIC X(44)
              VALUE 'METRO 2 CREDIT BUREAU FILE - ACTIVITY DATE '.
         03 WS-HDG-DATE            PIC X(10).
         03 FILLER PIC X(78) VALUE SPACES.
       01 WS-EXC-HDG-LINE.
         03 FILLER PIC X(40)
              VALUE 'EXCEPTIONS - ACCOUNTS NOT REPORTED'.
         03 FILLER PIC X(92) VALUE SPACES.
       01 WS-COL-LINE.
         03 FILLER PIC X(20) VALUE 'ACCOUNT NO'.
         03 FILLER PIC X(27) VALUE 'CUSTOMER NAME'.
         03 FILLER PIC X(32) VALUE 'REASON'.
         03 FILLER PIC X(53) VALUE 'EDIT'.
       01 WS-EXC-LINE.
         03 WS-EXC-DET-ACCT        PIC X(18).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-EXC-DET-NAME        PIC X(25).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-EXC-DET-TEXT        PIC X(30).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-EXC-DET-REASON      PIC X(04).
         03 FILLER PIC X(49) VALUE SPACES.
       01 WS-RESTART-LINE.
         03 FILLER PIC X(24) VALUE '*** RESTARTED AFTER ACCT'.
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-RST-ACCT            PIC 9(18).
         03 FILLER PIC X(03) VALUE ' - '.
         03 WS-RST-COUNT           PIC ZZZZZZZZ9.
         03 FILLER PIC X(34)
              VALUE ' BASE SEGMENTS ALREADY ON CRBFILE'.
         03 FILLER PIC X(43) VALUE SPACES.
       01 WS-SEP-LINE              PIC X(132) VALUE ALL '-'.
       01 WS-TOT-HDG-LINE.
         03 FILLER PIC X(40) VALUE 'CONTROL TOTALS'.
         03 FILLER PIC X(92) VALUE SPACES.
       01 WS-SUM-LINE.
         03 WS-SUM-NAME            PIC X(36).
         03 WS-SUM-COUNT           PIC ZZZZZZZZ9.
         03 FILLER PIC X(87) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM WRITE-RUN-START
           PERFORM SET-RUN-STAMP
           MOVE WS-RUN-DATE TO WS-ACTIVITY-DATE
           INITIALIZE CSRGCRB-TRAILER
           PERFORM READ-BUREAU-PARM
           IF WS-IDENT-NO = SPACES THEN
             DISPLAY 'CBSCRBUR: NO IDENTIFICATION NUMBER ON CRBPARM '
                  '- NO FILE WRITTEN'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM READ-CHECKPOINT
             IF WS-CKPT-FOUND AND CSRGRST-LAST-ACCOUNT-NO NOT = 0
               MOVE 'Y' TO WS-SKIPPING-FLAG
               MOVE 'Y' TO WS-RESTART-FLAG
               PERFORM RECOUNT-EXISTING-FILE
             END-IF
             EVALUATE TRUE
               WHEN WS-STOP-RUN
                 CONTINUE
               WHEN WS-FILE-COMPLETE
      *            THE LAST RUN WROTE ITS TRAILER BUT DIED BEFORE IT
      *            COULD RESET THE CHECKPOINT - THE FILE IS WHOLE.
                 DISPLAY 'CBSCRBUR: CRBFILE ALREADY HAS ITS TRAILER '
                      '- NOTHING TO RESTART'
                 PERFORM RESET-CHECKPOINT
               WHEN OTHER
                 PERFORM BUILD-BUREAU-FILE
             END-EVALUATE
           END-IF
           IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE = 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-END
           GOBACK.
       SET-RUN-STAMP.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-DATE-RAW(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-' TO WS-RUN-DATE(5:1)
           MOVE WS-RUN-DATE-RAW(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-' TO WS-RUN-DATE(8:1)
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-RUN-DATE(9:2)
           MOVE WS-RUN-TIME-RAW(1:2) TO WS-RUN-TIME(1:2)
           MOVE ':' TO WS-RUN-TIME(3:1)
           MOVE WS-RUN-TIME-RAW(3:2) TO WS-RUN-TIME(4:2)
           MOVE ':' TO WS-RUN-TIME(6:1)
           MOVE WS-RUN-TIME-RAW(5:2) TO WS-RUN-TIME(7:2)
           MOVE WS-RUN-DATE TO WS-DATE-ISO
           PERFORM CONVERT-DATE-MDY
           MOVE WS-DATE-MDY TO WS-RUN-MDY
           MOVE WS-RUN-MDY TO WS-TIME-STAMP(1:8)
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-TIME-STAMP(9:6)
           EXIT.
       READ-BUREAU-PARM.
      *    AN UNUSABLE ACTIVITY DATE FALLS BACK TO TODAY (CBSINTAC
      *    DISCIPLINE); ONLY THE IDENTIFICATION NUMBER IS REQUIRED -
      *    THE BUREAUS REJECT A FILE WITHOUT ONE.
           OPEN INPUT CRBPARM
           IF WS-PARM-STATUS-OK
             PERFORM READ-ONE-PARM
                  UNTIL NOT WS-PARM-STATUS-OK OR WS-PARM-COUNT = 3
             CLOSE CRBPARM
           END-IF
           EXIT.
       READ-ONE-PARM.
           READ CRBPARM
             AT END
               CONTINUE
             NOT AT END
               ADD 1 TO WS-PARM-COUNT
               EVALUATE WS-PARM-COUNT
                 WHEN 1
                   IF CRBPARM-ACTIVITY-DATE(1:4) NUMERIC AND
                      CRBPARM-ACTIVITY-DATE(5:1) = '-' AND
                      CRBPARM-ACTIVITY-DATE(6:2) NUMERIC AND
                      CRBPARM-ACTIVITY-DATE(8:1) = '-' AND
                      CRBPARM-ACTIVITY-DATE(9:2) NUMERIC THEN
                     MOVE CRBPARM-ACTIVITY-DATE TO WS-ACTIVITY-DATE
                   END-IF
                   MOVE CRBPARM-IDENT-NO TO WS-IDENT-NO
                   MOVE CRBPARM-REPORTER-NAME TO WS-REPORTER-NAME
                 WHEN 2
                   MOVE CRBPARM-INNOVIS-ID TO WS-INNOVIS-ID
                   MOVE CRBPARM-EQUIFAX-ID TO WS-EQUIFAX-ID
                   MOVE CRBPARM-EXPERIAN-ID TO WS-EXPERIAN-ID
                   MOVE CRBPARM-TRANSUNION-ID TO WS-TRANSUNION-ID
                   MOVE CRBPARM-REPORTER-PHONE TO WS-REPORTER-PHONE
                 WHEN OTHER
                   MOVE CRBPARM-REPORTER-ADDR TO WS-REPORTER-ADDR
               END-EVALUATE
           END-READ
           EXIT.
       READ-CHECKPOINT.
           MOVE LOW-VALUES TO CSRGRST-RECORD
           MOVE 0 TO CSRGRST-LAST-ACCOUNT-NO
           MOVE 0 TO CSRGRST-RECORDS-DONE
           OPEN INPUT CRBCKPT
           IF WS-CKPT-STATUS-OK
             READ CRBCKPT
               AT END
                 MOVE 'N' TO WS-CKPT-FOUND-FLAG
               NOT AT END
                 MOVE CRBCKPT-RECORD TO CSRGRST-RECORD
                 MOVE 'Y' TO WS-CKPT-FOUND-FLAG
             END-READ
             CLOSE CRBCKPT
           ELSE
             MOVE 'N' TO WS-CKPT-FOUND-FLAG
           END-IF
           EXIT.
       RECOUNT-EXISTING-FILE.
      *    THE TRAILER MUST COUNT THE WHOLE FILE, NOT JUST WHAT THIS
      *    RUN ADDS, SO THE BASE SEGMENTS THE FAILED RUN ALREADY
      *    WROTE ARE TALLIED AGAIN FROM THE FILE ITSELF. THE LAST ONE
      *    IS REMEMBERED: IF THE FAILED RUN WROTE IT BUT DIED BEFORE
      *    ITS CHECKPOINT, IT MUST NOT BE WRITTEN TWICE.
           OPEN INPUT CRBFILE
           IF NOT WS-CRB-STATUS-OK THEN
             DISPLAY 'CBSCRBUR: CHECKPOINT FOUND BUT CRBFILE WILL '
                  'NOT OPEN - STATUS ' WS-CRB-STATUS
                  ' - CANNOT RESTART'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-STOP-FLAG
           ELSE
             PERFORM READ-NEXT-FILE-RECORD
             PERFORM RECOUNT-ONE-RECORD UNTIL WS-CRB-EOF
             CLOSE CRBFILE
             MOVE CSRGCRB-TRL-BASE-COUNT TO WS-PRIOR-COUNT
           END-IF
           EXIT.
       READ-NEXT-FILE-RECORD.
           READ CRBFILE
             AT END MOVE 'Y' TO WS-CRB-EOF-FLAG
           END-READ
           EXIT.
       RECOUNT-ONE-RECORD.
           EVALUATE TRUE
             WHEN CRBFILE-RECORD(5:6) = 'HEADER'
               CONTINUE
             WHEN CRBFILE-RECORD(5:7) = 'TRAILER'
               MOVE 'Y' TO WS-COMPLETE-FLAG
             WHEN OTHER
               MOVE CRBFILE-RECORD TO CSRGCRB-BASE
               PERFORM TALLY-BASE-SEGMENT
               MOVE CSRGCRB-CONS-ACCT-NO TO WS-LAST-FILE-ACCT
           END-EVALUATE
           PERFORM READ-NEXT-FILE-RECORD
           EXIT.
       BUILD-BUREAU-FILE.
           IF WS-RESTARTING AND CSRGRST-RUN-DATE(5:1) = '-' THEN
      *        A RESTART FINISHES THE SAME MONTH'S FILE - THE ACTIVITY
      *        DATE IS THE FAILED RUN'S, WHATEVER CRBPARM SAYS NOW.
             MOVE CSRGRST-RUN-DATE TO WS-ACTIVITY-DATE
           END-IF
           MOVE WS-ACTIVITY-DATE TO WS-DATE-ISO
           PERFORM CONVERT-DATE-MDY
           MOVE WS-DATE-MDY TO WS-ACTIVITY-MDY
           IF WS-RESTARTING THEN
             OPEN EXTEND CRBFILE
             PERFORM CHECK-CRBFILE-OPEN
             OPEN EXTEND CRBRPT
             MOVE CSRGRST-LAST-ACCOUNT-NO TO WS-RST-ACCT
             MOVE WS-PRIOR-COUNT TO WS-RST-COUNT
             WRITE CRBRPT-LINE FROM WS-RESTART-LINE
           ELSE
             OPEN OUTPUT CRBFILE
             PERFORM CHECK-CRBFILE-OPEN
             OPEN OUTPUT CRBRPT
             MOVE WS-ACTIVITY-DATE TO WS-HDG-DATE
             WRITE CRBRPT-LINE FROM WS-HDG-LINE
             WRITE CRBRPT-LINE FROM WS-EXC-HDG-LINE
             WRITE CRBRPT-LINE FROM WS-COL-LINE
             IF NOT WS-STOP-RUN THEN
               PERFORM WRITE-HEADER-RECORD
             END-IF
             MOVE WS-ACTIVITY-DATE TO CSRGRST-RUN-DATE
             MOVE WS-RUN-TIME TO CSRGRST-RUN-TIME
           END-IF
           IF NOT WS-STOP-RUN THEN
             OPEN INPUT ACCTMSTR
             PERFORM READ-NEXT-ACCOUNT
             PERFORM UNTIL WS-ACCTMSTR-EOF OR WS-STOP-RUN
               IF WS-SKIPPING
                 IF ACCTMSTR-ACCOUNT-NO = CSRGRST-LAST-ACCOUNT-NO
                   MOVE 'N' TO WS-SKIPPING-FLAG
                 END-IF
               ELSE
                 PERFORM PROCESS-ONE-ACCOUNT
               END-IF
               PERFORM READ-NEXT-ACCOUNT
             END-PERFORM
             CLOSE ACCTMSTR
           END-IF
           EVALUATE TRUE
             WHEN WS-STOP-RUN
      *          NO TRAILER - THE FILE IS NOT FIT TO SEND, AND THE
      *          CHECKPOINT STAYS FOR THE RESTART.
               DISPLAY 'CBSCRBUR: RUN STOPPED - NO TRAILER WRITTEN, '
                    'RESTART FROM CHECKPOINT'
             WHEN WS-SKIPPING
      *          CBSSTMT DISCIPLINE - A CHECKPOINT ACCOUNT THAT IS NOT
      *          ON ACCTMSTR FAILS THE RUN LOUDLY.
               DISPLAY 'CBSCRBUR: CHECKPOINT ACCOUNT '
                    CSRGRST-LAST-ACCOUNT-NO
                    ' NOT FOUND IN ACCTMSTR - RERUN ABANDONED, '
                    'NO TRAILER WRITTEN'
               MOVE 16 TO RETURN-CODE
             WHEN OTHER
               PERFORM WRITE-TRAILER-RECORD
      *          A FILE WITHOUT ITS TRAILER IS NOT COMPLETE - KEEP THE
      *          CHECKPOINT SO THE RERUN FINISHES IT.
               IF NOT WS-STOP-RUN THEN
                 PERFORM RESET-CHECKPOINT
               END-IF
           END-EVALUATE
           PERFORM WRITE-CONTROL-TOTALS
           IF WS-CRB-OPEN THEN
             CLOSE CRBFILE
           END-IF
           CLOSE CRBRPT
           EXIT.
       CHECK-CRBFILE-OPEN.
           IF WS-CRB-STATUS-OK THEN
             MOVE 'Y' TO WS-CRB-OPEN-FLAG
           ELSE
             DISPLAY 'CBSCRBUR: CRBFILE OPEN FAILED - STATUS '
                  WS-CRB-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-STOP-FLAG
           END-IF
           EXIT.
       CHECK-CRBFILE-WRITE.
      *    A RECORD THE BUREAU FILE DID NOT TAKE STOPS THE RUN BEFORE
      *    IT IS COUNTED OR CHECKPOINTED, SO THE RESTART RESENDS IT.
           IF NOT WS-CRB-STATUS-OK THEN
             DISPLAY 'CBSCRBUR: CRBFILE WRITE FAILED - STATUS '
                  WS-CRB-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-STOP-FLAG
           END-IF
           EXIT.
       READ-NEXT-ACCOUNT.
           READ ACCTMSTR
             AT END MOVE 'Y' TO WS-ACCTMSTR-EOF-FLAG
           END-READ
           EXIT.
       PROCESS-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE ACCTMSTR-RECORD TO WS-EXC-DET-ACCT
           MOVE SPACES TO WS-EXC-DET-NAME
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
             MOVE 'ACCOUNT NUMBER FAILS EDIT' TO WS-EXC-DET-TEXT
             PERFORM RECORD-EDIT-EXCEPTION
           ELSE
             MOVE ACCTMSTR-ACCOUNT-NO TO WS-ACCOUNT-NO
             MOVE WS-EDT-ACCT-NUM TO WS-CONS-ACCT-NO
             IF WS-CONS-ACCT-NO = WS-LAST-FILE-ACCT THEN
      *          WRITTEN BY THE FAILED RUN AFTER ITS LAST CHECKPOINT
      *          AND ALREADY COUNTED BY RECOUNT-EXISTING-FILE.
               MOVE SPACES TO WS-LAST-FILE-ACCT
             ELSE
               PERFORM REPORT-ONE-ACCOUNT
             END-IF
           END-IF
           IF NOT WS-STOP-RUN THEN
             MOVE ACCTMSTR-ACCOUNT-NO TO CSRGRST-LAST-ACCOUNT-NO
             ADD 1 TO CSRGRST-RECORDS-DONE
             PERFORM WRITE-CHECKPOINT
           END-IF
           EXIT.
       REPORT-ONE-ACCOUNT.
           PERFORM FETCH-CUSTOMER-ROW
           EVALUATE TRUE
             WHEN WS-SQLCODE = 100
               MOVE 'NOT ON CUSTOMER TABLE' TO WS-EXC-DET-TEXT
               PERFORM RECORD-EXCEPTION
             WHEN WS-SQLCODE NOT = 0
               DISPLAY 'CBSCRBUR: CUSTOMER FETCH FAILED - SQLCODE '
                    WS-SQLCODE
               PERFORM STOP-ON-DB2-FAILURE
             WHEN WS-ACCOUNT-STATUS = 'P'
               ADD 1 TO WS-PURGED-COUNT
             WHEN OTHER
               MOVE WS-CUSTOMER-NAME TO WS-EXC-DET-NAME
               MOVE 'N' TO CSRGEDT-FUNCTION
               MOVE WS-CUSTOMER-NAME TO CSRGEDT-CUSTOMER-NAME
               CALL 'CSRGEDT' USING CSRGEDT-PARM
               IF CSRGEDT-RC NOT = 0 THEN
                 MOVE 'CUSTOMER NAME FAILS EDIT' TO WS-EXC-DET-TEXT
                 PERFORM RECORD-EDIT-EXCEPTION
               ELSE
                 PERFORM REPORT-BALANCE-AND-ADDRESS
               END-IF
           END-EVALUATE
           EXIT.
       REPORT-BALANCE-AND-ADDRESS.
           PERFORM FETCH-BALANCE-ROW
           EVALUATE TRUE
             WHEN WS-SQLCODE = 100
               MOVE 'NO ACCT_BALANCE ROW' TO WS-EXC-DET-TEXT
               PERFORM RECORD-EXCEPTION
             WHEN WS-SQLCODE NOT = 0
               DISPLAY 'CBSCRBUR: BALANCE FETCH FAILED - SQLCODE '
                    WS-SQLCODE
               PERFORM STOP-ON-DB2-FAILURE
             WHEN OTHER
               PERFORM FETCH-CONTACT-ROW
               EVALUATE TRUE
                 WHEN WS-SQLCODE = 100
                   MOVE 'NO ADDRESS ON FILE' TO WS-EXC-DET-TEXT
                   PERFORM RECORD-EXCEPTION
                 WHEN WS-SQLCODE NOT = 0
                   DISPLAY 'CBSCRBUR: CONTACT FETCH FAILED - SQLCODE '
                        WS-SQLCODE
                   PERFORM STOP-ON-DB2-FAILURE
                 WHEN WS-ADDR-LINE1 = SPACES
                   MOVE 'NO ADDRESS ON FILE' TO WS-EXC-DET-TEXT
                   PERFORM RECORD-EXCEPTION
                 WHEN OTHER
                   PERFORM EDIT-AND-REPORT-ACCOUNT
               END-EVALUATE
           END-EVALUATE
           EXIT.
       EDIT-AND-REPORT-ACCOUNT.
      *    THE SAME CONTACT EDITS CBSCSRM APPLIES WHEN AN ADDRESS IS
      *    KEYED - A ROW LOADED AROUND THEM (OR BEFORE THEY EXISTED)
      *    IS NOT SENT TO A BUREAU.
           MOVE 'C' TO CSRGEDT-FUNCTION
           MOVE WS-ADDR-LINE1 TO CSRGEDT-ADDR-LINE1
           MOVE WS-ADDR-LINE2 TO CSRGEDT-ADDR-LINE2
           MOVE WS-CITY TO CSRGEDT-CITY
           MOVE WS-STATE TO CSRGEDT-STATE
           MOVE WS-ZIP TO CSRGEDT-ZIP
           MOVE WS-PHONE TO CSRGEDT-PHONE
           MOVE WS-EMAIL TO CSRGEDT-EMAIL
           CALL 'CSRGEDT' USING CSRGEDT-PARM
           IF CSRGEDT-RC NOT = 0 THEN
             MOVE 'ADDRESS FAILS EDIT' TO WS-EXC-DET-TEXT
             PERFORM RECORD-EDIT-EXCEPTION
           ELSE
             PERFORM BUILD-BASE-SEGMENT
             WRITE CRBFILE-RECORD FROM CSRGCRB-BASE
             PERFORM CHECK-CRBFILE-WRITE
             IF NOT WS-STOP-RUN THEN
               ADD 1 TO WS-WRITTEN-COUNT
               PERFORM TALLY-BASE-SEGMENT
             END-IF
           END-IF
           EXIT.
       FETCH-CUSTOMER-ROW.
           EXEC SQL
                SELECT CUSTOMER_NAME, ACCOUNT_STATUS,
                       COALESCE(STATUS_REASON_CD, ' ')
                  INTO :WS-CUSTOMER-NAME, :WS-ACCOUNT-STATUS,
                       :WS-STATUS-REASON
                  FROM CUSTOMER
                 WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           EXIT.
       FETCH-BALANCE-ROW.
      *    DAYS PAST DUE THE CBSDLQAG WAY, BUT MEASURED TO THE
      *    ACTIVITY DATE RATHER THAN TODAY - NEGATIVE WHEN THE NEXT
      *    PAYMENT IS NOT YET DUE.
           EXEC SQL
                SELECT PRIN_BALANCE, LAST_PMT_DATE,
                       LAST_PMT_AMT, NEXT_DUE_DATE,
                       ACCRUED_INT, FEES_DUE,
                       DAYS(:WS-ACTIVITY-DATE) - DAYS(NEXT_DUE_DATE)
                  INTO :WS-PRIN-BALANCE, :WS-LAST-PMT-DATE,
                       :WS-LAST-PMT-AMOUNT, :WS-NEXT-DUE-DATE,
                       :WS-ACCRUED-INT, :WS-FEES-DUE,
                       :WS-DAYS-PAST-DUE
                  FROM ACCT_BALANCE
                 WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           EXIT.
       FETCH-CONTACT-ROW.
           EXEC SQL
                SELECT ADDR_LINE1, ADDR_LINE2, CITY, STATE,
                       ZIP, PHONE, EMAIL
                  INTO :WS-ADDR-LINE1, :WS-ADDR-LINE2, :WS-CITY,
                       :WS-STATE, :WS-ZIP, :WS-PHONE, :WS-EMAIL
                  FROM CUST_CONTACT
                 WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           EXIT.
       BUILD-BASE-SEGMENT.
           MOVE SPACES TO CSRGCRB-BASE
           MOVE 426 TO CSRGCRB-RDW
           MOVE '1' TO CSRGCRB-PROC-IND
           MOVE WS-TIME-STAMP TO CSRGCRB-TIME-STAMP
           MOVE WS-IDENT-NO TO CSRGCRB-IDENT-NO
           MOVE WS-CONS-ACCT-NO TO CSRGCRB-CONS-ACCT-NO
      *    MORTGAGE PORTFOLIO, CONVENTIONAL REAL ESTATE MORTGAGE,
      *    MONTHLY TERMS, INDIVIDUAL ACCOUNT.
           MOVE 'M' TO CSRGCRB-PORTFOLIO-TYPE
           MOVE '26' TO CSRGCRB-ACCT-TYPE
           MOVE 0 TO CSRGCRB-DATE-OPENED
           MOVE 0 TO CSRGCRB-CREDIT-LIMIT
           MOVE 0 TO CSRGCRB-HIGHEST-CREDIT
           MOVE '000' TO CSRGCRB-TERMS-DURATION
           MOVE 'M' TO CSRGCRB-TERMS-FREQ
           MOVE 0 TO CSRGCRB-SCHED-PMT
           IF WS-LAST-PMT-DATE(1:7) = WS-ACTIVITY-DATE(1:7) THEN
             MOVE WS-LAST-PMT-AMOUNT TO CSRGCRB-ACTUAL-PMT
           ELSE
             MOVE 0 TO CSRGCRB-ACTUAL-PMT
           END-IF
           PERFORM DERIVE-ACCOUNT-STATUS
           MOVE ALL 'B' TO CSRGCRB-PMT-HISTORY
           MOVE 0 TO CSRGCRB-AMT-PAST-DUE
           MOVE WS-ACTIVITY-MDY TO CSRGCRB-DATE-ACCT-INFO
           IF WS-DAYS-PAST-DUE >= 30 THEN
             MOVE WS-NEXT-DUE-DATE TO WS-DATE-ISO
             PERFORM CONVERT-DATE-MDY
             MOVE WS-DATE-MDY TO CSRGCRB-DATE-FIRST-DLQ
           ELSE
             MOVE 0 TO CSRGCRB-DATE-FIRST-DLQ
           END-IF
           MOVE 0 TO CSRGCRB-DATE-CLOSED
           MOVE WS-LAST-PMT-DATE TO WS-DATE-ISO
           PERFORM CONVERT-DATE-MDY
           MOVE WS-DATE-MDY TO CSRGCRB-DATE-LAST-PMT
           PERFORM SPLIT-CUSTOMER-NAME
           MOVE 0 TO CSRGCRB-SSN
           MOVE 0 TO CSRGCRB-DOB
           MOVE WS-PHONE TO WS-DIGIT-SOURCE
           PERFORM KEEP-DIGITS
           IF WS-DIGIT-COUNT = 10 THEN
             MOVE WS-DIGIT-RESULT(1:10) TO CSRGCRB-PHONE
           ELSE
             MOVE 0 TO CSRGCRB-PHONE
           END-IF
           MOVE '1' TO CSRGCRB-ECOA
           MOVE WS-ADDR-LINE1 TO CSRGCRB-ADDR-LINE1
           MOVE WS-ADDR-LINE2 TO CSRGCRB-ADDR-LINE2
           MOVE WS-CITY TO CSRGCRB-CITY
           MOVE WS-STATE TO CSRGCRB-STATE
           MOVE WS-ZIP TO WS-DIGIT-SOURCE
           PERFORM KEEP-DIGITS
           MOVE WS-DIGIT-RESULT(1:9) TO CSRGCRB-POSTAL-CODE
           EXIT.
       DERIVE-ACCOUNT-STATUS.
           PERFORM AGE-PAST-DUE
           COMPUTE WS-REPORT-BALANCE =
                WS-PRIN-BALANCE + WS-ACCRUED-INT + WS-FEES-DUE
           IF WS-REPORT-BALANCE < 0 THEN
             MOVE 0 TO WS-REPORT-BALANCE
           END-IF
           MOVE 0 TO CSRGCRB-ORIG-CHGOFF
           EVALUATE TRUE
             WHEN WS-ACCOUNT-STATUS = 'C' AND WS-RSN-CHARGED-OFF
               MOVE '97' TO CSRGCRB-ACCT-STATUS
               MOVE SPACE TO CSRGCRB-PMT-RATING
               MOVE WS-REPORT-BALANCE TO CSRGCRB-CURRENT-BAL
               MOVE WS-REPORT-BALANCE TO CSRGCRB-ORIG-CHGOFF
             WHEN WS-ACCOUNT-STATUS = 'C' AND WS-RSN-FORECLOSED
               MOVE '94' TO CSRGCRB-ACCT-STATUS
               MOVE WS-AGED-RATING TO CSRGCRB-PMT-RATING
               MOVE 0 TO CSRGCRB-CURRENT-BAL
             WHEN WS-ACCOUNT-STATUS = 'C' AND WS-RSN-DEED-IN-LIEU
               MOVE '89' TO CSRGCRB-ACCT-STATUS
               MOVE WS-AGED-RATING TO CSRGCRB-PMT-RATING
               MOVE 0 TO CSRGCRB-CURRENT-BAL
             WHEN WS-ACCOUNT-STATUS = 'C' AND WS-REPORT-BALANCE < 1
               MOVE '13' TO CSRGCRB-ACCT-STATUS
               MOVE WS-AGED-RATING TO CSRGCRB-PMT-RATING
               MOVE 0 TO CSRGCRB-CURRENT-BAL
             WHEN OTHER
               MOVE WS-AGED-STATUS TO CSRGCRB-ACCT-STATUS
               MOVE SPACE TO CSRGCRB-PMT-RATING
               MOVE WS-REPORT-BALANCE TO CSRGCRB-CURRENT-BAL
           END-EVALUATE
           EXIT.
       AGE-PAST-DUE.
      *    CBSDLQAG'S UNDER-30/30/60/90+ BUCKETS, WITH 90+ CARRIED ON
      *    IN 30-DAY STEPS; THE RATING IS THE SAME STEP AS ONE DIGIT.
           EVALUATE TRUE
             WHEN WS-DAYS-PAST-DUE < 30
               MOVE '11' TO WS-AGED-STATUS
               MOVE '0' TO WS-AGED-RATING
             WHEN WS-DAYS-PAST-DUE < 60
               MOVE '71' TO WS-AGED-STATUS
               MOVE '1' TO WS-AGED-RATING
             WHEN WS-DAYS-PAST-DUE < 90
               MOVE '78' TO WS-AGED-STATUS
               MOVE '2' TO WS-AGED-RATING
             WHEN WS-DAYS-PAST-DUE < 120
               MOVE '80' TO WS-AGED-STATUS
               MOVE '3' TO WS-AGED-RATING
             WHEN WS-DAYS-PAST-DUE < 150
               MOVE '82' TO WS-AGED-STATUS
               MOVE '4' TO WS-AGED-RATING
             WHEN WS-DAYS-PAST-DUE < 180
               MOVE '83' TO WS-AGED-STATUS
               MOVE '5' TO WS-AGED-RATING
             WHEN OTHER
               MOVE '84' TO WS-AGED-STATUS
               MOVE '6' TO WS-AGED-RATING
           END-EVALUATE
           EXIT.
       SPLIT-CUSTOMER-NAME.
      *    "SURNAME, FIRST MIDDLE" - THE FORM CBSDUPRP NORMALIZES -
      *    OR, WITH NO COMMA, "FIRST SURNAME" WITH EVERYTHING AFTER
      *    THE FIRST WORD AS THE SURNAME. A ONE-WORD NAME IS ALL
      *    SURNAME.
           MOVE SPACES TO WS-NAME-REST
           MOVE 0 TO WS-NAME-COMMAS
           INSPECT WS-CUSTOMER-NAME TALLYING WS-NAME-COMMAS FOR ALL ','
           IF WS-NAME-COMMAS > 0 THEN
             UNSTRING WS-CUSTOMER-NAME DELIMITED BY ','
                  INTO CSRGCRB-SURNAME WS-NAME-REST
             END-UNSTRING
             MOVE 0 TO WS-NAME-LEAD
             INSPECT WS-NAME-REST TALLYING WS-NAME-LEAD
                  FOR LEADING SPACES
             IF WS-NAME-LEAD < LENGTH OF WS-NAME-REST THEN
               MOVE WS-NAME-LEAD TO WS-NAME-PTR
               ADD 1 TO WS-NAME-PTR
               UNSTRING WS-NAME-REST DELIMITED BY ALL SPACE
                    INTO CSRGCRB-FIRST-NAME
                    WITH POINTER WS-NAME-PTR
               END-UNSTRING
               IF WS-NAME-PTR <= LENGTH OF WS-NAME-REST THEN
                 MOVE WS-NAME-REST(WS-NAME-PTR:) TO CSRGCRB-MIDDLE-NAME
               END-IF
             END-IF
           ELSE
             MOVE 0 TO WS-NAME-LEAD
             INSPECT WS-CUSTOMER-NAME TALLYING WS-NAME-LEAD
                  FOR LEADING SPACES
             MOVE WS-NAME-LEAD TO WS-NAME-PTR
             ADD 1 TO WS-NAME-PTR
             UNSTRING WS-CUSTOMER-NAME DELIMITED BY ALL SPACE
                  INTO CSRGCRB-FIRST-NAME
                  WITH POINTER WS-NAME-PTR
             END-UNSTRING
             IF WS-NAME-PTR <= LENGTH OF WS-CUSTOMER-NAME THEN
               MOVE WS-CUSTOMER-NAME(WS-NAME-PTR:) TO CSRGCRB-SURNAME
             END-IF
             IF CSRGCRB-SURNAME = SPACES THEN
               MOVE CSRGCRB-FIRST-NAME TO CSRGCRB-SURNAME
               MOVE SPACES TO CSRGCRB-FIRST-NAME
             END-IF
           END-IF
           EXIT.
       KEEP-DIGITS.
      *    PHONE AND ZIP GO TO THE BUREAU AS DIGITS ONLY - CSRGEDT
      *    LETS A PHONE CARRY BLANKS AND HYPHENS, AND A ZIP+4 ITS
      *    HYPHEN.
           MOVE SPACES TO WS-DIGIT-RESULT
           MOVE 0 TO WS-DIGIT-COUNT
           PERFORM KEEP-ONE-DIGIT
                VARYING WS-DIGIT-IX FROM 1 BY 1
                UNTIL WS-DIGIT-IX > LENGTH OF WS-DIGIT-SOURCE
           EXIT.
       KEEP-ONE-DIGIT.
           IF WS-DIGIT-SOURCE(WS-DIGIT-IX:1) NUMERIC THEN
             ADD 1 TO WS-DIGIT-COUNT
             MOVE WS-DIGIT-SOURCE(WS-DIGIT-IX:1)
                  TO WS-DIGIT-RESULT(WS-DIGIT-COUNT:1)
           END-IF
           EXIT.
       CONVERT-DATE-MDY.
           IF WS-DATE-ISO(1:4) NUMERIC AND
              WS-DATE-ISO(5:1) = '-' AND
              WS-DATE-ISO(6:2) NUMERIC AND
              WS-DATE-ISO(8:1) = '-' AND
              WS-DATE-ISO(9:2) NUMERIC THEN
             MOVE WS-DATE-ISO(6:2) TO WS-DATE-MDY(1:2)
             MOVE WS-DATE-ISO(9:2) TO WS-DATE-MDY(3:2)
             MOVE WS-DATE-ISO(1:4) TO WS-DATE-MDY(5:4)
           ELSE
             MOVE ALL '0' TO WS-DATE-MDY
           END-IF
           EXIT.
       TALLY-BASE-SEGMENT.
      *    TRAILER CONTROL COUNTS, FROM THE BASE SEGMENT AS WRITTEN -
      *    THE SAME PARAGRAPH COUNTS A RESTART'S EXISTING SEGMENTS.
           ADD 1 TO CSRGCRB-TRL-BASE-COUNT
           EVALUATE CSRGCRB-ACCT-STATUS
             WHEN '11'
               ADD 1 TO CSRGCRB-TRL-STATUS-11
             WHEN '13'
               ADD 1 TO CSRGCRB-TRL-STATUS-13
             WHEN '71'
               ADD 1 TO CSRGCRB-TRL-STATUS-71
             WHEN '78'
               ADD 1 TO CSRGCRB-TRL-STATUS-78
             WHEN '80'
               ADD 1 TO CSRGCRB-TRL-STATUS-80
             WHEN '82'
               ADD 1 TO CSRGCRB-TRL-STATUS-82
             WHEN '83'
               ADD 1 TO CSRGCRB-TRL-STATUS-83
             WHEN '84'
               ADD 1 TO CSRGCRB-TRL-STATUS-84
             WHEN '89'
               ADD 1 TO CSRGCRB-TRL-STATUS-89
             WHEN '94'
               ADD 1 TO CSRGCRB-TRL-STATUS-94
             WHEN '97'
               ADD 1 TO CSRGCRB-TRL-STATUS-97
           END-EVALUATE
           IF CSRGCRB-SSN NOT = 0 THEN
             ADD 1 TO CSRGCRB-TRL-SSN-ALL
             ADD 1 TO CSRGCRB-TRL-SSN-BASE
           END-IF
           IF CSRGCRB-DOB NOT = 0 THEN
             ADD 1 TO CSRGCRB-TRL-DOB-ALL
             ADD 1 TO CSRGCRB-TRL-DOB-BASE
           END-IF
           IF CSRGCRB-PHONE NOT = 0 THEN
             ADD 1 TO CSRGCRB-TRL-PHONE-ALL
           END-IF
           EXIT.
       WRITE-HEADER-RECORD.
           INITIALIZE CSRGCRB-HEADER
           MOVE 426 TO CSRGCRB-HDR-RDW
           MOVE 'HEADER' TO CSRGCRB-HDR-IDENT
           MOVE WS-INNOVIS-ID TO CSRGCRB-HDR-INNOVIS-ID
           MOVE WS-EQUIFAX-ID TO CSRGCRB-HDR-EQUIFAX-ID
           MOVE WS-EXPERIAN-ID TO CSRGCRB-HDR-EXPERIAN-ID
           MOVE WS-TRANSUNION-ID TO CSRGCRB-HDR-TRANSUNION-ID
           MOVE WS-ACTIVITY-MDY TO CSRGCRB-HDR-ACTIVITY-DATE
           MOVE WS-RUN-MDY TO CSRGCRB-HDR-CREATED-DATE
           MOVE WS-PROGRAM-DATE TO CSRGCRB-HDR-PROGRAM-DATE
           MOVE WS-PROGRAM-DATE TO CSRGCRB-HDR-REVISION-DATE
           MOVE WS-REPORTER-NAME TO CSRGCRB-HDR-REPORTER-NAME
           MOVE WS-REPORTER-ADDR TO CSRGCRB-HDR-REPORTER-ADDR
           MOVE WS-REPORTER-PHONE TO CSRGCRB-HDR-REPORTER-PHONE
           WRITE CRBFILE-RECORD FROM CSRGCRB-HEADER
           PERFORM CHECK-CRBFILE-WRITE
           EXIT.
       WRITE-TRAILER-RECORD.
           MOVE 426 TO CSRGCRB-TRL-RDW
           MOVE 'TRAILER' TO CSRGCRB-TRL-IDENT
           WRITE CRBFILE-RECORD FROM CSRGCRB-TRAILER
           PERFORM CHECK-CRBFILE-WRITE
           EXIT.
       STOP-ON-DB2-FAILURE.
      *    THE FAILING ACCOUNT IS NOT CHECKPOINTED, SO THE RESTART
      *    PICKS IT UP AGAIN.
           MOVE 16 TO RETURN-CODE
           MOVE 'Y' TO WS-STOP-FLAG
           EXIT.
       RECORD-EDIT-EXCEPTION.
           MOVE CSRGEDT-REASON TO WS-EXC-DET-REASON
           PERFORM WRITE-EXCEPTION-LINE
           EXIT.
       RECORD-EXCEPTION.
           MOVE SPACES TO WS-EXC-DET-REASON
           PERFORM WRITE-EXCEPTION-LINE
           EXIT.
       WRITE-EXCEPTION-LINE.
      *    WS-EXC-DET-ACCT/-NAME/-TEXT ARE PRESET BY THE CALLER. THE
      *    LINE IS WRITTEN NOW, NOT HELD FOR AN END PAGE, SO A
      *    RESTART NEVER LOSES THE FAILED RUN'S EXCEPTIONS.
           ADD 1 TO WS-EXCEPTION-COUNT
           WRITE CRBRPT-LINE FROM WS-EXC-LINE
           EXIT.
       WRITE-CONTROL-TOTALS.
           WRITE CRBRPT-LINE FROM WS-SEP-LINE
           WRITE CRBRPT-LINE FROM WS-TOT-HDG-LINE
           MOVE 'ACCOUNTS READ THIS RUN:' TO WS-SUM-NAME
           MOVE WS-ACCOUNTS-READ TO WS-SUM-COUNT
           WRITE CRBRPT-LINE FROM WS-SUM-LINE
           MOVE 'BASE SEGMENTS WRITTEN THIS RUN:' TO WS-SUM-NAME
           MOVE WS-WRITTEN-COUNT TO WS-SUM-COUNT
           WRITE CRBRPT-LINE FROM WS-SUM-LINE
           MOVE 'PURGED - NOT REPORTED:' TO WS-SUM-NAME
           MOVE WS-PURGED-COUNT TO WS-SUM-COUNT
           WRITE CRBRPT-LINE FROM WS-SUM-LINE
           MOVE 'EXCEPTIONS THIS RUN:' TO WS-SUM-NAME
           MOVE WS-EXCEPTION-COUNT TO WS-SUM-COUNT
           WRITE CRBRPT-LINE FROM WS-SUM-LINE
           MOVE 'TRAILER - TOTAL BASE SEGMENTS:' TO WS-SUM-NAME
           MOVE CSRGCRB-TRL-BASE-COUNT TO WS-SUM-COUNT
           WRITE CRBRPT-LINE FROM WS-SUM-LINE
           MOVE '  STATUS 11 CURRENT:' TO WS-SUM-NAME
           MOVE CSRGCRB-TRL-STATUS-11 TO WS-SUM-COUNT
           WRITE CRBRPT-LINE FROM WS-SUM-LINE
           MOVE '  STATUS 71 30-59 DAYS:' TO WS-SUM-NAME
           MOVE CSRGCRB-TRL-STATUS-71 TO WS-SUM-COUNT
           WRITE CRBRPT-LINE FROM WS-SUM-LINE
           MOVE '  STATUS 78 60-89 DAYS:' TO WS-SUM-NAME
           MOVE CSRGCRB-TRL-STATUS-78 TO WS-SUM-COUNT
           WRITE CRBRPT-LINE FROM WS-SUM-LINE
           MOVE '  STATUS 80 90-119 DAYS:' TO WS-SUM-NAME
           MOVE CSRGCRB-TRL-STATUS-80 TO WS-SUM-COUNT
           WRITE CRBRPT-LINE FROM WS-SUM-LINE
           MOVE '  STATUS 82 120-149 DAYS:' TO WS-SUM-NAME
           MOVE CSRGCRB-TRL-STATUS-82 TO WS-SUM-COUNT
           WRITE CRBRPT-LINE FROM WS-SUM-LINE
           MOVE '  STATUS 83 150-179 DAYS:' TO WS-SUM-NAME
           MOVE CSRGCRB-TRL-STATUS-83 TO WS-SUM-COUNT
           WRITE CRBRPT-LINE FROM WS-SUM-LINE
           MOVE '  STATUS 84 180+ DAYS:' TO WS-SUM-NAME
           MOVE CSRGCRB-TRL-STATUS-84 TO WS-SUM-COUNT
           WRITE CRBRPT-LINE FROM WS-SUM-LINE
           MOVE '  STATUS 13 PAID OR CLOSED:' TO WS-SUM-NAME
           MOVE CSRGCRB-TRL-STATUS-13 TO WS-SUM-COUNT
           WRITE CRBRPT-LINE FROM WS-SUM-LINE
           MOVE '  STATUS 89 DEED IN LIEU:' TO WS-SUM-NAME
           MOVE CSRGCRB-TRL-STATUS-89 TO WS-SUM-COUNT
           WRITE CRBRPT-LINE FROM WS-SUM-LINE
           MOVE '  STATUS 94 FORECLOSED:' TO WS-SUM-NAME
           MOVE CSRGCRB-TRL-STATUS-94 TO WS-SUM-COUNT
           WRITE CRBRPT-LINE FROM WS-SUM-LINE
           MOVE '  STATUS 97 CHARGED OFF:' TO WS-SUM-NAME
           MOVE CSRGCRB-TRL-STATUS-97 TO WS-SUM-COUNT
           WRITE CRBRPT-LINE FROM WS-SUM-LINE
           EXIT.
       WRITE-CHECKPOINT.
           MOVE CSRGRST-RECORD TO CRBCKPT-RECORD
           OPEN OUTPUT CRBCKPT
           IF NOT WS-CKPT-STATUS-OK THEN
      *        A STALE CHECKPOINT IS WORSE THAN NO CHECKPOINT -
      *        CBSSWEEP DISCIPLINE, SAME REASONING.
             DISPLAY 'CBSCRBUR: CRBCKPT OPEN OUTPUT FAILED - STATUS '
                  WS-CKPT-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             WRITE CRBCKPT-RECORD
             IF NOT WS-CKPT-STATUS-OK THEN
               DISPLAY 'CBSCRBUR: CRBCKPT WRITE FAILED - STATUS '
                    WS-CKPT-STATUS
               MOVE 16 TO RETURN-CODE
             END-IF
             CLOSE CRBCKPT
           END-IF
           EXIT.
       RESET-CHECKPOINT.
      *    A FINISHED FILE LEAVES AN EMPTY CHECKPOINT, SO NEXT
      *    MONTH'S RUN STARTS FROM THE FIRST ACCOUNT.
           MOVE LOW-VALUES TO CSRGRST-RECORD
           MOVE 0 TO CSRGRST-LAST-ACCOUNT-NO
           MOVE 0 TO CSRGRST-RECORDS-DONE
           PERFORM WRITE-CHECKPOINT
           EXIT.
       WRITE-RUN-START.
           MOVE 'CBSCRBUR' TO CSRGRUN-JOB-NAME
           MOVE 'S' TO CSRGRUN-EVENT
           MOVE 0 TO CSRGRUN-RECORDS
           MOVE 0 TO CSRGRUN-RETCODE
           PERFORM WRITE-RUN-RECORD
           EXIT.
       WRITE-RUN-END.
           MOVE 'CBSCRBUR' TO CSRGRUN-JOB-NAME
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
             DISPLAY 'CBSCRBUR: RUNLOG OPEN FAILED - STATUS '
                  WS-RLOG-STATUS
           END-IF
           EXIT.
       END PROGRAM CBSCRBUR.
