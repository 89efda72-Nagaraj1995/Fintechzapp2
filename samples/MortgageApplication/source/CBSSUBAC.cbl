      *+---------------------------------------------------------------+
      *| CBSSUBAC                                                      |
      *|   CUSTOMER DATA SUBJECT-ACCESS REPORT. A PRIVACY REQUEST -    |
      *|   "SEND ME EVERYTHING YOU HOLD ON ME AND WHO HAS SEEN IT" -   |
      *|   USED TO MEAN A DOZEN AD-HOC QUERIES AND VSAM PRINTS. THIS   |
      *|   JOB TAKES ONE OR MORE CUSTOMER_IDS ON SARPARM (ONE PER      |
      *|   80-BYTE RECORD, COLS 1-9; BLANK RECORDS ARE IGNORED) AND    |
      *|   WRITES ONE CONSOLIDATED, CUSTOMER-READABLE REPORT PER ID TO |
      *|   SARRPT:                                                     |
      *|   - EVERY ACCOUNT UNDER THE CUSTOMER_ID (PURGED ONES TOO -    |
      *|     THE ROW IS STILL HELD) WITH ITS CUSTOMER ROW, ITS         |
      *|     CUST_CONTACT DATA, ITS PMT_HISTORY POSTINGS AND THE       |
      *|     CBSINTAC INTEREST AND LATE-FEE CHARGES ON CHG_HISTORY;    |
      *|   - THE DORMANT-ACCOUNT OUTREACH STAGE AND LETTER DATES FROM  |
      *|     THE CBSDORMO OUTRTRK MASTER (CSRGOTR.CPY);                |
      *|   - ACCOUNT STATUS HISTORY - THE CSRGMAU 'S' RECORDS;         |
      *|   - CONTACT-DATA CHANGE HISTORY - THE CSRGMAU 'C' RECORDS     |
      *|     (CBSCSRM IMAGES THE FIRST ADDRESS LINE);                  |
      *|   - EVERY CSRGAUD LOOKUP OF THOSE ACCOUNTS - DATE, TIME,      |
      *|     USER, TERMINAL AND CHANNEL (TRANSACTION AND PROGRAM);     |
      *|   - EVERY PAYOFF QUOTE GIVEN ON THOSE ACCOUNTS - DATE, TIME,  |
      *|     USER, TERMINAL, PAYOFF DATE AND TOTAL - FROM POQEXTR, THE |
      *|     REPRO OF THE CBSCSRO CSRGPOQ LOG THAT CBSPOLTR ALSO READS.|
      *|     A QUOTE READS THE BALANCE OUT BUT WRITES NO CSRGAUD       |
      *|     RECORD, SO WITHOUT THIS IT WOULD NOT SHOW AS A LOOK.      |
      *|   THE AUDIT HISTORY COVERS THE FULL RETENTION PERIOD, NOT     |
      *|   JUST WHAT IS STILL IN THE KSDS: EACH SOURCE IS READ FROM    |
      *|   THE CBSAUDAR ARCHIVE GENERATIONS FIRST, OLDEST FIRST AS     |
      *|   CONCATENATED, THEN FROM THE LIVE KSDS -                     |
      *|     AUDARCH   CSRGAUD ARCHIVE GENERATIONS (77 BYTES)          |
      *|     MAUARCHO  CSRGMAU ARCHIVE GENERATIONS CUT BEFORE THE      |
      *|               MAKER ID WAS ADDED (161 BYTES)                  |
      *|     MAUARCH   CSRGMAU ARCHIVE GENERATIONS SINCE (169 BYTES)   |
      *|     CSRGAUD/CSRGMAU  THE LIVE KSDS, READ ONLY (SAME FD AS     |
      *|               CBSAUDAR), POSITIONED BY START ON EACH ACCOUNT  |
      *|     POQEXTR   CSRGPOQ REPRO (117 BYTES), PASSED ONCE PER      |
      *|               CUSTOMER_ID                                     |
      *|   - A SOURCE WITH NOTHING TO GIVE IS DD DUMMY, NOT LEFT OUT.  |
      *|   THE ARCHIVES ARE NOT KEYED, SO EACH IS PASSED ONCE PER      |
      *|   CUSTOMER_ID (THE MAINTENANCE FILES ONCE PER SECTION) AND    |
      *|   EVERY RECORD IS MATCHED AGAINST THAT CUSTOMER'S ACCOUNTS.   |
      *|   WITHIN A SECTION THE LINES RUN ARCHIVE THEN LIVE, EACH IN   |
      *|   ACCOUNT/DATE/TIME ORDER.                                    |
      *|   RETURN CODE 4 WHEN A CUSTOMER_ID HAS NO ACCOUNTS OR A       |
      *|   SARPARM RECORD IS NOT A CUSTOMER_ID; 8 WHEN AN AUDIT SOURCE |
      *|   COULD NOT BE READ IN FULL OR A CUSTOMER HAS MORE ACCOUNTS   |
      *|   THAN THE TABLE HOLDS (THAT CUSTOMER'S REPORT IS MARKED      |
      *|   INCOMPLETE AND MUST NOT BE SENT); 16 ON A DB2 FAILURE OR    |
      *|   NO SARPARM.                                                 |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSSUBAC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SARPARM ASSIGN TO SARPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
           SELECT CSRGAUD ASSIGN TO CSRGAUD
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS AUD-KSDS-KEY
                FILE STATUS IS WS-AUD-STATUS.
           SELECT CSRGMAU ASSIGN TO CSRGMAU
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS MAU-KSDS-KEY
                FILE STATUS IS WS-MAU-STATUS.
           SELECT AUDARCH ASSIGN TO AUDARCH
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ARCH-STATUS.
           SELECT MAUARCH ASSIGN TO MAUARCH
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ARCH-STATUS.
           SELECT MAUARCHO ASSIGN TO MAUARCHO
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ARCH-STATUS.
           SELECT OUTRTRK ASSIGN TO OUTRTRK
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OTR-STATUS.
           SELECT POQEXTR ASSIGN TO POQEXTR
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-POQ-STATUS.
           SELECT SARRPT ASSIGN TO SARRPT
                ORGANIZATION IS SEQUENTIAL.
           SELECT RUNLOG ASSIGN TO RUNLOG
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SARPARM
           RECORD CONTAINS 80 CHARACTERS.
       01 SARPARM-RECORD.
         03 SARPARM-CUSTOMER-ID    PIC X(09).
         03 FILLER                 PIC X(71).
       FD CSRGAUD
           RECORD CONTAINS 77 CHARACTERS.
       01 AUD-KSDS-RECORD.
         03 AUD-KSDS-KEY.
           05 AUD-KSDS-ACCOUNT-NO  PIC S9(18).
           05 AUD-KSDS-AUD-DATE    PIC X(10).
           05 AUD-KSDS-AUD-TIME    PIC X(08).
           05 AUD-KSDS-TASK-NO     PIC S9(8) COMP.
         03 FILLER                 PIC X(37).
       FD CSRGMAU
           RECORD CONTAINS 169 CHARACTERS.
       01 MAU-KSDS-RECORD.
         03 MAU-KSDS-KEY.
           05 MAU-KSDS-ACCOUNT-NO  PIC S9(18).
           05 MAU-KSDS-AUD-DATE    PIC X(10).
           05 MAU-KSDS-AUD-TIME    PIC X(08).
           05 MAU-KSDS-TASK-NO     PIC S9(8) COMP.
         03 FILLER                 PIC X(129).
       FD AUDARCH
           RECORD CONTAINS 77 CHARACTERS.
       01 AUDARCH-RECORD           PIC X(77).
       FD MAUARCH
           RECORD CONTAINS 169 CHARACTERS.
       01 MAUARCH-RECORD           PIC X(169).
       FD MAUARCHO
           RECORD CONTAINS 161 CHARACTERS.
       01 MAUARCHO-RECORD          PIC X(161).
       FD OUTRTRK
           RECORD CONTAINS 59 CHARACTERS.
       01 OUTRTRK-RECORD           PIC X(59).
       FD POQEXTR
           RECORD CONTAINS 117 CHARACTERS.
       01 POQEXTR-RECORD           PIC X(117).
       FD SARRPT
           RECORD CONTAINS 132 CHARACTERS.
       01 SARRPT-LINE              PIC X(132).
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
       01 WS-AUD-STATUS            PIC X(02) VALUE '00'.
         88 WS-AUD-STATUS-OK       VALUE '00'.
       01 WS-MAU-STATUS            PIC X(02) VALUE '00'.
         88 WS-MAU-STATUS-OK       VALUE '00'.
       01 WS-ARCH-STATUS           PIC X(02) VALUE '00'.
         88 WS-ARCH-STATUS-OK      VALUE '00'.
       01 WS-OTR-STATUS            PIC X(02) VALUE '00'.
         88 WS-OTR-STATUS-OK       VALUE '00'.
       01 WS-POQ-STATUS            PIC X(02) VALUE '00'.
         88 WS-POQ-STATUS-OK       VALUE '00'.
       COPY CSRGAUD.
       COPY CSRGMAU.
       COPY CSRGOTR.
       COPY CSRGPOQ.
       01 WS-SQLCODE               PIC S9(9) COMP-5.
       01 WS-PARM-EOF-FLAG         PIC X(01) VALUE 'N'.
         88 WS-PARM-EOF            VALUE 'Y'.
       01 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
         88 WS-EOF                 VALUE 'Y'.
       01 WS-STOP-FLAG             PIC X(01) VALUE 'N'.
         88 WS-STOP-RUN            VALUE 'Y'.
       01 WS-INCOMPLETE-FLAG       PIC X(01) VALUE 'N'.
         88 WS-INCOMPLETE          VALUE 'Y'.
       01 WS-RUN-DATE-RAW          PIC X(08).
       01 WS-RUN-DATE              PIC X(10).
      *    THE CUSTOMER BEING REPORTED AND EVERY ACCOUNT UNDER IT.
       01 WS-CUSTOMER-ID           PIC S9(9).
       01 WS-CUSTOMER-ID-DISP      PIC 9(9).
       01 WS-ACCT-MAX              PIC 9(4) COMP-4 VALUE 500.
       01 WS-ACCT-COUNT            PIC 9(4) COMP-4 VALUE 0.
       01 WS-ACCT-IX               PIC 9(4) COMP-4.
       01 WS-ACCT-TABLE.
         03 WS-ACCT-ENTRY OCCURS 500.
           05 WS-ACCT-TBL-NO       PIC S9(18).
           05 WS-ACCT-TBL-NAME     PIC X(50).
           05 WS-ACCT-TBL-STATUS   PIC X(01).
           05 WS-ACCT-TBL-REASON   PIC X(04).
           05 WS-ACCT-TBL-LAST-INQ PIC X(26).
       01 WS-FIND-ACCT             PIC S9(18).
       01 WS-FIND-IX               PIC 9(4) COMP-4.
       01 WS-ACCT-FOUND-FLAG       PIC X(01).
         88 WS-ACCT-FOUND          VALUE 'Y'.
      *    HOST VARIABLES.
       01 WS-ACCOUNT-NO            PIC S9(18).
       01 WS-ACCOUNT-NO-DISP       PIC 9(18).
       01 WS-CUSTOMER-NAME         PIC X(50).
       01 WS-ACCOUNT-STATUS        PIC X(01).
       01 WS-STATUS-REASON         PIC X(04).
       01 WS-LAST-INQUIRY-TS       PIC X(26).
       01 WS-LAST-INQUIRY-IND      PIC S9(4) COMP.
       01 WS-ADDR-LINE1            PIC X(40).
       01 WS-ADDR-LINE2            PIC X(40).
       01 WS-CITY                  PIC X(25).
       01 WS-STATE                 PIC X(02).
       01 WS-ZIP                   PIC X(10).
       01 WS-PHONE                 PIC X(15).
       01 WS-EMAIL                 PIC X(50).
       01 WS-PMT-DATE              PIC X(10).
       01 WS-PMT-TIME              PIC X(08).
       01 WS-PMT-AMOUNT            PIC S9(9)V99 COMP-3.
       01 WS-CHG-DATE              PIC X(10).
       01 WS-CHG-TYPE              PIC X(01).
       01 WS-CHG-AMOUNT            PIC S9(9)V99 COMP-3.
       01 WS-CHG-DUE-DATE          PIC X(10).
           EXEC SQL
                DECLARE SARACSR CURSOR FOR
                SELECT ACCOUNT_NO, CUSTOMER_NAME, ACCOUNT_STATUS,
                       COALESCE(STATUS_REASON_CD, ' '),
                       LAST_INQUIRY_TS
                  FROM CUSTOMER
                 WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
                 ORDER BY ACCOUNT_NO
           END-EXEC
           EXEC SQL
                DECLARE SARPCSR CURSOR FOR
                SELECT PMT_DATE, PMT_TIME, PMT_AMT
                  FROM PMT_HISTORY
                 WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
                 ORDER BY PMT_DATE, PMT_TIME
           END-EXEC
           EXEC SQL
                DECLARE SARCCSR CURSOR FOR
                SELECT CHG_DATE, CHG_TYPE, CHG_AMT, DUE_DATE
                  FROM CHG_HISTORY
                 WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
                 ORDER BY CHG_DATE, CHG_TIME
           END-EXEC
      *    WHICH CSRGMAU FUNCTION THE CURRENT MAINTENANCE PASS WANTS.
       01 WS-WANT-FUNCTION         PIC X(01).
         88 WS-WANT-STATUS         VALUE 'S'.
         88 WS-WANT-CONTACT        VALUE 'C'.
       01 WS-SOURCE-NAME           PIC X(08).
       01 WS-SECTION-COUNT         PIC 9(7) VALUE 0.
       01 WS-PARM-RECORDS          PIC 9(7) VALUE 0.
       01 WS-CUSTOMER-COUNT        PIC 9(7) VALUE 0.
       01 WS-NOT-FOUND-COUNT       PIC 9(7) VALUE 0.
       01 WS-INVALID-COUNT         PIC 9(7) VALUE 0.
       01 WS-INCOMPLETE-COUNT      PIC 9(7) VALUE 0.
       01 WS-BIG-SEP-LINE          PIC X(132) VALUE ALL '='.
       01 WS-BLANK-LINE            PIC X(132) VALUE SPACES.
       01 WS-HDG-LINE.
         03 FILLER PIC X(38)
              VALUE 'PERSONAL DATA REPORT FOR CUSTOMER ID '.
         03 WS-HDG-CUST-ID         PIC 9(9).
         03 FILLER PIC X(12) VALUE '  PREPARED '.
         03 WS-HDG-DATE            PIC X(10).
         03 FILLER PIC X(63) VALUE SPACES.
       01 WS-SECTION-LINE.
         03 WS-SECTION-TEXT        PIC X(60).
         03 FILLER PIC X(72) VALUE SPACES.
       01 WS-MSG-LINE.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-MSG-TEXT            PIC X(130).
       01 WS-FLD-LINE.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-FLD-LABEL           PIC X(22).
         03 WS-FLD-VALUE           PIC X(108).
       01 WS-ACCT-LINE.
         03 FILLER PIC X(08) VALUE 'ACCOUNT '.
         03 WS-ACL-ACCT            PIC 9(18).
         03 FILLER PIC X(106) VALUE SPACES.
       01 WS-CITY-LINE.
         03 WS-CTY-CITY            PIC X(25).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-CTY-STATE           PIC X(02).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-CTY-ZIP             PIC X(10).
       01 WS-STATUS-TEXT           PIC X(30).
       01 WS-PMT-HDG-LINE.
         03 FILLER PIC X(24) VALUE SPACES.
         03 FILLER PIC X(12) VALUE 'DATE'.
         03 FILLER PIC X(10) VALUE 'TIME'.
         03 FILLER PIC X(86) VALUE '        AMOUNT'.
       01 WS-PMT-LINE.
         03 FILLER PIC X(24) VALUE SPACES.
         03 WS-PMT-DET-DATE        PIC X(10).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-PMT-DET-TIME        PIC X(08).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-PMT-DET-AMT         PIC ZZZ,ZZZ,ZZ9.99-.
         03 FILLER PIC X(71) VALUE SPACES.
       01 WS-CHG-HDG-LINE.
         03 FILLER PIC X(24) VALUE SPACES.
         03 FILLER PIC X(12) VALUE 'DATE'.
         03 FILLER PIC X(10) VALUE 'CHARGE'.
         03 FILLER PIC X(17) VALUE '         AMOUNT'.
         03 FILLER PIC X(69) VALUE 'DUE DATE'.
       01 WS-CHG-LINE.
         03 FILLER PIC X(24) VALUE SPACES.
         03 WS-CHG-DET-DATE        PIC X(10).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-CHG-DET-TYPE        PIC X(08).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-CHG-DET-AMT         PIC ZZZ,ZZZ,ZZ9.99-.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-CHG-DET-DUE         PIC X(10).
         03 FILLER PIC X(59) VALUE SPACES.
       01 WS-OTR-COL-LINE.
         03 FILLER PIC X(02) VALUE SPACES.
         03 FILLER PIC X(20) VALUE 'ACCOUNT NO'.
         03 FILLER PIC X(24) VALUE 'STAGE REACHED'.
         03 FILLER PIC X(12) VALUE 'LETTER 1'.
         03 FILLER PIC X(12) VALUE 'LETTER 2'.
         03 FILLER PIC X(12) VALUE 'FINAL'.
         03 FILLER PIC X(50) VALUE 'FROZEN'.
       01 WS-OTR-LINE.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-OTR-DET-ACCT        PIC 9(18).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-OTR-DET-STAGE       PIC X(22).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-OTR-DET-LTR1        PIC X(10).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-OTR-DET-LTR2        PIC X(10).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-OTR-DET-FINAL       PIC X(10).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-OTR-DET-FROZEN      PIC X(10).
         03 FILLER PIC X(40) VALUE SPACES.
       01 WS-STS-COL-LINE.
         03 FILLER PIC X(02) VALUE SPACES.
         03 FILLER PIC X(11) VALUE 'DATE'.
         03 FILLER PIC X(09) VALUE 'TIME'.
         03 FILLER PIC X(20) VALUE 'ACCOUNT NO'.
         03 FILLER PIC X(12) VALUE 'FROM'.
         03 FILLER PIC X(12) VALUE 'TO'.
         03 FILLER PIC X(07) VALUE 'REASON'.
         03 FILLER PIC X(09) VALUE 'BY USER'.
         03 FILLER PIC X(05) VALUE 'TERM'.
         03 FILLER PIC X(45) VALUE 'KEYED BY'.
       01 WS-STS-LINE.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-STS-DET-DATE        PIC X(10).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-STS-DET-TIME        PIC X(08).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-STS-DET-ACCT        PIC 9(18).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-STS-DET-FROM        PIC X(10).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-STS-DET-TO          PIC X(10).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-STS-DET-REASON      PIC X(04).
         03 FILLER PIC X(03) VALUE SPACES.
         03 WS-STS-DET-USER        PIC X(08).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-STS-DET-TERM        PIC X(04).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-STS-DET-MAKER       PIC X(08).
         03 FILLER PIC X(37) VALUE SPACES.
       01 WS-CON-COL-LINE.
         03 FILLER PIC X(02) VALUE SPACES.
         03 FILLER PIC X(11) VALUE 'DATE'.
         03 FILLER PIC X(09) VALUE 'TIME'.
         03 FILLER PIC X(20) VALUE 'ACCOUNT NO'.
         03 FILLER PIC X(41) VALUE 'ADDRESS BEFORE'.
         03 FILLER PIC X(49) VALUE 'ADDRESS AFTER'.
       01 WS-CON-LINE.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-CON-DET-DATE        PIC X(10).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-CON-DET-TIME        PIC X(08).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-CON-DET-ACCT        PIC 9(18).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-CON-DET-BEFORE      PIC X(40).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-CON-DET-AFTER       PIC X(40).
         03 FILLER PIC X(09) VALUE SPACES.
       01 WS-AUD-COL-LINE.
         03 FILLER PIC X(02) VALUE SPACES.
         03 FILLER PIC X(11) VALUE 'DATE'.
         03 FILLER PIC X(09) VALUE 'TIME'.
         03 FILLER PIC X(20) VALUE 'ACCOUNT NO'.
         03 FILLER PIC X(09) VALUE 'USER'.
         03 FILLER PIC X(10) VALUE 'TERMINAL'.
         03 FILLER PIC X(71) VALUE 'CHANNEL (TRANSACTION/PROGRAM)'.
       01 WS-AUD-LINE.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-AUD-DET-DATE        PIC X(10).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-AUD-DET-TIME        PIC X(08).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-AUD-DET-ACCT        PIC 9(18).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-AUD-DET-USER        PIC X(08).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-AUD-DET-TERM        PIC X(04).
         03 FILLER PIC X(06) VALUE SPACES.
         03 WS-AUD-DET-TRAN        PIC X(04).
         03 FILLER PIC X(01) VALUE '/'.
         03 WS-AUD-DET-PGM         PIC X(08).
         03 FILLER PIC X(58) VALUE SPACES.
       01 WS-POQ-COL-LINE.
         03 FILLER PIC X(02) VALUE SPACES.
         03 FILLER PIC X(11) VALUE 'DATE'.
         03 FILLER PIC X(09) VALUE 'TIME'.
         03 FILLER PIC X(20) VALUE 'ACCOUNT NO'.
         03 FILLER PIC X(09) VALUE 'USER'.
         03 FILLER PIC X(10) VALUE 'TERMINAL'.
         03 FILLER PIC X(12) VALUE 'PAYOFF DATE'.
         03 FILLER PIC X(20) VALUE '     PAYOFF TOTAL'.
         03 FILLER PIC X(39) VALUE 'RESULT'.
       01 WS-POQ-LINE.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-POQ-DET-DATE        PIC X(10).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-POQ-DET-TIME        PIC X(08).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-POQ-DET-ACCT        PIC 9(18).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-POQ-DET-USER        PIC X(08).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-POQ-DET-TERM        PIC X(04).
         03 FILLER PIC X(06) VALUE SPACES.
         03 WS-POQ-DET-PAYOFF      PIC X(10).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-POQ-DET-TOTAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-POQ-DET-RESULT      PIC X(07).
         03 FILLER PIC X(32) VALUE SPACES.
       01 WS-SRC-FAIL-LINE.
         03 FILLER PIC X(06) VALUE '  ***'.
         03 WS-SRC-FAIL-NAME       PIC X(08).
         03 FILLER PIC X(26) VALUE ' COULD NOT BE READ IN FULL'.
         03 FILLER PIC X(10) VALUE ' - STATUS '.
         03 WS-SRC-FAIL-STATUS     PIC X(02).
         03 FILLER PIC X(80) VALUE SPACES.
       01 WS-SUM-LINE.
         03 WS-SUM-NAME            PIC X(36).
         03 WS-SUM-COUNT           PIC ZZZZZZ9.
         03 FILLER PIC X(89) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM WRITE-RUN-START
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE-RAW(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-' TO WS-RUN-DATE(5:1)
           MOVE WS-RUN-DATE-RAW(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-' TO WS-RUN-DATE(8:1)
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-RUN-DATE(9:2)
           OPEN INPUT SARPARM
           IF NOT WS-PARM-STATUS-OK THEN
             DISPLAY 'CBSSUBAC: SARPARM OPEN FAILED - STATUS '
                  WS-PARM-STATUS ' - NO CUSTOMER_IDS TO REPORT'
             MOVE 16 TO RETURN-CODE
           ELSE
             OPEN OUTPUT SARRPT
             PERFORM READ-NEXT-PARM
             PERFORM UNTIL WS-PARM-EOF OR WS-STOP-RUN
               PERFORM PROCESS-ONE-PARM
               PERFORM READ-NEXT-PARM
             END-PERFORM
             PERFORM WRITE-RUN-TOTALS
             CLOSE SARPARM
             CLOSE SARRPT
           END-IF
           PERFORM WRITE-RUN-END
           GOBACK.
       READ-NEXT-PARM.
           READ SARPARM
             AT END MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-READ
           EXIT.
       PROCESS-ONE-PARM.
           ADD 1 TO WS-PARM-RECORDS
           EVALUATE TRUE
             WHEN SARPARM-CUSTOMER-ID = SPACES
               CONTINUE
             WHEN SARPARM-CUSTOMER-ID NOT NUMERIC
               ADD 1 TO WS-INVALID-COUNT
               MOVE SPACES TO WS-MSG-TEXT
               STRING '*** SARPARM RECORD IS NOT A CUSTOMER_ID: '
                      SARPARM-CUSTOMER-ID DELIMITED BY SIZE
                    INTO WS-MSG-TEXT
               END-STRING
               WRITE SARRPT-LINE FROM WS-MSG-LINE
               PERFORM RAISE-RETURN-CODE-4
             WHEN OTHER
               MOVE SARPARM-CUSTOMER-ID TO WS-CUSTOMER-ID-DISP
               MOVE WS-CUSTOMER-ID-DISP TO WS-CUSTOMER-ID
               PERFORM REPORT-ONE-CUSTOMER
           END-EVALUATE
           EXIT.
       REPORT-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE 'N' TO WS-INCOMPLETE-FLAG
           WRITE SARRPT-LINE FROM WS-BIG-SEP-LINE
           MOVE WS-CUSTOMER-ID-DISP TO WS-HDG-CUST-ID
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           WRITE SARRPT-LINE FROM WS-HDG-LINE
           WRITE SARRPT-LINE FROM WS-BIG-SEP-LINE
           PERFORM LOAD-CUSTOMER-ACCOUNTS
           EVALUATE TRUE
             WHEN WS-STOP-RUN
               CONTINUE
             WHEN WS-ACCT-COUNT = 0
               ADD 1 TO WS-NOT-FOUND-COUNT
               MOVE 'NO ACCOUNTS ARE HELD UNDER THIS CUSTOMER ID.'
                    TO WS-MSG-TEXT
               WRITE SARRPT-LINE FROM WS-MSG-LINE
               PERFORM RAISE-RETURN-CODE-4
             WHEN OTHER
               PERFORM REPORT-ONE-ACCOUNT
                    VARYING WS-ACCT-IX FROM 1 BY 1
                    UNTIL WS-ACCT-IX > WS-ACCT-COUNT OR WS-STOP-RUN
               IF NOT WS-STOP-RUN THEN
                 PERFORM REPORT-OUTREACH
                 MOVE 'S' TO WS-WANT-FUNCTION
                 PERFORM REPORT-MAINT-HISTORY
                 MOVE 'C' TO WS-WANT-FUNCTION
                 PERFORM REPORT-MAINT-HISTORY
                 PERFORM REPORT-LOOKUP-HISTORY
                 PERFORM REPORT-PAYOFF-QUOTES
               END-IF
           END-EVALUATE
           IF WS-INCOMPLETE OR WS-STOP-RUN THEN
             ADD 1 TO WS-INCOMPLETE-COUNT
             WRITE SARRPT-LINE FROM WS-BLANK-LINE
             MOVE '*** THIS REPORT IS INCOMPLETE AND MUST NOT BE SENT '
                  TO WS-MSG-TEXT
             WRITE SARRPT-LINE FROM WS-MSG-LINE
           END-IF
           WRITE SARRPT-LINE FROM WS-BLANK-LINE
           MOVE 'END OF REPORT' TO WS-MSG-TEXT
           WRITE SARRPT-LINE FROM WS-MSG-LINE
           EXIT.
       LOAD-CUSTOMER-ACCOUNTS.
           MOVE 0 TO WS-ACCT-COUNT
           EXEC SQL
                OPEN SARACSR
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0 THEN
             DISPLAY 'CBSSUBAC: OPEN ACCOUNT CURSOR FAILED - SQLCODE '
                  WS-SQLCODE
             PERFORM STOP-ON-DB2-FAILURE
           ELSE
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM FETCH-NEXT-ACCOUNT
             PERFORM UNTIL WS-EOF
               PERFORM HOLD-ONE-ACCOUNT
               PERFORM FETCH-NEXT-ACCOUNT
             END-PERFORM
             EXEC SQL
                  CLOSE SARACSR
             END-EXEC
           END-IF
           EXIT.
       FETCH-NEXT-ACCOUNT.
           EXEC SQL
                FETCH SARACSR
                 INTO :WS-ACCOUNT-NO, :WS-CUSTOMER-NAME,
                      :WS-ACCOUNT-STATUS, :WS-STATUS-REASON,
                      :WS-LAST-INQUIRY-TS :WS-LAST-INQUIRY-IND
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0 THEN
             MOVE 'Y' TO WS-EOF-FLAG
             IF WS-SQLCODE NOT = 100 THEN
               DISPLAY 'CBSSUBAC: ACCOUNT FETCH FAILED - SQLCODE '
                    WS-SQLCODE
               PERFORM STOP-ON-DB2-FAILURE
             END-IF
           END-IF
           EXIT.
       HOLD-ONE-ACCOUNT.
           IF WS-ACCT-COUNT < WS-ACCT-MAX THEN
             ADD 1 TO WS-ACCT-COUNT
             MOVE WS-ACCOUNT-NO TO WS-ACCT-TBL-NO(WS-ACCT-COUNT)
             MOVE WS-CUSTOMER-NAME TO WS-ACCT-TBL-NAME(WS-ACCT-COUNT)
             MOVE WS-ACCOUNT-STATUS
                  TO WS-ACCT-TBL-STATUS(WS-ACCT-COUNT)
             MOVE WS-STATUS-REASON
                  TO WS-ACCT-TBL-REASON(WS-ACCT-COUNT)
             IF WS-LAST-INQUIRY-IND < 0 THEN
               MOVE 'NEVER' TO WS-ACCT-TBL-LAST-INQ(WS-ACCT-COUNT)
             ELSE
               MOVE WS-LAST-INQUIRY-TS
                    TO WS-ACCT-TBL-LAST-INQ(WS-ACCT-COUNT)
             END-IF
           ELSE
      *        NOT SILENTLY TRUNCATED - THE ANSWER WOULD BE WRONG.
             MOVE WS-ACCOUNT-NO TO WS-ACCOUNT-NO-DISP
             MOVE SPACES TO WS-MSG-TEXT
             STRING '*** MORE ACCOUNTS THAN THE REPORT CAN HOLD - '
                    'ACCOUNT ' WS-ACCOUNT-NO-DISP ' NOT COVERED'
                    DELIMITED BY SIZE
                  INTO WS-MSG-TEXT
             END-STRING
             WRITE SARRPT-LINE FROM WS-MSG-LINE
             PERFORM MARK-INCOMPLETE
           END-IF
           EXIT.
       REPORT-ONE-ACCOUNT.
           MOVE WS-ACCT-TBL-NO(WS-ACCT-IX) TO WS-ACCOUNT-NO
           WRITE SARRPT-LINE FROM WS-BLANK-LINE
           MOVE WS-ACCOUNT-NO TO WS-ACL-ACCT
           WRITE SARRPT-LINE FROM WS-ACCT-LINE
           MOVE 'NAME ON ACCOUNT:' TO WS-FLD-LABEL
           MOVE WS-ACCT-TBL-NAME(WS-ACCT-IX) TO WS-FLD-VALUE
           WRITE SARRPT-LINE FROM WS-FLD-LINE
           MOVE WS-ACCT-TBL-STATUS(WS-ACCT-IX) TO WS-ACCOUNT-STATUS
           PERFORM SET-STATUS-TEXT
           MOVE 'ACCOUNT STATUS:' TO WS-FLD-LABEL
           MOVE WS-STATUS-TEXT TO WS-FLD-VALUE
           WRITE SARRPT-LINE FROM WS-FLD-LINE
           IF WS-ACCT-TBL-REASON(WS-ACCT-IX) NOT = SPACES THEN
             MOVE 'STATUS REASON:' TO WS-FLD-LABEL
             MOVE WS-ACCT-TBL-REASON(WS-ACCT-IX) TO WS-FLD-VALUE
             WRITE SARRPT-LINE FROM WS-FLD-LINE
           END-IF
           MOVE 'LAST LOOKED UP:' TO WS-FLD-LABEL
           MOVE WS-ACCT-TBL-LAST-INQ(WS-ACCT-IX) TO WS-FLD-VALUE
           WRITE SARRPT-LINE FROM WS-FLD-LINE
           PERFORM REPORT-CONTACT-DATA
           IF NOT WS-STOP-RUN THEN
             PERFORM REPORT-PAYMENTS
           END-IF
           IF NOT WS-STOP-RUN THEN
             PERFORM REPORT-CHARGES
           END-IF
           EXIT.
       SET-STATUS-TEXT.
           EVALUATE WS-ACCOUNT-STATUS
             WHEN 'O'
               MOVE 'O - OPEN' TO WS-STATUS-TEXT
             WHEN 'C'
               MOVE 'C - CLOSED' TO WS-STATUS-TEXT
             WHEN 'F'
               MOVE 'F - FROZEN' TO WS-STATUS-TEXT
             WHEN 'P'
               MOVE 'P - PURGED' TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE WS-ACCOUNT-STATUS TO WS-STATUS-TEXT
           END-EVALUATE
           EXIT.
       REPORT-CONTACT-DATA.
           EXEC SQL
                SELECT ADDR_LINE1, ADDR_LINE2, CITY, STATE,
                       ZIP, PHONE, EMAIL
                  INTO :WS-ADDR-LINE1, :WS-ADDR-LINE2, :WS-CITY,
                       :WS-STATE, :WS-ZIP, :WS-PHONE, :WS-EMAIL
                  FROM CUST_CONTACT
                 WHERE ACCOUNT_NO = :WS-ACCOUNT-NO
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           EVALUATE TRUE
             WHEN WS-SQLCODE = 100
               MOVE 'CONTACT DETAILS:' TO WS-FLD-LABEL
               MOVE 'NONE HELD' TO WS-FLD-VALUE
               WRITE SARRPT-LINE FROM WS-FLD-LINE
             WHEN WS-SQLCODE NOT = 0
               DISPLAY 'CBSSUBAC: CONTACT FETCH FAILED - SQLCODE '
                    WS-SQLCODE
               PERFORM STOP-ON-DB2-FAILURE
             WHEN OTHER
               MOVE 'ADDRESS:' TO WS-FLD-LABEL
               MOVE WS-ADDR-LINE1 TO WS-FLD-VALUE
               WRITE SARRPT-LINE FROM WS-FLD-LINE
               MOVE SPACES TO WS-FLD-LABEL
               IF WS-ADDR-LINE2 NOT = SPACES THEN
                 MOVE WS-ADDR-LINE2 TO WS-FLD-VALUE
                 WRITE SARRPT-LINE FROM WS-FLD-LINE
               END-IF
               MOVE WS-CITY TO WS-CTY-CITY
               MOVE WS-STATE TO WS-CTY-STATE
               MOVE WS-ZIP TO WS-CTY-ZIP
               MOVE WS-CITY-LINE TO WS-FLD-VALUE
               WRITE SARRPT-LINE FROM WS-FLD-LINE
               MOVE 'TELEPHONE:' TO WS-FLD-LABEL
               MOVE WS-PHONE TO WS-FLD-VALUE
               WRITE SARRPT-LINE FROM WS-FLD-LINE
               MOVE 'E-MAIL:' TO WS-FLD-LABEL
               MOVE WS-EMAIL TO WS-FLD-VALUE
               WRITE SARRPT-LINE FROM WS-FLD-LINE
           END-EVALUATE
           EXIT.
       REPORT-PAYMENTS.
           MOVE 'PAYMENTS RECEIVED:' TO WS-FLD-LABEL
           MOVE SPACES TO WS-FLD-VALUE
           MOVE 0 TO WS-SECTION-COUNT
           EXEC SQL
                OPEN SARPCSR
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0 THEN
             DISPLAY 'CBSSUBAC: OPEN PAYMENT CURSOR FAILED - SQLCODE '
                  WS-SQLCODE
             PERFORM STOP-ON-DB2-FAILURE
           ELSE
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM FETCH-NEXT-PAYMENT
             PERFORM UNTIL WS-EOF
               PERFORM REPORT-ONE-PAYMENT
               PERFORM FETCH-NEXT-PAYMENT
             END-PERFORM
             EXEC SQL
                  CLOSE SARPCSR
             END-EXEC
             IF WS-SECTION-COUNT = 0 THEN
               MOVE 'NONE' TO WS-FLD-VALUE
               WRITE SARRPT-LINE FROM WS-FLD-LINE
             END-IF
           END-IF
           EXIT.
       FETCH-NEXT-PAYMENT.
           EXEC SQL
                FETCH SARPCSR
                 INTO :WS-PMT-DATE, :WS-PMT-TIME, :WS-PMT-AMOUNT
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0 THEN
             MOVE 'Y' TO WS-EOF-FLAG
             IF WS-SQLCODE NOT = 100 THEN
               DISPLAY 'CBSSUBAC: PAYMENT FETCH FAILED - SQLCODE '
                    WS-SQLCODE
               PERFORM STOP-ON-DB2-FAILURE
             END-IF
           END-IF
           EXIT.
       REPORT-ONE-PAYMENT.
           IF WS-SECTION-COUNT = 0 THEN
             WRITE SARRPT-LINE FROM WS-FLD-LINE
             WRITE SARRPT-LINE FROM WS-PMT-HDG-LINE
           END-IF
           ADD 1 TO WS-SECTION-COUNT
           MOVE WS-PMT-DATE TO WS-PMT-DET-DATE
           MOVE WS-PMT-TIME TO WS-PMT-DET-TIME
           MOVE WS-PMT-AMOUNT TO WS-PMT-DET-AMT
           WRITE SARRPT-LINE FROM WS-PMT-LINE
           EXIT.
       REPORT-CHARGES.
           MOVE 'CHARGES MADE:' TO WS-FLD-LABEL
           MOVE SPACES TO WS-FLD-VALUE
           MOVE 0 TO WS-SECTION-COUNT
           EXEC SQL
                OPEN SARCCSR
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0 THEN
             DISPLAY 'CBSSUBAC: OPEN CHARGE CURSOR FAILED - SQLCODE '
                  WS-SQLCODE
             PERFORM STOP-ON-DB2-FAILURE
           ELSE
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM FETCH-NEXT-CHARGE
             PERFORM UNTIL WS-EOF
               PERFORM REPORT-ONE-CHARGE
               PERFORM FETCH-NEXT-CHARGE
             END-PERFORM
             EXEC SQL
                  CLOSE SARCCSR
             END-EXEC
             IF WS-SECTION-COUNT = 0 THEN
               MOVE 'NONE' TO WS-FLD-VALUE
               WRITE SARRPT-LINE FROM WS-FLD-LINE
             END-IF
           END-IF
           EXIT.
       FETCH-NEXT-CHARGE.
           EXEC SQL
                FETCH SARCCSR
                 INTO :WS-CHG-DATE, :WS-CHG-TYPE, :WS-CHG-AMOUNT,
                      :WS-CHG-DUE-DATE
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0 THEN
             MOVE 'Y' TO WS-EOF-FLAG
             IF WS-SQLCODE NOT = 100 THEN
               DISPLAY 'CBSSUBAC: CHARGE FETCH FAILED - SQLCODE '
                    WS-SQLCODE
               PERFORM STOP-ON-DB2-FAILURE
             END-IF
           END-IF
           EXIT.
       REPORT-ONE-CHARGE.
           IF WS-SECTION-COUNT = 0 THEN
             WRITE SARRPT-LINE FROM WS-FLD-LINE
             WRITE SARRPT-LINE FROM WS-CHG-HDG-LINE
           END-IF
           ADD 1 TO WS-SECTION-COUNT
           MOVE WS-CHG-DATE TO WS-CHG-DET-DATE
           EVALUATE WS-CHG-TYPE
             WHEN 'I'
               MOVE 'INTEREST' TO WS-CHG-DET-TYPE
             WHEN 'F'
               MOVE 'LATE FEE' TO WS-CHG-DET-TYPE
             WHEN OTHER
               MOVE WS-CHG-TYPE TO WS-CHG-DET-TYPE
           END-EVALUATE
           MOVE WS-CHG-AMOUNT TO WS-CHG-DET-AMT
           MOVE WS-CHG-DUE-DATE TO WS-CHG-DET-DUE
           WRITE SARRPT-LINE FROM WS-CHG-LINE
           EXIT.
       REPORT-OUTREACH.
      *    OUTRTRK HOLDS ONE RECORD PER ACCOUNT EVER SENT DORMANT-
      *    ACCOUNT LETTERS; MOST CUSTOMERS HAVE NONE.
           WRITE SARRPT-LINE FROM WS-BLANK-LINE
           MOVE 'DORMANT-ACCOUNT OUTREACH' TO WS-SECTION-TEXT
           WRITE SARRPT-LINE FROM WS-SECTION-LINE
           MOVE 0 TO WS-SECTION-COUNT
           OPEN INPUT OUTRTRK
           IF NOT WS-OTR-STATUS-OK THEN
             MOVE 'OUTRTRK' TO WS-SRC-FAIL-NAME
             MOVE WS-OTR-STATUS TO WS-SRC-FAIL-STATUS
             PERFORM REPORT-SOURCE-FAILURE
           ELSE
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM READ-NEXT-OUTREACH
             PERFORM UNTIL WS-EOF
               PERFORM CHECK-ONE-OUTREACH
               PERFORM READ-NEXT-OUTREACH
             END-PERFORM
             CLOSE OUTRTRK
           END-IF
           IF WS-SECTION-COUNT = 0 THEN
             MOVE 'NONE RECORDED' TO WS-MSG-TEXT
             WRITE SARRPT-LINE FROM WS-MSG-LINE
           END-IF
           EXIT.
       READ-NEXT-OUTREACH.
           READ OUTRTRK
             AT END
               MOVE 'Y' TO WS-EOF-FLAG
             NOT AT END
               MOVE OUTRTRK-RECORD TO CSRGOTR-RECORD
           END-READ
           IF NOT WS-EOF AND NOT WS-OTR-STATUS-OK THEN
             MOVE 'Y' TO WS-EOF-FLAG
             MOVE 'OUTRTRK' TO WS-SRC-FAIL-NAME
             MOVE WS-OTR-STATUS TO WS-SRC-FAIL-STATUS
             PERFORM REPORT-SOURCE-FAILURE
           END-IF
           EXIT.
       CHECK-ONE-OUTREACH.
           MOVE CSRGOTR-ACCOUNT-NO TO WS-FIND-ACCT
           PERFORM FIND-ACCOUNT
           IF WS-ACCT-FOUND THEN
             IF WS-SECTION-COUNT = 0 THEN
               WRITE SARRPT-LINE FROM WS-OTR-COL-LINE
             END-IF
             ADD 1 TO WS-SECTION-COUNT
             MOVE CSRGOTR-ACCOUNT-NO TO WS-OTR-DET-ACCT
             EVALUATE TRUE
               WHEN CSRGOTR-STG-FIRST-LETTER
                 MOVE 'FIRST LETTER SENT' TO WS-OTR-DET-STAGE
               WHEN CSRGOTR-STG-SECOND-LETTER
                 MOVE 'SECOND LETTER SENT' TO WS-OTR-DET-STAGE
               WHEN CSRGOTR-STG-FINAL-NOTICE
                 MOVE 'FINAL NOTICE SENT' TO WS-OTR-DET-STAGE
               WHEN CSRGOTR-STG-FROZEN
                 MOVE 'FROZEN FOR ESCHEATMENT' TO WS-OTR-DET-STAGE
               WHEN OTHER
                 MOVE 'NOT YET CONTACTED' TO WS-OTR-DET-STAGE
             END-EVALUATE
             MOVE CSRGOTR-LTR1-DATE TO WS-OTR-DET-LTR1
             MOVE CSRGOTR-LTR2-DATE TO WS-OTR-DET-LTR2
             MOVE CSRGOTR-FINAL-DATE TO WS-OTR-DET-FINAL
             MOVE CSRGOTR-FROZEN-DATE TO WS-OTR-DET-FROZEN
             WRITE SARRPT-LINE FROM WS-OTR-LINE
           END-IF
           EXIT.
       REPORT-MAINT-HISTORY.
      *    ONE PASS OF EVERY CSRGMAU SOURCE FOR ONE FUNCTION - PRE-
      *    MAKER-ID ARCHIVES, LATER ARCHIVES, THEN THE LIVE KSDS.
           WRITE SARRPT-LINE FROM WS-BLANK-LINE
           IF WS-WANT-STATUS THEN
             MOVE 'ACCOUNT STATUS HISTORY' TO WS-SECTION-TEXT
           ELSE
             MOVE 'CONTACT DETAIL CHANGES' TO WS-SECTION-TEXT
           END-IF
           WRITE SARRPT-LINE FROM WS-SECTION-LINE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM SCAN-OLD-MAINT-ARCHIVE
           PERFORM SCAN-MAINT-ARCHIVE
           PERFORM SCAN-LIVE-MAINT
           IF WS-SECTION-COUNT = 0 THEN
             MOVE 'NONE RECORDED' TO WS-MSG-TEXT
             WRITE SARRPT-LINE FROM WS-MSG-LINE
           END-IF
           EXIT.
       SCAN-OLD-MAINT-ARCHIVE.
           OPEN INPUT MAUARCHO
           IF NOT WS-ARCH-STATUS-OK THEN
             MOVE 'MAUARCHO' TO WS-SRC-FAIL-NAME
             MOVE WS-ARCH-STATUS TO WS-SRC-FAIL-STATUS
             PERFORM REPORT-SOURCE-FAILURE
           ELSE
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM READ-OLD-MAINT-ARCHIVE
             PERFORM UNTIL WS-EOF
               PERFORM CHECK-ONE-MAINT
               PERFORM READ-OLD-MAINT-ARCHIVE
             END-PERFORM
             CLOSE MAUARCHO
           END-IF
           EXIT.
       READ-OLD-MAINT-ARCHIVE.
      *    A 161-BYTE RECORD MOVED TO THE 169-BYTE LAYOUT COMES OUT
      *    WITH CSRGMAU-MAKER-ID SPACES - A ONE-PERSON ACTION, WHICH
      *    IS WHAT EVERY ACTION BEFORE DUAL CONTROL WAS.
           READ MAUARCHO
             AT END
               MOVE 'Y' TO WS-EOF-FLAG
             NOT AT END
               MOVE MAUARCHO-RECORD TO CSRGMAU-RECORD
           END-READ
           IF NOT WS-EOF AND NOT WS-ARCH-STATUS-OK THEN
             MOVE 'Y' TO WS-EOF-FLAG
             MOVE 'MAUARCHO' TO WS-SRC-FAIL-NAME
             MOVE WS-ARCH-STATUS TO WS-SRC-FAIL-STATUS
             PERFORM REPORT-SOURCE-FAILURE
           END-IF
           EXIT.
       SCAN-MAINT-ARCHIVE.
           OPEN INPUT MAUARCH
           IF NOT WS-ARCH-STATUS-OK THEN
             MOVE 'MAUARCH' TO WS-SRC-FAIL-NAME
             MOVE WS-ARCH-STATUS TO WS-SRC-FAIL-STATUS
             PERFORM REPORT-SOURCE-FAILURE
           ELSE
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM READ-MAINT-ARCHIVE
             PERFORM UNTIL WS-EOF
               PERFORM CHECK-ONE-MAINT
               PERFORM READ-MAINT-ARCHIVE
             END-PERFORM
             CLOSE MAUARCH
           END-IF
           EXIT.
       READ-MAINT-ARCHIVE.
           READ MAUARCH
             AT END
               MOVE 'Y' TO WS-EOF-FLAG
             NOT AT END
               MOVE MAUARCH-RECORD TO CSRGMAU-RECORD
           END-READ
           IF NOT WS-EOF AND NOT WS-ARCH-STATUS-OK THEN
             MOVE 'Y' TO WS-EOF-FLAG
             MOVE 'MAUARCH' TO WS-SRC-FAIL-NAME
             MOVE WS-ARCH-STATUS TO WS-SRC-FAIL-STATUS
             PERFORM REPORT-SOURCE-FAILURE
           END-IF
           EXIT.
       SCAN-LIVE-MAINT.
      *    READ ONLY - THE KSDS MAY STAY OPEN TO CICS.
           OPEN INPUT CSRGMAU
           IF NOT WS-MAU-STATUS-OK THEN
             MOVE 'CSRGMAU' TO WS-SRC-FAIL-NAME
             MOVE WS-MAU-STATUS TO WS-SRC-FAIL-STATUS
             PERFORM REPORT-SOURCE-FAILURE
           ELSE
             PERFORM SCAN-LIVE-MAINT-ACCOUNT
                  VARYING WS-ACCT-IX FROM 1 BY 1
                  UNTIL WS-ACCT-IX > WS-ACCT-COUNT
             CLOSE CSRGMAU
           END-IF
           EXIT.
       SCAN-LIVE-MAINT-ACCOUNT.
           MOVE LOW-VALUES TO MAU-KSDS-KEY
           MOVE WS-ACCT-TBL-NO(WS-ACCT-IX) TO MAU-KSDS-ACCOUNT-NO
           MOVE 'N' TO WS-EOF-FLAG
           START CSRGMAU KEY IS NOT LESS THAN MAU-KSDS-KEY
             INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM READ-LIVE-MAINT
           PERFORM UNTIL WS-EOF
             PERFORM CHECK-ONE-MAINT
             PERFORM READ-LIVE-MAINT
           END-PERFORM
           EXIT.
       READ-LIVE-MAINT.
           IF NOT WS-EOF THEN
             READ CSRGMAU NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             EVALUATE TRUE
               WHEN WS-EOF
                 CONTINUE
               WHEN NOT WS-MAU-STATUS-OK
                 MOVE 'Y' TO WS-EOF-FLAG
                 MOVE 'CSRGMAU' TO WS-SRC-FAIL-NAME
                 MOVE WS-MAU-STATUS TO WS-SRC-FAIL-STATUS
                 PERFORM REPORT-SOURCE-FAILURE
               WHEN MAU-KSDS-ACCOUNT-NO NOT =
                    WS-ACCT-TBL-NO(WS-ACCT-IX)
                 MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                 MOVE MAU-KSDS-RECORD TO CSRGMAU-RECORD
             END-EVALUATE
           END-IF
           EXIT.
       CHECK-ONE-MAINT.
           IF CSRGMAU-FUNCTION = WS-WANT-FUNCTION THEN
             MOVE CSRGMAU-ACCOUNT-NO TO WS-FIND-ACCT
             PERFORM FIND-ACCOUNT
             IF WS-ACCT-FOUND THEN
               IF WS-WANT-STATUS THEN
                 PERFORM PRINT-STATUS-CHANGE
               ELSE
                 PERFORM PRINT-CONTACT-CHANGE
               END-IF
             END-IF
           END-IF
           EXIT.
       PRINT-STATUS-CHANGE.
      *    CBSCSRM IMAGES: BEFORE COL 1 THE OLD STATUS, AFTER COL 1
      *    THE NEW STATUS AND COLS 3-6 THE REASON CODE.
           IF WS-SECTION-COUNT = 0 THEN
             WRITE SARRPT-LINE FROM WS-STS-COL-LINE
           END-IF
           ADD 1 TO WS-SECTION-COUNT
           MOVE CSRGMAU-AUD-DATE TO WS-STS-DET-DATE
           MOVE CSRGMAU-AUD-TIME TO WS-STS-DET-TIME
           MOVE CSRGMAU-ACCOUNT-NO TO WS-STS-DET-ACCT
           MOVE CSRGMAU-BEFORE-IMAGE(1:1) TO WS-ACCOUNT-STATUS
           PERFORM SET-STATUS-TEXT
           MOVE WS-STATUS-TEXT TO WS-STS-DET-FROM
           MOVE CSRGMAU-AFTER-IMAGE(1:1) TO WS-ACCOUNT-STATUS
           PERFORM SET-STATUS-TEXT
           MOVE WS-STATUS-TEXT TO WS-STS-DET-TO
           MOVE CSRGMAU-AFTER-IMAGE(3:4) TO WS-STS-DET-REASON
           MOVE CSRGMAU-USER-ID TO WS-STS-DET-USER
           MOVE CSRGMAU-TERMINAL-ID TO WS-STS-DET-TERM
           MOVE CSRGMAU-MAKER-ID TO WS-STS-DET-MAKER
           WRITE SARRPT-LINE FROM WS-STS-LINE
           EXIT.
       PRINT-CONTACT-CHANGE.
           IF WS-SECTION-COUNT = 0 THEN
             WRITE SARRPT-LINE FROM WS-CON-COL-LINE
           END-IF
           ADD 1 TO WS-SECTION-COUNT
           MOVE CSRGMAU-AUD-DATE TO WS-CON-DET-DATE
           MOVE CSRGMAU-AUD-TIME TO WS-CON-DET-TIME
           MOVE CSRGMAU-ACCOUNT-NO TO WS-CON-DET-ACCT
           MOVE CSRGMAU-BEFORE-IMAGE(1:40) TO WS-CON-DET-BEFORE
           MOVE CSRGMAU-AFTER-IMAGE(1:40) TO WS-CON-DET-AFTER
           WRITE SARRPT-LINE FROM WS-CON-LINE
           EXIT.
       REPORT-LOOKUP-HISTORY.
           WRITE SARRPT-LINE FROM WS-BLANK-LINE
           MOVE 'WHO HAS LOOKED AT YOUR ACCOUNTS' TO WS-SECTION-TEXT
           WRITE SARRPT-LINE FROM WS-SECTION-LINE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM SCAN-LOOKUP-ARCHIVE
           PERFORM SCAN-LIVE-LOOKUP
           IF WS-SECTION-COUNT = 0 THEN
             MOVE 'NONE RECORDED' TO WS-MSG-TEXT
             WRITE SARRPT-LINE FROM WS-MSG-LINE
           END-IF
           EXIT.
       SCAN-LOOKUP-ARCHIVE.
           OPEN INPUT AUDARCH
           IF NOT WS-ARCH-STATUS-OK THEN
             MOVE 'AUDARCH' TO WS-SRC-FAIL-NAME
             MOVE WS-ARCH-STATUS TO WS-SRC-FAIL-STATUS
             PERFORM REPORT-SOURCE-FAILURE
           ELSE
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM READ-LOOKUP-ARCHIVE
             PERFORM UNTIL WS-EOF
               PERFORM CHECK-ONE-LOOKUP
               PERFORM READ-LOOKUP-ARCHIVE
             END-PERFORM
             CLOSE AUDARCH
           END-IF
           EXIT.
       READ-LOOKUP-ARCHIVE.
           READ AUDARCH
             AT END
               MOVE 'Y' TO WS-EOF-FLAG
             NOT AT END
               MOVE AUDARCH-RECORD TO CSRGAUD-RECORD
           END-READ
           IF NOT WS-EOF AND NOT WS-ARCH-STATUS-OK THEN
             MOVE 'Y' TO WS-EOF-FLAG
             MOVE 'AUDARCH' TO WS-SRC-FAIL-NAME
             MOVE WS-ARCH-STATUS TO WS-SRC-FAIL-STATUS
             PERFORM REPORT-SOURCE-FAILURE
           END-IF
           EXIT.
       SCAN-LIVE-LOOKUP.
           OPEN INPUT CSRGAUD
           IF NOT WS-AUD-STATUS-OK THEN
             MOVE 'CSRGAUD' TO WS-SRC-FAIL-NAME
             MOVE WS-AUD-STATUS TO WS-SRC-FAIL-STATUS
             PERFORM REPORT-SOURCE-FAILURE
           ELSE
             PERFORM SCAN-LIVE-LOOKUP-ACCOUNT
                  VARYING WS-ACCT-IX FROM 1 BY 1
                  UNTIL WS-ACCT-IX > WS-ACCT-COUNT
             CLOSE CSRGAUD
           END-IF
           EXIT.
       SCAN-LIVE-LOOKUP-ACCOUNT.
           MOVE LOW-VALUES TO AUD-KSDS-KEY
           MOVE WS-ACCT-TBL-NO(WS-ACCT-IX) TO AUD-KSDS-ACCOUNT-NO
           MOVE 'N' TO WS-EOF-FLAG
           START CSRGAUD KEY IS NOT LESS THAN AUD-KSDS-KEY
             INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM READ-LIVE-LOOKUP
           PERFORM UNTIL WS-EOF
             PERFORM CHECK-ONE-LOOKUP
             PERFORM READ-LIVE-LOOKUP
           END-PERFORM
           EXIT.
       READ-LIVE-LOOKUP.
           IF NOT WS-EOF THEN
             READ CSRGAUD NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
             END-READ
             EVALUATE TRUE
               WHEN WS-EOF
                 CONTINUE
               WHEN NOT WS-AUD-STATUS-OK
                 MOVE 'Y' TO WS-EOF-FLAG
                 MOVE 'CSRGAUD' TO WS-SRC-FAIL-NAME
                 MOVE WS-AUD-STATUS TO WS-SRC-FAIL-STATUS
                 PERFORM REPORT-SOURCE-FAILURE
               WHEN AUD-KSDS-ACCOUNT-NO NOT =
                    WS-ACCT-TBL-NO(WS-ACCT-IX)
                 MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                 MOVE AUD-KSDS-RECORD TO CSRGAUD-RECORD
             END-EVALUATE
           END-IF
           EXIT.
       CHECK-ONE-LOOKUP.
           MOVE CSRGAUD-ACCOUNT-NO TO WS-FIND-ACCT
           PERFORM FIND-ACCOUNT
           IF WS-ACCT-FOUND THEN
             IF WS-SECTION-COUNT = 0 THEN
               WRITE SARRPT-LINE FROM WS-AUD-COL-LINE
             END-IF
             ADD 1 TO WS-SECTION-COUNT
             MOVE CSRGAUD-AUD-DATE TO WS-AUD-DET-DATE
             MOVE CSRGAUD-AUD-TIME TO WS-AUD-DET-TIME
             MOVE CSRGAUD-ACCOUNT-NO TO WS-AUD-DET-ACCT
             MOVE CSRGAUD-USER-ID TO WS-AUD-DET-USER
             MOVE CSRGAUD-TERMINAL-ID TO WS-AUD-DET-TERM
             MOVE CSRGAUD-TRAN-ID TO WS-AUD-DET-TRAN
             MOVE CSRGAUD-PROGRAM-ID TO WS-AUD-DET-PGM
             WRITE SARRPT-LINE FROM WS-AUD-LINE
           END-IF
           EXIT.
       REPORT-PAYOFF-QUOTES.
      *    EVERY LOGGED QUOTE IS LISTED, REFUSED ONES TOO - THE
      *    REQUEST ITSELF IS SOMEONE ASKING ABOUT THE ACCOUNT.
           WRITE SARRPT-LINE FROM WS-BLANK-LINE
           MOVE 'PAYOFF QUOTES GIVEN ON YOUR ACCOUNTS'
                TO WS-SECTION-TEXT
           WRITE SARRPT-LINE FROM WS-SECTION-LINE
           MOVE 0 TO WS-SECTION-COUNT
           OPEN INPUT POQEXTR
           IF NOT WS-POQ-STATUS-OK THEN
             MOVE 'POQEXTR' TO WS-SRC-FAIL-NAME
             MOVE WS-POQ-STATUS TO WS-SRC-FAIL-STATUS
             PERFORM REPORT-SOURCE-FAILURE
           ELSE
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM READ-NEXT-QUOTE
             PERFORM UNTIL WS-EOF
               PERFORM CHECK-ONE-QUOTE
               PERFORM READ-NEXT-QUOTE
             END-PERFORM
             CLOSE POQEXTR
           END-IF
           IF WS-SECTION-COUNT = 0 THEN
             MOVE 'NONE RECORDED' TO WS-MSG-TEXT
             WRITE SARRPT-LINE FROM WS-MSG-LINE
           END-IF
           EXIT.
       READ-NEXT-QUOTE.
           READ POQEXTR
             AT END
               MOVE 'Y' TO WS-EOF-FLAG
             NOT AT END
               MOVE POQEXTR-RECORD TO CSRGPOQ-RECORD
           END-READ
           IF NOT WS-EOF AND NOT WS-POQ-STATUS-OK THEN
             MOVE 'Y' TO WS-EOF-FLAG
             MOVE 'POQEXTR' TO WS-SRC-FAIL-NAME
             MOVE WS-POQ-STATUS TO WS-SRC-FAIL-STATUS
             PERFORM REPORT-SOURCE-FAILURE
           END-IF
           EXIT.
       CHECK-ONE-QUOTE.
           MOVE CSRGPOQ-ACCOUNT-NO TO WS-FIND-ACCT
           PERFORM FIND-ACCOUNT
           IF WS-ACCT-FOUND THEN
             IF WS-SECTION-COUNT = 0 THEN
               WRITE SARRPT-LINE FROM WS-POQ-COL-LINE
             END-IF
             ADD 1 TO WS-SECTION-COUNT
             MOVE CSRGPOQ-QUOTE-DATE TO WS-POQ-DET-DATE
             MOVE CSRGPOQ-QUOTE-TIME TO WS-POQ-DET-TIME
             MOVE CSRGPOQ-ACCOUNT-NO TO WS-POQ-DET-ACCT
             MOVE CSRGPOQ-USER-ID TO WS-POQ-DET-USER
             MOVE CSRGPOQ-TERMINAL-ID TO WS-POQ-DET-TERM
             MOVE CSRGPOQ-PAYOFF-DATE TO WS-POQ-DET-PAYOFF
             MOVE CSRGPOQ-TOTAL TO WS-POQ-DET-TOTAL
             IF CSRGPOQ-RETCODE = 0 THEN
               MOVE 'QUOTED' TO WS-POQ-DET-RESULT
             ELSE
               MOVE 'REFUSED' TO WS-POQ-DET-RESULT
             END-IF
             WRITE SARRPT-LINE FROM WS-POQ-LINE
           END-IF
           EXIT.
       FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-FLAG
           PERFORM VARYING WS-FIND-IX FROM 1 BY 1
                UNTIL WS-FIND-IX > WS-ACCT-COUNT OR WS-ACCT-FOUND
             IF WS-ACCT-TBL-NO(WS-FIND-IX) = WS-FIND-ACCT THEN
               MOVE 'Y' TO WS-ACCT-FOUND-FLAG
             END-IF
           END-PERFORM
           EXIT.
       REPORT-SOURCE-FAILURE.
      *    WS-SRC-FAIL-NAME/-STATUS ARE PRESET BY THE CALLER. AN
      *    AUDIT SOURCE THAT CANNOT BE READ IN FULL MAKES THE ANSWER
      *    INCOMPLETE - SAY SO ON THE REPORT, NOT JUST THE JOB LOG.
           WRITE SARRPT-LINE FROM WS-SRC-FAIL-LINE
           DISPLAY 'CBSSUBAC: ' WS-SRC-FAIL-NAME
                ' COULD NOT BE READ IN FULL - STATUS '
                WS-SRC-FAIL-STATUS
           PERFORM MARK-INCOMPLETE
           EXIT.
       MARK-INCOMPLETE.
           MOVE 'Y' TO WS-INCOMPLETE-FLAG
           IF RETURN-CODE < 8 THEN
             MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.
       RAISE-RETURN-CODE-4.
           IF RETURN-CODE < 4 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.
       STOP-ON-DB2-FAILURE.
           MOVE 16 TO RETURN-CODE
           MOVE 'Y' TO WS-STOP-FLAG
           EXIT.
       WRITE-RUN-TOTALS.
           WRITE SARRPT-LINE FROM WS-BIG-SEP-LINE
           MOVE 'SARPARM RECORDS READ:' TO WS-SUM-NAME
           MOVE WS-PARM-RECORDS TO WS-SUM-COUNT
           WRITE SARRPT-LINE FROM WS-SUM-LINE
           MOVE 'CUSTOMER IDS REPORTED:' TO WS-SUM-NAME
           MOVE WS-CUSTOMER-COUNT TO WS-SUM-COUNT
           WRITE SARRPT-LINE FROM WS-SUM-LINE
           MOVE '  WITH NO ACCOUNTS:' TO WS-SUM-NAME
           MOVE WS-NOT-FOUND-COUNT TO WS-SUM-COUNT
           WRITE SARRPT-LINE FROM WS-SUM-LINE
           MOVE '  INCOMPLETE - DO NOT SEND:' TO WS-SUM-NAME
           MOVE WS-INCOMPLETE-COUNT TO WS-SUM-COUNT
           WRITE SARRPT-LINE FROM WS-SUM-LINE
           MOVE 'RECORDS NOT A CUSTOMER ID:' TO WS-SUM-NAME
           MOVE WS-INVALID-COUNT TO WS-SUM-COUNT
           WRITE SARRPT-LINE FROM WS-SUM-LINE
           IF WS-STOP-RUN THEN
             MOVE '*** RUN STOPPED ON A DB2 FAILURE - LATER CUSTOMER '
                  TO WS-MSG-TEXT
             WRITE SARRPT-LINE FROM WS-MSG-LINE
             MOVE '*** IDS ON SARPARM WERE NOT REPORTED'
                  TO WS-MSG-TEXT
             WRITE SARRPT-LINE FROM WS-MSG-LINE
           END-IF
           EXIT.
       WRITE-RUN-START.
           MOVE 'CBSSUBAC' TO CSRGRUN-JOB-NAME
           MOVE 'S' TO CSRGRUN-EVENT
           MOVE 0 TO CSRGRUN-RECORDS
           MOVE 0 TO CSRGRUN-RETCODE
           PERFORM WRITE-RUN-RECORD
           EXIT.
       WRITE-RUN-END.
           MOVE 'CBSSUBAC' TO CSRGRUN-JOB-NAME
           MOVE 'E' TO CSRGRUN-EVENT
           MOVE WS-CUSTOMER-COUNT TO CSRGRUN-RECORDS
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
             DISPLAY 'CBSSUBAC: RUNLOG OPEN FAILED - STATUS '
                  WS-RLOG-STATUS
           END-IF
           EXIT.
       END PROGRAM CBSSUBAC.
