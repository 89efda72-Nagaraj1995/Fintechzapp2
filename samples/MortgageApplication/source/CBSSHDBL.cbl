      *+---------------------------------------------------------------+
      *| CBSSHDBL                                                      |
      *|   NIGHTLY BUILD OF THE CSRGSHD READ-ONLY CUSTOMER SHADOW.     |
      *|   WHEN DB2 IS DOWN EVERY CBSCSRG INQUIRY USED TO FAIL 0012/   |
      *|   0201, SO THE CALL CENTRE COULD TELL A CUSTOMER NOTHING -    |
      *|   NOT EVEN LAST NIGHT'S BALANCE. THIS JOB UNLOADS EVERY       |
      *|   CUSTOMER ROW, WITH ITS ACCT_BALANCE AND CUST_CONTACT ROWS   |
      *|   WHERE THEY EXIST, INTO THE CSRGSHD KSDS KEYED BY ACCOUNT    |
      *|   NUMBER, STAMPED WITH THE BUILD DATE AND TIME. CBSCSRG READS |
      *|   IT ONLY WHEN A CUSTOMER SELECT COMES BACK DB2-UNAVAILABLE   |
      *|   AND CSRGOPT-BIT-SHADOW IS ON, AND TELLS THE CALLER THE      |
      *|   ANSWER IS AS OF THE BUILD DATE. MAINTENANCE (CBSCSRM),      |
      *|   PAYMENTS (CBSCSRP) AND LOCKS (CSRGLCK) NEVER USE IT - A     |
      *|   CHANGE WITHOUT DB2 IS STILL REFUSED.                        |
      *|   ONE CURSOR, CUSTOMER LEFT-JOINED TO THE OTHER TWO TABLES    |
      *|   IN ACCOUNT_NO ORDER, SO THE KSDS IS LOADED IN KEY SEQUENCE  |
      *|   IN ONE PASS. A MISSING BALANCE OR CONTACT ROW IS NOT AN     |
      *|   ERROR - THE RECORD CARRIES FLAG 'N' AND ZERO/BLANK FIELDS,  |
      *|   THE SAME RULE THE LIVE INQUIRY FOLLOWS. PURGED ACCOUNTS ARE |
      *|   UNLOADED TOO: CBSCSRG ANSWERS FOR THEM LIVE, SO THE SHADOW  |
      *|   DOES AS WELL.                                               |
      *|   RUN WITH CSRGSHD CLOSED TO CICS; THE CLUSTER IS DEFINED     |
      *|   REUSE, SO OPEN OUTPUT EMPTIES IT AND THE WHOLE FILE IS      |
      *|   REPLACED EVERY NIGHT. RETURN CODE 16 ON A DB2 OR FILE       |
      *|   FAILURE - A HALF-BUILT SHADOW MUST BE RERUN BEFORE CICS     |
      *|   OPENS IT.                                                   |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSSHDBL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSRGSHD ASSIGN TO CSRGSHD
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SHD-KSDS-KEY
                FILE STATUS IS WS-SHD-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CSRGSHD
           RECORD CONTAINS 350 CHARACTERS.
       01 SHD-KSDS-RECORD.
         03 SHD-KSDS-KEY.
           05 SHD-KSDS-ACCOUNT-NO  PIC S9(18).
         03 FILLER                 PIC X(332).
       FD RUNLOG
           RECORD CONTAINS 40 CHARACTERS.
       01 RUNLOG-RECORD            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY CSRGRUN.
       01 WS-RLOG-STATUS           PIC X(02) VALUE '00'.
         88 WS-RLOG-STATUS-OK      VALUE '00'.
       01 WS-RLOG-DATE-RAW         PIC X(08).
       01 WS-RLOG-TIME-RAW         PIC X(08).
       01 WS-SHD-STATUS            PIC X(02) VALUE '00'.
         88 WS-SHD-STATUS-OK       VALUE '00'.
       01 WS-SQLCODE               PIC S9(9) COMP-5.
       01 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
         88 WS-EOF                 VALUE 'Y'.
       01 WS-BUILD-DATE-RAW        PIC X(08).
       01 WS-BUILD-TIME-RAW        PIC X(08).
       01 WS-BUILD-DATE            PIC X(10).
       01 WS-BUILD-TIME            PIC X(08).
       01 WS-ROWS-READ             PIC 9(9) VALUE 0.
       01 WS-SHD-WRITTEN           PIC 9(9) VALUE 0.
       01 WS-NO-BAL-COUNT          PIC 9(9) VALUE 0.
       01 WS-NO-CON-COUNT          PIC 9(9) VALUE 0.
      *    ONE FETCHED ROW. THE OUTER-JOINED COLUMNS ARE COALESCED SO
      *    NO NULL INDICATORS ARE NEEDED; THE TWO FLAGS SAY WHETHER
      *    THE ROW WAS REALLY THERE.
       01 WS-ACCOUNT-NO            PIC S9(18).
       01 WS-CUSTOMER-NAME         PIC X(50).
       01 WS-CUSTOMER-ID           PIC S9(9).
       01 WS-ACCOUNT-STATUS        PIC X(01).
       01 WS-BALANCE-FLAG          PIC X(01).
       01 WS-PRIN-BALANCE          PIC S9(11)V99 COMP-3.
       01 WS-LAST-PMT-DATE         PIC X(10).
       01 WS-LAST-PMT-AMOUNT       PIC S9(9)V99 COMP-3.
       01 WS-NEXT-DUE-DATE         PIC X(10).
       01 WS-ACCRUED-INT           PIC S9(11)V99 COMP-3.
       01 WS-FEES-DUE              PIC S9(9)V99 COMP-3.
       01 WS-CONTACT-FLAG          PIC X(01).
       01 WS-ADDR-LINE1            PIC X(40).
       01 WS-ADDR-LINE2            PIC X(40).
       01 WS-CITY                  PIC X(25).
       01 WS-STATE                 PIC X(02).
       01 WS-ZIP                   PIC X(10).
       01 WS-PHONE                 PIC X(15).
       01 WS-EMAIL                 PIC X(50).
       COPY CSRGSHD.
           EXEC SQL
                DECLARE SHDCSR CURSOR FOR
                SELECT C.ACCOUNT_NO, C.CUSTOMER_NAME, C.CUSTOMER_ID,
                       C.ACCOUNT_STATUS,
                       CASE WHEN B.ACCOUNT_NO IS NULL
                            THEN 'N' ELSE 'Y' END,
                       COALESCE(B.PRIN_BALANCE, 0),
                       COALESCE(B.LAST_PMT_DATE, ' '),
                       COALESCE(B.LAST_PMT_AMT, 0),
                       COALESCE(B.NEXT_DUE_DATE, ' '),
                       COALESCE(B.ACCRUED_INT, 0),
                       COALESCE(B.FEES_DUE, 0),
                       CASE WHEN K.ACCOUNT_NO IS NULL
                            THEN 'N' ELSE 'Y' END,
                       COALESCE(K.ADDR_LINE1, ' '),
                       COALESCE(K.ADDR_LINE2, ' '),
                       COALESCE(K.CITY, ' '),
                       COALESCE(K.STATE, ' '),
                       COALESCE(K.ZIP, ' '),
                       COALESCE(K.PHONE, ' '),
                       COALESCE(K.EMAIL, ' ')
                  FROM CUSTOMER C
                  LEFT OUTER JOIN ACCT_BALANCE B
                    ON B.ACCOUNT_NO = C.ACCOUNT_NO
                  LEFT OUTER JOIN CUST_CONTACT K
                    ON K.ACCOUNT_NO = C.ACCOUNT_NO
                 ORDER BY C.ACCOUNT_NO
           END-EXEC
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM WRITE-RUN-START
           PERFORM SET-BUILD-STAMP
           OPEN OUTPUT CSRGSHD
           IF NOT WS-SHD-STATUS-OK THEN
             DISPLAY 'CBSSHDBL: CSRGSHD OPEN FAILED - STATUS '
                  WS-SHD-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM UNLOAD-CUSTOMERS
             CLOSE CSRGSHD
           END-IF
           DISPLAY 'CBSSHDBL: BUILD ' WS-BUILD-DATE ' ' WS-BUILD-TIME
           DISPLAY 'CBSSHDBL: CUSTOMER ROWS READ    ' WS-ROWS-READ
           DISPLAY 'CBSSHDBL: SHADOW RECORDS WRITTEN ' WS-SHD-WRITTEN
           DISPLAY 'CBSSHDBL: WITH NO BALANCE ROW   ' WS-NO-BAL-COUNT
           DISPLAY 'CBSSHDBL: WITH NO CONTACT ROW   ' WS-NO-CON-COUNT
           PERFORM WRITE-RUN-END
           GOBACK.
       SET-BUILD-STAMP.
      *    ONE STAMP FOR THE WHOLE FILE - IT IS THE "AS OF" DATE
      *    CBSCSRG HANDS BACK, NOT A PER-ROW CHANGE TIME.
           ACCEPT WS-BUILD-DATE-RAW FROM DATE YYYYMMDD
           ACCEPT WS-BUILD-TIME-RAW FROM TIME
           MOVE WS-BUILD-DATE-RAW(1:4) TO WS-BUILD-DATE(1:4)
           MOVE '-' TO WS-BUILD-DATE(5:1)
           MOVE WS-BUILD-DATE-RAW(5:2) TO WS-BUILD-DATE(6:2)
           MOVE '-' TO WS-BUILD-DATE(8:1)
           MOVE WS-BUILD-DATE-RAW(7:2) TO WS-BUILD-DATE(9:2)
           MOVE WS-BUILD-TIME-RAW(1:2) TO WS-BUILD-TIME(1:2)
           MOVE ':' TO WS-BUILD-TIME(3:1)
           MOVE WS-BUILD-TIME-RAW(3:2) TO WS-BUILD-TIME(4:2)
           MOVE ':' TO WS-BUILD-TIME(6:1)
           MOVE WS-BUILD-TIME-RAW(5:2) TO WS-BUILD-TIME(7:2)
           EXIT.
       UNLOAD-CUSTOMERS.
           EXEC SQL
                OPEN SHDCSR
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0 THEN
             DISPLAY 'CBSSHDBL: OPEN CURSOR FAILED - SQLCODE '
                  WS-SQLCODE
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM FETCH-NEXT-ROW
             PERFORM WRITE-SHADOW-RECORD UNTIL WS-EOF
             EXEC SQL
                  CLOSE SHDCSR
             END-EXEC
           END-IF
           EXIT.
       FETCH-NEXT-ROW.
           EXEC SQL
                FETCH SHDCSR
                 INTO :WS-ACCOUNT-NO, :WS-CUSTOMER-NAME,
                      :WS-CUSTOMER-ID, :WS-ACCOUNT-STATUS,
                      :WS-BALANCE-FLAG, :WS-PRIN-BALANCE,
                      :WS-LAST-PMT-DATE, :WS-LAST-PMT-AMOUNT,
                      :WS-NEXT-DUE-DATE, :WS-ACCRUED-INT,
                      :WS-FEES-DUE, :WS-CONTACT-FLAG,
                      :WS-ADDR-LINE1, :WS-ADDR-LINE2, :WS-CITY,
                      :WS-STATE, :WS-ZIP, :WS-PHONE, :WS-EMAIL
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0 THEN
             MOVE 'Y' TO WS-EOF-FLAG
             IF WS-SQLCODE NOT = 100 THEN
               DISPLAY 'CBSSHDBL: FETCH FAILED - SQLCODE ' WS-SQLCODE
               MOVE 16 TO RETURN-CODE
             END-IF
           ELSE
             ADD 1 TO WS-ROWS-READ
           END-IF
           EXIT.
       WRITE-SHADOW-RECORD.
           MOVE SPACES TO CSRGSHD-RECORD
           MOVE WS-ACCOUNT-NO TO CSRGSHD-ACCOUNT-NO
           MOVE WS-BUILD-DATE TO CSRGSHD-BUILD-DATE
           MOVE WS-BUILD-TIME TO CSRGSHD-BUILD-TIME
           MOVE WS-CUSTOMER-NAME TO CSRGSHD-CUSTOMER-NAME
           MOVE WS-CUSTOMER-ID TO CSRGSHD-CUSTOMER-ID
           MOVE WS-ACCOUNT-STATUS TO CSRGSHD-ACCOUNT-STATUS
           MOVE WS-BALANCE-FLAG TO CSRGSHD-BALANCE-FLAG
           MOVE WS-PRIN-BALANCE TO CSRGSHD-PRIN-BALANCE
           MOVE WS-LAST-PMT-DATE TO CSRGSHD-LAST-PMT-DATE
           MOVE WS-LAST-PMT-AMOUNT TO CSRGSHD-LAST-PMT-AMOUNT
           MOVE WS-NEXT-DUE-DATE TO CSRGSHD-NEXT-DUE-DATE
           MOVE WS-ACCRUED-INT TO CSRGSHD-ACCRUED-INT
           MOVE WS-FEES-DUE TO CSRGSHD-FEES-DUE
           MOVE WS-CONTACT-FLAG TO CSRGSHD-CONTACT-FLAG
           MOVE WS-ADDR-LINE1 TO CSRGSHD-ADDR-LINE1
           MOVE WS-ADDR-LINE2 TO CSRGSHD-ADDR-LINE2
           MOVE WS-CITY TO CSRGSHD-CITY
           MOVE WS-STATE TO CSRGSHD-STATE
           MOVE WS-ZIP TO CSRGSHD-ZIP
           MOVE WS-PHONE TO CSRGSHD-PHONE
           MOVE WS-EMAIL TO CSRGSHD-EMAIL
           IF NOT CSRGSHD-HAS-BALANCE THEN
             ADD 1 TO WS-NO-BAL-COUNT
           END-IF
           IF NOT CSRGSHD-HAS-CONTACT THEN
             ADD 1 TO WS-NO-CON-COUNT
           END-IF
      *    A FAILED WRITE (OUT OF SEQUENCE, DUPLICATE KEY, FILE FULL)
      *    STOPS THE BUILD - A SHADOW WITH ACCOUNTS SILENTLY MISSING
      *    WOULD ANSWER "NOT ON FILE" FOR A CUSTOMER WHO EXISTS.
           WRITE SHD-KSDS-RECORD FROM CSRGSHD-RECORD
           IF WS-SHD-STATUS-OK THEN
             ADD 1 TO WS-SHD-WRITTEN
             PERFORM FETCH-NEXT-ROW
           ELSE
             DISPLAY 'CBSSHDBL: CSRGSHD WRITE FAILED - STATUS '
                  WS-SHD-STATUS ' ACCOUNT ' WS-ACCOUNT-NO
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           EXIT.
       WRITE-RUN-START.
           MOVE 'CBSSHDBL' TO CSRGRUN-JOB-NAME
           MOVE 'S' TO CSRGRUN-EVENT
           MOVE 0 TO CSRGRUN-RECORDS
           MOVE 0 TO CSRGRUN-RETCODE
           PERFORM WRITE-RUN-RECORD
           EXIT.
       WRITE-RUN-END.
           MOVE 'CBSSHDBL' TO CSRGRUN-JOB-NAME
           MOVE 'E' TO CSRGRUN-EVENT
           MOVE WS-SHD-WRITTEN TO CSRGRUN-RECORDS
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
             DISPLAY 'CBSSHDBL: RUNLOG OPEN FAILED - STATUS '
                  WS-RLOG-STATUS
           END-IF
           EXIT.
       END PROGRAM CBSSHDBL.
