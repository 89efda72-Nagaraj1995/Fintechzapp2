      *+---------------------------------------------------------------+
      *| CBSPNDEX                                                      |
      *|   NIGHTLY DUAL-CONTROL QUEUE EXPIRY BATCH. A CBSCSRM RENAME,  |
      *|   CLOSE OR PURGE, OR MERGE KEYED BY ONE USER WAITS ON THE     |
      *|   CSRGPND KSDS FOR A SECOND USER TO APPROVE IT THROUGH        |
      *|   CSRGAPR. AN ITEM NOBODY HAS DECIDED WITHIN                  |
      *|   CSRGPND-EXPIRY-DAYS OF ITS SUBMIT DATE CAN NO LONGER BE     |
      *|   APPROVED (CBSCSRM AND CSRGAPR BOTH REFUSE IT); RUN WITH THE |
      *|   FILE CLOSED TO CICS, THIS JOB MARKS EVERY SUCH ITEM 'E'     |
      *|   AND LISTS IT ON PNDRPT SO THE TELLER WHO KEYED IT CAN BE    |
      *|   TOLD THE CHANGE WAS NEVER MADE AND MUST BE KEYED AGAIN.     |
      *|   NOTHING IS DELETED - THE ITEM STAYS ON FILE AS THE RECORD   |
      *|   THAT THE CHANGE WAS ASKED FOR AND NOT APPROVED.             |
      *|   RETURN CODE 16 ON ANY FILE FAILURE.                         |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSPNDEX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSRGPND ASSIGN TO CSRGPND
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PND-KSDS-KEY
                FILE STATUS IS WS-PND-STATUS.
           SELECT PNDRPT ASSIGN TO PNDRPT
                ORGANIZATION IS SEQUENTIAL.
           SELECT RUNLOG ASSIGN TO RUNLOG
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CSRGPND
           RECORD CONTAINS 526 CHARACTERS.
       01 PND-KSDS-RECORD.
         03 PND-KSDS-KEY.
           05 PND-KSDS-SUBMIT-DATE PIC X(10).
           05 PND-KSDS-SUBMIT-TIME PIC X(08).
           05 PND-KSDS-TASK-NO     PIC S9(8) COMP.
         03 FILLER                 PIC X(504).
       FD PNDRPT
           RECORD CONTAINS 132 CHARACTERS.
       01 PNDRPT-LINE              PIC X(132).
       FD RUNLOG
           RECORD CONTAINS 40 CHARACTERS.
       01 RUNLOG-RECORD            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY CSRGRUN.
       01 WS-RLOG-STATUS           PIC X(02) VALUE '00'.
         88 WS-RLOG-STATUS-OK      VALUE '00'.
       01 WS-RLOG-DATE-RAW         PIC X(08).
       01 WS-RLOG-TIME-RAW         PIC X(08).
       01 WS-PND-STATUS            PIC X(02) VALUE '00'.
         88 WS-PND-STATUS-OK       VALUE '00'.
       COPY CSRGPND.
       01 WS-RUN-DATE-RAW          PIC X(08).
       01 WS-RUN-DATE-NUM          PIC 9(8).
       01 WS-RUN-DATE-INT          PIC S9(9) COMP.
       01 WS-RUN-TIME-RAW          PIC X(08).
       01 WS-RUN-DATE              PIC X(10).
       01 WS-RUN-TIME              PIC X(08).
       01 WS-CUTOFF-INT            PIC S9(9) COMP.
       01 WS-CUTOFF-NUM            PIC 9(8).
       01 WS-CUTOFF-NUM-X REDEFINES WS-CUTOFF-NUM PIC X(08).
       01 WS-CUTOFF                PIC X(10).
       01 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
         88 WS-EOF                 VALUE 'Y'.
       01 WS-FAIL-FLAG             PIC X(01) VALUE 'N'.
         88 WS-FAILED              VALUE 'Y'.
       01 WS-READ-COUNT            PIC 9(9) VALUE 0.
       01 WS-EXPIRED-COUNT         PIC 9(9) VALUE 0.
       01 WS-PENDING-COUNT         PIC 9(9) VALUE 0.
       01 WS-DECIDED-COUNT         PIC 9(9) VALUE 0.
       01 WS-HDG-LINE.
         03 FILLER PIC X(40)
              VALUE 'DUAL-CONTROL ITEMS EXPIRED UNAPPROVED'.
         03 FILLER PIC X(92) VALUE SPACES.
       01 WS-CUTOFF-LINE.
         03 FILLER PIC X(20) VALUE 'SUBMITTED BEFORE '.
         03 WS-CUT-DATE            PIC X(10).
         03 FILLER PIC X(102) VALUE SPACES.
       01 WS-COL-LINE.
         03 FILLER PIC X(11) VALUE 'SUBMITTED'.
         03 FILLER PIC X(09) VALUE SPACES.
         03 FILLER PIC X(09) VALUE 'KEYED BY'.
         03 FILLER PIC X(05) VALUE 'TERM'.
         03 FILLER PIC X(03) VALUE 'FN'.
         03 FILLER PIC X(95) VALUE 'ACCOUNT NO'.
       01 WS-DETAIL-LINE.
         03 WS-DET-DATE            PIC X(10).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-DET-TIME            PIC X(08).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-DET-MAKER           PIC X(08).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-DET-TERM            PIC X(04).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-DET-FN              PIC X(01).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DET-ACCT            PIC 9(18).
         03 FILLER PIC X(77) VALUE SPACES.
       01 WS-CNT-LINE.
         03 FILLER PIC X(05) VALUE SPACES.
         03 WS-CNT-NAME            PIC X(20).
         03 WS-CNT-VALUE           PIC ZZZZZZZZ9.
         03 FILLER PIC X(98) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM WRITE-RUN-START
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM BUILD-RUN-STAMP
           PERFORM BUILD-CUTOFF
           OPEN OUTPUT PNDRPT
           WRITE PNDRPT-LINE FROM WS-HDG-LINE
           MOVE WS-CUTOFF TO WS-CUT-DATE
           WRITE PNDRPT-LINE FROM WS-CUTOFF-LINE
           WRITE PNDRPT-LINE FROM WS-COL-LINE
           OPEN I-O CSRGPND
           IF NOT WS-PND-STATUS-OK THEN
             DISPLAY 'CBSPNDEX: CSRGPND OPEN FAILED - STATUS '
                  WS-PND-STATUS
             MOVE 'Y' TO WS-FAIL-FLAG
           ELSE
             PERFORM EXPIRE-ONE-ITEM
                UNTIL WS-EOF OR WS-FAILED
             CLOSE CSRGPND
           END-IF
           PERFORM WRITE-TOTALS
           CLOSE PNDRPT
           IF WS-FAILED THEN
             MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-END
           GOBACK.
       BUILD-RUN-STAMP.
      *    THE DECIDED DATE/TIME STAMPED ON EVERY ITEM THIS RUN
      *    EXPIRES, IN THE SAME FORMS CBSCSRM AND CSRGAPR USE.
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
           EXIT.
       BUILD-CUTOFF.
      *    THE OLDEST SUBMIT DATE STILL APPROVABLE - THE SAME CUTOFF
      *    CSRGAPR LISTS FROM. ANYTHING SUBMITTED BEFORE IT EXPIRES.
           COMPUTE WS-CUTOFF-INT =
                WS-RUN-DATE-INT - CSRGPND-EXPIRY-DAYS
           COMPUTE WS-CUTOFF-NUM =
                FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-CUTOFF-NUM-X(1:4) TO WS-CUTOFF(1:4)
           MOVE '-' TO WS-CUTOFF(5:1)
           MOVE WS-CUTOFF-NUM-X(5:2) TO WS-CUTOFF(6:2)
           MOVE '-' TO WS-CUTOFF(8:1)
           MOVE WS-CUTOFF-NUM-X(7:2) TO WS-CUTOFF(9:2)
           EXIT.
       EXPIRE-ONE-ITEM.
           READ CSRGPND NEXT RECORD
             AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           IF NOT WS-EOF THEN
             IF NOT WS-PND-STATUS-OK THEN
               DISPLAY 'CBSPNDEX: CSRGPND READ FAILED - STATUS '
                    WS-PND-STATUS
               MOVE 'Y' TO WS-FAIL-FLAG
             ELSE
               ADD 1 TO WS-READ-COUNT
               MOVE PND-KSDS-RECORD TO CSRGPND-RECORD
               EVALUATE TRUE
                 WHEN NOT CSRGPND-PENDING
                   ADD 1 TO WS-DECIDED-COUNT
                 WHEN CSRGPND-SUBMIT-DATE < WS-CUTOFF
                   PERFORM MARK-ITEM-EXPIRED
                 WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
               END-EVALUATE
             END-IF
           END-IF
           EXIT.
       MARK-ITEM-EXPIRED.
      *    THE CHECKER FIELD NAMES THIS JOB, SO AN EXPIRED ITEM IS
      *    NEVER MISTAKEN FOR ONE A SUPERVISOR DECIDED.
           MOVE 'E' TO CSRGPND-STATE
           MOVE 'CBSPNDEX' TO CSRGPND-CHECKER-ID
           MOVE WS-RUN-DATE TO CSRGPND-DECIDED-DATE
           MOVE WS-RUN-TIME TO CSRGPND-DECIDED-TIME
           MOVE 0024 TO CSRGPND-RETCODE
           MOVE 0804 TO CSRGPND-REASON
           REWRITE PND-KSDS-RECORD FROM CSRGPND-RECORD
           IF NOT WS-PND-STATUS-OK THEN
             DISPLAY 'CBSPNDEX: CSRGPND REWRITE FAILED - STATUS '
                  WS-PND-STATUS
             MOVE 'Y' TO WS-FAIL-FLAG
           ELSE
             ADD 1 TO WS-EXPIRED-COUNT
             MOVE CSRGPND-SUBMIT-DATE TO WS-DET-DATE
             MOVE CSRGPND-SUBMIT-TIME TO WS-DET-TIME
             MOVE CSRGPND-MAKER-ID TO WS-DET-MAKER
             MOVE CSRGPND-MAKER-TERM TO WS-DET-TERM
             MOVE CSRGPND-FUNCTION TO WS-DET-FN
             MOVE CSRGPND-ACCOUNT-NO TO WS-DET-ACCT
             WRITE PNDRPT-LINE FROM WS-DETAIL-LINE
           END-IF
           EXIT.
       WRITE-TOTALS.
           MOVE 'ITEMS READ:' TO WS-CNT-NAME
           MOVE WS-READ-COUNT TO WS-CNT-VALUE
           WRITE PNDRPT-LINE FROM WS-CNT-LINE
           MOVE 'EXPIRED THIS RUN:' TO WS-CNT-NAME
           MOVE WS-EXPIRED-COUNT TO WS-CNT-VALUE
           WRITE PNDRPT-LINE FROM WS-CNT-LINE
           MOVE 'STILL PENDING:' TO WS-CNT-NAME
           MOVE WS-PENDING-COUNT TO WS-CNT-VALUE
           WRITE PNDRPT-LINE FROM WS-CNT-LINE
           MOVE 'ALREADY DECIDED:' TO WS-CNT-NAME
           MOVE WS-DECIDED-COUNT TO WS-CNT-VALUE
           WRITE PNDRPT-LINE FROM WS-CNT-LINE
           EXIT.
       WRITE-RUN-START.
           MOVE 'CBSPNDEX' TO CSRGRUN-JOB-NAME
           MOVE 'S' TO CSRGRUN-EVENT
           MOVE 0 TO CSRGRUN-RECORDS
           MOVE 0 TO CSRGRUN-RETCODE
           PERFORM WRITE-RUN-RECORD
           EXIT.
       WRITE-RUN-END.
           MOVE 'CBSPNDEX' TO CSRGRUN-JOB-NAME
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
             DISPLAY 'CBSPNDEX: RUNLOG OPEN FAILED - STATUS '
                  WS-RLOG-STATUS
           END-IF
           EXIT.
       END PROGRAM CBSPNDEX.
