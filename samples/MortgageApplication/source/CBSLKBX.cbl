      *+---------------------------------------------------------------+
      *| CBSLKBX                                                       |
      *|   NIGHTLY LOCKBOX/ACH REMITTANCE INTAKE BATCH. UNTIL NOW THE  |
      *|   ONLY WAY MONEY REACHED ACCT_BALANCE AND PMT_HISTORY FROM    |
      *|   OUR SIDE WAS A TELLER KEYING EACH PAYMENT THROUGH CBSCSRP;  |
      *|   THE BANK'S LOCKBOX AND ACH FILES WENT TO THE SERVICING      |
      *|   SYSTEM OR WERE KEYED BY HAND. THIS JOB READS THE BANK'S     |
      *|   REMITTANCE FILE (LBXIN - ONE 'H' HEADER, 'D' DETAILS, ONE   |
      *|   'T' TRAILER, BOTH HEADER AND TRAILER CARRYING THE BANK'S    |
      *|   CONTROL COUNT AND TOTAL) AND DRIVES EVERY DETAIL THROUGH    |
      *|   THE EXISTING CBSCSRP POST FUNCTION - SAME MOCKED DFHEIBLK/  |
      *|   DFHCOMMAREA CALL SHAPE CBSDLQAG USES ON CBSCSRM - SO A      |
      *|   REMITTED PAYMENT GETS EXACTLY THE RULES A COUNTER PAYMENT   |
      *|   GETS: THE CSRGEDT ACCOUNT EDIT, CLOSED AND PURGED ACCOUNTS  |
      *|   REFUSED, NO POSTING WITHOUT AN ACCT_BALANCE ROW, THE        |
      *|   PMT_HISTORY INSERT AND THE CSRGMAU 'P' AUDIT RECORD.        |
      *|   ANY PAYMENT CBSCSRP WILL NOT APPLY (BAD ACCOUNT, CLOSED OR  |
      *|   PURGED ACCOUNT, NO BALANCE ROW, DB2 FAILURE) IS WRITTEN TO  |
      *|   THE LBXSUSP SUSPENSE FILE WITH CBSCSRP'S RETCODE/REASON AND |
      *|   LISTED ON THE LBXRPT SUSPENSE REPORT, WHOSE BATCH TOTALS    |
      *|   PROVE EVERY REMITTED DOLLAR WAS EITHER POSTED OR SUSPENDED: |
      *|   POSTED + SUSPENSE MUST EQUAL THE BANK'S CONTROL COUNT AND   |
      *|   TOTAL, AND THE HEADER MUST AGREE WITH THE TRAILER.          |
      *|   THE POSITION IN THE FILE IS CHECKPOINTED TO LBXCKPT AFTER   |
      *|   EVERY DETAIL (CSRGRST.CPY PLUS THE BATCH ID AND RUNNING     |
      *|   TOTALS, SINCE DETAILS ARE NOT IN ACCOUNT ORDER AND ONE      |
      *|   ACCOUNT CAN PAY TWICE IN A FILE), SO A RERUN OF THE SAME    |
      *|   BATCH SKIPS EVERYTHING ALREADY POSTED INSTEAD OF POSTING IT |
      *|   TWICE. LBXCKPT ONLY HOLDS THE LATEST BATCH, SO EVERY BATCH  |
      *|   THAT RUNS TO ITS END IS ALSO APPENDED TO THE LBXHIST        |
      *|   COMPLETED-BATCH HISTORY; A BATCH ID FOUND THERE (OR ON A    |
      *|   COMPLETED CHECKPOINT) IS REFUSED OUTRIGHT, HOWEVER MANY     |
      *|   BATCHES AGO IT RAN. A NEW BATCH IS ALSO REFUSED WHILE THE   |
      *|   CHECKPOINT STILL HOLDS A DIFFERENT, UNFINISHED BATCH - THAT |
      *|   BATCH MUST BE RESTARTED TO ITS END (OR ITS POSTINGS         |
      *|   RECONCILED AND LBXCKPT RESET) BEFORE ANOTHER FILE RUNS. A   |
      *|   FILE THAT ENDS WITHOUT ITS TRAILER IS NOT COMPLETE: ITS     |
      *|   CHECKPOINT IS LEFT OPEN AND IT GOES NOWHERE NEAR LBXHIST,   |
      *|   SO A RESEND OF THE FULL FILE RESTARTS AFTER THE LAST        |
      *|   DETAIL POSTED AND PICKS UP THE PAYMENTS PAST THE CUT-OFF.   |
      *|   RETURN CODE 4 WHEN ANYTHING WENT TO SUSPENSE, 8 WHEN THE    |
      *|   BATCH DOES NOT BALANCE TO THE BANK'S CONTROLS OR THE FILE   |
      *|   IS MALFORMED, 16 ON A CHECKPOINT OR HISTORY FAILURE, A      |
      *|   REFUSED RERUN OR AN UNFINISHED EARLIER BATCH.               |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSLKBX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LBXIN ASSIGN TO LBXIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-LBXIN-STATUS.
           SELECT LBXCKPT ASSIGN TO LBXCKPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CKPT-STATUS.
           SELECT LBXHIST ASSIGN TO LBXHIST
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.
           SELECT LBXSUSP ASSIGN TO LBXSUSP
                ORGANIZATION IS SEQUENTIAL.
           SELECT LBXRPT ASSIGN TO LBXRPT
                ORGANIZATION IS SEQUENTIAL.
           SELECT RUNLOG ASSIGN TO RUNLOG
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LBXIN
           RECORD CONTAINS 80 CHARACTERS.
       01 LBXIN-RECORD.
         03 LBXIN-REC-TYPE         PIC X(01).
           88 LBXIN-IS-HEADER      VALUE 'H'.
           88 LBXIN-IS-DETAIL      VALUE 'D'.
           88 LBXIN-IS-TRAILER     VALUE 'T'.
         03 FILLER                 PIC X(79).
      *    THE BANK SENDS UNSIGNED ZONED FIELDS THROUGHOUT - A
      *    REMITTANCE IS NEVER NEGATIVE.
       01 LBXIN-HEADER.
         03 FILLER                 PIC X(01).
         03 LBXIN-H-BATCH-ID       PIC X(10).
         03 LBXIN-H-DEPOSIT-DATE   PIC X(10).
         03 LBXIN-H-SOURCE         PIC X(01).
           88 LBXIN-H-LOCKBOX      VALUE 'L'.
           88 LBXIN-H-ACH          VALUE 'A'.
         03 LBXIN-H-CTL-COUNT      PIC 9(7).
         03 LBXIN-H-CTL-TOTAL      PIC 9(11)V99.
         03 FILLER                 PIC X(38).
       01 LBXIN-DETAIL.
         03 FILLER                 PIC X(01).
         03 LBXIN-D-ACCOUNT-NO     PIC 9(18).
         03 LBXIN-D-ACCOUNT-X REDEFINES LBXIN-D-ACCOUNT-NO
                                   PIC X(18).
         03 LBXIN-D-AMOUNT         PIC 9(9)V99.
         03 LBXIN-D-ITEM-REF       PIC X(15).
         03 LBXIN-D-PAYER-NAME     PIC X(30).
         03 FILLER                 PIC X(05).
       01 LBXIN-TRAILER.
         03 FILLER                 PIC X(01).
         03 LBXIN-T-BATCH-ID       PIC X(10).
         03 LBXIN-T-CTL-COUNT      PIC 9(7).
         03 LBXIN-T-CTL-TOTAL      PIC 9(11)V99.
         03 FILLER                 PIC X(49).
       FD LBXCKPT
           RECORD CONTAINS 80 CHARACTERS.
      *    CSRGRST.CPY IMAGE FIRST (SAME AS EVERY OTHER CHECKPOINT
      *    FILE), THEN WHAT A REMITTANCE RESTART ALSO NEEDS: WHICH
      *    BATCH THE POSITION BELONGS TO, WHETHER THAT BATCH RAN TO
      *    THE END, AND THE RUNNING TOTALS SO THE BALANCING PROOF
      *    STILL COVERS THE WHOLE BATCH AFTER A RESTART.
       01 LBXCKPT-RECORD.
         03 LBXCKPT-RST            PIC X(41).
         03 LBXCKPT-BATCH-ID       PIC X(10).
         03 LBXCKPT-COMPLETE       PIC X(01).
         03 LBXCKPT-POSTED-COUNT   PIC 9(7) COMP-3.
         03 LBXCKPT-POSTED-AMT     PIC S9(13)V99 COMP-3.
         03 LBXCKPT-SUSP-COUNT     PIC 9(7) COMP-3.
         03 LBXCKPT-SUSP-AMT       PIC S9(13)V99 COMP-3.
         03 FILLER                 PIC X(04).
       FD LBXHIST
           RECORD CONTAINS 40 CHARACTERS.
      *    ONE RECORD APPENDED PER BATCH THAT RAN TO ITS END, NEVER
      *    REWRITTEN - THE PERMANENT ANSWER TO "HAS THIS BATCH
      *    ALREADY POSTED?" AFTER LBXCKPT HAS MOVED ON TO LATER
      *    BATCHES.
       01 LBXHIST-RECORD.
         03 LBXHIST-BATCH-ID       PIC X(10).
         03 LBXHIST-DEPOSIT-DATE   PIC X(10).
         03 LBXHIST-DONE-DATE      PIC X(10).
         03 FILLER                 PIC X(10).
       FD LBXSUSP
           RECORD CONTAINS 160 CHARACTERS.
      *    ONE RECORD PER UNAPPLIED PAYMENT, CARRYING EVERYTHING THE
      *    BANK SENT PLUS WHY IT WAS NOT POSTED, SO THE SUSPENSE
      *    DESK CAN RESEARCH AND RE-APPLY IT WITHOUT THE ORIGINAL
      *    FILE. THE ACCOUNT STAYS CHARACTER - A SUSPENDED ITEM IS
      *    OFTEN ONE WHOSE ACCOUNT NUMBER IS NOT A NUMBER.
       01 LBXSUSP-RECORD.
         03 LBXSUSP-BATCH-ID       PIC X(10).
         03 LBXSUSP-DEPOSIT-DATE   PIC X(10).
         03 LBXSUSP-ITEM-SEQ       PIC 9(7).
         03 LBXSUSP-ACCOUNT-NO     PIC X(18).
         03 LBXSUSP-AMOUNT         PIC 9(9)V99.
         03 LBXSUSP-ITEM-REF       PIC X(15).
         03 LBXSUSP-PAYER-NAME     PIC X(30).
         03 LBXSUSP-RETCODE        PIC 9(4).
         03 LBXSUSP-REASON         PIC 9(4).
         03 LBXSUSP-REASON-TEXT    PIC X(40).
         03 LBXSUSP-SUSP-DATE      PIC X(10).
         03 FILLER                 PIC X(01).
       FD LBXRPT
           RECORD CONTAINS 132 CHARACTERS.
       01 LBXRPT-LINE              PIC X(132).
       FD RUNLOG
           RECORD CONTAINS 40 CHARACTERS.
       01 RUNLOG-RECORD            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY CSRGRUN.
       01 WS-RLOG-STATUS           PIC X(02) VALUE '00'.
         88 WS-RLOG-STATUS-OK      VALUE '00'.
       01 WS-RLOG-DATE-RAW         PIC X(08).
       01 WS-RLOG-TIME-RAW         PIC X(08).
       COPY CSRGRST.
      *    WORKING COPY OF THE LBXCKPT RECORD - TAKEN AT READ TIME
      *    AND BUILT HERE BEFORE EVERY WRITE, SINCE THE FD AREA MEANS
      *    NOTHING ONCE LBXCKPT IS CLOSED.
       01 WS-CKPT-RECORD.
         03 WS-CKPT-RST            PIC X(41).
         03 WS-CKPT-BATCH-ID       PIC X(10).
         03 WS-CKPT-COMPLETE       PIC X(01).
         03 WS-CKPT-POSTED-COUNT   PIC 9(7) COMP-3.
         03 WS-CKPT-POSTED-AMT     PIC S9(13)V99 COMP-3.
         03 WS-CKPT-SUSP-COUNT     PIC 9(7) COMP-3.
         03 WS-CKPT-SUSP-AMT       PIC S9(13)V99 COMP-3.
         03 FILLER                 PIC X(04).
       01 WS-HIST-DONE-DATE        PIC X(10).
       01 WS-LBXIN-STATUS          PIC X(02) VALUE '00'.
         88 WS-LBXIN-STATUS-OK     VALUE '00'.
       01 WS-LBXIN-EOF-FLAG        PIC X(01) VALUE 'N'.
         88 WS-LBXIN-EOF           VALUE 'Y'.
       01 WS-CKPT-FOUND-FLAG       PIC X(01) VALUE 'N'.
         88 WS-CKPT-FOUND          VALUE 'Y'.
       01 WS-CKPT-STATUS           PIC X(02) VALUE '00'.
         88 WS-CKPT-STATUS-OK      VALUE '00'.
         88 WS-CKPT-STATUS-NOFILE  VALUE '35'.
       01 WS-HIST-STATUS           PIC X(02) VALUE '00'.
         88 WS-HIST-STATUS-OK      VALUE '00'.
         88 WS-HIST-STATUS-EOF     VALUE '10'.
         88 WS-HIST-STATUS-NOFILE  VALUE '35'.
       01 WS-HIST-EOF-FLAG         PIC X(01) VALUE 'N'.
         88 WS-HIST-EOF            VALUE 'Y'.
       01 WS-HIST-FOUND-FLAG       PIC X(01) VALUE 'N'.
         88 WS-HIST-FOUND          VALUE 'Y'.
       01 WS-SKIPPING-FLAG         PIC X(01) VALUE 'N'.
         88 WS-SKIPPING            VALUE 'Y'.
       01 WS-TRAILER-FLAG          PIC X(01) VALUE 'N'.
         88 WS-TRAILER-SEEN        VALUE 'Y'.
       01 WS-MALFORMED-FLAG        PIC X(01) VALUE 'N'.
         88 WS-MALFORMED           VALUE 'Y'.
       01 WS-RUN-DATE-RAW          PIC X(08).
       01 WS-RUN-DATE              PIC X(10).
       01 WS-BATCH-ID              PIC X(10).
       01 WS-DEPOSIT-DATE          PIC X(10).
       01 WS-HDR-CTL-COUNT         PIC 9(7) VALUE 0.
       01 WS-HDR-CTL-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TRL-CTL-COUNT         PIC 9(7) VALUE 0.
       01 WS-TRL-CTL-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-DETAIL-SEQ            PIC 9(7) VALUE 0.
       01 WS-POSTED-COUNT          PIC 9(7) VALUE 0.
       01 WS-POSTED-AMT            PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-SUSP-COUNT            PIC 9(7) VALUE 0.
       01 WS-SUSP-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-PROVEN-COUNT          PIC 9(7) VALUE 0.
       01 WS-PROVEN-AMT            PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-OTHER-REC-COUNT       PIC 9(7) VALUE 0.
       01 WS-SQLCODE               PIC S9(9) COMP-5.
       01 WS-PMT-AMOUNT            PIC S9(9)V99 COMP-3.
       01 WS-HDG-LINE.
         03 FILLER PIC X(31)
              VALUE 'LOCKBOX/ACH REMITTANCE INTAKE -'.
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-HDG-DATE            PIC X(10).
         03 FILLER PIC X(08) VALUE '  BATCH '.
         03 WS-HDG-BATCH           PIC X(10).
         03 FILLER PIC X(10) VALUE '  DEPOSIT '.
         03 WS-HDG-DEPOSIT         PIC X(10).
         03 FILLER PIC X(09) VALUE '  SOURCE '.
         03 WS-HDG-SOURCE          PIC X(07).
         03 FILLER PIC X(36) VALUE SPACES.
       01 WS-SEP-LINE              PIC X(132) VALUE ALL '-'.
       01 WS-SUSP-HDG-LINE.
         03 FILLER PIC X(40)
              VALUE 'SUSPENSE ITEMS - PAYMENTS NOT APPLIED'.
         03 FILLER PIC X(92) VALUE SPACES.
       01 WS-SUSP-COL-LINE.
         03 FILLER PIC X(09) VALUE 'ITEM'.
         03 FILLER PIC X(20) VALUE 'ACCOUNT NO'.
         03 FILLER PIC X(17) VALUE '         AMOUNT'.
         03 FILLER PIC X(17) VALUE 'ITEM REF'.
         03 FILLER PIC X(11) VALUE 'RETC RSN'.
         03 FILLER PIC X(58) VALUE 'REASON'.
       01 WS-SUSP-LINE.
         03 WS-SUS-SEQ             PIC ZZZZZZ9.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-SUS-ACCT            PIC X(18).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-SUS-AMT             PIC ZZZ,ZZZ,ZZ9.99-.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-SUS-REF             PIC X(15).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-SUS-RETC            PIC 9(4).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-SUS-RSN             PIC 9(4).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-SUS-TEXT            PIC X(40).
         03 FILLER PIC X(18) VALUE SPACES.
       01 WS-TOT-HDG-LINE.
         03 FILLER PIC X(40)
              VALUE 'BATCH TOTALS                    COUNT'.
         03 FILLER PIC X(20) VALUE '              AMOUNT'.
         03 FILLER PIC X(72) VALUE SPACES.
       01 WS-TOT-LINE.
         03 WS-TOT-NAME            PIC X(30).
         03 FILLER PIC X(03) VALUE SPACES.
         03 WS-TOT-COUNT           PIC ZZZZZZ9.
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-TOT-AMT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
         03 FILLER PIC X(71) VALUE SPACES.
       01 WS-BAL-LINE.
         03 FILLER PIC X(16) VALUE 'BATCH STATUS:   '.
         03 WS-BAL-TEXT            PIC X(60).
         03 FILLER PIC X(56) VALUE SPACES.
       01 WS-ROW-AREA.
          COPY CSRGPAY.
      *    DFHEIBLK/DFHCOMMAREA CALL SHAPE MATCHES CBSDLQAG'S BATCH
      *    DRIVE OF CBSCSRM - A PRE-TRANSLATION CICS PROGRAM IS
      *    CALLED DIRECTLY FROM BATCH WITH A MOCKED COMMUNICATIONS
      *    AREA.
       01 WS-DFHEIBLK.
         03 WS-EIBTIME PICTURE S9(7) USAGE COMPUTATIONAL-3.
         03 WS-EIBDATE PICTURE S9(7) USAGE COMPUTATIONAL-3.
         03 WS-EIBTRNID PICTURE X(4) VALUE 'LKBX'.
         03 WS-EIBTASKN PICTURE S9(7) USAGE COMPUTATIONAL-3.
         03 WS-EIBTRMID PICTURE X(4) VALUE SPACES.
         03 WS-DFHEIGDI PICTURE S9(4) USAGE COMPUTATIONAL-5.
         03 WS-EIBCPOSN PICTURE S9(4) USAGE COMPUTATIONAL-5.
         03 WS-EIBCALEN PICTURE S9(4) USAGE COMPUTATIONAL-5.
         03 WS-EIBAID PICTURE X(1).
         03 WS-EIBFN PICTURE X(2).
         03 WS-EIBRCODE PICTURE X(6).
         03 WS-EIBDS PICTURE X(8).
         03 WS-EIBREQID PICTURE X(8).
         03 WS-EIBRSRCE PICTURE X(8).
         03 WS-EIBSYNC PICTURE X.
         03 WS-EIBFREE PICTURE X.
         03 WS-EIBRECV PICTURE X.
         03 WS-EIBSEND PICTURE X.
         03 WS-EIBATT PICTURE X.
         03 WS-EIBEOC PICTURE X.
         03 WS-EIBFMH PICTURE X.
         03 WS-EIBCOMPL PICTURE X(1).
         03 WS-EIBSIG PICTURE X(1).
         03 WS-EIBCONF PICTURE X(1).
         03 WS-EIBERR PICTURE X(1).
         03 WS-EIBERRCD PICTURE X(4).
         03 WS-EIBSYNRB PICTURE X.
         03 WS-EIBNODAT PICTURE X.
         03 WS-EIBRESP PICTURE S9(8) USAGE COMPUTATIONAL.
         03 WS-EIBRESP2 PICTURE S9(8) USAGE COMPUTATIONAL.
         03 WS-EIBRLDBK PICTURE X(1).
       01 WS-PGM-ID                PIC X(08) VALUE 'CBSCSRP'.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM WRITE-RUN-START
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE-RAW(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-' TO WS-RUN-DATE(5:1)
           MOVE WS-RUN-DATE-RAW(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-' TO WS-RUN-DATE(8:1)
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-RUN-DATE(9:2)
           PERFORM READ-CHECKPOINT
           OPEN INPUT LBXIN
           IF NOT WS-LBXIN-STATUS-OK THEN
             DISPLAY 'CBSLKBX: LBXIN OPEN FAILED - STATUS '
                  WS-LBXIN-STATUS
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-RUN-END
             GOBACK
           END-IF
           PERFORM READ-NEXT-REMIT
           IF WS-LBXIN-EOF OR NOT LBXIN-IS-HEADER THEN
      *        NO HEADER MEANS NO BATCH ID AND NO CONTROL TOTAL TO
      *        BALANCE TO - POST NOTHING RATHER THAN MONEY THAT CAN
      *        NEVER BE PROVEN AGAINST THE BANK.
             DISPLAY 'CBSLKBX: LBXIN DOES NOT START WITH A BATCH '
                  'HEADER - RUN ABANDONED, NOTHING POSTED'
             CLOSE LBXIN
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-RUN-END
             GOBACK
           END-IF
           PERFORM TAKE-BATCH-HEADER
           PERFORM CHECK-BATCH-HISTORY
           IF WS-HIST-FOUND OR RETURN-CODE = 16 THEN
      *        ALREADY POSTED IN SOME EARLIER RUN, OR THE HISTORY
      *        CANNOT BE READ TO PROVE IT WAS NOT - EITHER WAY NOTHING
      *        IS POSTED.
             IF WS-HIST-FOUND THEN
               DISPLAY 'CBSLKBX: BATCH ' WS-BATCH-ID
                    ' ALREADY COMPLETED ON ' WS-HIST-DONE-DATE
                    ' PER LBXHIST - RERUN REFUSED'
             END-IF
             CLOSE LBXIN
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-RUN-END
             GOBACK
           END-IF
           IF WS-CKPT-FOUND AND WS-CKPT-BATCH-ID = WS-BATCH-ID THEN
             IF WS-CKPT-COMPLETE = 'Y' THEN
      *          THE WHOLE BATCH ALREADY POSTED - RUNNING IT AGAIN
      *          WOULD POST EVERY PAYMENT TWICE.
               DISPLAY 'CBSLKBX: BATCH ' WS-BATCH-ID
                    ' ALREADY COMPLETED - RERUN REFUSED'
               CLOSE LBXIN
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-RUN-END
               GOBACK
             END-IF
             IF CSRGRST-RECORDS-DONE > 0 THEN
               MOVE 'Y' TO WS-SKIPPING-FLAG
               MOVE WS-CKPT-POSTED-COUNT TO WS-POSTED-COUNT
               MOVE WS-CKPT-POSTED-AMT TO WS-POSTED-AMT
               MOVE WS-CKPT-SUSP-COUNT TO WS-SUSP-COUNT
               MOVE WS-CKPT-SUSP-AMT TO WS-SUSP-AMT
             END-IF
           ELSE
             IF WS-CKPT-FOUND AND WS-CKPT-COMPLETE NOT = 'Y' THEN
      *          THE CHECKPOINT BELONGS TO AN EARLIER BATCH THAT
      *          STOPPED PART WAY. STARTING THIS FILE WOULD OVERWRITE
      *          THE ONLY RECORD OF HOW FAR THAT ONE GOT, SO ITS
      *          REMAINING PAYMENTS COULD NEVER BE RESTARTED SAFELY.
               DISPLAY 'CBSLKBX: CHECKPOINT HOLDS UNFINISHED BATCH '
                    WS-CKPT-BATCH-ID ' - BATCH ' WS-BATCH-ID
                    ' REFUSED UNTIL IT IS RESTARTED OR RESOLVED'
               CLOSE LBXIN
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-RUN-END
               GOBACK
             END-IF
      *        A COMPLETED CHECKPOINT FOR SOME OTHER BATCH IS LAST
      *        NIGHT'S - THIS IS A NEW FILE AND STARTS FROM ITS FIRST
      *        DETAIL.
             MOVE 0 TO CSRGRST-LAST-ACCOUNT-NO
             MOVE 0 TO CSRGRST-RECORDS-DONE
           END-IF
           IF WS-SKIPPING THEN
      *        A CHECKPOINT RESTART CONTINUES THE SAME BATCH, SO
      *        APPEND TO THE CRASHED RUN'S SUSPENSE FILE AND REPORT
      *        (WHICH ALREADY CARRY THE ITEMS SUSPENDED SO FAR) -
      *        SAME DISCIPLINE AS CBSSTMT.
             OPEN EXTEND LBXSUSP
             OPEN EXTEND LBXRPT
           ELSE
             OPEN OUTPUT LBXSUSP
             OPEN OUTPUT LBXRPT
             WRITE LBXRPT-LINE FROM WS-HDG-LINE
             WRITE LBXRPT-LINE FROM WS-SUSP-HDG-LINE
             WRITE LBXRPT-LINE FROM WS-SUSP-COL-LINE
           END-IF
           MOVE WS-RUN-DATE TO CSRGRST-RUN-DATE
           PERFORM READ-NEXT-REMIT
           PERFORM UNTIL WS-LBXIN-EOF OR WS-TRAILER-SEEN
             EVALUATE TRUE
               WHEN LBXIN-IS-DETAIL
                 ADD 1 TO WS-DETAIL-SEQ
                 IF WS-SKIPPING
                   PERFORM SKIP-ONE-DETAIL
                 ELSE
                   PERFORM PROCESS-ONE-DETAIL
                 END-IF
               WHEN LBXIN-IS-TRAILER
                 PERFORM TAKE-BATCH-TRAILER
               WHEN OTHER
                 ADD 1 TO WS-OTHER-REC-COUNT
                 MOVE 'Y' TO WS-MALFORMED-FLAG
                 DISPLAY 'CBSLKBX: UNEXPECTED RECORD TYPE '''
                      LBXIN-REC-TYPE ''' AFTER DETAIL '
                      WS-DETAIL-SEQ ' - IGNORED'
             END-EVALUATE
             IF NOT WS-TRAILER-SEEN
               PERFORM READ-NEXT-REMIT
             END-IF
           END-PERFORM
           IF WS-SKIPPING THEN
      *        CHECKPOINT POSITION WAS NEVER REACHED - THE FILE IS
      *        SHORTER THAN THE ONE THE CRASHED RUN WAS READING. FAIL
      *        LOUDLY RATHER THAN LET THE RUN LOOK CLEAN.
             DISPLAY 'CBSLKBX: CHECKPOINT DETAIL '
                  CSRGRST-RECORDS-DONE
                  ' NOT FOUND IN LBXIN - RERUN ABANDONED, '
                  'NOTHING POSTED THIS RUN'
             MOVE 16 TO RETURN-CODE
           END-IF
           IF NOT WS-TRAILER-SEEN THEN
             DISPLAY 'CBSLKBX: NO BATCH TRAILER ON LBXIN - FILE MAY '
                  'BE TRUNCATED. BATCH ' WS-BATCH-ID
                  ' LEFT OPEN FOR A RESEND OF THE FULL FILE'
             MOVE 'Y' TO WS-MALFORMED-FLAG
           END-IF
           CLOSE LBXIN
           PERFORM WRITE-BATCH-TOTALS
           CLOSE LBXSUSP
           CLOSE LBXRPT
           IF RETURN-CODE < 16 AND WS-TRAILER-SEEN THEN
      *        THE BATCH RAN TO ITS TRAILER - MARK THE CHECKPOINT AND
      *        RECORD IT IN LBXHIST SO THE SAME FILE CANNOT BE POSTED
      *        A SECOND TIME. WITHOUT THE TRAILER THE LAST DETAIL
      *        CHECKPOINT STAYS INCOMPLETE FOR THE RESEND TO RESUME.
             MOVE 'Y' TO WS-CKPT-COMPLETE
             PERFORM WRITE-CHECKPOINT
             IF RETURN-CODE < 16 THEN
               PERFORM APPEND-BATCH-HISTORY
             END-IF
           END-IF
           IF WS-MALFORMED AND RETURN-CODE < 8 THEN
             MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-SUSP-COUNT > 0 AND RETURN-CODE = 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-END
           GOBACK.
       READ-CHECKPOINT.
           MOVE LOW-VALUES TO CSRGRST-RECORD
           MOVE 0 TO CSRGRST-LAST-ACCOUNT-NO
           MOVE 0 TO CSRGRST-RECORDS-DONE
           MOVE SPACES TO WS-CKPT-RECORD
           OPEN INPUT LBXCKPT
           IF WS-CKPT-STATUS-OK
             READ LBXCKPT
               AT END
                 MOVE 'N' TO WS-CKPT-FOUND-FLAG
               NOT AT END
                 MOVE LBXCKPT-RECORD TO WS-CKPT-RECORD
                 MOVE WS-CKPT-RST TO CSRGRST-RECORD
                 MOVE 'Y' TO WS-CKPT-FOUND-FLAG
             END-READ
             CLOSE LBXCKPT
           ELSE
             MOVE 'N' TO WS-CKPT-FOUND-FLAG
           END-IF
           EXIT.
       CHECK-BATCH-HISTORY.
      *    A MISSING LBXHIST ONLY MEANS NO BATCH HAS COMPLETED YET.
      *    ANY OTHER OPEN OR READ FAILURE LEAVES RC 16 SO THE CALLER
      *    REFUSES THE BATCH.
           MOVE 'N' TO WS-HIST-FOUND-FLAG
           MOVE 'N' TO WS-HIST-EOF-FLAG
           OPEN INPUT LBXHIST
           EVALUATE TRUE
             WHEN WS-HIST-STATUS-OK
               PERFORM UNTIL WS-HIST-EOF OR WS-HIST-FOUND
                 READ LBXHIST
                   AT END
                     MOVE 'Y' TO WS-HIST-EOF-FLAG
                   NOT AT END
                     IF LBXHIST-BATCH-ID = WS-BATCH-ID THEN
                       MOVE LBXHIST-DONE-DATE TO WS-HIST-DONE-DATE
                       MOVE 'Y' TO WS-HIST-FOUND-FLAG
                     END-IF
                 END-READ
                 IF NOT WS-HIST-STATUS-OK
                    AND NOT WS-HIST-STATUS-EOF THEN
                   DISPLAY 'CBSLKBX: LBXHIST READ FAILED - STATUS '
                        WS-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
                 END-IF
               END-PERFORM
               CLOSE LBXHIST
             WHEN WS-HIST-STATUS-NOFILE
               CONTINUE
             WHEN OTHER
               DISPLAY 'CBSLKBX: LBXHIST OPEN FAILED - STATUS '
                    WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
           END-EVALUATE
           EXIT.
       APPEND-BATCH-HISTORY.
      *    THE BATCH HAS POSTED, SO A FAILURE HERE CANNOT UNDO IT -
      *    RC 16 TELLS OPERATIONS TO ADD THE BATCH TO LBXHIST BY HAND
      *    BEFORE THE CHECKPOINT MOVES ON AND STOPS GUARDING IT.
           MOVE SPACES TO LBXHIST-RECORD
           MOVE WS-BATCH-ID TO LBXHIST-BATCH-ID
           MOVE WS-DEPOSIT-DATE TO LBXHIST-DEPOSIT-DATE
           MOVE WS-RUN-DATE TO LBXHIST-DONE-DATE
           OPEN EXTEND LBXHIST
           IF WS-HIST-STATUS-NOFILE THEN
             OPEN OUTPUT LBXHIST
           END-IF
           IF NOT WS-HIST-STATUS-OK THEN
             DISPLAY 'CBSLKBX: LBXHIST OPEN FAILED - STATUS '
                  WS-HIST-STATUS ' - BATCH ' WS-BATCH-ID
                  ' POSTED BUT NOT RECORDED'
             MOVE 16 TO RETURN-CODE
           ELSE
             WRITE LBXHIST-RECORD
             IF NOT WS-HIST-STATUS-OK THEN
               DISPLAY 'CBSLKBX: LBXHIST WRITE FAILED - STATUS '
                    WS-HIST-STATUS ' - BATCH ' WS-BATCH-ID
                    ' POSTED BUT NOT RECORDED'
               MOVE 16 TO RETURN-CODE
             END-IF
             CLOSE LBXHIST
           END-IF
           EXIT.
       READ-NEXT-REMIT.
           READ LBXIN
             AT END MOVE 'Y' TO WS-LBXIN-EOF-FLAG
           END-READ
           EXIT.
       TAKE-BATCH-HEADER.
           MOVE LBXIN-H-BATCH-ID TO WS-BATCH-ID
           MOVE LBXIN-H-DEPOSIT-DATE TO WS-DEPOSIT-DATE
           IF LBXIN-H-CTL-COUNT NUMERIC AND
              LBXIN-H-CTL-TOTAL NUMERIC THEN
             MOVE LBXIN-H-CTL-COUNT TO WS-HDR-CTL-COUNT
             MOVE LBXIN-H-CTL-TOTAL TO WS-HDR-CTL-TOTAL
           ELSE
             DISPLAY 'CBSLKBX: HEADER CONTROL TOTALS NOT NUMERIC'
             MOVE 'Y' TO WS-MALFORMED-FLAG
           END-IF
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-BATCH-ID TO WS-HDG-BATCH
           MOVE WS-DEPOSIT-DATE TO WS-HDG-DEPOSIT
           EVALUATE TRUE
             WHEN LBXIN-H-LOCKBOX
               MOVE 'LOCKBOX' TO WS-HDG-SOURCE
             WHEN LBXIN-H-ACH
               MOVE 'ACH' TO WS-HDG-SOURCE
             WHEN OTHER
               MOVE 'UNKNOWN' TO WS-HDG-SOURCE
           END-EVALUATE
           EXIT.
       TAKE-BATCH-TRAILER.
           MOVE 'Y' TO WS-TRAILER-FLAG
           IF LBXIN-T-CTL-COUNT NUMERIC AND
              LBXIN-T-CTL-TOTAL NUMERIC THEN
             MOVE LBXIN-T-CTL-COUNT TO WS-TRL-CTL-COUNT
             MOVE LBXIN-T-CTL-TOTAL TO WS-TRL-CTL-TOTAL
           ELSE
             DISPLAY 'CBSLKBX: TRAILER CONTROL TOTALS NOT NUMERIC'
             MOVE 'Y' TO WS-MALFORMED-FLAG
           END-IF
           IF LBXIN-T-BATCH-ID NOT = WS-BATCH-ID THEN
             DISPLAY 'CBSLKBX: TRAILER BATCH ' LBXIN-T-BATCH-ID
                  ' DOES NOT MATCH HEADER BATCH ' WS-BATCH-ID
             MOVE 'Y' TO WS-MALFORMED-FLAG
           END-IF
           EXIT.
       SKIP-ONE-DETAIL.
      *    EVERYTHING UP TO AND INCLUDING THE CHECKPOINTED DETAIL WAS
      *    POSTED OR SUSPENDED BY THE CRASHED RUN. THE CHECKPOINTED
      *    DETAIL MUST STILL CARRY THE ACCOUNT THE CHECKPOINT NAMES,
      *    OR THIS IS NOT THE FILE THAT RUN WAS READING.
           IF WS-DETAIL-SEQ = CSRGRST-RECORDS-DONE THEN
             MOVE 'N' TO WS-SKIPPING-FLAG
             IF LBXIN-D-ACCOUNT-NO NUMERIC AND
                LBXIN-D-ACCOUNT-NO NOT = CSRGRST-LAST-ACCOUNT-NO THEN
               DISPLAY 'CBSLKBX: CHECKPOINT DETAIL '
                    CSRGRST-RECORDS-DONE ' IS ACCOUNT '
                    LBXIN-D-ACCOUNT-X ', CHECKPOINT SAYS '
                    CSRGRST-LAST-ACCOUNT-NO ' - RERUN ABANDONED'
               MOVE 'Y' TO WS-SKIPPING-FLAG
               MOVE 'Y' TO WS-LBXIN-EOF-FLAG
             END-IF
           END-IF
           EXIT.
       PROCESS-ONE-DETAIL.
           EVALUATE TRUE
             WHEN LBXIN-D-AMOUNT NOT NUMERIC
      *        AN AMOUNT THAT IS NOT A NUMBER CANNOT BE POSTED OR
      *        EVEN ADDED UP - SUSPEND IT AT ZERO AND LET THE
      *        BALANCING PROOF SHOW THE BATCH IS SHORT.
               MOVE 0 TO WS-PMT-AMOUNT
               MOVE 0028 TO CSRGPAY-RETCODE OF WS-ROW-AREA
               MOVE 0631 TO CSRGPAY-REASON OF WS-ROW-AREA
               MOVE 'PAYMENT AMOUNT NOT NUMERIC'
                    TO CSRGPAY-MESSAGES OF WS-ROW-AREA
               PERFORM WRITE-SUSPENSE
             WHEN LBXIN-D-ACCOUNT-NO NOT NUMERIC
               MOVE LBXIN-D-AMOUNT TO WS-PMT-AMOUNT
               MOVE 0028 TO CSRGPAY-RETCODE OF WS-ROW-AREA
               MOVE 0601 TO CSRGPAY-REASON OF WS-ROW-AREA
               MOVE 'ACCOUNT NUMBER NOT NUMERIC'
                    TO CSRGPAY-MESSAGES OF WS-ROW-AREA
               PERFORM WRITE-SUSPENSE
             WHEN OTHER
               MOVE LBXIN-D-AMOUNT TO WS-PMT-AMOUNT
               PERFORM CALL-PAYMENT-POST
               IF CSRGPAY-RETCODE OF WS-ROW-AREA = 0 THEN
                 ADD 1 TO WS-POSTED-COUNT
                 ADD WS-PMT-AMOUNT TO WS-POSTED-AMT
               ELSE
                 PERFORM WRITE-SUSPENSE
               END-IF
           END-EVALUATE
      *    THE POSTING (OR THE DECISION TO SUSPEND IT) IS COMMITTED
      *    BEFORE THE CHECKPOINT MOVES PAST IT, SO A RESTART NEVER
      *    SKIPS A PAYMENT DB2 BACKED OUT OR POSTS ONE TWICE.
           EXEC SQL
                COMMIT
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0 THEN
             DISPLAY 'CBSLKBX: COMMIT FAILED AFTER DETAIL '
                  WS-DETAIL-SEQ ' - SQLCODE ' WS-SQLCODE
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-LBXIN-EOF-FLAG
           ELSE
             IF LBXIN-D-ACCOUNT-NO NUMERIC THEN
               MOVE LBXIN-D-ACCOUNT-NO TO CSRGRST-LAST-ACCOUNT-NO
             ELSE
               MOVE 0 TO CSRGRST-LAST-ACCOUNT-NO
             END-IF
             MOVE WS-DETAIL-SEQ TO CSRGRST-RECORDS-DONE
             MOVE 'N' TO WS-CKPT-COMPLETE
             PERFORM WRITE-CHECKPOINT
           END-IF
           EXIT.
       CALL-PAYMENT-POST.
           INITIALIZE WS-DFHEIBLK
      *    INITIALIZE RESETS WS-EIBTRNID TO SPACES - RESTORE THE
      *    'LKBX' TAG OR EVERY BATCH-POSTED CSRGMAU RECORD LOSES ITS
      *    TRANSACTION ID (SAME TRAP CBSDLQAG DOCUMENTS FOR 'DLQA').
      *    THE DETAIL SEQUENCE STANDS IN FOR THE TASK NUMBER SO TWO
      *    PAYMENTS TO ONE ACCOUNT IN THE SAME SECOND STILL GET
      *    DISTINCT CSRGMAU KEYS.
           MOVE 'LKBX' TO WS-EIBTRNID
           MOVE WS-DETAIL-SEQ TO WS-EIBTASKN
           MOVE 'P' TO CSRGPAY-FUNCTION OF CSRGPAYREQ OF WS-ROW-AREA
           MOVE LBXIN-D-ACCOUNT-NO
                TO CSRGPAY-ACCOUNT-NO OF CSRGPAYREQ OF WS-ROW-AREA
           MOVE WS-PMT-AMOUNT
                TO CSRGPAY-PMT-AMOUNT OF CSRGPAYREQ OF WS-ROW-AREA
           CALL WS-PGM-ID USING WS-DFHEIBLK WS-ROW-AREA
           EXIT.
       WRITE-SUSPENSE.
           ADD 1 TO WS-SUSP-COUNT
           ADD WS-PMT-AMOUNT TO WS-SUSP-AMT
           MOVE SPACES TO LBXSUSP-RECORD
           MOVE WS-BATCH-ID TO LBXSUSP-BATCH-ID
           MOVE WS-DEPOSIT-DATE TO LBXSUSP-DEPOSIT-DATE
           MOVE WS-DETAIL-SEQ TO LBXSUSP-ITEM-SEQ
           MOVE LBXIN-D-ACCOUNT-X TO LBXSUSP-ACCOUNT-NO
           MOVE WS-PMT-AMOUNT TO LBXSUSP-AMOUNT
           MOVE LBXIN-D-ITEM-REF TO LBXSUSP-ITEM-REF
           MOVE LBXIN-D-PAYER-NAME TO LBXSUSP-PAYER-NAME
           MOVE CSRGPAY-RETCODE OF WS-ROW-AREA TO LBXSUSP-RETCODE
           MOVE CSRGPAY-REASON OF WS-ROW-AREA TO LBXSUSP-REASON
           MOVE CSRGPAY-MESSAGES OF WS-ROW-AREA
                TO LBXSUSP-REASON-TEXT
           MOVE WS-RUN-DATE TO LBXSUSP-SUSP-DATE
           WRITE LBXSUSP-RECORD
           MOVE WS-DETAIL-SEQ TO WS-SUS-SEQ
           MOVE LBXIN-D-ACCOUNT-X TO WS-SUS-ACCT
           MOVE WS-PMT-AMOUNT TO WS-SUS-AMT
           MOVE LBXIN-D-ITEM-REF TO WS-SUS-REF
           MOVE CSRGPAY-RETCODE OF WS-ROW-AREA TO WS-SUS-RETC
           MOVE CSRGPAY-REASON OF WS-ROW-AREA TO WS-SUS-RSN
           MOVE CSRGPAY-MESSAGES OF WS-ROW-AREA TO WS-SUS-TEXT
           WRITE LBXRPT-LINE FROM WS-SUSP-LINE
           EXIT.
       WRITE-BATCH-TOTALS.
      *    THE PROOF: EVERY ITEM THE BANK SAYS IT SENT WAS EITHER
      *    POSTED OR SUSPENDED, AND THE HEADER AND TRAILER AGREE.
           COMPUTE WS-PROVEN-COUNT = WS-POSTED-COUNT + WS-SUSP-COUNT
           COMPUTE WS-PROVEN-AMT = WS-POSTED-AMT + WS-SUSP-AMT
           WRITE LBXRPT-LINE FROM WS-SEP-LINE
           WRITE LBXRPT-LINE FROM WS-TOT-HDG-LINE
           MOVE 'BANK CONTROL - HEADER' TO WS-TOT-NAME
           MOVE WS-HDR-CTL-COUNT TO WS-TOT-COUNT
           MOVE WS-HDR-CTL-TOTAL TO WS-TOT-AMT
           WRITE LBXRPT-LINE FROM WS-TOT-LINE
           MOVE 'BANK CONTROL - TRAILER' TO WS-TOT-NAME
           MOVE WS-TRL-CTL-COUNT TO WS-TOT-COUNT
           MOVE WS-TRL-CTL-TOTAL TO WS-TOT-AMT
           WRITE LBXRPT-LINE FROM WS-TOT-LINE
           MOVE 'POSTED' TO WS-TOT-NAME
           MOVE WS-POSTED-COUNT TO WS-TOT-COUNT
           MOVE WS-POSTED-AMT TO WS-TOT-AMT
           WRITE LBXRPT-LINE FROM WS-TOT-LINE
           MOVE 'SUSPENSE' TO WS-TOT-NAME
           MOVE WS-SUSP-COUNT TO WS-TOT-COUNT
           MOVE WS-SUSP-AMT TO WS-TOT-AMT
           WRITE LBXRPT-LINE FROM WS-TOT-LINE
           MOVE 'POSTED + SUSPENSE' TO WS-TOT-NAME
           MOVE WS-PROVEN-COUNT TO WS-TOT-COUNT
           MOVE WS-PROVEN-AMT TO WS-TOT-AMT
           WRITE LBXRPT-LINE FROM WS-TOT-LINE
           EVALUATE TRUE
             WHEN RETURN-CODE NOT < 16
               MOVE 'RUN DID NOT COMPLETE - TOTALS ARE PARTIAL'
                    TO WS-BAL-TEXT
             WHEN WS-HDR-CTL-COUNT NOT = WS-TRL-CTL-COUNT OR
                  WS-HDR-CTL-TOTAL NOT = WS-TRL-CTL-TOTAL
               MOVE 'OUT OF BALANCE - HEADER AND TRAILER DISAGREE'
                    TO WS-BAL-TEXT
               MOVE 'Y' TO WS-MALFORMED-FLAG
             WHEN WS-PROVEN-COUNT NOT = WS-HDR-CTL-COUNT OR
                  WS-PROVEN-AMT NOT = WS-HDR-CTL-TOTAL
               MOVE 'OUT OF BALANCE - POSTED + SUSPENSE NOT = CONTROL'
                    TO WS-BAL-TEXT
               MOVE 'Y' TO WS-MALFORMED-FLAG
             WHEN OTHER
               MOVE 'IN BALANCE TO BANK CONTROL TOTAL' TO WS-BAL-TEXT
           END-EVALUATE
           WRITE LBXRPT-LINE FROM WS-BAL-LINE
           IF WS-OTHER-REC-COUNT > 0 THEN
             MOVE 'UNEXPECTED RECORDS IGNORED' TO WS-TOT-NAME
             MOVE WS-OTHER-REC-COUNT TO WS-TOT-COUNT
             MOVE 0 TO WS-TOT-AMT
             WRITE LBXRPT-LINE FROM WS-TOT-LINE
           END-IF
           EXIT.
       WRITE-CHECKPOINT.
           MOVE CSRGRST-RECORD TO WS-CKPT-RST
           MOVE WS-BATCH-ID TO WS-CKPT-BATCH-ID
           MOVE WS-POSTED-COUNT TO WS-CKPT-POSTED-COUNT
           MOVE WS-POSTED-AMT TO WS-CKPT-POSTED-AMT
           MOVE WS-SUSP-COUNT TO WS-CKPT-SUSP-COUNT
           MOVE WS-SUSP-AMT TO WS-CKPT-SUSP-AMT
           OPEN OUTPUT LBXCKPT
           IF NOT WS-CKPT-STATUS-OK THEN
      *        A STALE CHECKPOINT IS WORSE THAN NO CHECKPOINT - HERE
      *        IT MEANS A RESTART WOULD POST PAYMENTS A SECOND TIME.
             DISPLAY 'CBSLKBX: LBXCKPT OPEN OUTPUT FAILED - STATUS '
                  WS-CKPT-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-LBXIN-EOF-FLAG
           ELSE
             WRITE LBXCKPT-RECORD FROM WS-CKPT-RECORD
             IF NOT WS-CKPT-STATUS-OK THEN
               DISPLAY 'CBSLKBX: LBXCKPT WRITE FAILED - STATUS '
                    WS-CKPT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-LBXIN-EOF-FLAG
             END-IF
             CLOSE LBXCKPT
           END-IF
           EXIT.
       WRITE-RUN-START.
           MOVE 'CBSLKBX' TO CSRGRUN-JOB-NAME
           MOVE 'S' TO CSRGRUN-EVENT
           MOVE 0 TO CSRGRUN-RECORDS
           MOVE 0 TO CSRGRUN-RETCODE
           PERFORM WRITE-RUN-RECORD
           EXIT.
       WRITE-RUN-END.
           MOVE 'CBSLKBX' TO CSRGRUN-JOB-NAME
           MOVE 'E' TO CSRGRUN-EVENT
           MOVE CSRGRST-RECORDS-DONE TO CSRGRUN-RECORDS
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
             DISPLAY 'CBSLKBX: RUNLOG OPEN FAILED - STATUS '
                  WS-RLOG-STATUS
           END-IF
           EXIT.
       END PROGRAM CBSLKBX.
