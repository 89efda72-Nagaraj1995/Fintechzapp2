      *+---------------------------------------------------------------+
      *| CBSEVRPL                                                      |
      *|   BATCH CHANGE-EVENT REPLAY. WHEN A SUBSCRIBER TO THE         |
      *|   CSRG.CHANGE.EVENT QUEUE WAS DOWN, OR THE FEED WAS SWITCHED  |
      *|   OFF FOR A REGION, THIS JOB RE-PUBLISHES THE EVENTS FOR A    |
      *|   DATE RANGE FROM THE MAUEXTR SEQUENTIAL DATASET (THE REPRO   |
      *|   OF THE CSRGMAU KSDS CBSMAURP READS). EACH SELECTED CSRGMAU  |
      *|   RECORD GOES THROUGH THE SAME CSRGEVT PUBLISHER THE ONLINE   |
      *|   PROGRAMS USE, MARKED ORIGIN 'R', SO THE MESSAGE LAYOUT IS   |
      *|   IDENTICAL AND A SUBSCRIBER CAN DROP A REPLAYED EVENT IT     |
      *|   ALREADY HOLDS BY ITS CSRGMAU KEY. THE NIGHTLY CBSINTAC      |
      *|   ACCRUAL AND LATE-FEE RECORDS ('I'/'F') ARE NOT PUBLISHED    |
      *|   LIVE - THAT JOB RUNS WITH CSRGMAU CLOSED TO CICS - SO A     |
      *|   SUBSCRIBER THAT WANTS THEM RUNS THIS JOB FOR THE ACCRUAL    |
      *|   DATE WITH FUNCTION 'I' OR 'F'.                              |
      *|   EVRPARM: COLS 1-10 FROM DATE, COLS 12-21 TO DATE (BOTH      |
      *|   YYYY-MM-DD, INCLUSIVE), COL 23 ONE CSRGMAU FUNCTION TO      |
      *|   REPLAY (BLANK = ALL), COLS 25-72 QUEUE MANAGER NAME (BLANK  |
      *|   = THE INSTALLATION DEFAULT). A MISSING OR UNUSABLE DATE     |
      *|   RANGE PUBLISHES NOTHING - WE DO NOT GUESS HOW MUCH TO       |
      *|   RE-SEND. EVRRPT LISTS EVERY EVENT PUT AND THE COUNTS.       |
      *|   THE FIRST FAILED PUT STOPS THE RUN WITH RETURN CODE 8;      |
      *|   RERUNNING THE SAME RANGE IS SAFE FOR THE SAME KEY REASON.   |
      *|   RETURN CODE 16 ON A BAD PARM OR AN MQCONN FAILURE.          |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSEVRPL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVRPARM ASSIGN TO EVRPARM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
           SELECT MAUEXTR ASSIGN TO MAUEXTR
                ORGANIZATION IS SEQUENTIAL.
           SELECT EVRRPT ASSIGN TO EVRRPT
                ORGANIZATION IS SEQUENTIAL.
           SELECT RUNLOG ASSIGN TO RUNLOG
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EVRPARM
           RECORD CONTAINS 80 CHARACTERS.
       01 EVRPARM-RECORD.
         03 EVRPARM-FROM-DATE      PIC X(10).
         03 FILLER                 PIC X(01).
         03 EVRPARM-TO-DATE        PIC X(10).
         03 FILLER                 PIC X(01).
         03 EVRPARM-FUNCTION       PIC X(01).
         03 FILLER                 PIC X(01).
         03 EVRPARM-QMGR-NAME      PIC X(48).
         03 FILLER                 PIC X(08).
       FD MAUEXTR
           RECORD CONTAINS 169 CHARACTERS.
       01 MAUEXTR-RECORD          PIC X(169).
       FD EVRRPT
           RECORD CONTAINS 132 CHARACTERS.
       01 EVRRPT-LINE             PIC X(132).
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
       COPY CSRGMQ.
       COPY CSRGMAU.
       COPY CSRGEVT.
       01 WS-QMGR-NAME             PIC X(48) VALUE SPACES.
       01 WS-HCONN                 PIC S9(9) BINARY VALUE 0.
       01 WS-COMPCODE              PIC S9(9) BINARY.
       01 WS-REASON                PIC S9(9) BINARY.
       01 WS-FROM-DATE             PIC X(10) VALUE SPACES.
       01 WS-TO-DATE               PIC X(10) VALUE SPACES.
       01 WS-FUNCTION              PIC X(01) VALUE SPACE.
       01 WS-PARM-OK-FLAG          PIC X(01) VALUE 'N'.
         88 WS-PARM-OK             VALUE 'Y'.
       01 WS-EDIT-DATE             PIC X(10).
       01 WS-DATE-OK-FLAG          PIC X(01).
         88 WS-DATE-OK             VALUE 'Y'.
       01 WS-CONNECTED-FLAG        PIC X(01) VALUE 'N'.
         88 WS-CONNECTED           VALUE 'Y'.
       01 WS-STOP-FLAG             PIC X(01) VALUE 'N'.
         88 WS-STOP                VALUE 'Y'.
       01 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
         88 WS-EOF                 VALUE 'Y'.
       01 WS-READ-COUNT            PIC 9(7) VALUE 0.
       01 WS-SELECT-COUNT          PIC 9(7) VALUE 0.
       01 WS-PUT-COUNT             PIC 9(7) VALUE 0.
       01 WS-REASON-DISP           PIC 9(9).
       01 WS-HDG-LINE.
         03 FILLER PIC X(40)
              VALUE 'CHANGE-EVENT REPLAY'.
         03 FILLER PIC X(92) VALUE SPACES.
       01 WS-RANGE-LINE.
         03 FILLER PIC X(06) VALUE 'FROM '.
         03 WS-RNG-FROM            PIC X(10).
         03 FILLER PIC X(04) VALUE ' TO '.
         03 WS-RNG-TO              PIC X(10).
         03 FILLER PIC X(12) VALUE '  FUNCTION '.
         03 WS-RNG-FN              PIC X(03).
         03 FILLER PIC X(87) VALUE SPACES.
       01 WS-COL-LINE.
         03 FILLER PIC X(11) VALUE 'DATE'.
         03 FILLER PIC X(09) VALUE 'TIME'.
         03 FILLER PIC X(09) VALUE 'USER'.
         03 FILLER PIC X(03) VALUE 'FN'.
         03 FILLER PIC X(100) VALUE 'ACCOUNT NO'.
       01 WS-DETAIL-LINE.
         03 WS-DET-DATE            PIC X(10).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-DET-TIME            PIC X(08).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-DET-USER            PIC X(08).
         03 FILLER PIC X(01) VALUE SPACES.
         03 WS-DET-FN              PIC X(01).
         03 FILLER PIC X(02) VALUE SPACES.
         03 WS-DET-ACCT            PIC 9(18).
         03 FILLER PIC X(82) VALUE SPACES.
       01 WS-MSG-LINE.
         03 WS-MSG-TEXT            PIC X(60).
         03 WS-MSG-REASON          PIC X(09).
         03 FILLER PIC X(63) VALUE SPACES.
       01 WS-COUNT-LINE.
         03 WS-CNT-LABEL           PIC X(30).
         03 WS-CNT-VALUE           PIC ZZZZZZ9.
         03 FILLER PIC X(95) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM WRITE-RUN-START
           OPEN OUTPUT EVRRPT
           WRITE EVRRPT-LINE FROM WS-HDG-LINE
           PERFORM READ-REPLAY-PARM
           IF NOT WS-PARM-OK THEN
             MOVE 'EVRPARM MISSING OR DATE RANGE INVALID - NOTHING SENT'
                  TO WS-MSG-TEXT
             MOVE SPACES TO WS-MSG-REASON
             WRITE EVRRPT-LINE FROM WS-MSG-LINE
             DISPLAY 'CBSEVRPL: EVRPARM MISSING OR INVALID'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM CONNECT-QUEUE-MANAGER
           END-IF
           IF WS-CONNECTED THEN
             PERFORM REPLAY-EXTRACT
             CALL 'MQDISC' USING WS-HCONN WS-COMPCODE WS-REASON
           END-IF
           PERFORM WRITE-COUNTS
           CLOSE EVRRPT
           PERFORM WRITE-RUN-END
           GOBACK.
       READ-REPLAY-PARM.
           OPEN INPUT EVRPARM
           IF WS-PARM-STATUS-OK
             READ EVRPARM
               AT END
                 CONTINUE
               NOT AT END
                 MOVE EVRPARM-FROM-DATE TO WS-EDIT-DATE
                 PERFORM EDIT-PARM-DATE
                 IF WS-DATE-OK THEN
                   MOVE EVRPARM-TO-DATE TO WS-EDIT-DATE
                   PERFORM EDIT-PARM-DATE
                 END-IF
                 IF WS-DATE-OK AND
                    EVRPARM-FROM-DATE NOT > EVRPARM-TO-DATE THEN
                   MOVE EVRPARM-FROM-DATE TO WS-FROM-DATE
                   MOVE EVRPARM-TO-DATE TO WS-TO-DATE
                   MOVE EVRPARM-FUNCTION TO WS-FUNCTION
                   MOVE EVRPARM-QMGR-NAME TO WS-QMGR-NAME
                   MOVE 'Y' TO WS-PARM-OK-FLAG
                 END-IF
             END-READ
             CLOSE EVRPARM
           END-IF
           MOVE WS-FROM-DATE TO WS-RNG-FROM
           MOVE WS-TO-DATE TO WS-RNG-TO
           IF WS-FUNCTION = SPACE THEN
             MOVE 'ALL' TO WS-RNG-FN
           ELSE
             MOVE WS-FUNCTION TO WS-RNG-FN
           END-IF
           WRITE EVRRPT-LINE FROM WS-RANGE-LINE
           EXIT.
       EDIT-PARM-DATE.
      *    SAME SHAPE TEST CBSPOLTR APPLIES TO ITS LETTER DATE - THE
      *    RANGE IS COMPARED AS CHARACTERS AGAINST CSRGMAU-AUD-DATE,
      *    SO IT MUST BE IN EXACTLY THAT YYYY-MM-DD FORM.
           IF WS-EDIT-DATE(1:4) NUMERIC AND
              WS-EDIT-DATE(5:1) = '-' AND
              WS-EDIT-DATE(6:2) NUMERIC AND
              WS-EDIT-DATE(8:1) = '-' AND
              WS-EDIT-DATE(9:2) NUMERIC THEN
             MOVE 'Y' TO WS-DATE-OK-FLAG
           ELSE
             MOVE 'N' TO WS-DATE-OK-FLAG
           END-IF
           EXIT.
       CONNECT-QUEUE-MANAGER.
           CALL 'MQCONN' USING WS-QMGR-NAME WS-HCONN
                WS-COMPCODE WS-REASON
           IF WS-COMPCODE = MQCC-OK THEN
             MOVE 'Y' TO WS-CONNECTED-FLAG
           ELSE
             MOVE WS-REASON TO WS-REASON-DISP
             MOVE 'MQCONN FAILED - NOTHING SENT - MQ REASON'
                  TO WS-MSG-TEXT
             MOVE WS-REASON-DISP TO WS-MSG-REASON
             WRITE EVRRPT-LINE FROM WS-MSG-LINE
             DISPLAY 'CBSEVRPL: MQCONN FAILED - REASON '
                  WS-REASON-DISP
             MOVE 16 TO RETURN-CODE
           END-IF
           EXIT.
       REPLAY-EXTRACT.
           OPEN INPUT MAUEXTR
           WRITE EVRRPT-LINE FROM WS-COL-LINE
           PERFORM READ-NEXT-EXTRACT
           PERFORM REPLAY-ONE-RECORD
                UNTIL WS-EOF OR WS-STOP
           CLOSE MAUEXTR
           EXIT.
       READ-NEXT-EXTRACT.
           READ MAUEXTR
             AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           EXIT.
       REPLAY-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE MAUEXTR-RECORD TO CSRGMAU-RECORD
           IF CSRGMAU-AUD-DATE NOT < WS-FROM-DATE AND
              CSRGMAU-AUD-DATE NOT > WS-TO-DATE AND
              (WS-FUNCTION = SPACE OR
               WS-FUNCTION = CSRGMAU-FUNCTION) THEN
             ADD 1 TO WS-SELECT-COUNT
             PERFORM PUBLISH-ONE-EVENT
           END-IF
           PERFORM READ-NEXT-EXTRACT
           EXIT.
       PUBLISH-ONE-EVENT.
           MOVE 'R' TO CSRGEVT-ORIGIN
           MOVE WS-HCONN TO CSRGEVT-HCONN
           MOVE CSRGMAU-RECORD TO CSRGEVT-MAU-RECORD
           CALL 'CSRGEVT' USING CSRGEVT-PARM
           IF CSRGEVT-RC = 0 THEN
             ADD 1 TO WS-PUT-COUNT
             MOVE CSRGMAU-AUD-DATE TO WS-DET-DATE
             MOVE CSRGMAU-AUD-TIME TO WS-DET-TIME
             MOVE CSRGMAU-USER-ID TO WS-DET-USER
             MOVE CSRGMAU-FUNCTION TO WS-DET-FN
             MOVE CSRGMAU-ACCOUNT-NO TO WS-DET-ACCT
             WRITE EVRRPT-LINE FROM WS-DETAIL-LINE
           ELSE
      *      STOP AT THE FIRST FAILURE - WHATEVER BROKE THIS PUT WILL
      *      BREAK THE NEXT ONE, AND THE REPORT THEN SHOWS EXACTLY
      *      HOW FAR THE REPLAY GOT.
             MOVE CSRGEVT-MQ-REASON TO WS-REASON-DISP
             MOVE 'MQPUT1 FAILED - REPLAY STOPPED - MQ REASON'
                  TO WS-MSG-TEXT
             MOVE WS-REASON-DISP TO WS-MSG-REASON
             WRITE EVRRPT-LINE FROM WS-MSG-LINE
             DISPLAY 'CBSEVRPL: MQPUT1 FAILED - REASON '
                  WS-REASON-DISP
             MOVE 'Y' TO WS-STOP-FLAG
             MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.
       WRITE-COUNTS.
           MOVE 'EXTRACT RECORDS READ:' TO WS-CNT-LABEL
           MOVE WS-READ-COUNT TO WS-CNT-VALUE
           WRITE EVRRPT-LINE FROM WS-COUNT-LINE
           MOVE 'RECORDS IN RANGE:' TO WS-CNT-LABEL
           MOVE WS-SELECT-COUNT TO WS-CNT-VALUE
           WRITE EVRRPT-LINE FROM WS-COUNT-LINE
           MOVE 'EVENTS PUBLISHED:' TO WS-CNT-LABEL
           MOVE WS-PUT-COUNT TO WS-CNT-VALUE
           WRITE EVRRPT-LINE FROM WS-COUNT-LINE
           EXIT.
       WRITE-RUN-START.
           MOVE 'CBSEVRPL' TO CSRGRUN-JOB-NAME
           MOVE 'S' TO CSRGRUN-EVENT
           MOVE 0 TO CSRGRUN-RECORDS
           MOVE 0 TO CSRGRUN-RETCODE
           PERFORM WRITE-RUN-RECORD
           EXIT.
       WRITE-RUN-END.
           MOVE 'CBSEVRPL' TO CSRGRUN-JOB-NAME
           MOVE 'E' TO CSRGRUN-EVENT
           MOVE WS-PUT-COUNT TO CSRGRUN-RECORDS
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
             DISPLAY 'CBSEVRPL: RUNLOG OPEN FAILED - STATUS '
                  WS-RLOG-STATUS
           END-IF
           EXIT.
       END PROGRAM CBSEVRPL.
