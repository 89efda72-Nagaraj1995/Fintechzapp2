      *+---------------------------------------------------------------+
      *| CSRGEVT                                                       |
      *|   CHANGE-EVENT PUBLISHER, A SMALL CALLABLE UTILITY IN THE     |
      *|   STYLE OF CSRGEDT. CBSCSRQ LETS OUTSIDE SYSTEMS ASK ABOUT AN |
      *|   ACCOUNT, BUT NOTHING TOLD THEM WHEN ONE CHANGED - THE CRM   |
      *|   AND THE DATA WAREHOUSE RE-PULLED EVERYTHING. EVERY PROGRAM  |
      *|   THAT WRITES A CSRGMAU RECORD FOR A LIVE CHANGE (CBSCSRM,    |
      *|   CBSCSRP, CSRGLCK) NOW PASSES THAT RECORD HERE, AND IT GOES  |
      *|   OUT AS ONE CSRGEVM MESSAGE ON THE CSRG.CHANGE.EVENT QUEUE   |
      *|   WITH THE ACCOUNT'S CURRENT CUSTOMER_ID ADDED. A LIVE EVENT  |
      *|   IS PUT UNDER SYNCPOINT - IT JOINS THE CICS UNIT OF WORK, SO |
      *|   A CHANGE THAT IS ROLLED BACK NEVER PUBLISHES AND A CHANGE   |
      *|   THAT COMMITS NEVER LOSES ITS EVENT TO A LATER FAILURE. A    |
      *|   REPLAYED EVENT (CBSEVRPL) IS PUT OUTSIDE SYNCPOINT, ONE     |
      *|   MESSAGE AT A TIME. NO EXEC CICS HERE, SO IT IS CALLED, NOT  |
      *|   LINKED, FROM CICS AND BATCH ALIKE; THE CSRGOPT-BIT-EVENTS   |
      *|   GATE IS THE CALLER'S, SINCE ONLY THE CALLER HAS READ        |
      *|   CSRGCTL. A FAILED PUT COMES BACK CSRGEVT-RC 1 WITH THE MQ   |
      *|   REASON; THE CALLER REPORTS IT AND THE CHANGE STANDS, THE    |
      *|   SAME RULE AS A FAILED CSRGMAU WRITE.                        |
      *+---------------------------------------------------------------+
       ID DIVISION.
       PROGRAM-ID. CSRGEVT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 EVT-QNAME                PIC X(48)
            VALUE 'CSRG.CHANGE.EVENT'.
       01 EVT-VERSION              PIC X(02) VALUE '01'.
       COPY CSRGMQ.
       COPY CSRGMAU.
       COPY CSRGEVM.
       01 EVT-ACCOUNT-NO           PIC S9(18).
       01 EVT-CUSTOMER-ID          PIC S9(9).
       01 EVT-SQLCODE              PIC S9(9) COMP-5.
       01 EVT-COMPCODE             PIC S9(9) BINARY.
       01 EVT-REASON               PIC S9(9) BINARY.
       01 EVT-BUFLEN               PIC S9(9) BINARY.
       LINKAGE SECTION.
       COPY CSRGEVT.
       PROCEDURE DIVISION USING CSRGEVT-PARM.
       MAIN-PARA.
           MOVE 0 TO CSRGEVT-RC
           MOVE 0 TO CSRGEVT-MQ-REASON
           MOVE CSRGEVT-MAU-RECORD TO CSRGMAU-RECORD
           PERFORM FETCH-CUSTOMER-ID
           PERFORM BUILD-EVENT-MESSAGE
           PERFORM PUT-EVENT-MESSAGE
           GOBACK.
       FETCH-CUSTOMER-ID.
      *    READ AFTER THE CHANGE, IN THE SAME UNIT OF WORK, SO A
      *    MERGED ACCOUNT PUBLISHES UNDER ITS NEW CUSTOMER_ID. AN
      *    ACCOUNT WITH NO CUSTOMER ROW (OR DB2 DOWN) STILL PUBLISHES,
      *    WITH CUSTOMER_ID ZERO - THE EVENT MATTERS MORE THAN THE ID.
           MOVE CSRGMAU-ACCOUNT-NO TO EVT-ACCOUNT-NO
           MOVE 0 TO EVT-CUSTOMER-ID
           EXEC SQL
                SELECT CUSTOMER_ID
                  INTO :EVT-CUSTOMER-ID
                  FROM CUSTOMER
                 WHERE ACCOUNT_NO = :EVT-ACCOUNT-NO
           END-EXEC
           MOVE SQLCODE TO EVT-SQLCODE
           IF EVT-SQLCODE NOT = 0 THEN
             MOVE 0 TO EVT-CUSTOMER-ID
           END-IF
           EXIT.
       BUILD-EVENT-MESSAGE.
           MOVE SPACES TO CSRGEVM-MESSAGE
           MOVE EVT-VERSION TO CSRGEVM-VERSION
           MOVE CSRGEVT-ORIGIN TO CSRGEVM-ORIGIN
           MOVE CSRGMAU-ACCOUNT-NO TO CSRGEVM-ACCOUNT-NO
           MOVE EVT-CUSTOMER-ID TO CSRGEVM-CUSTOMER-ID
           MOVE CSRGMAU-FUNCTION TO CSRGEVM-FUNCTION
           MOVE CSRGMAU-AUD-DATE TO CSRGEVM-EVENT-DATE
           MOVE CSRGMAU-AUD-TIME TO CSRGEVM-EVENT-TIME
           MOVE CSRGMAU-TASK-NO TO CSRGEVM-TASK-NO
           MOVE CSRGMAU-USER-ID TO CSRGEVM-USER-ID
           MOVE CSRGMAU-TERMINAL-ID TO CSRGEVM-TERMINAL-ID
           MOVE CSRGMAU-TRAN-ID TO CSRGEVM-TRAN-ID
           MOVE CSRGMAU-MAKER-ID TO CSRGEVM-MAKER-ID
           MOVE CSRGMAU-BEFORE-IMAGE TO CSRGEVM-BEFORE-IMAGE
           MOVE CSRGMAU-AFTER-IMAGE TO CSRGEVM-AFTER-IMAGE
           MOVE CSRGMAU-RETCODE TO CSRGEVM-RETCODE
           EXIT.
       PUT-EVENT-MESSAGE.
      *    MQPUT1 - OPEN/PUT/CLOSE IN ONE CALL, AS CBSCSRQ PUTS ITS
      *    REPLIES. THE DESCRIPTOR IS RESET EVERY CALL: MQ HANDS THE
      *    GENERATED MSGID BACK IN MQMD, AND THIS PROGRAM'S WORKING
      *    STORAGE LIVES ACROSS CALLS.
           MOVE EVT-QNAME TO MQOD-OBJECTNAME
           MOVE SPACES TO MQOD-OBJECTQMGRNAME
           MOVE MQMT-DATAGRAM TO MQMD-MSGTYPE
           MOVE MQFMT-STRING TO MQMD-FORMAT
           MOVE MQMI-NONE TO MQMD-MSGID
           MOVE MQMI-NONE TO MQMD-CORRELID
           MOVE SPACES TO MQMD-REPLYTOQ
           MOVE SPACES TO MQMD-REPLYTOQMGR
           IF CSRGEVT-ORIGIN-REPLAY THEN
             MOVE MQPMO-NO-SYNCPOINT TO MQPMO-OPTIONS
           ELSE
             MOVE MQPMO-SYNCPOINT TO MQPMO-OPTIONS
           END-IF
           MOVE LENGTH OF CSRGEVM-MESSAGE TO EVT-BUFLEN
           CALL 'MQPUT1' USING CSRGEVT-HCONN MQOD MQMD MQPMO
                EVT-BUFLEN CSRGEVM-MESSAGE
                EVT-COMPCODE EVT-REASON
           IF EVT-COMPCODE NOT = MQCC-OK THEN
             MOVE 1 TO CSRGEVT-RC
             MOVE EVT-REASON TO CSRGEVT-MQ-REASON
           END-IF
           EXIT.
       END PROGRAM CSRGEVT.
