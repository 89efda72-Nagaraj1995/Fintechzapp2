      *|   A PAYMENT ON A CLOSED OR PURGED ACCOUNT IS REFUSED (0024);  |
      *|   A FROZEN ACCOUNT STILL TAKES PAYMENTS - CURING THE ARREARS  |
      *|   THAT FROZE IT MUST NOT REQUIRE UNFREEZING IT FIRST.         |
      *|   EACH POSTING'S CSRGMAU RECORD IS ALSO PUBLISHED AS A CHANGE |
      *|   EVENT THROUGH CSRGEVT WHEN CSRGOPT-BIT-EVENTS IS ON.        |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSCSRP.
       01 WS-CSR-PMT-TIME         PIC X(08).
       01 WS-CSR-PMT-AMT          PIC S9(9)V99 COMP-3.
       COPY CSRGMAU.
       COPY CSRGEVT.
       COPY CSRGEDT.
       01 WS-EDT-ACCT-NUM         PIC 9(18).
           EXEC SQL
           MOVE WS-AUD-BEFORE TO CSRGMAU-BEFORE-IMAGE
           MOVE WS-AUD-AFTER TO CSRGMAU-AFTER-IMAGE
           MOVE CSRGPAY-RETCODE TO CSRGMAU-RETCODE
           MOVE SPACES TO CSRGMAU-MAKER-ID
           EXEC CICS WRITE
                FILE('CSRGMAU')
                FROM(CSRGMAU-RECORD)
                  TEXT('CSRGMAU WRITE FAILED - AUDIT RECORD LOST')
             END-EXEC
           END-IF
           PERFORM PUBLISH-CHANGE-EVENT
           EXIT.
       PUBLISH-CHANGE-EVENT.
      *    SAME RULE AS CBSCSRM - THE POSTING STANDS, SO ITS EVENT
      *    GOES OUT UNDER SYNCPOINT WITH IT, AUDIT RECORD OR NOT.
           CALL 'EVALOPT' USING CSRGOPT-BIT-EVENTS
                CSRGOPT-BIT-EVENTS CSRGOPT-REGION-MASK
                CSRGOPT-BYTECOUNT-2 CSRGOPT-RC
           IF CSRGOPT-RC = 0 THEN
             MOVE 'L' TO CSRGEVT-ORIGIN
             MOVE 0 TO CSRGEVT-HCONN
             MOVE CSRGMAU-RECORD TO CSRGEVT-MAU-RECORD
             CALL 'CSRGEVT' USING CSRGEVT-PARM
             IF CSRGEVT-RC NOT = 0 THEN
               EXEC CICS WRITE OPERATOR
                    TEXT('CSRGEVT PUT FAILED - CHANGE EVENT LOST')
               END-EXEC
             END-IF
           END-IF
           EXIT.
       DO-HISTORY.
           EXEC SQL
