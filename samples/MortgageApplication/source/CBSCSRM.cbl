      *|   WITH FUNCTION 'C', ADDRESS LINE 1 AS THE BEFORE/AFTER       |
      *|   IMAGE. CBSCSRG RETURNS THE ROW ON INQUIRY, GATED BY         |
      *|   CSRGOPT-BIT-CONTACT.                                        |
      *|   CSRGMNT-FN-MERGE MOVES A CHOSEN LIST OF UP TO TEN ACCOUNTS  |
      *|   UNDER THE CUSTOMER_ID OF THE SURVIVING ACCOUNT, SO ONE      |
      *|   PERSON HOLDING SEVERAL MORTGAGES IS ONE CUSTOMER TO         |
      *|   CSRGPFL (CANDIDATES COME FROM THE CBSDUPRP DUPLICATE        |
      *|   REPORT). THE MERGE NEEDS ITS OWN CSRGENT ENTITLEMENT ('G')  |
      *|   ON TOP OF MAINTENANCE, REFUSES THE WHOLE LIST IF ANY        |
      *|   ACCOUNT IS MISSING OR PURGED, APPLIES AS ONE UNIT OF WORK   |
      *|   (SYNCPOINT ROLLBACK ON ANY UPDATE FAILURE) AND WRITES ONE   |
      *|   CSRGMAU 'M' RECORD PER MOVED ACCOUNT WITH THE OLD AND NEW   |
      *|   CUSTOMER_ID, SO IT CAN BE TRACED OR BACKED OUT.             |
      *|   DUAL CONTROL - A RENAME, A CLOSE OR PURGE AND A MERGE ARE   |
      *|   NOT APPLIED WHEN KEYED. ONCE THE REQUEST HAS PASSED EVERY   |
      *|   EDIT AND RULE IT IS WRITTEN, AS KEYED, TO THE CSRGPND FILE  |
      *|   AND ANSWERED 0036/0801. A SUPERVISOR HOLDING CSRGENT 'K'    |
      *|   APPROVES IT THROUGH CSRGAPR, WHICH LINKS HERE WITH FUNCTION |
      *|   'K' AND THE ITEM'S KEY: THE QUEUED REQUEST IS RELOADED AND  |
      *|   RUN THROUGH THE SAME DISPATCH, EDITS AND RULES AS IF KEYED  |
      *|   AGAIN, SO AN ACCOUNT THAT MOVED ON IN THE MEANTIME IS       |
      *|   REFUSED, NOT FORCED. THE MAKER MAY NEVER APPROVE THEIR OWN  |
      *|   ITEM, AN ITEM PAST CSRGPND-EXPIRY-DAYS CANNOT BE APPROVED,  |
      *|   AND THE CSRGMAU RECORD CARRIES BOTH USERS - THE CHECKER AS  |
      *|   CSRGMAU-USER-ID, THE MAKER AS CSRGMAU-MAKER-ID.             |
      *|   EVERY CSRGMAU RECORD WRITTEN HERE IS ALSO PUBLISHED AS A    |
      *|   CHANGE EVENT THROUGH CSRGEVT, IN THE SAME UNIT OF WORK,     |
      *|   WHEN THE REGION HAS CSRGOPT-BIT-EVENTS ON.                  |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSCSRM.
       01 WS-CON-PHONE            PIC X(15).
       01 WS-CON-EMAIL            PIC X(50).
       01 WS-BEFORE-ADDR          PIC X(40).
      *    MERGE REQUEST FIELDS, CAPTURED BEFORE ANY CSRGMNTRES FIELD
      *    IS WRITTEN (SAME OVERLAY DISCIPLINE AS ABOVE), PLUS EACH
      *    LISTED ACCOUNT'S OLD CUSTOMER_ID AS READ BEFORE THE MOVE.
       01 WS-MRG-COUNT            PIC 9(02).
       01 WS-MRG-IX               PIC 9(4) COMP-4.
       01 WS-MRG-JX               PIC 9(4) COMP-4.
       01 WS-MRG-MOVED            PIC 9(4) COMP-4.
       01 WS-MRG-TABLE.
         03 WS-MRG-ENTRY OCCURS 10.
           05 WS-MRG-ACCT         PIC S9(18).
           05 WS-MRG-OLD-ID       PIC S9(9).
           05 WS-MRG-MOVE-FLAG    PIC X(01).
             88 WS-MRG-TO-MOVE    VALUE 'Y'.
       01 WS-MRG-ACCT-NO          PIC S9(18).
       01 WS-MRG-CUST-ID          PIC S9(9).
       01 WS-MRG-STATUS           PIC X(01).
       01 WS-SURVIVOR-ID          PIC S9(9).
       01 WS-MRG-ID-DISP          PIC 9(9).
       01 WS-MRG-ACCT-DISP        PIC 9(18).
      *    DUAL CONTROL - THE REQUEST AS KEYED, CAPTURED BEFORE ANY
      *    RESPONSE FIELD IS WRITTEN, IS WHAT GOES ON THE QUEUE.
       01 WS-REQ-IMAGE            PIC X(438).
       01 WS-PND-KEY              PIC X(22).
       01 WS-MAKER-ID             PIC X(08) VALUE SPACES.
       01 WS-APPROVE-FLAG         PIC X(01) VALUE 'N'.
         88 WS-APPROVING          VALUE 'Y'.
       01 WS-APPLY-FLAG           PIC X(01) VALUE 'Y'.
         88 WS-APPLY-NOW          VALUE 'Y'.
       01 WS-DATE-NUM             PIC 9(8).
       01 WS-DATE-NUM-X REDEFINES WS-DATE-NUM PIC X(08).
       01 WS-TODAY-INT            PIC S9(9) COMP.
       01 WS-SUBMIT-INT           PIC S9(9) COMP.
       COPY CSRGPND.
       COPY CSRGMAU.
       COPY CSRGEVT.
       COPY CSRGEDT.
       01 WS-ENT-AREA.
          COPY CSRGENT.
       01 WS-MSG-NOT-ENTITLED
            PIC X(100)
            VALUE 'NOT AUTHORIZED FOR MAINTENANCE - SEE SUPERVISOR'.
       01 WS-MSG-MERGED
            PIC X(100)
            VALUE 'ACCOUNTS MERGED UNDER SURVIVING CUSTOMER ID'.
       01 WS-MSG-MERGE-LIST
            PIC X(100)
            VALUE 'MERGE LIST MUST NAME 1 TO 10 OTHER ACCOUNTS'.
       01 WS-MSG-MERGE-NONE
            PIC X(100)
            VALUE 'ACCOUNTS ALREADY UNDER SURVIVING CUSTOMER ID'.
       01 WS-MSG-MERGE-NOT-FOUND
            PIC X(100) VALUE 'MERGE ACCOUNT NOT FOUND'.
       01 WS-MSG-MERGE-PURGED
            PIC X(100) VALUE 'PURGED ACCOUNT CANNOT BE MERGED'.
       01 WS-MSG-MERGE-DENIED
            PIC X(100)
            VALUE 'NOT AUTHORIZED TO MERGE CUSTOMERS - SEE SUPERVISOR'.
       01 WS-MSG-PEND-FILE
            PIC X(100)
            VALUE 'APPROVAL QUEUE UNAVAILABLE - NOTHING CHANGED'.
       01 WS-MSG-NO-ITEM
            PIC X(100) VALUE 'APPROVAL ITEM NOT FOUND'.
       01 WS-MSG-DECIDED
            PIC X(100) VALUE 'APPROVAL ITEM ALREADY DECIDED'.
       01 WS-MSG-EXPIRED
            PIC X(100)
            VALUE 'APPROVAL ITEM EXPIRED - CHANGE MUST BE KEYED AGAIN'.
       01 WS-MSG-SAME-USER
            PIC X(100)
            VALUE 'CHANGE MUST BE APPROVED BY A DIFFERENT USER'.
       01 WS-MSG-APPROVE-DENIED
            PIC X(100)
            VALUE 'NOT AUTHORIZED TO APPROVE CHANGES - SEE SUPERVISOR'.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          COPY CSRGMNT.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE CSRGMNTREQ(1:438) TO WS-REQ-IMAGE
           MOVE 'N' TO WS-APPROVE-FLAG
           MOVE 'Y' TO WS-APPLY-FLAG
           MOVE SPACES TO WS-MAKER-ID
           MOVE SPACES TO CSRGMNT-MESSAGES
           MOVE 0000 TO CSRGMNT-RETCODE
           MOVE 0000 TO CSRGMNT-REASON
               MOVE CSRGENT-REASON TO CSRGMNT-REASON
               MOVE WS-MSG-NOT-ENTITLED TO CSRGMNT-MESSAGES
             ELSE
               IF CSRGMNT-FN-APPROVE OF CSRGMNTREQ THEN
                 PERFORM LOAD-APPROVED-REQUEST
               END-IF
               IF CSRGMNT-RETCODE = 0 THEN
                 PERFORM DISPATCH-FUNCTION
               END-IF
               IF WS-APPROVING THEN
                 PERFORM CLOSE-APPROVED-ITEM
               END-IF
             END-IF
           END-IF
           PERFORM SEND-RESPONSE
               IF CSRGEDT-RC = 0 THEN
                 PERFORM DO-CONTACT
               END-IF
             WHEN CSRGMNT-FN-MERGE OF CSRGMNTREQ
               PERFORM CHECK-MERGE-ENTITLEMENT
               IF CSRGENT-RC NOT = 0 THEN
                 MOVE 0 TO CSRGMNT-RES-CUSTOMER-ID
                 MOVE 0032 TO CSRGMNT-RETCODE
                 MOVE CSRGENT-REASON TO CSRGMNT-REASON
                 MOVE WS-MSG-MERGE-DENIED TO CSRGMNT-MESSAGES
               ELSE
                 PERFORM CAPTURE-MERGE-REQUEST
                 MOVE 'A' TO CSRGEDT-FUNCTION
                 PERFORM VALIDATE-REQUEST
                 IF CSRGEDT-RC = 0 THEN
                   PERFORM VALIDATE-MERGE-LIST
                 END-IF
                 IF CSRGEDT-RC = 0 THEN
                   PERFORM DO-MERGE
                 END-IF
               END-IF
             WHEN OTHER
               MOVE 0008 TO CSRGMNT-RETCODE
               MOVE 0101 TO CSRGMNT-REASON
               MOVE WS-MSG-BAD-FUNCTION TO CSRGMNT-MESSAGES
           END-EVALUATE
           EXIT.
       CHECK-DUAL-CONTROL.
      *    PERFORMED ONLY FOR A DUAL-CONTROL ACTION THAT HAS PASSED
      *    EVERY EDIT AND RULE. KEYED BY ONE USER IT IS QUEUED, NOT
      *    APPLIED; RELOADED UNDER A SUPERVISOR'S APPROVAL IT IS
      *    APPLIED.
           IF WS-APPROVING THEN
             MOVE 'Y' TO WS-APPLY-FLAG
           ELSE
             MOVE 'N' TO WS-APPLY-FLAG
             PERFORM QUEUE-FOR-APPROVAL
           END-IF
           EXIT.
       QUEUE-FOR-APPROVAL.
      *    THE MAKER'S USERID IS ALREADY IN THE CSRGENT PARM FROM
      *    CHECK-ENTITLEMENT. THE KEY READS BACK AS THE REFERENCE THE
      *    TELLER QUOTES TO THEIR SUPERVISOR.
           MOVE WS-SYSDATE TO CSRGPND-SUBMIT-DATE
           MOVE WS-SYSTIME TO CSRGPND-SUBMIT-TIME
           MOVE EIBTASKN TO CSRGPND-TASK-NO
           MOVE 'P' TO CSRGPND-STATE
           MOVE CSRGMNT-FUNCTION OF CSRGMNTREQ TO CSRGPND-FUNCTION
           MOVE CSRGMNT-ACCOUNT-NO OF CSRGMNTREQ TO CSRGPND-ACCOUNT-NO
           MOVE CSRGENT-USER-ID TO CSRGPND-MAKER-ID
           MOVE EIBTRMID TO CSRGPND-MAKER-TERM
           MOVE SPACES TO CSRGPND-CHECKER-ID
           MOVE SPACES TO CSRGPND-DECIDED-DATE
           MOVE SPACES TO CSRGPND-DECIDED-TIME
           MOVE 0 TO CSRGPND-RETCODE
           MOVE 0 TO CSRGPND-REASON
           MOVE WS-REQ-IMAGE TO CSRGPND-REQUEST
           EXEC CICS WRITE
                FILE('CSRGPND')
                FROM(CSRGPND-RECORD)
                RIDFLD(CSRGPND-KEY)
                KEYLENGTH(LENGTH OF CSRGPND-KEY)
                RESP(WS-RESP)
           END-EXEC
           MOVE 0 TO CSRGMNT-RES-CUSTOMER-ID
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
             MOVE 0012 TO CSRGMNT-RETCODE
             MOVE 0204 TO CSRGMNT-REASON
             MOVE WS-MSG-PEND-FILE TO CSRGMNT-MESSAGES
             EXEC CICS WRITE OPERATOR
                  TEXT('CSRGPND WRITE FAILED - CHANGE NOT QUEUED')
             END-EXEC
           ELSE
             MOVE 0036 TO CSRGMNT-RETCODE
             MOVE 0801 TO CSRGMNT-REASON
             MOVE SPACES TO CSRGMNT-MESSAGES
             STRING 'CHANGE QUEUED FOR SUPERVISOR APPROVAL - REF '
                    DELIMITED BY SIZE
                    WS-SYSDATE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-SYSTIME DELIMITED BY SIZE
                    INTO CSRGMNT-MESSAGES
             END-STRING
           END-IF
           EXIT.
       LOAD-APPROVED-REQUEST.
      *    THE SUPERVISOR HAS PASSED THE MAINTENANCE ENTITLEMENT IN
      *    MAIN-PARA; APPROVING ALSO NEEDS 'K'. ONLY A PENDING ITEM
      *    INSIDE THE EXPIRY CUTOFF, KEYED BY SOMEONE ELSE, IS
      *    RELOADED - AND IT STAYS HELD (READ UPDATE) UNTIL
      *    CLOSE-APPROVED-ITEM RECORDS HOW THE APPLY WENT.
           MOVE CSRGMNT-APPROVAL-KEY OF CSRGMNTREQ TO WS-PND-KEY
           MOVE 'K' TO CSRGENT-FUNCTION
           EXEC CICS LINK
                PROGRAM('CSRGENT')
                COMMAREA(WS-ENT-AREA)
                LENGTH(LENGTH OF WS-ENT-AREA)
           END-EXEC
           IF CSRGENT-RC NOT = 0 THEN
             MOVE 0 TO CSRGMNT-RES-CUSTOMER-ID
             MOVE 0032 TO CSRGMNT-RETCODE
             MOVE CSRGENT-REASON TO CSRGMNT-REASON
             MOVE WS-MSG-APPROVE-DENIED TO CSRGMNT-MESSAGES
           ELSE
             EXEC CICS READ
                  FILE('CSRGPND')
                  INTO(CSRGPND-RECORD)
                  RIDFLD(WS-PND-KEY)
                  UPDATE
                  RESP(WS-RESP)
             END-EXEC
             IF WS-RESP = DFHRESP(NORMAL) THEN
               PERFORM COMPUTE-ITEM-AGE
             END-IF
             EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 0 TO CSRGMNT-RES-CUSTOMER-ID
                 MOVE 0008 TO CSRGMNT-RETCODE
                 MOVE 0802 TO CSRGMNT-REASON
                 MOVE WS-MSG-NO-ITEM TO CSRGMNT-MESSAGES
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 0 TO CSRGMNT-RES-CUSTOMER-ID
                 MOVE 0012 TO CSRGMNT-RETCODE
                 MOVE 0204 TO CSRGMNT-REASON
                 MOVE WS-MSG-PEND-FILE TO CSRGMNT-MESSAGES
               WHEN NOT CSRGPND-PENDING
                 EXEC CICS UNLOCK
                      FILE('CSRGPND')
                      RESP(WS-RESP)
                 END-EXEC
                 MOVE 0 TO CSRGMNT-RES-CUSTOMER-ID
                 MOVE 0024 TO CSRGMNT-RETCODE
                 MOVE 0803 TO CSRGMNT-REASON
                 MOVE WS-MSG-DECIDED TO CSRGMNT-MESSAGES
               WHEN WS-TODAY-INT > WS-SUBMIT-INT + CSRGPND-EXPIRY-DAYS
      *          CLOSED HERE RATHER THAN LEFT FOR THE NIGHTLY CBSPNDEX
      *          SWEEP, SO IT DROPS OFF THE CSRGAPR LIST AT ONCE.
                 MOVE 'E' TO CSRGPND-STATE
                 MOVE CSRGENT-USER-ID TO CSRGPND-CHECKER-ID
                 MOVE WS-SYSDATE TO CSRGPND-DECIDED-DATE
                 MOVE WS-SYSTIME TO CSRGPND-DECIDED-TIME
                 MOVE 0024 TO CSRGPND-RETCODE
                 MOVE 0804 TO CSRGPND-REASON
                 EXEC CICS REWRITE
                      FILE('CSRGPND')
                      FROM(CSRGPND-RECORD)
                      RESP(WS-RESP)
                 END-EXEC
                 MOVE 0 TO CSRGMNT-RES-CUSTOMER-ID
                 MOVE 0024 TO CSRGMNT-RETCODE
                 MOVE 0804 TO CSRGMNT-REASON
                 MOVE WS-MSG-EXPIRED TO CSRGMNT-MESSAGES
               WHEN CSRGPND-MAKER-ID = CSRGENT-USER-ID
                 EXEC CICS UNLOCK
                      FILE('CSRGPND')
                      RESP(WS-RESP)
                 END-EXEC
                 MOVE 0 TO CSRGMNT-RES-CUSTOMER-ID
                 MOVE 0032 TO CSRGMNT-RETCODE
                 MOVE 0805 TO CSRGMNT-REASON
                 MOVE WS-MSG-SAME-USER TO CSRGMNT-MESSAGES
               WHEN OTHER
      *          FROM HERE ON THE COMMAREA IS THE MAKER'S REQUEST, AS
      *          IF THEY HAD JUST KEYED IT - WITH A CLEAN RESPONSE.
                 MOVE 'Y' TO WS-APPROVE-FLAG
                 MOVE CSRGPND-MAKER-ID TO WS-MAKER-ID
                 MOVE CSRGPND-REQUEST TO CSRGMNTREQ(1:438)
                 MOVE CSRGPND-REQUEST TO WS-REQ-IMAGE
                 MOVE SPACES TO CSRGMNT-MESSAGES
                 MOVE 0000 TO CSRGMNT-RETCODE
                 MOVE 0000 TO CSRGMNT-REASON
             END-EVALUATE
           END-IF
           EXIT.
       COMPUTE-ITEM-AGE.
      *    DAY NUMBERS FOR TODAY AND THE SUBMIT DATE (BOTH
      *    YYYY-MM-DD), SAME INTEGER-OF-DATE DISCIPLINE AS CBSCSRO.
           MOVE WS-SYSDATE(1:4) TO WS-DATE-NUM-X(1:4)
           MOVE WS-SYSDATE(6:2) TO WS-DATE-NUM-X(5:2)
           MOVE WS-SYSDATE(9:2) TO WS-DATE-NUM-X(7:2)
           COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE CSRGPND-SUBMIT-DATE(1:4) TO WS-DATE-NUM-X(1:4)
           MOVE CSRGPND-SUBMIT-DATE(6:2) TO WS-DATE-NUM-X(5:2)
           MOVE CSRGPND-SUBMIT-DATE(9:2) TO WS-DATE-NUM-X(7:2)
           COMPUTE WS-SUBMIT-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           EXIT.
       CLOSE-APPROVED-ITEM.
      *    THE ITEM IS STILL HELD FROM LOAD-APPROVED-REQUEST. A DB2
      *    OUTAGE LEAVES IT PENDING SO THE SUPERVISOR CAN TRY AGAIN;
      *    ANY OTHER REFUSAL (THE ACCOUNT MOVED ON SINCE IT WAS
      *    KEYED) CLOSES IT 'F' WITH THE REASON. AN APPLIED CHANGE
      *    WHOSE ITEM CANNOT BE CLOSED 'A' IS BACKED OUT - OTHERWISE
      *    IT WOULD STAY ON THE QUEUE TO BE APPROVED A SECOND TIME.
           IF CSRGMNT-RETCODE = 0012 THEN
             EXEC CICS UNLOCK
                  FILE('CSRGPND')
                  RESP(WS-RESP)
             END-EXEC
           ELSE
             IF CSRGMNT-RETCODE = 0 THEN
               MOVE 'A' TO CSRGPND-STATE
             ELSE
               MOVE 'F' TO CSRGPND-STATE
             END-IF
             MOVE CSRGENT-USER-ID TO CSRGPND-CHECKER-ID
             MOVE WS-SYSDATE TO CSRGPND-DECIDED-DATE
             MOVE WS-SYSTIME TO CSRGPND-DECIDED-TIME
             MOVE CSRGMNT-RETCODE TO CSRGPND-RETCODE
             MOVE CSRGMNT-REASON TO CSRGPND-REASON
             EXEC CICS REWRITE
                  FILE('CSRGPND')
                  FROM(CSRGPND-RECORD)
                  RESP(WS-RESP)
             END-EXEC
             IF WS-RESP NOT = DFHRESP(NORMAL) AND
                CSRGMNT-RETCODE = 0 THEN
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 0 TO CSRGMNT-RES-CUSTOMER-ID
               MOVE 0012 TO CSRGMNT-RETCODE
               MOVE 0204 TO CSRGMNT-REASON
               MOVE WS-MSG-PEND-FILE TO CSRGMNT-MESSAGES
             END-IF
           END-IF
           EXIT.
       GET-SYSTEM-DATE-TIME.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           PERFORM BUMP-COUNTER-IN
           EXIT.
       DO-UPDATE.
      *    A RENAME IS A DUAL-CONTROL ACTION. THE ACCOUNT MUST EXIST
      *    BEFORE ANYTHING IS QUEUED, SO A SUPERVISOR IS NEVER ASKED
      *    TO APPROVE A CHANGE THAT COULD NOT HAVE BEEN MADE.
           PERFORM FETCH-CURRENT-STATUS
           EVALUATE TRUE
             WHEN WS-FETCH-SQLCODE = 100
               MOVE 0 TO CSRGMNT-RES-CUSTOMER-ID
               MOVE 0008 TO CSRGMNT-RETCODE
               MOVE 0101 TO CSRGMNT-REASON
               MOVE WS-MSG-NOT-FOUND TO CSRGMNT-MESSAGES
             WHEN WS-FETCH-SQLCODE NOT = 0
               MOVE 0 TO CSRGMNT-RES-CUSTOMER-ID
               MOVE 0012 TO CSRGMNT-RETCODE
               MOVE 0201 TO CSRGMNT-REASON
               MOVE WS-MSG-DB-DOWN TO CSRGMNT-MESSAGES
             WHEN OTHER
               PERFORM CHECK-DUAL-CONTROL
               IF WS-APPLY-NOW THEN
                 PERFORM APPLY-NAME-UPDATE
               END-IF
           END-EVALUATE
           EXIT.
       APPLY-NAME-UPDATE.
      *    REQ 012 - CAPTURE THE BEFORE IMAGE WHILE THE OLD ROW IS
      *    STILL THERE; ANY FETCH FAILURE SURFACES AGAIN THROUGH THE
      *    UPDATE ITSELF, SO IT IS NOT CHECKED SEPARATELY HERE.
               MOVE 0024 TO CSRGMNT-RETCODE
               MOVE 0515 TO CSRGMNT-REASON
               MOVE WS-MSG-BAD-TRANSITION TO CSRGMNT-MESSAGES
             WHEN WS-NEW-STATUS = 'C' OR WS-NEW-STATUS = 'P'
      *        CLOSE AND PURGE ARE DUAL-CONTROL ACTIONS.
               PERFORM CHECK-DUAL-CONTROL
               IF WS-APPLY-NOW THEN
                 PERFORM UPDATE-ACCOUNT-STATUS
               END-IF
             WHEN OTHER
               PERFORM UPDATE-ACCOUNT-STATUS
           END-EVALUATE
           MOVE CSRGMVOL-GRP-SELECT-INTO TO WS-BUMP-GRP-NO
           PERFORM BUMP-COUNTER-IN
           EXIT.
       CHECK-MERGE-ENTITLEMENT.
      *    A SECOND CSRGENT CHECK ON TOP OF THE MAINTENANCE ONE IN
      *    MAIN-PARA - THE USERID IS ALREADY IN THE PARM FROM THERE.
           MOVE 'G' TO CSRGENT-FUNCTION
           EXEC CICS LINK
                PROGRAM('CSRGENT')
                COMMAREA(WS-ENT-AREA)
                LENGTH(LENGTH OF WS-ENT-AREA)
           END-EXEC
           EXIT.
       CAPTURE-MERGE-REQUEST.
      *    ALL TEN SLOTS ARE COPIED WHATEVER THE COUNT SAYS; ONLY THE
      *    FIRST WS-MRG-COUNT ARE EVER LOOKED AT.
           IF CSRGMNT-MERGE-COUNT OF CSRGMNTREQ NUMERIC THEN
             MOVE CSRGMNT-MERGE-COUNT OF CSRGMNTREQ TO WS-MRG-COUNT
           ELSE
             MOVE 0 TO WS-MRG-COUNT
           END-IF
           PERFORM VARYING WS-MRG-IX FROM 1 BY 1 UNTIL WS-MRG-IX > 10
             MOVE CSRGMNT-MERGE-ACCT OF CSRGMNTREQ(WS-MRG-IX)
                  TO WS-MRG-ACCT(WS-MRG-IX)
             MOVE 0 TO WS-MRG-OLD-ID(WS-MRG-IX)
             MOVE 'N' TO WS-MRG-MOVE-FLAG(WS-MRG-IX)
           END-PERFORM
           EXIT.
       VALIDATE-MERGE-LIST.
      *    THE SURVIVOR HAS PASSED VALIDATE-REQUEST; EVERY LISTED
      *    ACCOUNT GOES THROUGH THE SAME CSRGEDT 'A' EDIT, AND MAY
      *    NAME NEITHER THE SURVIVOR NOR AN ACCOUNT LISTED EARLIER.
           IF WS-MRG-COUNT < 1 OR WS-MRG-COUNT > 10 THEN
             MOVE 1 TO CSRGEDT-RC
             MOVE 0651 TO CSRGEDT-REASON
           ELSE
             PERFORM EDIT-MERGE-ACCOUNT
                  VARYING WS-MRG-IX FROM 1 BY 1
                  UNTIL WS-MRG-IX > WS-MRG-COUNT OR CSRGEDT-RC NOT = 0
           END-IF
           IF CSRGEDT-RC NOT = 0 THEN
             MOVE 0 TO CSRGMNT-RES-CUSTOMER-ID
             MOVE 0028 TO CSRGMNT-RETCODE
             MOVE CSRGEDT-REASON TO CSRGMNT-REASON
             IF CSRGEDT-REASON = 0651 THEN
               MOVE WS-MSG-MERGE-LIST TO CSRGMNT-MESSAGES
             ELSE
               MOVE WS-MSG-EDIT-FAIL TO CSRGMNT-MESSAGES
             END-IF
           END-IF
           EXIT.
       EDIT-MERGE-ACCOUNT.
           IF WS-MRG-ACCT(WS-MRG-IX) NOT NUMERIC THEN
             MOVE 1 TO CSRGEDT-RC
             MOVE 0601 TO CSRGEDT-REASON
           ELSE
             IF WS-MRG-ACCT(WS-MRG-IX) =
                CSRGMNT-ACCOUNT-NO OF CSRGMNTREQ THEN
               MOVE 1 TO CSRGEDT-RC
               MOVE 0651 TO CSRGEDT-REASON
             ELSE
               PERFORM CHECK-MERGE-REPEAT
                    VARYING WS-MRG-JX FROM 1 BY 1
                    UNTIL WS-MRG-JX >= WS-MRG-IX
               IF CSRGEDT-RC = 0 THEN
                 MOVE WS-MRG-ACCT(WS-MRG-IX) TO WS-EDT-ACCT-NUM
                 MOVE WS-EDT-ACCT-NUM TO CSRGEDT-ACCOUNT-NO
                 CALL 'CSRGEDT' USING CSRGEDT-PARM
               END-IF
             END-IF
           END-IF
           EXIT.
       CHECK-MERGE-REPEAT.
           IF WS-MRG-ACCT(WS-MRG-JX) = WS-MRG-ACCT(WS-MRG-IX) THEN
             MOVE 1 TO CSRGEDT-RC
             MOVE 0651 TO CSRGEDT-REASON
           END-IF
           EXIT.
       DO-MERGE.
           PERFORM FETCH-SURVIVOR
           EVALUATE TRUE
             WHEN WS-FETCH-SQLCODE = 100
               MOVE 0 TO CSRGMNT-RES-CUSTOMER-ID
               MOVE 0008 TO CSRGMNT-RETCODE
               MOVE 0101 TO CSRGMNT-REASON
               MOVE WS-MSG-NOT-FOUND TO CSRGMNT-MESSAGES
             WHEN WS-FETCH-SQLCODE NOT = 0
               MOVE 0 TO CSRGMNT-RES-CUSTOMER-ID
               MOVE 0012 TO CSRGMNT-RETCODE
               MOVE 0201 TO CSRGMNT-REASON
               MOVE WS-MSG-DB-DOWN TO CSRGMNT-MESSAGES
             WHEN WS-CUR-STATUS = 'P'
               MOVE 0 TO CSRGMNT-RES-CUSTOMER-ID
               MOVE 0024 TO CSRGMNT-RETCODE
               MOVE 0512 TO CSRGMNT-REASON
               MOVE WS-MSG-MERGE-PURGED TO CSRGMNT-MESSAGES
             WHEN OTHER
               MOVE 0 TO WS-MRG-MOVED
               PERFORM FETCH-MERGE-ACCOUNT
                    VARYING WS-MRG-IX FROM 1 BY 1
                    UNTIL WS-MRG-IX > WS-MRG-COUNT OR
                          CSRGMNT-RETCODE NOT = 0
               IF CSRGMNT-RETCODE = 0 THEN
                 IF WS-MRG-MOVED = 0 THEN
                   MOVE 0 TO CSRGMNT-RES-CUSTOMER-ID
                   MOVE 0024 TO CSRGMNT-RETCODE
                   MOVE 0652 TO CSRGMNT-REASON
                   MOVE WS-MSG-MERGE-NONE TO CSRGMNT-MESSAGES
                 ELSE
                   PERFORM CHECK-DUAL-CONTROL
                   IF WS-APPLY-NOW THEN
                     PERFORM APPLY-MERGE
                   END-IF
                 END-IF
               END-IF
           END-EVALUATE
           EXIT.
       FETCH-SURVIVOR.
           MOVE CSRGMVOL-GRP-SELECT-INTO TO WS-BUMP-GRP-NO
           PERFORM BUMP-COUNTER-OUT
           EXEC SQL
                SELECT ACCOUNT_STATUS, CUSTOMER_ID
                  INTO :WS-CUR-STATUS, :WS-SURVIVOR-ID
                  FROM CUSTOMER
                 WHERE ACCOUNT_NO = :CSRGMNT-ACCOUNT-NO OF CSRGMNTREQ
           END-EXEC
           MOVE SQLCODE TO WS-FETCH-SQLCODE
           MOVE CSRGMVOL-GRP-SELECT-INTO TO WS-BUMP-GRP-NO
           PERFORM BUMP-COUNTER-IN
           EXIT.
       FETCH-MERGE-ACCOUNT.
      *    EVERY LISTED ACCOUNT IS READ BEFORE ANY IS MOVED, SO A BAD
      *    ENTRY ANYWHERE IN THE LIST REFUSES THE WHOLE MERGE. ONE
      *    ALREADY UNDER THE SURVIVING CUSTOMER_ID IS LEFT ALONE.
           MOVE WS-MRG-ACCT(WS-MRG-IX) TO WS-MRG-ACCT-NO
           MOVE CSRGMVOL-GRP-SELECT-INTO TO WS-BUMP-GRP-NO
           PERFORM BUMP-COUNTER-OUT
           EXEC SQL
                SELECT ACCOUNT_STATUS, CUSTOMER_ID
                  INTO :WS-MRG-STATUS, :WS-MRG-CUST-ID
                  FROM CUSTOMER
                 WHERE ACCOUNT_NO = :WS-MRG-ACCT-NO
           END-EXEC
           MOVE SQLCODE TO WS-FETCH-SQLCODE
           MOVE CSRGMVOL-GRP-SELECT-INTO TO WS-BUMP-GRP-NO
           PERFORM BUMP-COUNTER-IN
           EVALUATE TRUE
             WHEN WS-FETCH-SQLCODE = 100
               MOVE 0 TO CSRGMNT-RES-CUSTOMER-ID
               MOVE 0008 TO CSRGMNT-RETCODE
               MOVE 0101 TO CSRGMNT-REASON
               MOVE WS-MSG-MERGE-NOT-FOUND TO CSRGMNT-MESSAGES
             WHEN WS-FETCH-SQLCODE NOT = 0
               MOVE 0 TO CSRGMNT-RES-CUSTOMER-ID
               MOVE 0012 TO CSRGMNT-RETCODE
               MOVE 0201 TO CSRGMNT-REASON
               MOVE WS-MSG-DB-DOWN TO CSRGMNT-MESSAGES
             WHEN WS-MRG-STATUS = 'P'
               MOVE 0 TO CSRGMNT-RES-CUSTOMER-ID
               MOVE 0024 TO CSRGMNT-RETCODE
               MOVE 0512 TO CSRGMNT-REASON
               MOVE WS-MSG-MERGE-PURGED TO CSRGMNT-MESSAGES
             WHEN WS-MRG-CUST-ID = WS-SURVIVOR-ID
               MOVE WS-MRG-CUST-ID TO WS-MRG-OLD-ID(WS-MRG-IX)
             WHEN OTHER
               MOVE WS-MRG-CUST-ID TO WS-MRG-OLD-ID(WS-MRG-IX)
               MOVE 'Y' TO WS-MRG-MOVE-FLAG(WS-MRG-IX)
               ADD 1 TO WS-MRG-MOVED
           END-EVALUATE
           EXIT.
       APPLY-MERGE.
      *    ALL OR NOTHING - A FAILED UPDATE PART WAY DOWN THE LIST
      *    BACKS OUT THE ONES ALREADY MOVED, AND THE AUDIT RECORDS
      *    ARE ONLY WRITTEN ONCE EVERY MOVE HAS WORKED.
           MOVE 0 TO WS-SQLCODE
           PERFORM MOVE-MERGE-ACCOUNT
                VARYING WS-MRG-IX FROM 1 BY 1
                UNTIL WS-MRG-IX > WS-MRG-COUNT OR WS-SQLCODE NOT = 0
           IF WS-SQLCODE NOT = 0 THEN
             EXEC CICS SYNCPOINT ROLLBACK
             END-EXEC
             MOVE 0 TO CSRGMNT-RES-CUSTOMER-ID
             MOVE 0012 TO CSRGMNT-RETCODE
             MOVE 0201 TO CSRGMNT-REASON
             MOVE WS-MSG-DB-DOWN TO CSRGMNT-MESSAGES
           ELSE
             MOVE WS-SURVIVOR-ID TO CSRGMNT-RES-CUSTOMER-ID
             MOVE 0000 TO CSRGMNT-RETCODE
             MOVE 0000 TO CSRGMNT-REASON
             MOVE WS-MSG-MERGED TO CSRGMNT-MESSAGES
             PERFORM WRITE-MERGE-AUDIT
                  VARYING WS-MRG-IX FROM 1 BY 1
                  UNTIL WS-MRG-IX > WS-MRG-COUNT
           END-IF
           EXIT.
       MOVE-MERGE-ACCOUNT.
           IF WS-MRG-TO-MOVE(WS-MRG-IX) THEN
             MOVE WS-MRG-ACCT(WS-MRG-IX) TO WS-MRG-ACCT-NO
             MOVE CSRGMVOL-GRP-UPDATE TO WS-BUMP-GRP-NO
             PERFORM BUMP-COUNTER-OUT
             EXEC SQL
                  UPDATE CUSTOMER
                     SET CUSTOMER_ID = :WS-SURVIVOR-ID
                   WHERE ACCOUNT_NO = :WS-MRG-ACCT-NO
             END-EXEC
             MOVE SQLCODE TO WS-SQLCODE
             MOVE CSRGMVOL-GRP-UPDATE TO WS-BUMP-GRP-NO
             PERFORM BUMP-COUNTER-IN
           END-IF
           EXIT.
       WRITE-MERGE-AUDIT.
      *    ONE 'M' RECORD PER MOVED ACCOUNT, KEYED BY THAT ACCOUNT:
      *    OLD CUSTOMER_ID BEFORE, NEW CUSTOMER_ID AND THE SURVIVING
      *    ACCOUNT AFTER (LAYOUT IN CSRGMAU.CPY).
           IF WS-MRG-TO-MOVE(WS-MRG-IX) THEN
             MOVE SPACES TO WS-AUD-BEFORE
             MOVE WS-MRG-OLD-ID(WS-MRG-IX) TO WS-MRG-ID-DISP
             MOVE WS-MRG-ID-DISP TO WS-AUD-BEFORE(1:9)
             MOVE SPACES TO WS-AUD-AFTER
             MOVE WS-SURVIVOR-ID TO WS-MRG-ID-DISP
             MOVE WS-MRG-ID-DISP TO WS-AUD-AFTER(1:9)
             MOVE CSRGMNT-ACCOUNT-NO OF CSRGMNTREQ TO WS-MRG-ACCT-DISP
             MOVE WS-MRG-ACCT-DISP TO WS-AUD-AFTER(11:18)
             MOVE WS-MRG-ACCT(WS-MRG-IX) TO CSRGMAU-ACCOUNT-NO
             PERFORM WRITE-AUDIT-RECORD
           END-IF
           EXIT.
       WRITE-MAINT-AUDIT.
           MOVE CSRGMNT-ACCOUNT-NO OF CSRGMNTREQ
                TO CSRGMAU-ACCOUNT-NO
           PERFORM WRITE-AUDIT-RECORD
           EXIT.
       WRITE-AUDIT-RECORD.
      *    CSRGMAU-ACCOUNT-NO IS SET BY THE CALLER.
           MOVE WS-SYSDATE TO CSRGMAU-AUD-DATE
           MOVE WS-SYSTIME TO CSRGMAU-AUD-TIME
           MOVE EIBTASKN TO CSRGMAU-TASK-NO
           MOVE WS-AUD-BEFORE TO CSRGMAU-BEFORE-IMAGE
           MOVE WS-AUD-AFTER TO CSRGMAU-AFTER-IMAGE
           MOVE CSRGMNT-RETCODE TO CSRGMAU-RETCODE
           MOVE WS-MAKER-ID TO CSRGMAU-MAKER-ID
           EXEC CICS WRITE
                FILE('CSRGMAU')
                FROM(CSRGMAU-RECORD)
                  TEXT('CSRGMAU WRITE FAILED - AUDIT RECORD LOST')
             END-EXEC
           END-IF
           PERFORM PUBLISH-CHANGE-EVENT
           EXIT.
       PUBLISH-CHANGE-EVENT.
      *    THE CHANGE HAPPENED WHETHER OR NOT ITS AUDIT RECORD
      *    LANDED, SO THE EVENT GOES OUT EITHER WAY - UNDER SYNCPOINT,
      *    IN THIS TASK'S UNIT OF WORK, SO A LATER SYNCPOINT ROLLBACK
      *    (MERGE, APPROVAL CLOSE-OUT) TAKES THE EVENT BACK TOO.
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
       BUMP-COUNTER-OUT.
           MOVE WS-BUMP-GRP-NO TO WS-GRP-INDEX
