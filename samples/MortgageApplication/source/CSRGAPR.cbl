      *+---------------------------------------------------------------+
      *| CSRGAPR                                                       |
      *|   DUAL-CONTROL APPROVAL QUEUE TRANSACTION, MAP CSRGM6 IN      |
      *|   MAPSET CSRGMAP. LISTS THE CBSCSRM CHANGES (RENAME, CLOSE    |
      *|   OR PURGE, CUSTOMER_ID MERGE) WAITING ON THE CSRGPND FILE    |
      *|   FOR A SECOND USER, OLDEST FIRST, TEN TO A PAGE. KEY A ROW   |
      *|   NUMBER AND A TO APPROVE - THE ITEM'S KEY IS LINKED TO       |
      *|   CBSCSRM AS FUNCTION 'K', SO THE CHANGE IS APPLIED BY THE    |
      *|   NORMAL MAINTENANCE PATH WITH ALL ITS EDITS, RULES AND       |
      *|   CSRGMAU AUDIT - OR R TO REJECT IT, WHICH ONLY CLOSES THE    |
      *|   ITEM. EITHER WAY THE SIGNED-ON USER NEEDS THE CSRGENT 'K'   |
      *|   ENTITLEMENT AND MAY NOT DECIDE AN ITEM THEY KEYED. ONLY     |
      *|   ITEMS SUBMITTED INSIDE CSRGPND-EXPIRY-DAYS ARE LISTED; THE  |
      *|   PAGE-1 ANCHOR IS THAT CUTOFF DATE PADDED LOW, SO IT CAN     |
      *|   NEVER EQUAL A REAL KEY, AND EACH PAGE RE-ISSUES ITS OWN     |
      *|   SHORT BROWSE FROM AN ANCHOR KEY IN THE COMMAREA - THE SAME  |
      *|   DISCIPLINE AS CSRGAUB, READING FORWARD INSTEAD OF BACK.     |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSRGAPR.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-PGM-ID                 PIC X(08) VALUE 'CBSCSRM'.
       01 WS-MAPNAME                PIC X(07) VALUE 'CSRGM6'.
       01 WS-MAPSET                 PIC X(07) VALUE 'CSRGMAP'.
       01 WS-RESP                   PIC S9(8) COMP.
       01 WS-ROW-COUNT              PIC 9(2).
       01 WS-SEL-NO                 PIC 9(2).
       01 WS-BROWSE-DONE-FLAG       PIC X(01).
         88 WS-BROWSE-DONE          VALUE 'Y'.
       01 WS-BROWSE-OPEN-FLAG       PIC X(01).
         88 WS-BROWSE-OPEN          VALUE 'Y'.
       01 WS-ABSTIME                PIC S9(15) COMP-3.
       01 WS-SYSDATE                PIC X(10).
       01 WS-SYSTIME                PIC X(08).
      *    DATE ARITHMETIC - YYYY-MM-DD TO INTEGER DAY NUMBER, THE
      *    SAME INTEGER-OF-DATE DISCIPLINE AS CBSCSRM.
       01 WS-DATE-NUM               PIC 9(8).
       01 WS-DATE-NUM-X REDEFINES WS-DATE-NUM PIC X(08).
       01 WS-TODAY-INT              PIC S9(9) COMP.
       01 WS-SUBMIT-INT             PIC S9(9) COMP.
       01 WS-CUTOFF-INT             PIC S9(9) COMP.
       COPY CSRGPND.
      *    RIDFLD FOR THE BROWSE - CICS HANDS BACK EACH RECORD'S KEY
      *    HERE. THE REDEFINES GIVES THE BYTE IMAGE COMPARED AGAINST
      *    THE PAGE ANCHOR.
       01 WS-BROWSE-KEY.
         03 WS-BRK-SUBMIT-DATE      PIC X(10).
         03 WS-BRK-SUBMIT-TIME      PIC X(08).
         03 WS-BRK-TASK-NO          PIC S9(8) COMP.
       01 WS-BROWSE-KEY-X REDEFINES WS-BROWSE-KEY PIC X(22).
       01 WS-PND-KEY                PIC X(22).
      *    THE QUEUED REQUEST, LAID OUT FOR THE CHANGE COLUMN.
       01 WS-PND-REQ.
          COPY CSRGMNT.
       01 WS-LIST-LINE.
         03 WS-LST-SEL              PIC Z9.
         03 FILLER                  PIC X(02) VALUE SPACES.
         03 WS-LST-DATE             PIC X(10).
         03 FILLER                  PIC X(01) VALUE SPACES.
         03 WS-LST-TIME             PIC X(05).
         03 FILLER                  PIC X(01) VALUE SPACES.
         03 WS-LST-MAKER            PIC X(08).
         03 FILLER                  PIC X(01) VALUE SPACES.
         03 WS-LST-FN               PIC X(01).
         03 FILLER                  PIC X(01) VALUE SPACES.
         03 WS-LST-ACCT             PIC 9(18).
         03 FILLER                  PIC X(01) VALUE SPACES.
         03 WS-LST-CHANGE           PIC X(27).
       01 WS-MRG-COUNT-DISP         PIC Z9.
       COPY CSRGMAP.
       COPY DFHAID.
       01 WS-ENT-AREA.
          COPY CSRGENT.
       01 WS-MNT-AREA.
          COPY CSRGMNT.
       01 WS-ACTION-MSG             PIC X(79).
       01 WS-MSG-NOT-ENTITLED
            PIC X(79)
            VALUE 'NOT AUTHORIZED TO APPROVE CHANGES - SEE SUPERVISOR'.
       01 WS-MSG-NO-ITEMS
            PIC X(79) VALUE 'NO CHANGES AWAITING APPROVAL'.
       01 WS-MSG-NO-MORE
            PIC X(79) VALUE 'NO MORE ITEMS'.
       01 WS-MSG-FIRST-PAGE
            PIC X(79) VALUE 'ALREADY ON FIRST PAGE'.
       01 WS-MSG-PAGE-LIMIT
            PIC X(79)
            VALUE 'PAGE LIMIT REACHED - DECIDE EARLIER ITEMS'.
       01 WS-MSG-LIST-FIRST
            PIC X(79)
            VALUE 'PRESS ENTER TO LIST ITEMS BEFORE SELECTING'.
       01 WS-MSG-BAD-SEL
            PIC X(79) VALUE 'INVALID ROW NUMBER'.
       01 WS-MSG-BAD-ACTION
            PIC X(79) VALUE 'ACTION MUST BE A (APPROVE) OR R (REJECT)'.
       01 WS-MSG-FILE-ERROR
            PIC X(79) VALUE 'CSRGPND FILE UNAVAILABLE'.
       01 WS-MSG-NO-ITEM
            PIC X(79) VALUE 'APPROVAL ITEM NOT FOUND'.
       01 WS-MSG-DECIDED
            PIC X(79) VALUE 'APPROVAL ITEM ALREADY DECIDED'.
       01 WS-MSG-EXPIRED
            PIC X(79)
            VALUE 'APPROVAL ITEM EXPIRED - CHANGE MUST BE KEYED AGAIN'.
       01 WS-MSG-SAME-USER
            PIC X(79)
            VALUE 'CHANGE MUST BE APPROVED BY A DIFFERENT USER'.
       01 WS-MSG-REJECTED
            PIC X(79) VALUE 'CHANGE REJECTED - NOTHING APPLIED'.
       01 WS-MSG-EXIT
            PIC X(29) VALUE 'APPROVAL QUEUE SESSION ENDED'.
       01 WS-PAGE-MSG.
         03 FILLER                  PIC X(05) VALUE 'PAGE '.
         03 WS-PAGE-MSG-NO          PIC Z9.
         03 FILLER                  PIC X(03) VALUE ' - '.
         03 WS-PAGE-MSG-ROWS        PIC Z9.
         03 FILLER                  PIC X(22)
              VALUE ' ITEMS, OLDEST FIRST'.
         03 WS-PAGE-MSG-MORE        PIC X(12).
         03 FILLER                  PIC X(33) VALUE SPACES.
      *    PSEUDO-CONVERSATION STATE - THE ANCHOR KEY STACK PLAYS THE
      *    SAME ROLE AS CSRGAUB'S; WS-APC-ROW-KEY CARRIES THE CSRGPND
      *    KEY BEHIND EACH DISPLAYED ROW, AS CSRGNSR CARRIES ITS
      *    ROWS' ACCOUNT NUMBERS.
       01 WS-COMMAREA.
         03 WS-APC-PAGE-NO          PIC 9(2).
         03 WS-APC-MORE-FLAG        PIC X(01).
           88 WS-APC-MORE           VALUE 'Y'.
         03 WS-APC-ANCHOR-TBL.
           05 WS-APC-ANCHOR         PIC X(22) OCCURS 15.
         03 WS-APC-ROW-COUNT        PIC 9(2).
         03 WS-APC-ROW-KEY          PIC X(22) OCCURS 10.
       LINKAGE SECTION.
       01 DFHCOMMAREA               PIC X(700).
       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN = 0
             PERFORM INIT-STATE
             PERFORM SEND-INITIAL-MAP
           ELSE
             MOVE DFHCOMMAREA(1:LENGTH OF WS-COMMAREA) TO WS-COMMAREA
             PERFORM HANDLE-INPUT
           END-IF
           EXEC CICS RETURN
                TRANSID('CSRV')
                COMMAREA(WS-COMMAREA)
                LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC
           EXIT.
       INIT-STATE.
           MOVE 0 TO WS-APC-PAGE-NO
           MOVE 'N' TO WS-APC-MORE-FLAG
           MOVE LOW-VALUES TO WS-APC-ANCHOR-TBL
           MOVE 0 TO WS-APC-ROW-COUNT
           EXIT.
       HANDLE-INPUT.
           EVALUATE EIBAID
             WHEN DFHCLEAR
               PERFORM INIT-STATE
               PERFORM SEND-INITIAL-MAP
             WHEN DFHPF3
               PERFORM EXIT-TRANSACTION
             WHEN OTHER
               PERFORM RECEIVE-AND-DISPATCH
           END-EVALUATE
           EXIT.
       EXIT-TRANSACTION.
           EXEC CICS SEND TEXT
                FROM(WS-MSG-EXIT)
                LENGTH(LENGTH OF WS-MSG-EXIT)
                ERASE
                FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           EXIT.
       RECEIVE-AND-DISPATCH.
           EXEC CICS RECEIVE MAP(WS-MAPNAME) MAPSET(WS-MAPSET)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(MAPFAIL) THEN
             PERFORM SEND-INITIAL-MAP
           ELSE
             PERFORM CHECK-ENTITLEMENT
             IF CSRGENT-RC NOT = 0 THEN
      *        THE QUEUE SHOWS PENDING NAME AND STATUS CHANGES -
      *        ONLY A CHECKER MAY SEE IT, NOT JUST AN ENABLED
      *        TERMINAL.
               MOVE WS-MSG-NOT-ENTITLED TO MSG6O
             ELSE
               PERFORM GET-SYSTEM-DATE-TIME
               EVALUATE EIBAID
                 WHEN DFHPF8
                   PERFORM DO-PAGE-FORWARD
                 WHEN DFHPF7
                   PERFORM DO-PAGE-BACK
                 WHEN OTHER
                   PERFORM DO-ENTER
               END-EVALUATE
             END-IF
      *      REWRITING THE FIELDS CLEARS THEIR MDT, SO A STALE
      *      SELECTION IS NOT RETRANSMITTED WITH THE NEXT ENTER.
             MOVE SPACES TO APSELO
             MOVE SPACES TO APACTO
             PERFORM SEND-DATAONLY
           END-IF
           EXIT.
       CHECK-ENTITLEMENT.
      *    LINKED, NOT CALLED - CSRGENT CONTAINS EXEC CICS, SO A
      *    STATIC CALL WOULD MISS THE EIB PARAMETERS THE TRANSLATOR
      *    PREPENDS. SAME CONVENTION AS LINKING TO CBSCSRG.
           EXEC CICS ASSIGN
                USERID(CSRGENT-USER-ID)
           END-EXEC
           MOVE 'K' TO CSRGENT-FUNCTION
           EXEC CICS LINK
                PROGRAM('CSRGENT')
                COMMAREA(WS-ENT-AREA)
                LENGTH(LENGTH OF WS-ENT-AREA)
           END-EXEC
           EXIT.
       GET-SYSTEM-DATE-TIME.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-SYSDATE)
                DATESEP('-')
                TIME(WS-SYSTIME)
                TIMESEP(':')
           END-EXEC
           MOVE WS-SYSDATE(1:4) TO WS-DATE-NUM-X(1:4)
           MOVE WS-SYSDATE(6:2) TO WS-DATE-NUM-X(5:2)
           MOVE WS-SYSDATE(9:2) TO WS-DATE-NUM-X(7:2)
           COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           EXIT.
       DO-ENTER.
      *    ENTER WITH A SELECTION ACTS ON THAT ROW, THEN REFRESHES
      *    THE PAGE SO THE DECIDED ITEM DROPS OFF; ENTER ALONE JUST
      *    REFRESHES (OR, THE FIRST TIME, LISTS PAGE 1).
           MOVE SPACES TO WS-ACTION-MSG
           IF APSELL > 0 OR APACTL > 0 THEN
             IF WS-APC-PAGE-NO = 0 THEN
               MOVE WS-MSG-LIST-FIRST TO WS-ACTION-MSG
             ELSE
               PERFORM DO-SELECTION
             END-IF
           END-IF
           IF WS-APC-PAGE-NO = 0 THEN
             PERFORM INIT-STATE
             MOVE 1 TO WS-APC-PAGE-NO
             PERFORM BUILD-PAGE1-ANCHOR
           END-IF
           PERFORM FETCH-PAGE
           IF WS-ACTION-MSG NOT = SPACES THEN
             MOVE WS-ACTION-MSG TO MSG6O
           END-IF
           EXIT.
       DO-SELECTION.
           IF APSELL = 0 OR APSELI NOT NUMERIC THEN
             MOVE WS-MSG-BAD-SEL TO WS-ACTION-MSG
           ELSE
             MOVE APSELI TO WS-SEL-NO
             EVALUATE TRUE
               WHEN WS-SEL-NO < 1 OR WS-SEL-NO > WS-APC-ROW-COUNT
                 MOVE WS-MSG-BAD-SEL TO WS-ACTION-MSG
               WHEN APACTL = 0
                 MOVE WS-MSG-BAD-ACTION TO WS-ACTION-MSG
               WHEN APACTI = 'A'
                 MOVE WS-APC-ROW-KEY(WS-SEL-NO) TO WS-PND-KEY
                 PERFORM DO-APPROVE
               WHEN APACTI = 'R'
                 MOVE WS-APC-ROW-KEY(WS-SEL-NO) TO WS-PND-KEY
                 PERFORM DO-REJECT
               WHEN OTHER
                 MOVE WS-MSG-BAD-ACTION TO WS-ACTION-MSG
             END-EVALUATE
           END-IF
           EXIT.
       DO-APPROVE.
      *    CBSCSRM RE-READS THE ITEM, RE-CHECKS STATE, EXPIRY AND
      *    MAKER, AND APPLIES THE QUEUED REQUEST ITSELF - NOTHING OF
      *    THE CHANGE TRAVELS IN THIS COMMAREA BUT THE KEY.
           MOVE SPACES TO WS-MNT-AREA
           MOVE 'K' TO CSRGMNT-FUNCTION OF WS-MNT-AREA
           MOVE 0 TO CSRGMNT-ACCOUNT-NO OF WS-MNT-AREA
           MOVE WS-PND-KEY TO CSRGMNT-APPROVAL-KEY OF WS-MNT-AREA
           EXEC CICS LINK
                PROGRAM(WS-PGM-ID)
                COMMAREA(WS-MNT-AREA)
                LENGTH(LENGTH OF WS-MNT-AREA)
           END-EXEC
           MOVE CSRGMNT-MESSAGES OF WS-MNT-AREA TO WS-ACTION-MSG
           EXIT.
       DO-REJECT.
      *    A REJECT CHANGES NOTHING BUT THE ITEM, SO IT IS CLOSED
      *    HERE UNDER THE SAME STATE, EXPIRY AND MAKER RULES CBSCSRM
      *    APPLIES TO AN APPROVAL.
           EXEC CICS READ
                FILE('CSRGPND')
                INTO(CSRGPND-RECORD)
                RIDFLD(WS-PND-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) THEN
             PERFORM COMPUTE-SUBMIT-AGE
           END-IF
           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NOTFND)
               MOVE WS-MSG-NO-ITEM TO WS-ACTION-MSG
             WHEN WS-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-MSG-FILE-ERROR TO WS-ACTION-MSG
             WHEN NOT CSRGPND-PENDING
               EXEC CICS UNLOCK
                    FILE('CSRGPND')
                    RESP(WS-RESP)
               END-EXEC
               MOVE WS-MSG-DECIDED TO WS-ACTION-MSG
             WHEN WS-TODAY-INT > WS-SUBMIT-INT + CSRGPND-EXPIRY-DAYS
               MOVE 'E' TO CSRGPND-STATE
               MOVE 0024 TO CSRGPND-RETCODE
               MOVE 0804 TO CSRGPND-REASON
               PERFORM CLOSE-ITEM
               MOVE WS-MSG-EXPIRED TO WS-ACTION-MSG
             WHEN CSRGPND-MAKER-ID = CSRGENT-USER-ID
               EXEC CICS UNLOCK
                    FILE('CSRGPND')
                    RESP(WS-RESP)
               END-EXEC
               MOVE WS-MSG-SAME-USER TO WS-ACTION-MSG
             WHEN OTHER
               MOVE 'R' TO CSRGPND-STATE
               MOVE 0 TO CSRGPND-RETCODE
               MOVE 0 TO CSRGPND-REASON
               PERFORM CLOSE-ITEM
               IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE WS-MSG-REJECTED TO WS-ACTION-MSG
               ELSE
                 MOVE WS-MSG-FILE-ERROR TO WS-ACTION-MSG
               END-IF
           END-EVALUATE
           EXIT.
       COMPUTE-SUBMIT-AGE.
           MOVE CSRGPND-SUBMIT-DATE(1:4) TO WS-DATE-NUM-X(1:4)
           MOVE CSRGPND-SUBMIT-DATE(6:2) TO WS-DATE-NUM-X(5:2)
           MOVE CSRGPND-SUBMIT-DATE(9:2) TO WS-DATE-NUM-X(7:2)
           COMPUTE WS-SUBMIT-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           EXIT.
       CLOSE-ITEM.
      *    CSRGPND-STATE, RETCODE AND REASON ARE SET BY THE CALLER.
           MOVE CSRGENT-USER-ID TO CSRGPND-CHECKER-ID
           MOVE WS-SYSDATE TO CSRGPND-DECIDED-DATE
           MOVE WS-SYSTIME TO CSRGPND-DECIDED-TIME
           EXEC CICS REWRITE
                FILE('CSRGPND')
                FROM(CSRGPND-RECORD)
                RESP(WS-RESP)
           END-EXEC
           EXIT.
       BUILD-PAGE1-ANCHOR.
      *    THE OLDEST ITEM STILL APPROVABLE WAS SUBMITTED ON THE
      *    CUTOFF DATE, SO THE ANCHOR IS THAT DATE PADDED LOW.
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - CSRGPND-EXPIRY-DAYS
           COMPUTE WS-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE LOW-VALUES TO WS-BROWSE-KEY-X
           MOVE WS-DATE-NUM-X(1:4) TO WS-BRK-SUBMIT-DATE(1:4)
           MOVE '-' TO WS-BRK-SUBMIT-DATE(5:1)
           MOVE WS-DATE-NUM-X(5:2) TO WS-BRK-SUBMIT-DATE(6:2)
           MOVE '-' TO WS-BRK-SUBMIT-DATE(8:1)
           MOVE WS-DATE-NUM-X(7:2) TO WS-BRK-SUBMIT-DATE(9:2)
           MOVE WS-BROWSE-KEY-X TO WS-APC-ANCHOR(1)
           EXIT.
       DO-PAGE-FORWARD.
           IF WS-APC-PAGE-NO = 0 THEN
             MOVE WS-MSG-LIST-FIRST TO MSG6O
           ELSE
             IF NOT WS-APC-MORE THEN
               MOVE WS-MSG-NO-MORE TO MSG6O
             ELSE
               IF WS-APC-PAGE-NO = 15 THEN
                 MOVE WS-MSG-PAGE-LIMIT TO MSG6O
               ELSE
                 ADD 1 TO WS-APC-PAGE-NO
                 PERFORM FETCH-PAGE
               END-IF
             END-IF
           END-IF
           EXIT.
       DO-PAGE-BACK.
           IF WS-APC-PAGE-NO = 0 THEN
             MOVE WS-MSG-LIST-FIRST TO MSG6O
           ELSE
             IF WS-APC-PAGE-NO = 1 THEN
               MOVE WS-MSG-FIRST-PAGE TO MSG6O
             ELSE
               SUBTRACT 1 FROM WS-APC-PAGE-NO
               PERFORM FETCH-PAGE
             END-IF
           END-IF
           EXIT.
       FETCH-PAGE.
           MOVE 0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-APC-MORE-FLAG
           MOVE 'N' TO WS-BROWSE-DONE-FLAG
           MOVE 'N' TO WS-BROWSE-OPEN-FLAG
           PERFORM CLEAR-LIST-LINES
           PERFORM START-THE-BROWSE
           IF WS-BROWSE-OPEN THEN
             PERFORM FETCH-ONE-RECORD UNTIL WS-BROWSE-DONE
             EXEC CICS ENDBR
                  FILE('CSRGPND')
                  RESP(WS-RESP)
             END-EXEC
           END-IF
           MOVE WS-ROW-COUNT TO WS-APC-ROW-COUNT
           IF WS-ROW-COUNT = 0 THEN
             IF MSG6O = SPACES OR MSG6O = LOW-VALUES THEN
               MOVE WS-MSG-NO-ITEMS TO MSG6O
             END-IF
           ELSE
             MOVE WS-APC-PAGE-NO TO WS-PAGE-MSG-NO
             MOVE WS-ROW-COUNT TO WS-PAGE-MSG-ROWS
             IF WS-APC-MORE THEN
               MOVE ' - PF8=MORE' TO WS-PAGE-MSG-MORE
             ELSE
               MOVE SPACES TO WS-PAGE-MSG-MORE
             END-IF
             MOVE WS-PAGE-MSG TO MSG6O
           END-IF
           EXIT.
       START-THE-BROWSE.
           MOVE SPACES TO MSG6O
           MOVE WS-APC-ANCHOR(WS-APC-PAGE-NO) TO WS-BROWSE-KEY-X
           EXEC CICS STARTBR
                FILE('CSRGPND')
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
             WHEN DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-OPEN-FLAG
             WHEN DFHRESP(NOTFND)
      *        NOTHING AT OR AFTER THE ANCHOR - AN EMPTY PAGE.
               CONTINUE
             WHEN OTHER
               MOVE WS-MSG-FILE-ERROR TO MSG6O
           END-EVALUATE
           EXIT.
       FETCH-ONE-RECORD.
           EXEC CICS READNEXT
                FILE('CSRGPND')
                INTO(CSRGPND-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
             WHEN WS-BROWSE-KEY-X NOT >
                  WS-APC-ANCHOR(WS-APC-PAGE-NO)
      *        STILL AT OR BELOW THE ANCHOR - KEEP WALKING FORWARD.
               CONTINUE
             WHEN NOT CSRGPND-PENDING
      *        DECIDED ITEMS STAY ON FILE FOR THE RECORD - SKIP THEM.
               CONTINUE
             WHEN WS-ROW-COUNT = 10
      *        AN ELEVENTH QUALIFIER MEANS PF8 HAS SOMEWHERE TO GO;
      *        THE NEXT ANCHOR IS THE LAST ITEM DISPLAYED.
               MOVE 'Y' TO WS-APC-MORE-FLAG
               IF WS-APC-PAGE-NO < 15 THEN
                 MOVE WS-APC-ROW-KEY(10)
                      TO WS-APC-ANCHOR(WS-APC-PAGE-NO + 1)
               END-IF
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
             WHEN OTHER
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-BROWSE-KEY-X TO WS-APC-ROW-KEY(WS-ROW-COUNT)
               PERFORM BUILD-LIST-LINE
           END-EVALUATE
           EXIT.
       BUILD-LIST-LINE.
           MOVE CSRGPND-REQUEST TO WS-PND-REQ(1:438)
           MOVE WS-ROW-COUNT TO WS-LST-SEL
           MOVE CSRGPND-SUBMIT-DATE TO WS-LST-DATE
           MOVE CSRGPND-SUBMIT-TIME(1:5) TO WS-LST-TIME
           MOVE CSRGPND-MAKER-ID TO WS-LST-MAKER
           MOVE CSRGPND-FUNCTION TO WS-LST-FN
           MOVE CSRGPND-ACCOUNT-NO TO WS-LST-ACCT
           MOVE SPACES TO WS-LST-CHANGE
           EVALUATE TRUE
             WHEN CSRGMNT-FN-UPDATE OF WS-PND-REQ
               STRING 'RENAME TO ' DELIMITED BY SIZE
                      CSRGMNT-CUSTOMER-NAME OF WS-PND-REQ
                      DELIMITED BY SIZE
                      INTO WS-LST-CHANGE
               END-STRING
             WHEN CSRGMNT-FN-STATUS OF WS-PND-REQ
               STRING 'STATUS TO ' DELIMITED BY SIZE
                      CSRGMNT-NEW-STATUS OF WS-PND-REQ
                      DELIMITED BY SIZE
                      ' RSN ' DELIMITED BY SIZE
                      CSRGMNT-STATUS-REASON OF WS-PND-REQ
                      DELIMITED BY SIZE
                      INTO WS-LST-CHANGE
               END-STRING
             WHEN CSRGMNT-FN-MERGE OF WS-PND-REQ
               MOVE CSRGMNT-MERGE-COUNT OF WS-PND-REQ
                    TO WS-MRG-COUNT-DISP
               STRING 'MERGE ' DELIMITED BY SIZE
                      WS-MRG-COUNT-DISP DELIMITED BY SIZE
                      ' ACCOUNT(S) IN' DELIMITED BY SIZE
                      INTO WS-LST-CHANGE
               END-STRING
           END-EVALUATE
           EVALUATE WS-ROW-COUNT
             WHEN 1
               MOVE WS-LIST-LINE TO APR01O
             WHEN 2
               MOVE WS-LIST-LINE TO APR02O
             WHEN 3
               MOVE WS-LIST-LINE TO APR03O
             WHEN 4
               MOVE WS-LIST-LINE TO APR04O
             WHEN 5
               MOVE WS-LIST-LINE TO APR05O
             WHEN 6
               MOVE WS-LIST-LINE TO APR06O
             WHEN 7
               MOVE WS-LIST-LINE TO APR07O
             WHEN 8
               MOVE WS-LIST-LINE TO APR08O
             WHEN 9
               MOVE WS-LIST-LINE TO APR09O
             WHEN 10
               MOVE WS-LIST-LINE TO APR10O
           END-EVALUATE
           EXIT.
       CLEAR-LIST-LINES.
           MOVE SPACES TO APR01O
           MOVE SPACES TO APR02O
           MOVE SPACES TO APR03O
           MOVE SPACES TO APR04O
           MOVE SPACES TO APR05O
           MOVE SPACES TO APR06O
           MOVE SPACES TO APR07O
           MOVE SPACES TO APR08O
           MOVE SPACES TO APR09O
           MOVE SPACES TO APR10O
           EXIT.
       SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO CSRGM6O
           EXEC CICS SEND MAP(WS-MAPNAME) MAPSET(WS-MAPSET) ERASE
           END-EXEC
           EXIT.
       SEND-DATAONLY.
           EXEC CICS SEND MAP(WS-MAPNAME) MAPSET(WS-MAPSET) DATAONLY
           END-EXEC
           EXIT.
       END PROGRAM CSRGAPR.
