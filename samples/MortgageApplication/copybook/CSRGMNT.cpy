      *|   OVERLAY RESPONSE STORAGE, SO CBSCSRM CAPTURES THEM INTO    |
      *|   WORKING STORAGE BEFORE IT WRITES ANY RESPONSE FIELD - THE  |
      *|   SAME DISCIPLINE CBSCSRG APPLIES TO ACCOUNT-NO OF CSRGREQ.  |
      *|   THE MERGE FUNCTION MOVES UP TO TEN LISTED ACCOUNTS UNDER    |
      *|   THE CUSTOMER_ID OF THE SURVIVING ACCOUNT IN                 |
      *|   CSRGMNT-ACCOUNT-NO. THE LIST IS APPENDED AFTER THE CONTACT  |
      *|   FIELDS UNDER THE SAME KEEP-EVERY-EXISTING-OFFSET RULE.      |
      *|   A RENAME, A CLOSE OR PURGE AND A MERGE ARE DUAL-CONTROL     |
      *|   ACTIONS: CBSCSRM QUEUES THEM ON THE CSRGPND FILE AND        |
      *|   ANSWERS 0036 PENDING APPROVAL. THE CSRGAPR SUPERVISOR       |
      *|   TRANSACTION APPLIES ONE BY SENDING FUNCTION 'K' WITH THE    |
      *|   QUEUED ITEM'S CSRGPND KEY IN CSRGMNT-APPROVAL-KEY.          |
      *+---------------------------------------------------------------+
       02 CSRGMNTREQ.
         03 CSRGMNT-FUNCTION PIC X(01).
      *    REQ 025 - CONTACT-DATA MAINTENANCE (ADDRESS/PHONE/EMAIL
      *    INTO THE CUST_CONTACT TABLE).
           88 CSRGMNT-FN-CONTACT VALUE 'C'.
      *    CUSTOMER_ID MERGE - CSRGMNT-ACCOUNT-NO IS THE SURVIVOR.
           88 CSRGMNT-FN-MERGE VALUE 'M'.
      *    APPLY A QUEUED DUAL-CONTROL REQUEST - CSRGAPR ONLY.
           88 CSRGMNT-FN-APPROVE VALUE 'K'.
         03 CSRGMNT-ACCOUNT-NO PIC S9(18).
         03 CSRGMNT-CUSTOMER-NAME PIC X(50).
         03 CSRGMNT-NEW-STATUS PIC X(01).
         03 CSRGMNT-ZIP PIC X(10).
         03 CSRGMNT-PHONE PIC X(15).
         03 CSRGMNT-EMAIL PIC X(50).
      *    MERGE REQUEST FIELDS - HOW MANY OF THE TEN SLOTS ARE USED,
      *    THEN THE ACCOUNTS TO MOVE UNDER THE SURVIVOR'S CUSTOMER_ID.
         03 CSRGMNT-MERGE-COUNT PIC 9(02).
         03 CSRGMNT-MERGE-ACCT PIC S9(18) OCCURS 10.
      *    CSRGPND KEY OF THE QUEUED REQUEST TO APPLY (FUNCTION 'K').
      *    CBSCSRM TAKES THE REQUEST ITSELF FROM THE QUEUED RECORD -
      *    THE 438 BYTES AHEAD OF THIS KEY - NEVER FROM THE APPROVER'S
      *    COMMAREA, SO WHAT IS APPLIED IS EXACTLY WHAT WAS KEYED.
         03 CSRGMNT-APPROVAL-KEY.
           05 CSRGMNT-APR-DATE PIC X(10).
           05 CSRGMNT-APR-TIME PIC X(08).
           05 CSRGMNT-APR-TASK-NO PIC S9(8) COMP.
       02 CSRGMNTRES REDEFINES CSRGMNTREQ.
         03 CSRGMNT-RES-FUNCTION PIC X(01).
         03 CSRGMNT-RES-ACCOUNT-NO PIC S9(18).
