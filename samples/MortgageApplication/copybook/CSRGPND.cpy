      *+---------------------------------------------------------------+
      *| CSRGPND                                                       |
      *|   RECORD LAYOUT FOR THE CSRGPND DUAL-CONTROL PENDING-APPROVAL |
      *|   FILE (VSAM KSDS, CICS FILE CSRGPND). A RENAME, A CLOSE OR   |
      *|   PURGE AND A CUSTOMER_ID MERGE ARE NOT APPLIED WHEN KEYED:   |
      *|   CBSCSRM WRITES THE WHOLE CSRGMNT REQUEST HERE (STATE 'P')   |
      *|   AND ANSWERS 0036. A DIFFERENT USER HOLDING THE CSRGENT 'K'  |
      *|   ENTITLEMENT THEN APPROVES IT THROUGH CSRGAPR - WHICH HANDS  |
      *|   THE KEY BACK TO CBSCSRM TO APPLY (STATE 'A', OR 'F' WHEN    |
      *|   THE APPLY ITSELF IS REFUSED) - OR REJECTS IT (STATE 'R').   |
      *|   AN ITEM STILL PENDING WHEN ITS SUBMIT DATE IS MORE THAN     |
      *|   CSRGPND-EXPIRY-DAYS BEHIND TODAY CAN NO LONGER BE APPROVED; |
      *|   THE NIGHTLY CBSPNDEX RUN MARKS IT 'E' AND REPORTS IT.       |
      *|   KEYED BY SUBMIT TIMESTAMP + TASK SO THE FILE READS OLDEST   |
      *|   FIRST. DECIDED ITEMS STAY ON FILE WITH THE CHECKER AND THE  |
      *|   DECISION TIME - THE APPLIED CHANGE ITSELF IS ON CSRGMAU.    |
      *+---------------------------------------------------------------+
       01 CSRGPND-RECORD.
         03 CSRGPND-KEY.
           05 CSRGPND-SUBMIT-DATE PIC X(10).
           05 CSRGPND-SUBMIT-TIME PIC X(08).
           05 CSRGPND-TASK-NO PIC S9(8) COMP.
         03 CSRGPND-STATE PIC X(01).
           88 CSRGPND-PENDING VALUE 'P'.
           88 CSRGPND-APPROVED VALUE 'A'.
           88 CSRGPND-REJECTED VALUE 'R'.
           88 CSRGPND-EXPIRED VALUE 'E'.
           88 CSRGPND-FAILED VALUE 'F'.
         03 CSRGPND-FUNCTION PIC X(01).
         03 CSRGPND-ACCOUNT-NO PIC S9(18).
         03 CSRGPND-MAKER-ID PIC X(08).
         03 CSRGPND-MAKER-TERM PIC X(04).
         03 CSRGPND-CHECKER-ID PIC X(08).
         03 CSRGPND-DECIDED-DATE PIC X(10).
         03 CSRGPND-DECIDED-TIME PIC X(08).
         03 CSRGPND-RETCODE PIC 9(4).
         03 CSRGPND-REASON PIC 9(4).
      *    THE CSRGMNTREQ IMAGE AS KEYED, UP TO (NOT INCLUDING)
      *    CSRGMNT-APPROVAL-KEY.
         03 CSRGPND-REQUEST PIC X(438).
      *    DAYS AFTER THE SUBMIT DATE AN ITEM MAY STILL BE APPROVED -
      *    ONE RULE FOR CBSCSRM, CSRGAPR AND CBSPNDEX.
       01 CSRGPND-EXPIRY-DAYS PIC S9(4) COMP VALUE 2.
