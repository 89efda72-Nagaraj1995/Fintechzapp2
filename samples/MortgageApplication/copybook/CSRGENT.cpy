           88 CSRGENT-FN-MAINT VALUE 'M'.
           88 CSRGENT-FN-LOCK-REL VALUE 'L'.
           88 CSRGENT-FN-AUD-BROWSE VALUE 'B'.
      *    CUSTOMER_ID MERGE - HELD SEPARATELY FROM 'M' BECAUSE ONE
      *    MERGE REWRITES SEVERAL CUSTOMERS AT ONCE.
           88 CSRGENT-FN-MERGE VALUE 'G'.
      *    DUAL-CONTROL CHECKER - MAY APPROVE OR REJECT ANOTHER
      *    USER'S QUEUED CSRGPND ITEM THROUGH CSRGAPR.
           88 CSRGENT-FN-APPROVE VALUE 'K'.
         03 CSRGENT-RC PIC 9(1).
           88 CSRGENT-PERMITTED VALUE 0.
           88 CSRGENT-DENIED VALUE 1.
