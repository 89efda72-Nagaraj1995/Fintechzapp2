      *|   FORCED LOCK RELEASE WRITTEN BY CSRGLCK, WHICH HAS NO        |
      *|   CSRGMNT COMMAREA, OR 'P' FOR A PAYMENT POSTING WRITTEN BY   |
      *|   CBSCSRP (REQ 021), WHICH CARRIES THE OLD AND NEW BALANCE    |
      *|   AS THE IMAGES, OR 'I'/'F' FOR AN INTEREST ACCRUAL OR LATE   |
      *|   FEE WRITTEN BY THE CBSINTAC BATCH, WHICH CARRIES THE OLD    |
      *|   AND NEW AMOUNT OWED IN THE SAME SHAPE, OR 'M' FOR A         |
      *|   CUSTOMER_ID MERGE WRITTEN BY CBSCSRM - ONE RECORD PER MOVED |
      *|   ACCOUNT, BEFORE IMAGE COLS 1-9 THE OLD CUSTOMER_ID, AFTER   |
      *|   IMAGE COLS 1-9 THE NEW ONE AND COLS 11-28 THE SURVIVING     |
      *|   ACCOUNT, SO A MERGE CAN BE TRACED OR BACKED OUT ACCOUNT BY  |
      *|   ACCOUNT.                                                    |
      *|   CSRGMAU-MAKER-ID, APPENDED AFTER THE ORIGINAL 161 BYTES, IS |
      *|   SPACES FOR A ONE-PERSON ACTION. FOR A DUAL-CONTROL ACTION   |
      *|   APPLIED THROUGH CSRGAPR IT IS THE USER WHO KEYED THE        |
      *|   CHANGE, AND CSRGMAU-USER-ID/TERMINAL-ID ARE THE SUPERVISOR  |
      *|   WHO APPROVED IT.                                            |
      *+---------------------------------------------------------------+
       01 CSRGMAU-RECORD.
         03 CSRGMAU-KEY.
         03 CSRGMAU-BEFORE-IMAGE PIC X(50).
         03 CSRGMAU-AFTER-IMAGE PIC X(50).
         03 CSRGMAU-RETCODE PIC 9(4).
         03 CSRGMAU-MAKER-ID PIC X(08).
