      *+---------------------------------------------------------------+
      *| CSRGEVM                                                       |
      *|   CHANGE-EVENT MESSAGE PUT ON THE CSRG.CHANGE.EVENT QUEUE BY  |
      *|   CSRGEVT, ONE MESSAGE PER CSRGMAU RECORD, FOR THE CRM AND    |
      *|   THE DATA WAREHOUSE. ALL-CHARACTER (MQFMT-STRING) SO A       |
      *|   SUBSCRIBER ON ANY PLATFORM CAN CONVERT IT ON MQGET; NUMBERS |
      *|   ARE UNSIGNED DISPLAY, SAME NO-OVERPUNCH RULE AS THE         |
      *|   ACCTMSTR AND DORMEXTR EXTRACTS. THE FIELDS ARE THE CSRGMAU  |
      *|   RECORD'S, IN ITS ORDER, PLUS THE ACCOUNT'S CUSTOMER_ID AND  |
      *|   AN ORIGIN BYTE: 'L' PUBLISHED LIVE IN THE UNIT OF WORK THAT |
      *|   MADE THE CHANGE, 'R' RE-PUBLISHED BY CBSEVRPL FROM THE      |
      *|   MAUEXTR REPRO. ACCOUNT + DATE + TIME + TASK NUMBER IS THE   |
      *|   CSRGMAU KEY, SO A SUBSCRIBER THAT SEES THE SAME KEY TWICE   |
      *|   (A LIVE EVENT AND ITS REPLAY) KNOWS IT IS ONE CHANGE.       |
      *|   BEFORE/AFTER IMAGES CARRY WHATEVER THE FUNCTION CHANGED -   |
      *|   SEE CSRGMAU.CPY FOR WHAT EACH FUNCTION PUTS THERE.          |
      *+---------------------------------------------------------------+
       01 CSRGEVM-MESSAGE.
         03 CSRGEVM-VERSION PIC X(02).
         03 CSRGEVM-ORIGIN PIC X(01).
           88 CSRGEVM-ORIGIN-LIVE VALUE 'L'.
           88 CSRGEVM-ORIGIN-REPLAY VALUE 'R'.
         03 CSRGEVM-ACCOUNT-NO PIC 9(18).
         03 CSRGEVM-CUSTOMER-ID PIC 9(09).
         03 CSRGEVM-FUNCTION PIC X(01).
         03 CSRGEVM-EVENT-DATE PIC X(10).
         03 CSRGEVM-EVENT-TIME PIC X(08).
         03 CSRGEVM-TASK-NO PIC 9(08).
         03 CSRGEVM-USER-ID PIC X(08).
         03 CSRGEVM-TERMINAL-ID PIC X(04).
         03 CSRGEVM-TRAN-ID PIC X(04).
         03 CSRGEVM-MAKER-ID PIC X(08).
         03 CSRGEVM-BEFORE-IMAGE PIC X(50).
         03 CSRGEVM-AFTER-IMAGE PIC X(50).
         03 CSRGEVM-RETCODE PIC 9(04).
