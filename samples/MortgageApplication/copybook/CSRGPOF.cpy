      *+---------------------------------------------------------------+
      *| CSRGPOF                                                       |
      *|   DFHCOMMAREA LAYOUT FOR THE CBSCSRO PAYOFF QUOTE             |
      *|   TRANSACTION. SAME REQUEST/RESPONSE-REDEFINES-REQUEST        |
      *|   CONVENTION AS CSRGREQ AND CSRGPAY: THE CALLER SUPPLIES AN   |
      *|   ACCOUNT NUMBER AND THE DATE THE LOAN IS TO BE PAID OFF      |
      *|   (YYYY-MM-DD, TODAY THROUGH 30 DAYS OUT); THE ANSWER IS THE  |
      *|   PRINCIPAL, THE INTEREST ALREADY ACCRUED BY CBSINTAC, THE    |
      *|   PER-DIEM AND THE DAYS OF IT STILL TO ACCRUE UP TO THE       |
      *|   PAYOFF DATE, THE UNPAID FEES, AND THE TOTAL GOOD THROUGH    |
      *|   THAT DATE. EVERY QUOTE IS LOGGED TO CSRGPOQ (CSRGPOQ.CPY)   |
      *|   UNDER THE QUOTE DATE/TIME RETURNED HERE, SO THE FIGURE THE  |
      *|   TELLER READ OUT CAN ALWAYS BE PRODUCED AGAIN.               |
      *|   THE REQUEST FIELDS OVERLAY RESPONSE STORAGE, SO CBSCSRO     |
      *|   CAPTURES THEM INTO WORKING STORAGE BEFORE IT WRITES ANY     |
      *|   RESPONSE FIELD - THE SAME DISCIPLINE AS CBSCSRP.            |
      *+---------------------------------------------------------------+
       02 CSRGPOFREQ.
         03 CSRGPOF-ACCOUNT-NO PIC S9(18).
         03 CSRGPOF-PAYOFF-DATE PIC X(10).
       02 CSRGPOFRES REDEFINES CSRGPOFREQ.
         03 CSRGPOF-RES-ACCOUNT-NO PIC S9(18).
         03 CSRGPOF-RES-PAYOFF-DATE PIC X(10).
         03 CSRGPOF-STATUS.
           05 CSRGPOF-RETCODE PIC 9(4).
           05 CSRGPOF-REASON PIC 9(4).
         03 CSRGPOF-MESSAGES PIC X(100).
         03 CSRGPOF-QUOTE-DATE PIC X(10).
         03 CSRGPOF-QUOTE-TIME PIC X(08).
         03 CSRGPOF-PRIN-BALANCE PIC S9(11)V99 COMP-3.
      *    ACCRUED-INT IS WHAT CBSINTAC HAS POSTED THROUGH ITS LAST
      *    RUN; INTEREST IS THAT PLUS PER-DIEM X INT-DAYS, THE DAYS
      *    FROM THE LAST ACCRUAL DATE THROUGH THE PAYOFF DATE.
         03 CSRGPOF-ACCRUED-INT PIC S9(11)V99 COMP-3.
         03 CSRGPOF-PER-DIEM PIC S9(9)V99 COMP-3.
         03 CSRGPOF-INT-DAYS PIC 9(3).
         03 CSRGPOF-INTEREST PIC S9(11)V99 COMP-3.
         03 CSRGPOF-FEES-DUE PIC S9(9)V99 COMP-3.
         03 CSRGPOF-TOTAL PIC S9(11)V99 COMP-3.
