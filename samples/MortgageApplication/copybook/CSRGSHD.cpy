      *+---------------------------------------------------------------+
      *| CSRGSHD                                                       |
      *|   RECORD LAYOUT FOR THE CSRGSHD READ-ONLY CUSTOMER SHADOW     |
      *|   (VSAM KSDS, KEY = ACCOUNT NUMBER, ONE RECORD PER CUSTOMER   |
      *|   ROW). REBUILT EVERY NIGHT BY CBSSHDBL FROM CUSTOMER,        |
      *|   ACCT_BALANCE AND CUST_CONTACT, AND READ BY CBSCSRG ONLY     |
      *|   WHEN DB2 IS UNAVAILABLE, SO AN INQUIRY CAN STILL BE         |
      *|   ANSWERED - FLAGGED 0004/0205 WITH CSRGSHD-BUILD-DATE AS THE |
      *|   AS-OF DATE. NOTHING EVER WRITES IT ONLINE; DEFINE IT TO     |
      *|   CICS READ-ONLY. THE BALANCE AND CONTACT GROUPS ARE ZERO/    |
      *|   SPACES (FLAG 'N') WHEN THE ACCOUNT HAD NO ROW IN THAT TABLE |
      *|   AT BUILD TIME - THE SAME NO-ROW-IS-NOT-A-FAILURE RULE THE   |
      *|   LIVE INQUIRY FOLLOWS.                                       |
      *+---------------------------------------------------------------+
       01 CSRGSHD-RECORD.
         03 CSRGSHD-KEY.
           05 CSRGSHD-ACCOUNT-NO PIC S9(18).
         03 CSRGSHD-BUILD-DATE PIC X(10).
         03 CSRGSHD-BUILD-TIME PIC X(08).
         03 CSRGSHD-CUSTOMER-NAME PIC X(50).
         03 CSRGSHD-CUSTOMER-ID PIC S9(9).
         03 CSRGSHD-ACCOUNT-STATUS PIC X(01).
         03 CSRGSHD-BALANCE-FLAG PIC X(01).
           88 CSRGSHD-HAS-BALANCE VALUE 'Y'.
         03 CSRGSHD-BALANCE-DATA.
           05 CSRGSHD-PRIN-BALANCE PIC S9(11)V99 COMP-3.
           05 CSRGSHD-LAST-PMT-DATE PIC X(10).
           05 CSRGSHD-LAST-PMT-AMOUNT PIC S9(9)V99 COMP-3.
           05 CSRGSHD-NEXT-DUE-DATE PIC X(10).
           05 CSRGSHD-ACCRUED-INT PIC S9(11)V99 COMP-3.
           05 CSRGSHD-FEES-DUE PIC S9(9)V99 COMP-3.
         03 CSRGSHD-CONTACT-FLAG PIC X(01).
           88 CSRGSHD-HAS-CONTACT VALUE 'Y'.
         03 CSRGSHD-CONTACT-DATA.
           05 CSRGSHD-ADDR-LINE1 PIC X(40).
           05 CSRGSHD-ADDR-LINE2 PIC X(40).
           05 CSRGSHD-CITY PIC X(25).
           05 CSRGSHD-STATE PIC X(02).
           05 CSRGSHD-ZIP PIC X(10).
           05 CSRGSHD-PHONE PIC X(15).
           05 CSRGSHD-EMAIL PIC X(50).
         03 FILLER PIC X(24).
