      *+---------------------------------------------------------------+
      *| CSRGPOQ                                                       |
      *|   RECORD LAYOUT FOR THE PAYOFF-QUOTE LOG. WRITTEN BY CBSCSRO  |
      *|   TO CICS FILE CSRGPOQ (VSAM KSDS, SAME ACCOUNT + TIMESTAMP + |
      *|   TASK KEY DISCIPLINE AS CSRGAUD AND CSRGMAU) FOR EVERY QUOTE |
      *|   REQUEST THAT PASSES THE INPUT EDITS - A REFUSED QUOTE IS    |
      *|   LOGGED WITH ITS RETCODE/REASON AND ZERO FIGURES, SO THE LOG |
      *|   SHOWS WHAT WAS ASKED AS WELL AS WHAT WAS ANSWERED. THE      |
      *|   NIGHTLY CBSPOLTR BATCH READS THE POQEXTR REPRO OF THIS      |
      *|   FILE AND TURNS THE DAY'S GOOD QUOTES INTO PAYOFF LETTERS.   |
      *|   THE FIGURES ARE EXACTLY THOSE RETURNED IN CSRGPOF.          |
      *+---------------------------------------------------------------+
       01 CSRGPOQ-RECORD.
         03 CSRGPOQ-KEY.
           05 CSRGPOQ-ACCOUNT-NO PIC S9(18).
           05 CSRGPOQ-TIMESTAMP.
             07 CSRGPOQ-QUOTE-DATE PIC X(10).
             07 CSRGPOQ-QUOTE-TIME PIC X(08).
           05 CSRGPOQ-TASK-NO PIC S9(8) COMP.
         03 CSRGPOQ-PAYOFF-DATE PIC X(10).
         03 CSRGPOQ-USER-ID PIC X(08).
         03 CSRGPOQ-TERMINAL-ID PIC X(04).
         03 CSRGPOQ-TRAN-ID PIC X(04).
         03 CSRGPOQ-RETCODE PIC 9(4).
         03 CSRGPOQ-REASON PIC 9(4).
         03 CSRGPOQ-PRIN-BALANCE PIC S9(11)V99 COMP-3.
         03 CSRGPOQ-ACCRUED-INT PIC S9(11)V99 COMP-3.
         03 CSRGPOQ-PER-DIEM PIC S9(9)V99 COMP-3.
         03 CSRGPOQ-INT-DAYS PIC 9(3).
         03 CSRGPOQ-INTEREST PIC S9(11)V99 COMP-3.
         03 CSRGPOQ-FEES-DUE PIC S9(9)V99 COMP-3.
         03 CSRGPOQ-TOTAL PIC S9(11)V99 COMP-3.
