             07 CSRGRES-ZIP PIC X(10).
             07 CSRGRES-PHONE PIC X(15).
             07 CSRGRES-EMAIL PIC X(50).
      *    ACCRUED INTEREST/FEES AND AS-OF DATE PER ROW, IN THE SAME
      *    ORDER AS CSRGREQ.CPY. THE ACCRUAL GROUP IS SUBJECT TO THE
      *    CSRGOPT-BIT-BALANCE GATE INSIDE CBSCSRG; THE AS-OF DATE
      *    IS SPACES FOR A LIVE ANSWER AND THE CSRGSHD BUILD DATE
      *    FOR A SHADOW ANSWER. SAME ROW-STRIDE CAVEAT AS THE
      *    ACCOUNT-STATUS APPEND ABOVE.
           05 CSRGRES-ACCRUAL-DATA.
             07 CSRGRES-ACCRUED-INT PIC S9(11)V99 COMP-3.
             07 CSRGRES-FEES-DUE PIC S9(9)V99 COMP-3.
           05 CSRGRES-AS-OF-DATE PIC X(10).
