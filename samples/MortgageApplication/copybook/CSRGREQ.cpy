      *    FOR THE REQUESTED ACTION; DISTINCT FROM 0020 FEATURE-OFF
      *    SO A DENIED TELLER GETS A CLEAR MESSAGE.
               88 CSRGRES-RC-NOT-ENTITLED  VALUE 0032.
      *    CBSCSRM DUAL-CONTROL ACTION QUEUED ON CSRGPND FOR A SECOND
      *    USER'S APPROVAL - NOTHING HAS CHANGED YET.
               88 CSRGRES-RC-PENDING       VALUE 0036.
             07 CSRGRES-REASON PIC 9(4).
               88 CSRGRES-RSN-NONE         VALUE 0000.
               88 CSRGRES-RSN-NO-ROW       VALUE 0101.
               88 CSRGRES-RSN-MULTI-ROW    VALUE 0102.
               88 CSRGRES-RSN-SQL-ERROR    VALUE 0201.
               88 CSRGRES-RSN-SQL-TIMEOUT  VALUE 0202.
      *    A CBSCSRO PAYOFF QUOTE THAT COULD NOT BE WRITTEN TO THE
      *    CSRGPOQ LOG IS NOT GIVEN - A FIGURE WE CANNOT PROVE LATER
      *    IS NOT A FIGURE WE QUOTE.
               88 CSRGRES-RSN-QUOTE-NO-LOG VALUE 0203.
      *    A CBSCSRM DUAL-CONTROL REQUEST THAT COULD NOT BE QUEUED ON
      *    CSRGPND, OR WHOSE QUEUED ITEM COULD NOT BE READ BACK.
               88 CSRGRES-RSN-PEND-FILE    VALUE 0204.
      *    DB2 UNAVAILABLE, SO CBSCSRG ANSWERED FROM THE CSRGSHD
      *    SHADOW BUILT BY LAST NIGHT'S CBSSHDBL (WITH 0004) - THE
      *    DATA IS AS OF CSRGRES-AS-OF-DATE, NOT AS OF NOW.
               88 CSRGRES-RSN-SHADOW       VALUE 0205.
               88 CSRGRES-RSN-ROW-LOCKED   VALUE 0301.
               88 CSRGRES-RSN-MASK-OFF     VALUE 0401.
               88 CSRGRES-RSN-ACCT-CLOSED  VALUE 0501.
               88 CSRGRES-RSN-EMAIL-BAD    VALUE 0624.
      *    REQ 021 - PAYMENT EDIT REASON, SET BY CBSCSRP.
               88 CSRGRES-RSN-PMT-NOT-POS  VALUE 0631.
      *    BALANCE-FEED EDIT REASONS, WRITTEN TO BALREJ BY CBSBALLD
      *    SO A REJECTED FEED RECORD CARRIES THE FAMILY'S CODES.
               88 CSRGRES-RSN-AMT-NOT-NUM  VALUE 0641.
               88 CSRGRES-RSN-DATE-BAD     VALUE 0642.
      *    CBSCSRO PAYOFF DATE BEFORE TODAY OR BEYOND THE 30-DAY
      *    QUOTE WINDOW (A MALFORMED DATE IS 0642).
               88 CSRGRES-RSN-PAYOFF-RANGE VALUE 0643.
      *    CBSBALLD FEED RECORD THAT IS NEITHER A HEADER NOR A
      *    DETAIL.
               88 CSRGRES-RSN-REC-TYPE-BAD VALUE 0644.
      *    CBSCSRM CUSTOMER_ID MERGE - A MERGE LIST THAT IS EMPTY,
      *    LONGER THAN TEN OR NAMES THE SURVIVOR ITSELF (0028), AND A
      *    LIST WHOSE ACCOUNTS ALREADY ALL SIT UNDER THE SURVIVING
      *    CUSTOMER_ID (0024).
               88 CSRGRES-RSN-MERGE-LIST   VALUE 0651.
               88 CSRGRES-RSN-MERGE-NONE   VALUE 0652.
      *    DUAL CONTROL: 0801 QUEUED (WITH 0036); ON APPROVAL, 0802
      *    NO SUCH QUEUED ITEM (0008), 0803 ALREADY DECIDED AND 0804
      *    PAST THE CSRGPND-EXPIRY-DAYS CUTOFF (0024), 0805 THE
      *    APPROVER IS THE USER WHO KEYED IT (0032).
               88 CSRGRES-RSN-QUEUED       VALUE 0801.
               88 CSRGRES-RSN-NO-ITEM      VALUE 0802.
               88 CSRGRES-RSN-DECIDED      VALUE 0803.
               88 CSRGRES-RSN-EXPIRED      VALUE 0804.
               88 CSRGRES-RSN-SAME-USER    VALUE 0805.
      *    REQ 011 - ACCOUNT_STATUS CARRIED BACK TO THE CALLER,
      *    APPENDED AFTER CSRGRES-STATUS UNDER THE SAME KEEP-EVERY-
      *    EXISTING-OFFSET RULE AS REQ 000 ABOVE. A CLOSED OR FROZEN
             07 CSRGRES-ZIP PIC X(10).
             07 CSRGRES-PHONE PIC X(15).
             07 CSRGRES-EMAIL PIC X(50).
      *    ACCRUED INTEREST AND FEES OWED, POSTED TO ACCT_BALANCE BY
      *    THE CBSINTAC NIGHTLY ACCRUAL, APPENDED UNDER THE SAME
      *    KEEP-EVERY-EXISTING-OFFSET RULE AS THE GROUPS ABOVE. THEY
      *    COME FROM THE SAME ACCT_BALANCE FETCH AS THE BALANCE
      *    DATA, SO THEY ARE GATED BY CSRGOPT-BIT-BALANCE AND COME
      *    BACK ZERO FOR AN UNLICENSED REGION OR A FEED GAP.
           05 CSRGRES-ACCRUAL-DATA.
             07 CSRGRES-ACCRUED-INT PIC S9(11)V99 COMP-3.
             07 CSRGRES-FEES-DUE PIC S9(9)V99 COMP-3.
      *    DATE THE ANSWER WAS TRUE AS OF: SPACES FOR A LIVE DB2
      *    ANSWER, THE CSRGSHD BUILD DATE WHEN CBSCSRG FELL BACK TO
      *    THE SHADOW. APPENDED UNDER THE SAME KEEP-EVERY-EXISTING-
      *    OFFSET RULE AS THE GROUPS ABOVE.
           05 CSRGRES-AS-OF-DATE PIC X(10).
