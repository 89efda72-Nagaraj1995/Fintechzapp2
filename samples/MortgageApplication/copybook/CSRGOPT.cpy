      *|   (THE LIVE, PER-REGION ENABLED-FEATURE BITS). RTN01 = 0      |
      *|   MEANS THE BIT IS ON, I.E. THE FEATURE IS ENABLED.           |
      *+---------------------------------------------------------------+
      *    TWO MASK BYTES: THE FIRST BYTE'S EIGHT BITS ARE ALL TAKEN
      *    (BELOW), SO LATER FEATURES LIVE IN THE SECOND BYTE AND ARE
      *    TESTED WITH CSRGOPT-BYTECOUNT-2. A ONE-BYTE CSRGCTL RECORD
      *    STILL READS CLEANLY - ONLY THE FIRST BYTE IS REPLACED, AND
      *    THE SECOND KEEPS ITS DEFAULT UNTIL THE RECORD IS EXTENDED.
       01 CSRGOPT-REGION-MASK PIC X(2).
      *    DEFAULT WHEN NO CSRGCTL CONTROL RECORD EXISTS FOR THE
      *    REQUESTING REGION/TERMINAL: EVERYTHING ON, SO SITES THAT
      *    HAVE NOT YET ADOPTED THE CSRGCTL FILE SEE NO BEHAVIOR
      *    CHANGE.
       01 CSRGOPT-DEFAULT-MASK PIC X(2) VALUE X'FFFF'.
      *    INDIVIDUAL FEATURE BITS, HIGH ORDER BIT FIRST.
       01 CSRGOPT-BIT-CUST-NAME PIC X(1) VALUE X'80'.
       01 CSRGOPT-BIT-BAL-DATE PIC X(1) VALUE X'40'.
      *    DISCIPLINE AS CSRGOPT-BIT-BALANCE - CONTACT DATA IS
      *    PERSONAL DATA AND NOT EVERY REGION MAY SHOW IT.
       01 CSRGOPT-BIT-CONTACT  PIC X(1) VALUE X'01'.
      *    SECOND-BYTE FEATURE BITS - TWO BYTES WIDE WITH THE FIRST
      *    BYTE ZERO, SO THE FIRST-BYTE COMPARE ALWAYS PASSES AND ONLY
      *    THE SECOND-BYTE BIT DECIDES. TEST THEM WITH BYTECOUNT-2.
      *    CHANGE-EVENT FEED - GATES PUBLISHING EACH CSRGMAU-AUDITED
      *    CHANGE TO THE CSRG.CHANGE.EVENT QUEUE THROUGH CSRGEVT.
       01 CSRGOPT-BIT-EVENTS   PIC X(2) VALUE X'0080'.
      *    DB2-OUTAGE FALLBACK - LETS CBSCSRG ANSWER AN INQUIRY FROM
      *    THE CSRGSHD NIGHTLY SHADOW WHEN DB2 IS UNAVAILABLE.
       01 CSRGOPT-BIT-SHADOW   PIC X(2) VALUE X'0040'.
       01 CSRGOPT-BYTECOUNT PIC S9(8) COMP VALUE 1.
       01 CSRGOPT-BYTECOUNT-2 PIC S9(8) COMP VALUE 2.
       01 CSRGOPT-RC PIC 9(1).
